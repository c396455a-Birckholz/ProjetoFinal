       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZGB12.
      ******************************************************************
      * Author: GUILHERME GRUNER BIRCKHOLZ
      * Date:   02/09/2026
      * Purpose: Informe de rendimentos anual e resumo anual da folha.
      *          Le o historico cumulativo de contracheques gravado
      *          pelo CBLZGB04 e, para o ano-calendario informado,
      *          emite um informe por funcionario (ativo ou desligado
      *          no ano) com rendimentos tributaveis, contribuicao
      *          previdenciaria, IRRF retido e liquido mes a mes e no
      *          ano. O resumo anual da empresa soma os contracheques
      *          de cada competencia e confere com o total de controle
      *          (Deposito Folha) gravado na mesma execucao da folha.
      *          Competencia reprocessada vale pela ultima execucao
      *          fechada com o registro de total. Diferencas salariais
      *          retroativas (dissidio, CBLZGB16) entram no informe no
      *          mes do pagamento e verbas rescisorias (CBLZGB10) no mes
      *          do desligamento, ambas fora da conferencia do resumo;
      *          as verbas indenizatorias da rescisao (registro I) saem
      *          como rendimentos isentos, separadas dos tributaveis.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HISTORICO-CONTRACHEQUE ASSIGN TO
           AS-CAMINHO-HIST-CONTRACHEQUE
       FILE STATUS IS AS-STATUS-E1.

       SELECT INFORME-RENDIMENTOS-S ASSIGN TO
           AS-CAMINHO-INFORME-S
       FILE STATUS IS AS-STATUS-S1.

       SELECT RESUMO-ANUAL-S ASSIGN TO
           AS-CAMINHO-RESUMO-ANUAL-S
       FILE STATUS IS AS-STATUS-S2.


       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * Mesmo layout do historico de contracheques do CBLZGB04:
      * registro D por funcionario e registro T com os totais da
      * execucao, ambos com a competencia e a geracao (data e hora);
      * registro R de diferenca retroativa (CBLZGB16) e X de rescisao
      * (CBLZGB10) no mesmo layout do D.
      ******************************************************************
       FD HISTORICO-CONTRACHEQUE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-HIST-CONTRACHEQUE            PIC X(200).
       01 FILLER REDEFINES ARQ-HIST-CONTRACHEQUE.
          05 HCC-COMPETENCIA.
             10 HCC-COMP-ANO               PIC X(04).
             10 HCC-COMP-MES               PIC X(02).
          05 HCC-GERACAO                   PIC X(14).
          05 HCC-TIPO                      PIC X(01).
          05 HCC-ID-FUNC                   PIC X(05).
          05 HCC-ID-CARGO                  PIC X(05).
          05 HCC-ID-DEP                    PIC X(05).
          05 HCC-CPF                       PIC X(14).
          05 HCC-NOME                      PIC X(100).
          05 HCC-BRUTO                     PIC 9(09)V99.
          05 HCC-INSS                      PIC 9(09)V99.
          05 HCC-IRRF                      PIC 9(09)V99.
          05 HCC-LIQUIDO                   PIC 9(09)V99.
          05 FILLER                        PIC X(06).
       01 FILLER REDEFINES ARQ-HIST-CONTRACHEQUE.
          05 FILLER                        PIC X(21).
          05 HCT-QTDE-FUNC                 PIC 9(06).
          05 HCT-TOTAL-BRUTO               PIC 9(16)V99.
          05 HCT-TOTAL-INSS                PIC 9(16)V99.
          05 HCT-TOTAL-IRRF                PIC 9(16)V99.
          05 HCT-TOTAL-LIQUIDO             PIC 9(16)V99.
          05 HCT-TOTAL-DEPOSITO            PIC 9(16)V99.
          05 FILLER                        PIC X(83).

       FD INFORME-RENDIMENTOS-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-INFORME-RENDIMENTOS-S        PIC X(200).

       FD RESUMO-ANUAL-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RESUMO-ANUAL-S               PIC X(200).


       WORKING-STORAGE SECTION.
       01 AS-CAMINHO-HIST-CONTRACHEQUE PIC X(100) VALUE
          'C:\Users\gui\Downloads\historico_contracheque.txt'.
       01 AS-CAMINHO-INFORME-S      PIC X(100) VALUE
          'C:\Users\gui\Downloads\informe_rendimentos1.txt'.
       01 AS-CAMINHO-RESUMO-ANUAL-S PIC X(100) VALUE
          'C:\Users\gui\Downloads\resumo_anual_folha1.txt'.
       01 AS-CAMINHO-ENV            PIC X(100) VALUE SPACES.

       01 AS-STATUS-E1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S2              PIC 9(02) VALUE ZEROS.
       01 AS-FIM-HIST               PIC X(01) VALUE 'N'.
       01 AS-ERRO-ABERTURA          PIC X(01) VALUE 'N'.
       01 AS-ERRO-ARQUIVO           PIC X(01) VALUE 'N'.

      ******************************************************************
      * Ano-calendario (CBLZGB12_ANO, default o ano anterior ao da
      * execucao) e fonte pagadora impressa no informe.
      ******************************************************************
       01 AS-DATA-EXECUCAO          PIC X(08) VALUE SPACES.
       01 AS-ANO-EXECUCAO           PIC 9(04) VALUE ZERO.
       01 AS-ANO                    PIC 9(04) VALUE ZERO.
       01 AS-ANO-X REDEFINES AS-ANO PIC X(04).
       01 AS-EMPRESA                PIC X(60) VALUE SPACES.
       01 AS-CNPJ-EMPRESA           PIC X(18) VALUE SPACES.

       01 AS-MES                    PIC 9(02) VALUE ZERO.
       01 AS-ID-FUNC                PIC 9(05) VALUE ZERO.
       01 AS-IDX                    PIC 9(06) VALUE ZERO.
       01 AS-POS                    PIC 9(04) VALUE ZERO.
       01 AS-QTDE-INCONSISTENTES    PIC 9(06) VALUE ZERO.
       01 AS-QTDE-DIVERGENTES       PIC 9(02) VALUE ZERO.
       01 AS-QTDE-SEM-FOLHA         PIC 9(02) VALUE ZERO.

      ******************************************************************
      * Uma posicao por competencia do ano: geracao valida (ultima
      * execucao fechada com registro T), totais de controle do T e
      * soma dos contracheques D da mesma geracao.
      ******************************************************************
       01 TAB-MES OCCURS 12 TIMES.
          05 TAB-MES-GERACAO              PIC X(14).
          05 TAB-MES-T-QTDE               PIC 9(06).
          05 TAB-MES-T-BRUTO              PIC 9(16)V99.
          05 TAB-MES-T-INSS               PIC 9(16)V99.
          05 TAB-MES-T-IRRF               PIC 9(16)V99.
          05 TAB-MES-T-LIQUIDO            PIC 9(16)V99.
          05 TAB-MES-T-DEPOSITO           PIC 9(16)V99.
          05 TAB-MES-QTDE                 PIC 9(06).
          05 TAB-MES-BRUTO                PIC 9(16)V99.
          05 TAB-MES-INSS                 PIC 9(16)V99.
          05 TAB-MES-IRRF                 PIC 9(16)V99.
          05 TAB-MES-LIQUIDO              PIC 9(16)V99.

      ******************************************************************
      * Funcionarios com contracheque no ano: TAB-INF-POS leva o ID do
      * funcionario a posicao na tabela do informe (zero = sem
      * contracheque no ano). Nome e CPF ficam os do ultimo
      * contracheque lido.
      ******************************************************************
       01 AS-INF-MAX                PIC 9(04) VALUE 5000.
       01 AS-INF-QTDE               PIC 9(04) VALUE ZERO.
       01 TAB-INF-POS                 PIC 9(04) OCCURS 99999 TIMES.
       01 TAB-INFORME OCCURS 5000 TIMES.
          05 TAB-INF-CPF                  PIC X(14).
          05 TAB-INF-NOME                 PIC X(100).
          05 TAB-INF-MES OCCURS 12 TIMES.
             10 TAB-INF-TEM               PIC X(01).
             10 TAB-INF-BRUTO             PIC 9(09)V99.
             10 TAB-INF-ISENTOS           PIC 9(09)V99.
             10 TAB-INF-INSS              PIC 9(09)V99.
             10 TAB-INF-IRRF              PIC 9(09)V99.
             10 TAB-INF-LIQUIDO           PIC 9(09)V99.

       01 AS-FUNC-BRUTO             PIC 9(11)V99 VALUE ZERO.
       01 AS-FUNC-ISENTOS           PIC 9(11)V99 VALUE ZERO.
       01 AS-FUNC-INSS              PIC 9(11)V99 VALUE ZERO.
       01 AS-FUNC-IRRF              PIC 9(11)V99 VALUE ZERO.
       01 AS-FUNC-LIQUIDO           PIC 9(11)V99 VALUE ZERO.

       01 AS-ANUAL-BRUTO            PIC 9(16)V99 VALUE ZERO.
       01 AS-ANUAL-INSS             PIC 9(16)V99 VALUE ZERO.
       01 AS-ANUAL-IRRF             PIC 9(16)V99 VALUE ZERO.
       01 AS-ANUAL-LIQUIDO          PIC 9(16)V99 VALUE ZERO.
       01 AS-ANUAL-DEPOSITO         PIC 9(16)V99 VALUE ZERO.

       01 INFORME-TITULO.
           05 FILLER PIC X(45) VALUE
              'COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO'.
           05 FILLER PIC X(38) VALUE
              ' SOBRE A RENDA RETIDO NA FONTE - ANO: '.
           05 IRT-ANO PIC X(04).

       01 INFORME-FONTE.
           05 FILLER PIC X(16) VALUE 'Fonte pagadora: '.
           05 IRF-EMPRESA PIC X(60).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'CNPJ: '.
           05 IRF-CNPJ PIC X(18).

       01 INFORME-BENEFICIARIO.
           05 FILLER PIC X(14) VALUE 'Beneficiario: '.
           05 IRB-ID-FUNC PIC 9(05).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'CPF: '.
           05 IRB-CPF PIC X(14).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'Nome: '.
           05 IRB-NOME PIC X(100).

       01 INFORME-MES.
           05 FILLER PIC X(13) VALUE 'Competencia: '.
           05 IRM-COMPETENCIA PIC X(06).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Bruto: '.
           05 IRM-BRUTO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'Isentos: '.
           05 IRM-ISENTOS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'INSS: '.
           05 IRM-INSS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'IRRF: '.
           05 IRM-IRRF PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'Liquido: '.
           05 IRM-LIQUIDO PIC ZZZ,ZZZ,ZZ9.99.

       01 INFORME-TOTAIS.
           05 FILLER PIC X(25) VALUE 'Rendimentos tributaveis: '.
           05 IRS-BRUTO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(28) VALUE
              'Contribuicao previdenciaria:'.
           05 IRS-INSS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'IRRF retido: '.
           05 IRS-IRRF PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'Liquido pago: '.
           05 IRS-LIQUIDO PIC ZZZ,ZZZ,ZZ9.99.

       01 INFORME-ISENTOS.
           05 FILLER PIC X(25) VALUE 'Rendimentos isentos:     '.
           05 IRI-ISENTOS PIC ZZZ,ZZZ,ZZ9.99.

       01 RESUMO-ANUAL-TITULO.
           05 FILLER PIC X(29) VALUE
              'RESUMO ANUAL DA FOLHA - ANO: '.
           05 RAT-ANO PIC X(04).

       01 RESUMO-ANUAL-MES.
           05 RAM-COMPETENCIA PIC X(06).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Funcs: '.
           05 RAM-QTDE PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Bruto: '.
           05 RAM-BRUTO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'INSS: '.
           05 RAM-INSS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'IRRF: '.
           05 RAM-IRRF PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'Liquido: '.
           05 RAM-LIQUIDO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'Total folha: '.
           05 RAM-DEPOSITO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RAM-SITUACAO PIC X(10).

       01 RESUMO-ANUAL-TOTAL.
           05 FILLER PIC X(6) VALUE 'ANO   '.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Funcs: '.
           05 RAA-QTDE PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Bruto: '.
           05 RAA-BRUTO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'INSS: '.
           05 RAA-INSS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'IRRF: '.
           05 RAA-IRRF PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'Liquido: '.
           05 RAA-LIQUIDO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'Total folha: '.
           05 RAA-DEPOSITO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RAA-SITUACAO PIC X(10).

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR        SECTION.
           INICIALIZAR.
           PERFORM CARREGAR-CAMINHOS.
           PERFORM CARREGAR-PARAMETROS-INFORME.

           PERFORM VARYING AS-IDX FROM 1 BY 1
                   UNTIL AS-IDX > 99999
               MOVE ZERO TO TAB-INF-POS(AS-IDX)
           END-PERFORM
           PERFORM VARYING AS-MES FROM 1 BY 1 UNTIL AS-MES > 12
               MOVE SPACES TO TAB-MES-GERACAO(AS-MES)
               MOVE ZERO TO TAB-MES-T-QTDE(AS-MES)
               MOVE ZERO TO TAB-MES-T-BRUTO(AS-MES)
               MOVE ZERO TO TAB-MES-T-INSS(AS-MES)
               MOVE ZERO TO TAB-MES-T-IRRF(AS-MES)
               MOVE ZERO TO TAB-MES-T-LIQUIDO(AS-MES)
               MOVE ZERO TO TAB-MES-T-DEPOSITO(AS-MES)
               MOVE ZERO TO TAB-MES-QTDE(AS-MES)
               MOVE ZERO TO TAB-MES-BRUTO(AS-MES)
               MOVE ZERO TO TAB-MES-INSS(AS-MES)
               MOVE ZERO TO TAB-MES-IRRF(AS-MES)
               MOVE ZERO TO TAB-MES-LIQUIDO(AS-MES)
           END-PERFORM

           OPEN INPUT HISTORICO-CONTRACHEQUE.
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           END-IF

           IF AS-ERRO-ABERTURA = 'Y'
               DISPLAY 'ERRO: FALHA NA ABERTURA, '
                   'NENHUM INFORME EMITIDO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT INFORME-RENDIMENTOS-S.
           OPEN OUTPUT RESUMO-ANUAL-S.

           CARREGAR-CAMINHOS.
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB12_HIST_CONTRACHEQUE"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-HIST-CONTRACHEQUE
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB12_INFORME_S"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-INFORME-S
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB12_RESUMO_ANUAL_S"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-RESUMO-ANUAL-S
               END-IF.

           CARREGAR-PARAMETROS-INFORME.
               ACCEPT AS-DATA-EXECUCAO FROM DATE YYYYMMDD
               MOVE AS-DATA-EXECUCAO(1:4) TO AS-ANO-EXECUCAO
               COMPUTE AS-ANO = AS-ANO-EXECUCAO - 1
               MOVE SPACES TO AS-CAMINHO-ENV
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB12_ANO"
               IF AS-CAMINHO-ENV(1:4) IS NUMERIC
                   MOVE AS-CAMINHO-ENV(1:4) TO AS-ANO-X
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB12_EMPRESA"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV(1:60) TO AS-EMPRESA
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB12_CNPJ"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV(1:18) TO AS-CNPJ-EMPRESA
               END-IF.

       1000-INICIALIZAR-FIM.
           EXIT.

      ******************************************************************
      * Duas leituras do historico: a primeira escolhe, por
      * competencia do ano, a ultima geracao fechada com registro T;
      * a segunda acumula so os contracheques D dessa geracao. Grupo
      * sem T (execucao interrompida) e ignorado. Registros R
      * (diferenca retroativa paga na competencia) e X (rescisao do
      * desligamento na competencia) valem todos.
      ******************************************************************
       2000-PROCESSAR          SECTION.

           MOVE 'N' TO AS-FIM-HIST.
           PERFORM LER-TOTAL-HISTORICO UNTIL AS-FIM-HIST EQUAL 'S'.

           CLOSE HISTORICO-CONTRACHEQUE.
           OPEN INPUT HISTORICO-CONTRACHEQUE.
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               MOVE 'Y' TO AS-ERRO-ARQUIVO
           ELSE
               MOVE 'N' TO AS-FIM-HIST
               PERFORM LER-DETALHE-HISTORICO
                   UNTIL AS-FIM-HIST EQUAL 'S'
           END-IF

           PERFORM GERAR-INFORMES.
           PERFORM GERAR-RESUMO-ANUAL.

       2000-PROCESSAR-FIM.
           EXIT.

       2100-LER-HISTORICO SECTION.
           LER-TOTAL-HISTORICO.
               READ HISTORICO-CONTRACHEQUE
               AT END
                   MOVE 'S' TO AS-FIM-HIST
               NOT AT END
                   IF HCC-TIPO = 'T' AND HCC-COMP-ANO = AS-ANO-X
                       PERFORM GUARDAR-TOTAL-MES
                   END-IF
               END-READ
               IF AS-STATUS-E1 NOT EQUAL ZEROS AND
                       AS-STATUS-E1 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-HIST
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           GUARDAR-TOTAL-MES.
               IF HCC-COMP-MES IS NOT NUMERIC OR
                       HCC-COMP-MES < '01' OR HCC-COMP-MES > '12' OR
                       HCT-QTDE-FUNC IS NOT NUMERIC OR
                       HCT-TOTAL-BRUTO IS NOT NUMERIC OR
                       HCT-TOTAL-INSS IS NOT NUMERIC OR
                       HCT-TOTAL-IRRF IS NOT NUMERIC OR
                       HCT-TOTAL-LIQUIDO IS NOT NUMERIC OR
                       HCT-TOTAL-DEPOSITO IS NOT NUMERIC
                   ADD 1 TO AS-QTDE-INCONSISTENTES
               ELSE
                   MOVE HCC-COMP-MES TO AS-MES
                   IF TAB-MES-GERACAO(AS-MES) = SPACES OR
                           HCC-GERACAO >= TAB-MES-GERACAO(AS-MES)
                       MOVE HCC-GERACAO TO TAB-MES-GERACAO(AS-MES)
                       MOVE HCT-QTDE-FUNC TO TAB-MES-T-QTDE(AS-MES)
                       MOVE HCT-TOTAL-BRUTO TO TAB-MES-T-BRUTO(AS-MES)
                       MOVE HCT-TOTAL-INSS TO TAB-MES-T-INSS(AS-MES)
                       MOVE HCT-TOTAL-IRRF TO TAB-MES-T-IRRF(AS-MES)
                       MOVE HCT-TOTAL-LIQUIDO
                           TO TAB-MES-T-LIQUIDO(AS-MES)
                       MOVE HCT-TOTAL-DEPOSITO
                           TO TAB-MES-T-DEPOSITO(AS-MES)
                   END-IF
               END-IF.

           LER-DETALHE-HISTORICO.
               READ HISTORICO-CONTRACHEQUE
               AT END
                   MOVE 'S' TO AS-FIM-HIST
               NOT AT END
                   IF HCC-TIPO = 'D' AND HCC-COMP-ANO = AS-ANO-X AND
                           HCC-COMP-MES IS NUMERIC AND
                           HCC-COMP-MES >= '01' AND
                           HCC-COMP-MES <= '12'
                       MOVE HCC-COMP-MES TO AS-MES
                       IF HCC-GERACAO = TAB-MES-GERACAO(AS-MES)
                           PERFORM ACUMULAR-CONTRACHEQUE
                       END-IF
                   END-IF
                   IF (HCC-TIPO = 'R' OR HCC-TIPO = 'X') AND
                           HCC-COMP-ANO = AS-ANO-X AND
                           HCC-COMP-MES IS NUMERIC AND
                           HCC-COMP-MES >= '01' AND
                           HCC-COMP-MES <= '12'
                       MOVE HCC-COMP-MES TO AS-MES
                       PERFORM ACUMULAR-DIFERENCA
                   END-IF
                   IF HCC-TIPO = 'I' AND HCC-COMP-ANO = AS-ANO-X AND
                           HCC-COMP-MES IS NUMERIC AND
                           HCC-COMP-MES >= '01' AND
                           HCC-COMP-MES <= '12'
                       MOVE HCC-COMP-MES TO AS-MES
                       PERFORM ACUMULAR-ISENTO
                   END-IF
               END-READ
               IF AS-STATUS-E1 NOT EQUAL ZEROS AND
                       AS-STATUS-E1 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-HIST
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           ACUMULAR-CONTRACHEQUE.
               IF HCC-ID-FUNC IS NOT NUMERIC OR
                       HCC-ID-FUNC = '00000' OR
                       HCC-BRUTO IS NOT NUMERIC OR
                       HCC-INSS IS NOT NUMERIC OR
                       HCC-IRRF IS NOT NUMERIC OR
                       HCC-LIQUIDO IS NOT NUMERIC
                   ADD 1 TO AS-QTDE-INCONSISTENTES
               ELSE
                   MOVE HCC-ID-FUNC TO AS-ID-FUNC
                   IF TAB-INF-POS(AS-ID-FUNC) = ZERO
                       PERFORM INCLUIR-FUNCIONARIO-INFORME
                   END-IF
                   MOVE TAB-INF-POS(AS-ID-FUNC) TO AS-POS
                   IF HCC-CPF NOT = SPACES
                       MOVE HCC-CPF TO TAB-INF-CPF(AS-POS)
                   END-IF
                   MOVE HCC-NOME TO TAB-INF-NOME(AS-POS)
                   MOVE 'Y' TO TAB-INF-TEM(AS-POS, AS-MES)
                   ADD HCC-BRUTO TO TAB-INF-BRUTO(AS-POS, AS-MES)
                   ADD HCC-INSS TO TAB-INF-INSS(AS-POS, AS-MES)
                   ADD HCC-IRRF TO TAB-INF-IRRF(AS-POS, AS-MES)
                   ADD HCC-LIQUIDO TO TAB-INF-LIQUIDO(AS-POS, AS-MES)
                   ADD 1 TO TAB-MES-QTDE(AS-MES)
                   ADD HCC-BRUTO TO TAB-MES-BRUTO(AS-MES)
                   ADD HCC-INSS TO TAB-MES-INSS(AS-MES)
                   ADD HCC-IRRF TO TAB-MES-IRRF(AS-MES)
                   ADD HCC-LIQUIDO TO TAB-MES-LIQUIDO(AS-MES)
               END-IF.

      ******************************************************************
      * Diferenca retroativa e rescisao: rendimento do mes do
      * pagamento no informe do funcionario; o resumo anual confere so
      * a folha.
      ******************************************************************
           ACUMULAR-DIFERENCA.
               IF HCC-ID-FUNC IS NOT NUMERIC OR
                       HCC-ID-FUNC = '00000' OR
                       HCC-BRUTO IS NOT NUMERIC OR
                       HCC-INSS IS NOT NUMERIC OR
                       HCC-IRRF IS NOT NUMERIC OR
                       HCC-LIQUIDO IS NOT NUMERIC
                   ADD 1 TO AS-QTDE-INCONSISTENTES
               ELSE
                   MOVE HCC-ID-FUNC TO AS-ID-FUNC
                   IF TAB-INF-POS(AS-ID-FUNC) = ZERO
                       PERFORM INCLUIR-FUNCIONARIO-INFORME
                   END-IF
                   MOVE TAB-INF-POS(AS-ID-FUNC) TO AS-POS
                   IF HCC-CPF NOT = SPACES
                       MOVE HCC-CPF TO TAB-INF-CPF(AS-POS)
                   END-IF
                   IF TAB-INF-NOME(AS-POS) = SPACES
                       MOVE HCC-NOME TO TAB-INF-NOME(AS-POS)
                   END-IF
                   MOVE 'Y' TO TAB-INF-TEM(AS-POS, AS-MES)
                   ADD HCC-BRUTO TO TAB-INF-BRUTO(AS-POS, AS-MES)
                   ADD HCC-INSS TO TAB-INF-INSS(AS-POS, AS-MES)
                   ADD HCC-IRRF TO TAB-INF-IRRF(AS-POS, AS-MES)
                   ADD HCC-LIQUIDO TO TAB-INF-LIQUIDO(AS-POS, AS-MES)
               END-IF.

      ******************************************************************
      * Verbas indenizatorias da rescisao (aviso indenizado, ferias
      * indenizadas com 1/3 e multa do FGTS): rendimento isento no mes
      * do desligamento, somado ao liquido pago mas nunca ao bruto
      * tributavel.
      ******************************************************************
           ACUMULAR-ISENTO.
               IF HCC-ID-FUNC IS NOT NUMERIC OR
                       HCC-ID-FUNC = '00000' OR
                       HCC-BRUTO IS NOT NUMERIC OR
                       HCC-LIQUIDO IS NOT NUMERIC
                   ADD 1 TO AS-QTDE-INCONSISTENTES
               ELSE
                   MOVE HCC-ID-FUNC TO AS-ID-FUNC
                   IF TAB-INF-POS(AS-ID-FUNC) = ZERO
                       PERFORM INCLUIR-FUNCIONARIO-INFORME
                   END-IF
                   MOVE TAB-INF-POS(AS-ID-FUNC) TO AS-POS
                   IF HCC-CPF NOT = SPACES
                       MOVE HCC-CPF TO TAB-INF-CPF(AS-POS)
                   END-IF
                   IF TAB-INF-NOME(AS-POS) = SPACES
                       MOVE HCC-NOME TO TAB-INF-NOME(AS-POS)
                   END-IF
                   MOVE 'Y' TO TAB-INF-TEM(AS-POS, AS-MES)
                   ADD HCC-BRUTO TO TAB-INF-ISENTOS(AS-POS, AS-MES)
                   ADD HCC-LIQUIDO TO TAB-INF-LIQUIDO(AS-POS, AS-MES)
               END-IF.

           INCLUIR-FUNCIONARIO-INFORME.
               IF AS-INF-QTDE >= AS-INF-MAX
                   DISPLAY 'ERRO: LIMITE DE ' AS-INF-MAX
                       ' FUNCIONARIOS NO INFORME EXCEDIDO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO AS-INF-QTDE
               MOVE AS-INF-QTDE TO TAB-INF-POS(AS-ID-FUNC)
               MOVE SPACES TO TAB-INF-CPF(AS-INF-QTDE)
               MOVE SPACES TO TAB-INF-NOME(AS-INF-QTDE)
               PERFORM VARYING AS-MES FROM 1 BY 1 UNTIL AS-MES > 12
                   MOVE 'N' TO TAB-INF-TEM(AS-INF-QTDE, AS-MES)
                   MOVE ZERO TO TAB-INF-BRUTO(AS-INF-QTDE, AS-MES)
                   MOVE ZERO TO TAB-INF-ISENTOS(AS-INF-QTDE, AS-MES)
                   MOVE ZERO TO TAB-INF-INSS(AS-INF-QTDE, AS-MES)
                   MOVE ZERO TO TAB-INF-IRRF(AS-INF-QTDE, AS-MES)
                   MOVE ZERO TO TAB-INF-LIQUIDO(AS-INF-QTDE, AS-MES)
               END-PERFORM
               MOVE HCC-COMP-MES TO AS-MES.

       2100-LER-HISTORICO-FIM.
           EXIT.

      ******************************************************************
      * Um informe por funcionario com contracheque no ano, em ordem
      * de ID: fonte pagadora, beneficiario, meses pagos e totais
      * anuais.
      ******************************************************************
       2200-GERAR-INFORMES SECTION.
           GERAR-INFORMES.
               MOVE AS-ANO-X TO IRT-ANO
               MOVE AS-EMPRESA TO IRF-EMPRESA
               MOVE AS-CNPJ-EMPRESA TO IRF-CNPJ
               PERFORM VARYING AS-IDX FROM 1 BY 1
                       UNTIL AS-IDX > 99999
                   IF TAB-INF-POS(AS-IDX) > ZERO
                       MOVE TAB-INF-POS(AS-IDX) TO AS-POS
                       PERFORM GERAR-INFORME-FUNC
                   END-IF
               END-PERFORM.

           GERAR-INFORME-FUNC.
               MOVE INFORME-TITULO TO ARQ-INFORME-RENDIMENTOS-S
               WRITE ARQ-INFORME-RENDIMENTOS-S
               MOVE INFORME-FONTE TO ARQ-INFORME-RENDIMENTOS-S
               WRITE ARQ-INFORME-RENDIMENTOS-S
               MOVE AS-IDX TO IRB-ID-FUNC
               MOVE TAB-INF-CPF(AS-POS) TO IRB-CPF
               MOVE TAB-INF-NOME(AS-POS) TO IRB-NOME
               MOVE INFORME-BENEFICIARIO TO ARQ-INFORME-RENDIMENTOS-S
               WRITE ARQ-INFORME-RENDIMENTOS-S
               MOVE ZERO TO AS-FUNC-BRUTO
               MOVE ZERO TO AS-FUNC-ISENTOS
               MOVE ZERO TO AS-FUNC-INSS
               MOVE ZERO TO AS-FUNC-IRRF
               MOVE ZERO TO AS-FUNC-LIQUIDO
               PERFORM VARYING AS-MES FROM 1 BY 1 UNTIL AS-MES > 12
                   IF TAB-INF-TEM(AS-POS, AS-MES) = 'Y'
                       PERFORM GRAVAR-INFORME-MES
                   END-IF
               END-PERFORM
               MOVE AS-FUNC-BRUTO TO IRS-BRUTO
               MOVE AS-FUNC-INSS TO IRS-INSS
               MOVE AS-FUNC-IRRF TO IRS-IRRF
               MOVE AS-FUNC-LIQUIDO TO IRS-LIQUIDO
               MOVE INFORME-TOTAIS TO ARQ-INFORME-RENDIMENTOS-S
               WRITE ARQ-INFORME-RENDIMENTOS-S
               MOVE AS-FUNC-ISENTOS TO IRI-ISENTOS
               MOVE INFORME-ISENTOS TO ARQ-INFORME-RENDIMENTOS-S
               WRITE ARQ-INFORME-RENDIMENTOS-S
               MOVE SPACES TO ARQ-INFORME-RENDIMENTOS-S
               WRITE ARQ-INFORME-RENDIMENTOS-S.

           GRAVAR-INFORME-MES.
               MOVE AS-ANO-X TO IRM-COMPETENCIA(1:4)
               MOVE AS-MES TO IRM-COMPETENCIA(5:2)
               MOVE TAB-INF-BRUTO(AS-POS, AS-MES) TO IRM-BRUTO
               MOVE TAB-INF-ISENTOS(AS-POS, AS-MES) TO IRM-ISENTOS
               MOVE TAB-INF-INSS(AS-POS, AS-MES) TO IRM-INSS
               MOVE TAB-INF-IRRF(AS-POS, AS-MES) TO IRM-IRRF
               MOVE TAB-INF-LIQUIDO(AS-POS, AS-MES) TO IRM-LIQUIDO
               MOVE INFORME-MES TO ARQ-INFORME-RENDIMENTOS-S
               WRITE ARQ-INFORME-RENDIMENTOS-S
               ADD TAB-INF-BRUTO(AS-POS, AS-MES) TO AS-FUNC-BRUTO
               ADD TAB-INF-ISENTOS(AS-POS, AS-MES) TO AS-FUNC-ISENTOS
               ADD TAB-INF-INSS(AS-POS, AS-MES) TO AS-FUNC-INSS
               ADD TAB-INF-IRRF(AS-POS, AS-MES) TO AS-FUNC-IRRF
               ADD TAB-INF-LIQUIDO(AS-POS, AS-MES) TO AS-FUNC-LIQUIDO.

       2200-GERAR-INFORMES-FIM.
           EXIT.

      ******************************************************************
      * Resumo anual da empresa: por competencia, soma dos
      * contracheques contra o total de controle da mesma execucao.
      * OK quando quantidade, bruto, INSS, IRRF e liquido batem com o
      * registro T e o bruto bate com o Deposito Folha (TOTAL-FOLHA);
      * SEM FOLHA quando a competencia nao tem execucao fechada.
      ******************************************************************
       2300-GERAR-RESUMO-ANUAL SECTION.
           GERAR-RESUMO-ANUAL.
               MOVE AS-ANO-X TO RAT-ANO
               MOVE RESUMO-ANUAL-TITULO TO ARQ-RESUMO-ANUAL-S
               WRITE ARQ-RESUMO-ANUAL-S
               PERFORM VARYING AS-MES FROM 1 BY 1 UNTIL AS-MES > 12
                   PERFORM GRAVAR-RESUMO-MES
               END-PERFORM
               MOVE AS-INF-QTDE TO RAA-QTDE
               MOVE AS-ANUAL-BRUTO TO RAA-BRUTO
               MOVE AS-ANUAL-INSS TO RAA-INSS
               MOVE AS-ANUAL-IRRF TO RAA-IRRF
               MOVE AS-ANUAL-LIQUIDO TO RAA-LIQUIDO
               MOVE AS-ANUAL-DEPOSITO TO RAA-DEPOSITO
               IF AS-QTDE-DIVERGENTES > ZERO
                   MOVE 'DIVERGENTE' TO RAA-SITUACAO
               ELSE
                   IF AS-QTDE-SEM-FOLHA > ZERO
                       MOVE 'INCOMPLETO' TO RAA-SITUACAO
                   ELSE
                       MOVE 'OK' TO RAA-SITUACAO
                   END-IF
               END-IF
               MOVE RESUMO-ANUAL-TOTAL TO ARQ-RESUMO-ANUAL-S
               WRITE ARQ-RESUMO-ANUAL-S.

           GRAVAR-RESUMO-MES.
               MOVE AS-ANO-X TO RAM-COMPETENCIA(1:4)
               MOVE AS-MES TO RAM-COMPETENCIA(5:2)
               MOVE TAB-MES-QTDE(AS-MES) TO RAM-QTDE
               MOVE TAB-MES-BRUTO(AS-MES) TO RAM-BRUTO
               MOVE TAB-MES-INSS(AS-MES) TO RAM-INSS
               MOVE TAB-MES-IRRF(AS-MES) TO RAM-IRRF
               MOVE TAB-MES-LIQUIDO(AS-MES) TO RAM-LIQUIDO
               MOVE TAB-MES-T-DEPOSITO(AS-MES) TO RAM-DEPOSITO
               EVALUATE TRUE
                   WHEN TAB-MES-GERACAO(AS-MES) = SPACES
                       MOVE 'SEM FOLHA' TO RAM-SITUACAO
                       ADD 1 TO AS-QTDE-SEM-FOLHA
                   WHEN TAB-MES-QTDE(AS-MES) NOT =
                           TAB-MES-T-QTDE(AS-MES)
                     OR TAB-MES-BRUTO(AS-MES) NOT =
                           TAB-MES-T-BRUTO(AS-MES)
                     OR TAB-MES-INSS(AS-MES) NOT =
                           TAB-MES-T-INSS(AS-MES)
                     OR TAB-MES-IRRF(AS-MES) NOT =
                           TAB-MES-T-IRRF(AS-MES)
                     OR TAB-MES-LIQUIDO(AS-MES) NOT =
                           TAB-MES-T-LIQUIDO(AS-MES)
                     OR TAB-MES-BRUTO(AS-MES) NOT =
                           TAB-MES-T-DEPOSITO(AS-MES)
                       MOVE 'DIVERGENTE' TO RAM-SITUACAO
                       ADD 1 TO AS-QTDE-DIVERGENTES
                   WHEN OTHER
                       MOVE 'OK' TO RAM-SITUACAO
               END-EVALUATE
               MOVE RESUMO-ANUAL-MES TO ARQ-RESUMO-ANUAL-S
               WRITE ARQ-RESUMO-ANUAL-S
               ADD TAB-MES-BRUTO(AS-MES) TO AS-ANUAL-BRUTO
               ADD TAB-MES-INSS(AS-MES) TO AS-ANUAL-INSS
               ADD TAB-MES-IRRF(AS-MES) TO AS-ANUAL-IRRF
               ADD TAB-MES-LIQUIDO(AS-MES) TO AS-ANUAL-LIQUIDO
               ADD TAB-MES-T-DEPOSITO(AS-MES) TO AS-ANUAL-DEPOSITO.

       2300-GERAR-RESUMO-ANUAL-FIM.
           EXIT.

       3000-FINALIZAR          SECTION.

           CLOSE HISTORICO-CONTRACHEQUE.
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-E1
           END-IF

           CLOSE INFORME-RENDIMENTOS-S.
           IF AS-STATUS-S1 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S1
           END-IF

           CLOSE RESUMO-ANUAL-S.
           IF AS-STATUS-S2 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S2
           END-IF

      ******************************************************************
      * RETURN-CODE: 12 abertura, 8 erro de arquivo, 4 competencia
      * divergente, sem folha fechada ou registro inconsistente no
      * historico (informe nao deve ser entregue sem conferencia).
      ******************************************************************
           EVALUATE TRUE
               WHEN AS-ERRO-ABERTURA = 'Y'
                   MOVE 12 TO RETURN-CODE
               WHEN AS-ERRO-ARQUIVO = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN AS-QTDE-DIVERGENTES > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN AS-QTDE-SEM-FOLHA > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN AS-QTDE-INCONSISTENTES > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZGB12.
