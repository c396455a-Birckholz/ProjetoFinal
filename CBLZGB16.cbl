       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZGB16.
      ******************************************************************
      * Author: GUILHERME GRUNER BIRCKHOLZ
      * Date:   02/09/2026
      * Purpose: Diferencas salariais retroativas (dissidio). Para
      *          cada competencia ja fechada desde a data-base, o
      *          contracheque gravado no historico pelo CBLZGB04 e
      *          recalculado com o salario base do cargo vigente na
      *          tabela salarial para aquela competencia. A diferenca
      *          de bruto, com INSS e IRRF recalculados sobre o novo
      *          bruto do mes (menos o ja retido), sai num unico
      *          contracheque de diferencas por funcionario, com as
      *          competencias abertas linha a linha, e o liquido devido
      *          vai para o extrato de deposito na conta do
      *          funcionario. Cada diferenca paga fica no historico de
      *          contracheques (registro R, competencia do pagamento e
      *          competencia de referencia), de modo que nova execucao
      *          ou novo reajuste paga so o que ainda faltar. Na
      *          efetivacao cada diferenca paga tambem vira eventos
      *          contabeis (DISS, INSS e IRRF) na competencia do
      *          pagamento, no arquivo cumulativo de eventos de
      *          pagamentos lido pelo CBLZGB09.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TABELA-SALARIAL ASSIGN TO
           AS-CAMINHO-TAB-SALARIAL
       FILE STATUS IS AS-STATUS-E1.

       SELECT HISTORICO-CONTRACHEQUE ASSIGN TO
           AS-CAMINHO-HIST-CONTRACHEQUE
       FILE STATUS IS AS-STATUS-E2.

       SELECT PARAMETROS-FOLHA ASSIGN TO
           AS-CAMINHO-PARAMETROS
       FILE STATUS IS AS-STATUS-E3.

       SELECT CONTAS-M ASSIGN TO
           AS-CAMINHO-CONTAS-M
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CON-M-ID
       FILE STATUS IS AS-STATUS-E4.

       SELECT CONTRACHEQUE-DISSIDIO-S ASSIGN TO
           AS-CAMINHO-CONTRACHEQUE-S
       FILE STATUS IS AS-STATUS-S1.

       SELECT DEPOSITO-DISSIDIO-S ASSIGN TO
           AS-CAMINHO-DEPOSITO-S
       FILE STATUS IS AS-STATUS-S2.

       SELECT EVENTOS-PAGAMENTOS ASSIGN TO
           AS-CAMINHO-EVENTOS-PAG
       FILE STATUS IS AS-STATUS-S3.


       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * Mesmo layout da tabela salarial com vigencia do CBLZGB04.
      ******************************************************************
       FD TABELA-SALARIAL
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-TABELA-SALARIAL              PIC X(30).
       01 FILLER REDEFINES ARQ-TABELA-SALARIAL.
          05 TSA-ID-CARGO                  PIC X(05).
          05 TSA-VIGENCIA                  PIC X(08).
          05 TSA-SAL-BASE                  PIC X(10).
          05 FILLER                        PIC X(07).

      ******************************************************************
      * Historico de contracheques do CBLZGB04 (registros D e T). O
      * registro R, gravado aqui, e a diferenca retroativa paga: a
      * competencia e a do pagamento e HCC-COMP-REFERENCIA a
      * competencia recalculada.
      ******************************************************************
       FD HISTORICO-CONTRACHEQUE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-HIST-CONTRACHEQUE            PIC X(200).
       01 FILLER REDEFINES ARQ-HIST-CONTRACHEQUE.
          05 HCC-COMPETENCIA               PIC X(06).
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
          05 HCC-COMP-REFERENCIA           PIC X(06).

       FD PARAMETROS-FOLHA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PARAMETROS-FOLHA             PIC X(27).
       01 FILLER REDEFINES ARQ-PARAMETROS-FOLHA.
          05 PRM-TIPO                      PIC X(01).
          05 PRM-LIMITE                    PIC X(10).
          05 PRM-ALIQUOTA                  PIC X(06).
          05 PRM-DEDUCAO                   PIC X(10).

       FD CONTAS-M
          RECORD CONTAINS 174 CHARACTERS.

       01 ARQ-CONTA-M.
          05 CON-M-ID                      PIC X(05).
          05 CON-M-ID-FUNC                 PIC X(05).
          05 CON-M-AGENCIA                 PIC X(50).
          05 CON-M-NUMERO                  PIC X(60).
          05 CON-M-TIPO                    PIC X(50).
          05 FILLER                        PIC X(04).

       FD CONTRACHEQUE-DISSIDIO-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CONTRACHEQUE-DISSIDIO-S      PIC X(200).

      ******************************************************************
      * Mesmo layout do deposito de folha do CBLZGB04.
      ******************************************************************
       FD DEPOSITO-DISSIDIO-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-DEPOSITO-DISSIDIO-S          PIC X(120).
       01 FILLER REDEFINES ARQ-DEPOSITO-DISSIDIO-S.
          05 DEP-AGENCIA                   PIC X(50).
          05 DEP-CONTA                     PIC X(60).
          05 DEP-VALOR                     PIC 9(08)V99.

      ******************************************************************
      * Eventos contabeis no layout da folha (CBLZGB04), gravados por
      * EXTEND no arquivo de pagamentos fora da folha mensal que o
      * CBLZGB09 le como terceira entrada.
      ******************************************************************
       FD EVENTOS-PAGAMENTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-EVENTO-PAGAMENTO             PIC X(80).
       01 FILLER REDEFINES ARQ-EVENTO-PAGAMENTO.
          05 EVT-COMPETENCIA               PIC X(06).
          05 EVT-EVENTO                    PIC X(04).
          05 EVT-ID-CARGO                  PIC X(05).
          05 EVT-ID-DEP                    PIC X(05).
          05 EVT-ID-CLIENTE                PIC X(05).
          05 EVT-DOCUMENTO                 PIC X(10).
          05 EVT-DATA                      PIC X(08).
          05 EVT-VALOR                     PIC 9(11)V99.
          05 FILLER                        PIC X(24).


       WORKING-STORAGE SECTION.
       01 AS-CAMINHO-TAB-SALARIAL   PIC X(100) VALUE
          'C:\Users\gui\Downloads\TabelaSalarial.txt'.
       01 AS-CAMINHO-HIST-CONTRACHEQUE PIC X(100) VALUE
          'C:\Users\gui\Downloads\historico_contracheque.txt'.
       01 AS-CAMINHO-PARAMETROS     PIC X(100) VALUE
          'C:\Users\gui\Downloads\ParametrosFolha.txt'.
       01 AS-CAMINHO-CONTAS-M       PIC X(100) VALUE
          'C:\Users\gui\Downloads\Conta.idx'.
       01 AS-CAMINHO-CONTRACHEQUE-S PIC X(100) VALUE
          'C:\Users\gui\Downloads\contracheque_dissidio1.txt'.
       01 AS-CAMINHO-DEPOSITO-S     PIC X(100) VALUE
          'C:\Users\gui\Downloads\deposito_dissidio1.txt'.
       01 AS-CAMINHO-EVENTOS-PAG    PIC X(100) VALUE
          'C:\Users\gui\Downloads\eventos_pagamentos.txt'.
       01 AS-CAMINHO-ENV            PIC X(100) VALUE SPACES.

       01 AS-STATUS-E1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E2              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E3              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E4              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S2              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S3              PIC 9(02) VALUE ZEROS.
       01 AS-FIM-ARQ                PIC X(01) VALUE 'N'.
       01 AS-ERRO-ABERTURA          PIC X(01) VALUE 'N'.
       01 AS-ERRO-ARQUIVO           PIC X(01) VALUE 'N'.
       01 AS-GRAVA-HIST             PIC X(01) VALUE 'N'.
       01 AS-GRAVA-EVENTOS          PIC X(01) VALUE 'N'.

      ******************************************************************
      * Parametros: CBLZGB16_MODO (EFETIVAR, default, ou SIMULAR: so o
      * contracheque de diferencas, sem deposito, historico ou
      * eventos contabeis),
      * CBLZGB16_DATA_BASE (AAAAMM, default o mes da ultima vigencia
      * da tabela ate a competencia final) e CBLZGB16_COMPETENCIA_FIM
      * (AAAAMM, default o mes da execucao). O pagamento sai na
      * competencia do mes da execucao.
      ******************************************************************
       01 AS-DATA-EXECUCAO          PIC X(08) VALUE SPACES.
       01 AS-HORA-EXECUCAO          PIC X(08) VALUE SPACES.
       01 AS-GERACAO                PIC X(14) VALUE SPACES.
       01 AS-MODO                   PIC X(01) VALUE 'E'.
       01 AS-COMP-PAGAMENTO         PIC X(06) VALUE SPACES.
       01 AS-DATA-BASE              PIC X(06) VALUE SPACES.
       01 AS-COMP-FIM               PIC X(06) VALUE SPACES.
       01 AS-COMP-CORRENTE.
          05 AS-COMP-ANO            PIC 9(04).
          05 AS-COMP-MES            PIC 9(02).
       01 AS-COMP-CORRENTE-X REDEFINES AS-COMP-CORRENTE PIC X(06).

       01 AS-ID-ENTRADA             PIC X(05) VALUE SPACES.
       01 AS-ID-FUNC                PIC 9(05) VALUE ZERO.
       01 AS-IDX                    PIC 9(06) VALUE ZERO.
       01 AS-CHAVE-EDITADA          PIC 9(05) VALUE ZERO.
       01 AS-QTDE-INCONSISTENTES    PIC 9(06) VALUE ZERO.
       01 AS-QTDE-SEM-FOLHA         PIC 9(04) VALUE ZERO.
       01 AS-QTDE-SEM-CONTA         PIC 9(06) VALUE ZERO.
       01 AS-QTDE-FUNCIONARIOS      PIC 9(06) VALUE ZERO.

      ******************************************************************
      * Tabela salarial completa (todas as vigencias), consultada por
      * cargo e competencia.
      ******************************************************************
       01 AS-VIG-MAX                PIC 9(04) VALUE 5000.
       01 AS-VIG-QTDE               PIC 9(04) VALUE ZERO.
       01 AS-VIG-IDX                PIC 9(04) VALUE ZERO.
       01 AS-VIG-ACHADA             PIC X(08) VALUE SPACES.
       01 AS-SAL-VIGENTE            PIC 9(08)V99 VALUE ZERO.
       01 TAB-VIG OCCURS 5000 TIMES.
          05 TAB-VIG-ID-CARGO             PIC X(05).
          05 TAB-VIG-DATA                 PIC X(08).
          05 TAB-VIG-SAL                  PIC 9(08)V99.

      ******************************************************************
      * Competencias do periodo com folha fechada: ultima geracao com
      * registro T, como no informe de rendimentos (CBLZGB12).
      ******************************************************************
       01 AS-COMP-MAX               PIC 9(03) VALUE 120.
       01 AS-COMP-QTDE              PIC 9(03) VALUE ZERO.
       01 AS-COMP-IDX               PIC 9(03) VALUE ZERO.
       01 AS-COMP-ACHADA            PIC 9(03) VALUE ZERO.
       01 TAB-COMP OCCURS 120 TIMES.
          05 TAB-COMP-COMPETENCIA         PIC X(06).
          05 TAB-COMP-GERACAO             PIC X(14).

      ******************************************************************
      * Uma linha por funcionario e competencia: o que foi pago na
      * folha fechada, diferencas ja pagas em execucoes anteriores
      * (registros R) e a diferenca calculada agora. As linhas de cada
      * funcionario ficam encadeadas (TAB-FUN-PRIM/ULT, TAB-DET-PROX)
      * na ordem de leitura do historico.
      ******************************************************************
       01 TAB-FUN-PRIM                PIC 9(05) OCCURS 99999 TIMES
                                       VALUE ZERO.
       01 TAB-FUN-ULT                 PIC 9(05) OCCURS 99999 TIMES
                                       VALUE ZERO.
       01 TAB-FUN-CONTA               PIC X(05) OCCURS 99999 TIMES
                                       VALUE SPACES.
       01 AS-DET-MAX                PIC 9(05) VALUE 20000.
       01 AS-DET-QTDE               PIC 9(05) VALUE ZERO.
       01 AS-DET-IDX                PIC 9(05) VALUE ZERO.
       01 AS-DET-ULTIMO             PIC 9(05) VALUE ZERO.
       01 AS-COMP-REF               PIC X(06) VALUE SPACES.
       01 TAB-DET OCCURS 20000 TIMES.
          05 TAB-DET-COMPETENCIA          PIC X(06).
          05 TAB-DET-PROX                 PIC 9(05).
          05 TAB-DET-TEM-FOLHA            PIC X(01).
          05 TAB-DET-ID-CARGO             PIC X(05).
          05 TAB-DET-ID-DEP               PIC X(05).
          05 TAB-DET-CPF                  PIC X(14).
          05 TAB-DET-NOME                 PIC X(100).
          05 TAB-DET-PAGO-BRUTO           PIC 9(09)V99.
          05 TAB-DET-PAGO-INSS            PIC 9(09)V99.
          05 TAB-DET-PAGO-IRRF            PIC 9(09)V99.
          05 TAB-DET-ANT-BRUTO            PIC 9(09)V99.
          05 TAB-DET-ANT-INSS             PIC 9(09)V99.
          05 TAB-DET-ANT-IRRF             PIC 9(09)V99.
          05 TAB-DET-NOVO-BRUTO           PIC 9(09)V99.
          05 TAB-DET-DIF-BRUTO            PIC 9(09)V99.
          05 TAB-DET-DIF-INSS             PIC 9(09)V99.
          05 TAB-DET-DIF-IRRF             PIC 9(09)V99.

      ******************************************************************
      * Faixas de INSS e IRRF (ParametrosFolha, mesmas regras do
      * contracheque do CBLZGB04).
      ******************************************************************
       01 AS-PRM-MAX                PIC 9(02) VALUE 20.
       01 AS-PRM-IDX                PIC 9(02) VALUE ZERO.
       01 AS-INSS-QTDE              PIC 9(02) VALUE ZERO.
       01 TAB-INSS-LIMITE             PIC 9(08)V99 OCCURS 20 TIMES
                                       VALUE ZERO.
       01 TAB-INSS-ALIQ               PIC 9(03)V99 OCCURS 20 TIMES
                                       VALUE ZERO.
       01 AS-IRRF-QTDE              PIC 9(02) VALUE ZERO.
       01 TAB-IRRF-LIMITE             PIC 9(08)V99 OCCURS 20 TIMES
                                       VALUE ZERO.
       01 TAB-IRRF-ALIQ               PIC 9(03)V99 OCCURS 20 TIMES
                                       VALUE ZERO.
       01 TAB-IRRF-DEDUCAO            PIC 9(08)V99 OCCURS 20 TIMES
                                       VALUE ZERO.
       01 AS-BRUTO                  PIC 9(08)V99 VALUE ZERO.
       01 AS-INSS                   PIC 9(09)V99 VALUE ZERO.
       01 AS-BASE-IRRF              PIC 9(09)V99 VALUE ZERO.
       01 AS-IRRF                   PIC S9(09)V99 VALUE ZERO.
       01 AS-FAIXA-BASE             PIC 9(08)V99 VALUE ZERO.
       01 AS-FAIXA-TETO             PIC 9(08)V99 VALUE ZERO.
       01 AS-FAIXA-ACHADA           PIC X(01) VALUE 'N'.
       01 AS-FAIXA-CONTRIB          PIC 9(09)V99 VALUE ZERO.
       01 AS-CALC-TEMP              PIC 9(13)V9(04) VALUE ZERO.
       01 AS-IRRF-BRUTA             PIC 9(09)V99 VALUE ZERO.
       01 AS-DIFERENCA              PIC S9(09)V99 VALUE ZERO.

       01 AS-FUNC-BRUTO             PIC 9(11)V99 VALUE ZERO.
       01 AS-FUNC-INSS              PIC 9(11)V99 VALUE ZERO.
       01 AS-FUNC-IRRF              PIC 9(11)V99 VALUE ZERO.
       01 AS-FUNC-LIQUIDO           PIC S9(11)V99 VALUE ZERO.
       01 AS-TOTAL-BRUTO            PIC 9(16)V99 VALUE ZERO.
       01 AS-TOTAL-INSS             PIC 9(16)V99 VALUE ZERO.
       01 AS-TOTAL-IRRF             PIC 9(16)V99 VALUE ZERO.
       01 AS-TOTAL-LIQUIDO          PIC 9(16)V99 VALUE ZERO.
       01 AS-TOTAL-DEPOSITO         PIC 9(16)V99 VALUE ZERO.

       01 DISSIDIO-TITULO.
           05 FILLER PIC X(46) VALUE
              'CONTRACHEQUE DE DIFERENCAS SALARIAIS (DISSIDIO'.
           05 FILLER PIC X(26) VALUE
              ') - PAGAMENTO NA COMPET.: '.
           05 DST-COMP-PAGAMENTO PIC X(06).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DST-MODO PIC X(10).

       01 DISSIDIO-PERIODO.
           05 FILLER PIC X(19) VALUE 'Periodo recalculado'.
           05 FILLER PIC X(2) VALUE ': '.
           05 DSP-DATA-BASE PIC X(06).
           05 FILLER PIC X(3) VALUE ' a '.
           05 DSP-COMP-FIM PIC X(06).

       01 DISSIDIO-COMPETENCIA.
           05 FILLER PIC X(13) VALUE 'Competencia: '.
           05 DSC-COMPETENCIA PIC X(06).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DSC-SITUACAO PIC X(30).

       01 DISSIDIO-FUNCIONARIO.
           05 FILLER PIC X(13) VALUE 'Funcionario: '.
           05 DSF-ID-FUNC PIC 9(05).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'CPF: '.
           05 DSF-CPF PIC X(14).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'Nome: '.
           05 DSF-NOME PIC X(100).

       01 DISSIDIO-DETALHE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DSD-COMPETENCIA PIC X(06).
           05 FILLER PIC X(8) VALUE '  Cargo '.
           05 DSD-ID-CARGO PIC X(05).
           05 FILLER PIC X(8) VALUE '  Pago: '.
           05 DSD-PAGO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE '  Devido: '.
           05 DSD-DEVIDO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(13) VALUE '  Diferenca: '.
           05 DSD-DIFERENCA PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(8) VALUE '  INSS: '.
           05 DSD-INSS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(8) VALUE '  IRRF: '.
           05 DSD-IRRF PIC ZZZ,ZZZ,ZZ9.99.

       01 DISSIDIO-TOTAL-FUNC.
           05 FILLER PIC X(20) VALUE '  Total diferencas: '.
           05 DSU-BRUTO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(8) VALUE '  INSS: '.
           05 DSU-INSS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(8) VALUE '  IRRF: '.
           05 DSU-IRRF PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(11) VALUE '  Liquido: '.
           05 DSU-LIQUIDO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DSU-SITUACAO PIC X(30).

       01 DISSIDIO-TOTAIS.
           05 FILLER PIC X(13) VALUE 'Total Bruto: '.
           05 DSS-BRUTO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'Total INSS: '.
           05 DSS-INSS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'Total IRRF: '.
           05 DSS-IRRF PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(15) VALUE 'Total Liquido: '.
           05 DSS-LIQUIDO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'Deposito: '.
           05 DSS-DEPOSITO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Funcs: '.
           05 DSS-QTDE PIC ZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR        SECTION.
           INICIALIZAR.
           ACCEPT AS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT AS-HORA-EXECUCAO FROM TIME.
           MOVE AS-DATA-EXECUCAO TO AS-GERACAO(1:8).
           MOVE AS-HORA-EXECUCAO(1:6) TO AS-GERACAO(9:6).
           MOVE AS-DATA-EXECUCAO(1:6) TO AS-COMP-PAGAMENTO.
           PERFORM CARREGAR-CAMINHOS.
           PERFORM CARREGAR-PARAMETROS-DISSIDIO.

           OPEN INPUT TABELA-SALARIAL.
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           END-IF

           OPEN INPUT HISTORICO-CONTRACHEQUE.
           IF AS-STATUS-E2 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           END-IF

           OPEN INPUT PARAMETROS-FOLHA.
           IF AS-STATUS-E3 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           END-IF

           OPEN INPUT CONTAS-M.
           IF AS-STATUS-E4 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           END-IF

      ******************************************************************
      * Sem tabela salarial, historico, faixas de imposto ou contas
      * nao ha diferenca confiavel a pagar.
      ******************************************************************
           IF AS-ERRO-ABERTURA = 'Y'
               DISPLAY 'ERRO: FALHA NA ABERTURA, '
                   'NENHUMA DIFERENCA CALCULADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO AS-FIM-ARQ
           PERFORM LER-TABELA-SALARIAL UNTIL AS-FIM-ARQ EQUAL 'S'
           CLOSE TABELA-SALARIAL

           MOVE 'N' TO AS-FIM-ARQ
           PERFORM LER-PARAMETRO-FOLHA UNTIL AS-FIM-ARQ EQUAL 'S'
           CLOSE PARAMETROS-FOLHA

           MOVE LOW-VALUES TO CON-M-ID
           START CONTAS-M KEY IS >= CON-M-ID
           INVALID KEY
               MOVE 'S' TO AS-FIM-ARQ
           NOT INVALID KEY
               MOVE 'N' TO AS-FIM-ARQ
           END-START
           PERFORM LER-CONTA UNTIL AS-FIM-ARQ EQUAL 'S'

           IF AS-DATA-BASE = SPACES
               PERFORM VARYING AS-VIG-IDX FROM 1 BY 1
                       UNTIL AS-VIG-IDX > AS-VIG-QTDE
                   IF TAB-VIG-DATA(AS-VIG-IDX)(1:6) <= AS-COMP-FIM AND
                           TAB-VIG-DATA(AS-VIG-IDX)(1:6) > AS-DATA-BASE
                       MOVE TAB-VIG-DATA(AS-VIG-IDX)(1:6) TO
                           AS-DATA-BASE
                   END-IF
               END-PERFORM
           END-IF

           OPEN OUTPUT CONTRACHEQUE-DISSIDIO-S.
           IF AS-MODO = 'E'
               OPEN OUTPUT DEPOSITO-DISSIDIO-S
           END-IF.

           CARREGAR-CAMINHOS.
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB16_TABELA_SALARIAL"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-TAB-SALARIAL
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB16_HIST_CONTRACHEQUE"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-HIST-CONTRACHEQUE
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB16_PARAMETROS"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-PARAMETROS
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB16_CONTAS_M"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-CONTAS-M
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB16_CONTRACHEQUE_S"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-CONTRACHEQUE-S
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB16_DEPOSITO_S"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-DEPOSITO-S
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB16_EVENTOS_PAGAMENTOS"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-EVENTOS-PAG
               END-IF.

           CARREGAR-PARAMETROS-DISSIDIO.
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB16_MODO"
               IF FUNCTION UPPER-CASE(AS-CAMINHO-ENV(1:1)) = 'S'
                   MOVE 'S' TO AS-MODO
               END-IF
               MOVE AS-COMP-PAGAMENTO TO AS-COMP-FIM
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB16_COMPETENCIA_FIM"
               IF AS-CAMINHO-ENV(1:6) IS NUMERIC
                   MOVE AS-CAMINHO-ENV(1:6) TO AS-COMP-FIM
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB16_DATA_BASE"
               IF AS-CAMINHO-ENV(1:6) IS NUMERIC
                   MOVE AS-CAMINHO-ENV(1:6) TO AS-DATA-BASE
               END-IF.

           LER-TABELA-SALARIAL.
               READ TABELA-SALARIAL
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF TSA-ID-CARGO IS NOT NUMERIC OR
                           TSA-VIGENCIA IS NOT NUMERIC
                       ADD 1 TO AS-QTDE-INCONSISTENTES
                   ELSE
                       IF AS-VIG-QTDE >= AS-VIG-MAX
                           DISPLAY 'ERRO: LIMITE DE ' AS-VIG-MAX
                               ' VIGENCIAS SALARIAIS EXCEDIDO'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO AS-VIG-QTDE
                       MOVE TSA-ID-CARGO TO
                           TAB-VIG-ID-CARGO(AS-VIG-QTDE)
                       MOVE TSA-VIGENCIA TO TAB-VIG-DATA(AS-VIG-QTDE)
                       COMPUTE TAB-VIG-SAL(AS-VIG-QTDE) =
                           FUNCTION NUMVAL(TSA-SAL-BASE)
                   END-IF
               END-READ
               IF AS-STATUS-E1 NOT EQUAL ZEROS AND
                       AS-STATUS-E1 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           LER-PARAMETRO-FOLHA.
               READ PARAMETROS-FOLHA
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   EVALUATE PRM-TIPO
                       WHEN 'I'
                           IF AS-INSS-QTDE >= AS-PRM-MAX
                               DISPLAY 'ERRO: LIMITE DE ' AS-PRM-MAX
                                   ' FAIXAS DE INSS EXCEDIDO'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO AS-INSS-QTDE
                           COMPUTE TAB-INSS-LIMITE(AS-INSS-QTDE) =
                               FUNCTION NUMVAL(PRM-LIMITE)
                           COMPUTE TAB-INSS-ALIQ(AS-INSS-QTDE) =
                               FUNCTION NUMVAL(PRM-ALIQUOTA)
                       WHEN 'R'
                           IF AS-IRRF-QTDE >= AS-PRM-MAX
                               DISPLAY 'ERRO: LIMITE DE ' AS-PRM-MAX
                                   ' FAIXAS DE IRRF EXCEDIDO'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO AS-IRRF-QTDE
                           COMPUTE TAB-IRRF-LIMITE(AS-IRRF-QTDE) =
                               FUNCTION NUMVAL(PRM-LIMITE)
                           COMPUTE TAB-IRRF-ALIQ(AS-IRRF-QTDE) =
                               FUNCTION NUMVAL(PRM-ALIQUOTA)
                           COMPUTE TAB-IRRF-DEDUCAO(AS-IRRF-QTDE) =
                               FUNCTION NUMVAL(PRM-DEDUCAO)
                   END-EVALUATE
               END-READ
               IF AS-STATUS-E3 NOT EQUAL ZEROS AND
                       AS-STATUS-E3 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

      ******************************************************************
      * Conta de deposito do funcionario: a primeira conta do mestre
      * (menor ID) com o ID do funcionario.
      ******************************************************************
           LER-CONTA.
               READ CONTAS-M NEXT
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   MOVE CON-M-ID-FUNC TO AS-ID-ENTRADA
                   PERFORM CONVERTER-ID-IDX
                   IF AS-IDX > ZERO
                       IF TAB-FUN-CONTA(AS-IDX) = SPACES
                           MOVE CON-M-ID TO TAB-FUN-CONTA(AS-IDX)
                       END-IF
                   END-IF
               END-READ
               IF AS-STATUS-E4 NOT EQUAL ZEROS AND
                       AS-STATUS-E4 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           CONVERTER-ID-IDX.
               IF AS-ID-ENTRADA IS NUMERIC AND AS-ID-ENTRADA > '00000'
                   MOVE AS-ID-ENTRADA TO AS-IDX
               ELSE
                   MOVE ZERO TO AS-IDX
               END-IF.

       1000-INICIALIZAR-FIM.
           EXIT.

      ******************************************************************
      * Duas leituras do historico: a primeira escolhe a geracao
      * fechada de cada competencia do periodo e soma as diferencas ja
      * pagas (R); a segunda guarda os contracheques D dessas geracoes.
      * Depois, funcionario a funcionario, as diferencas sao
      * calculadas, impressas, depositadas e gravadas no historico.
      ******************************************************************
       2000-PROCESSAR          SECTION.

           MOVE AS-COMP-PAGAMENTO TO DST-COMP-PAGAMENTO.
           IF AS-MODO = 'S'
               MOVE 'SIMULACAO' TO DST-MODO
           ELSE
               MOVE SPACES TO DST-MODO
           END-IF
           MOVE DISSIDIO-TITULO TO ARQ-CONTRACHEQUE-DISSIDIO-S.
           WRITE ARQ-CONTRACHEQUE-DISSIDIO-S.
           MOVE AS-DATA-BASE TO DSP-DATA-BASE.
           MOVE AS-COMP-FIM TO DSP-COMP-FIM.
           MOVE DISSIDIO-PERIODO TO ARQ-CONTRACHEQUE-DISSIDIO-S.
           WRITE ARQ-CONTRACHEQUE-DISSIDIO-S.

           IF AS-DATA-BASE = SPACES OR AS-DATA-BASE > AS-COMP-FIM
               DISPLAY 'SEM VIGENCIA SALARIAL NO PERIODO, NENHUMA '
                   'DIFERENCA CALCULADA'
               ADD 1 TO AS-QTDE-SEM-FOLHA
           ELSE
               MOVE 'N' TO AS-FIM-ARQ
               PERFORM LER-TOTAL-HISTORICO UNTIL AS-FIM-ARQ EQUAL 'S'
               CLOSE HISTORICO-CONTRACHEQUE
               OPEN INPUT HISTORICO-CONTRACHEQUE
               IF AS-STATUS-E2 NOT EQUAL ZEROS
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               ELSE
                   MOVE 'N' TO AS-FIM-ARQ
                   PERFORM LER-DETALHE-HISTORICO
                       UNTIL AS-FIM-ARQ EQUAL 'S'
               END-IF
               PERFORM LISTAR-COMPETENCIAS
               PERFORM ABRIR-HISTORICO-DIFERENCAS
               PERFORM VARYING AS-ID-FUNC FROM 1 BY 1
                       UNTIL AS-ID-FUNC = 99999 OR
                           AS-ERRO-ARQUIVO = 'Y'
                   IF TAB-FUN-PRIM(AS-ID-FUNC) > ZERO
                       PERFORM CALCULAR-DIFERENCAS-FUNC
                   END-IF
               END-PERFORM
               IF TAB-FUN-PRIM(99999) > ZERO AND
                       AS-ERRO-ARQUIVO = 'N'
                   PERFORM CALCULAR-DIFERENCAS-FUNC
               END-IF
           END-IF

           MOVE AS-TOTAL-BRUTO TO DSS-BRUTO.
           MOVE AS-TOTAL-INSS TO DSS-INSS.
           MOVE AS-TOTAL-IRRF TO DSS-IRRF.
           MOVE AS-TOTAL-LIQUIDO TO DSS-LIQUIDO.
           MOVE AS-TOTAL-DEPOSITO TO DSS-DEPOSITO.
           MOVE AS-QTDE-FUNCIONARIOS TO DSS-QTDE.
           MOVE DISSIDIO-TOTAIS TO ARQ-CONTRACHEQUE-DISSIDIO-S.
           WRITE ARQ-CONTRACHEQUE-DISSIDIO-S.

       2000-PROCESSAR-FIM.
           EXIT.

       2100-LER-HISTORICO SECTION.
           LER-TOTAL-HISTORICO.
               READ HISTORICO-CONTRACHEQUE
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF HCC-TIPO = 'T' AND
                           HCC-COMPETENCIA >= AS-DATA-BASE AND
                           HCC-COMPETENCIA <= AS-COMP-FIM
                       PERFORM GUARDAR-GERACAO
                   END-IF
                   IF HCC-TIPO = 'R' AND
                           HCC-COMP-REFERENCIA >= AS-DATA-BASE AND
                           HCC-COMP-REFERENCIA <= AS-COMP-FIM
                       PERFORM GUARDAR-DIFERENCA-PAGA
                   END-IF
               END-READ
               IF AS-STATUS-E2 NOT EQUAL ZEROS AND
                       AS-STATUS-E2 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           GUARDAR-GERACAO.
               PERFORM PROCURAR-COMPETENCIA
               IF AS-COMP-ACHADA = ZERO
                   IF AS-COMP-QTDE >= AS-COMP-MAX
                       DISPLAY 'ERRO: LIMITE DE ' AS-COMP-MAX
                           ' COMPETENCIAS EXCEDIDO'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO AS-COMP-QTDE
                   MOVE AS-COMP-QTDE TO AS-COMP-ACHADA
                   MOVE HCC-COMPETENCIA TO
                       TAB-COMP-COMPETENCIA(AS-COMP-ACHADA)
                   MOVE HCC-GERACAO TO TAB-COMP-GERACAO(AS-COMP-ACHADA)
               END-IF
               IF HCC-GERACAO >= TAB-COMP-GERACAO(AS-COMP-ACHADA)
                   MOVE HCC-GERACAO TO TAB-COMP-GERACAO(AS-COMP-ACHADA)
               END-IF.

           PROCURAR-COMPETENCIA.
               MOVE ZERO TO AS-COMP-ACHADA
               PERFORM VARYING AS-COMP-IDX FROM 1 BY 1
                       UNTIL AS-COMP-IDX > AS-COMP-QTDE
                   IF TAB-COMP-COMPETENCIA(AS-COMP-IDX) =
                           HCC-COMPETENCIA
                       MOVE AS-COMP-IDX TO AS-COMP-ACHADA
                   END-IF
               END-PERFORM.

           GUARDAR-DIFERENCA-PAGA.
               IF HCC-ID-FUNC IS NOT NUMERIC OR
                       HCC-ID-FUNC = '00000' OR
                       HCC-BRUTO IS NOT NUMERIC OR
                       HCC-INSS IS NOT NUMERIC OR
                       HCC-IRRF IS NOT NUMERIC
                   ADD 1 TO AS-QTDE-INCONSISTENTES
               ELSE
                   MOVE HCC-ID-FUNC TO AS-ID-FUNC
                   MOVE HCC-COMP-REFERENCIA TO AS-COMP-REF
                   PERFORM LOCALIZAR-DETALHE
                   ADD HCC-BRUTO TO TAB-DET-ANT-BRUTO(AS-DET-IDX)
                   ADD HCC-INSS TO TAB-DET-ANT-INSS(AS-DET-IDX)
                   ADD HCC-IRRF TO TAB-DET-ANT-IRRF(AS-DET-IDX)
               END-IF.

           LER-DETALHE-HISTORICO.
               READ HISTORICO-CONTRACHEQUE
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF HCC-TIPO = 'D' AND
                           HCC-COMPETENCIA >= AS-DATA-BASE AND
                           HCC-COMPETENCIA <= AS-COMP-FIM
                       PERFORM PROCURAR-COMPETENCIA
                       IF AS-COMP-ACHADA > ZERO
                           IF HCC-GERACAO =
                                   TAB-COMP-GERACAO(AS-COMP-ACHADA)
                               PERFORM GUARDAR-CONTRACHEQUE
                           END-IF
                       END-IF
                   END-IF
               END-READ
               IF AS-STATUS-E2 NOT EQUAL ZEROS AND
                       AS-STATUS-E2 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           GUARDAR-CONTRACHEQUE.
               IF HCC-ID-FUNC IS NOT NUMERIC OR
                       HCC-ID-FUNC = '00000' OR
                       HCC-BRUTO IS NOT NUMERIC OR
                       HCC-INSS IS NOT NUMERIC OR
                       HCC-IRRF IS NOT NUMERIC
                   ADD 1 TO AS-QTDE-INCONSISTENTES
               ELSE
                   MOVE HCC-ID-FUNC TO AS-ID-FUNC
                   MOVE HCC-COMPETENCIA TO AS-COMP-REF
                   PERFORM LOCALIZAR-DETALHE
                   MOVE 'Y' TO TAB-DET-TEM-FOLHA(AS-DET-IDX)
                   MOVE HCC-ID-CARGO TO TAB-DET-ID-CARGO(AS-DET-IDX)
                   MOVE HCC-ID-DEP TO TAB-DET-ID-DEP(AS-DET-IDX)
                   MOVE HCC-CPF TO TAB-DET-CPF(AS-DET-IDX)
                   MOVE HCC-NOME TO TAB-DET-NOME(AS-DET-IDX)
                   MOVE HCC-BRUTO TO TAB-DET-PAGO-BRUTO(AS-DET-IDX)
                   MOVE HCC-INSS TO TAB-DET-PAGO-INSS(AS-DET-IDX)
                   MOVE HCC-IRRF TO TAB-DET-PAGO-IRRF(AS-DET-IDX)
               END-IF.

      ******************************************************************
      * Linha do funcionario AS-ID-FUNC na competencia AS-COMP-REF,
      * criada no fim da lista quando ainda nao existe.
      ******************************************************************
           LOCALIZAR-DETALHE.
               MOVE ZERO TO AS-DET-ULTIMO
               MOVE TAB-FUN-PRIM(AS-ID-FUNC) TO AS-DET-IDX
               PERFORM UNTIL AS-DET-IDX = ZERO
                   IF TAB-DET-COMPETENCIA(AS-DET-IDX) = AS-COMP-REF
                       MOVE AS-DET-IDX TO AS-DET-ULTIMO
                       MOVE ZERO TO AS-DET-IDX
                   ELSE
                       MOVE TAB-DET-PROX(AS-DET-IDX) TO AS-DET-IDX
                   END-IF
               END-PERFORM
               IF AS-DET-ULTIMO > ZERO
                   MOVE AS-DET-ULTIMO TO AS-DET-IDX
               ELSE
                   PERFORM INCLUIR-DETALHE
               END-IF.

           INCLUIR-DETALHE.
               IF AS-DET-QTDE >= AS-DET-MAX
                   DISPLAY 'ERRO: LIMITE DE ' AS-DET-MAX
                       ' CONTRACHEQUES NO PERIODO EXCEDIDO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO AS-DET-QTDE
               MOVE AS-DET-QTDE TO AS-DET-IDX
               MOVE AS-COMP-REF TO TAB-DET-COMPETENCIA(AS-DET-IDX)
               MOVE ZERO TO TAB-DET-PROX(AS-DET-IDX)
               MOVE 'N' TO TAB-DET-TEM-FOLHA(AS-DET-IDX)
               MOVE SPACES TO TAB-DET-ID-CARGO(AS-DET-IDX)
               MOVE SPACES TO TAB-DET-ID-DEP(AS-DET-IDX)
               MOVE SPACES TO TAB-DET-CPF(AS-DET-IDX)
               MOVE SPACES TO TAB-DET-NOME(AS-DET-IDX)
               MOVE ZERO TO TAB-DET-PAGO-BRUTO(AS-DET-IDX)
               MOVE ZERO TO TAB-DET-PAGO-INSS(AS-DET-IDX)
               MOVE ZERO TO TAB-DET-PAGO-IRRF(AS-DET-IDX)
               MOVE ZERO TO TAB-DET-ANT-BRUTO(AS-DET-IDX)
               MOVE ZERO TO TAB-DET-ANT-INSS(AS-DET-IDX)
               MOVE ZERO TO TAB-DET-ANT-IRRF(AS-DET-IDX)
               MOVE ZERO TO TAB-DET-NOVO-BRUTO(AS-DET-IDX)
               MOVE ZERO TO TAB-DET-DIF-BRUTO(AS-DET-IDX)
               MOVE ZERO TO TAB-DET-DIF-INSS(AS-DET-IDX)
               MOVE ZERO TO TAB-DET-DIF-IRRF(AS-DET-IDX)
               IF TAB-FUN-PRIM(AS-ID-FUNC) = ZERO
                   MOVE AS-DET-IDX TO TAB-FUN-PRIM(AS-ID-FUNC)
               ELSE
                   MOVE AS-DET-IDX TO
                       TAB-DET-PROX(TAB-FUN-ULT(AS-ID-FUNC))
               END-IF
               MOVE AS-DET-IDX TO TAB-FUN-ULT(AS-ID-FUNC).

      ******************************************************************
      * Situacao de cada competencia do periodo no contracheque de
      * diferencas: geracao usada ou SEM FOLHA FECHADA.
      ******************************************************************
           LISTAR-COMPETENCIAS.
               MOVE AS-DATA-BASE TO AS-COMP-CORRENTE-X
               PERFORM UNTIL AS-COMP-CORRENTE-X > AS-COMP-FIM
                   MOVE AS-COMP-CORRENTE-X TO DSC-COMPETENCIA
                   MOVE AS-COMP-CORRENTE-X TO HCC-COMPETENCIA
                   PERFORM PROCURAR-COMPETENCIA
                   IF AS-COMP-ACHADA = ZERO
                       MOVE 'SEM FOLHA FECHADA' TO DSC-SITUACAO
                       ADD 1 TO AS-QTDE-SEM-FOLHA
                   ELSE
                       MOVE SPACES TO DSC-SITUACAO
                       STRING 'FOLHA DE '
                           TAB-COMP-GERACAO(AS-COMP-ACHADA)
                           DELIMITED BY SIZE INTO DSC-SITUACAO
                   END-IF
                   MOVE DISSIDIO-COMPETENCIA TO
                       ARQ-CONTRACHEQUE-DISSIDIO-S
                   WRITE ARQ-CONTRACHEQUE-DISSIDIO-S
                   IF AS-COMP-MES = 12
                       ADD 1 TO AS-COMP-ANO
                       MOVE 1 TO AS-COMP-MES
                   ELSE
                       ADD 1 TO AS-COMP-MES
                   END-IF
               END-PERFORM
               MOVE SPACES TO ARQ-CONTRACHEQUE-DISSIDIO-S
               WRITE ARQ-CONTRACHEQUE-DISSIDIO-S.

           ABRIR-HISTORICO-DIFERENCAS.
               CLOSE HISTORICO-CONTRACHEQUE
               MOVE 'N' TO AS-GRAVA-HIST
               IF AS-MODO = 'E'
                   OPEN EXTEND HISTORICO-CONTRACHEQUE
                   IF AS-STATUS-E2 EQUAL ZEROS
                       MOVE 'Y' TO AS-GRAVA-HIST
                   ELSE
                       DISPLAY 'ERRO NA ABERTURA DO HISTORICO '
                           AS-STATUS-E2
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
                   OPEN EXTEND EVENTOS-PAGAMENTOS
                   IF AS-STATUS-S3 EQUAL 35
                       OPEN OUTPUT EVENTOS-PAGAMENTOS
                   END-IF
                   IF AS-STATUS-S3 EQUAL ZEROS
                       MOVE 'Y' TO AS-GRAVA-EVENTOS
                   ELSE
                       DISPLAY 'ARQUIVO VAZIO'
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

       2100-LER-HISTORICO-FIM.
           EXIT.

      ******************************************************************
      * Diferencas de um funcionario. Por competencia: devido = salario
      * base vigente do cargo daquele contracheque; diferenca = devido
      * - pago - ja pago em dissidio anterior (so positiva). INSS e
      * IRRF sao os do novo bruto do mes menos o ja retido na folha e
      * em diferencas anteriores.
      ******************************************************************
       2200-CALCULAR-DIFERENCAS SECTION.
           CALCULAR-DIFERENCAS-FUNC.
               MOVE ZERO TO AS-FUNC-BRUTO
               MOVE ZERO TO AS-FUNC-INSS
               MOVE ZERO TO AS-FUNC-IRRF
               MOVE TAB-FUN-PRIM(AS-ID-FUNC) TO AS-DET-IDX
               PERFORM UNTIL AS-DET-IDX = ZERO
                   IF TAB-DET-TEM-FOLHA(AS-DET-IDX) = 'Y'
                       PERFORM CALCULAR-DIFERENCA-COMP
                       MOVE AS-DET-IDX TO AS-DET-ULTIMO
                   END-IF
                   MOVE TAB-DET-PROX(AS-DET-IDX) TO AS-DET-IDX
               END-PERFORM
               IF AS-FUNC-BRUTO > ZERO
                   PERFORM EMITIR-DIFERENCAS-FUNC
               END-IF.

           CALCULAR-DIFERENCA-COMP.
               PERFORM PROCURAR-VIGENCIA
               IF AS-VIG-ACHADA NOT = SPACES
                   MOVE AS-SAL-VIGENTE TO TAB-DET-NOVO-BRUTO(AS-DET-IDX)
                   COMPUTE AS-DIFERENCA = AS-SAL-VIGENTE
                       - TAB-DET-PAGO-BRUTO(AS-DET-IDX)
                       - TAB-DET-ANT-BRUTO(AS-DET-IDX)
                   IF AS-DIFERENCA > ZERO
                       MOVE AS-DIFERENCA TO
                           TAB-DET-DIF-BRUTO(AS-DET-IDX)
                       MOVE AS-SAL-VIGENTE TO AS-BRUTO
                       PERFORM CALCULAR-INSS
                       PERFORM CALCULAR-IRRF
                       COMPUTE AS-DIFERENCA = AS-INSS
                           - TAB-DET-PAGO-INSS(AS-DET-IDX)
                           - TAB-DET-ANT-INSS(AS-DET-IDX)
                       IF AS-DIFERENCA > ZERO
                           MOVE AS-DIFERENCA TO
                               TAB-DET-DIF-INSS(AS-DET-IDX)
                       END-IF
                       COMPUTE AS-DIFERENCA = AS-IRRF
                           - TAB-DET-PAGO-IRRF(AS-DET-IDX)
                           - TAB-DET-ANT-IRRF(AS-DET-IDX)
                       IF AS-DIFERENCA > ZERO
                           MOVE AS-DIFERENCA TO
                               TAB-DET-DIF-IRRF(AS-DET-IDX)
                       END-IF
                       ADD TAB-DET-DIF-BRUTO(AS-DET-IDX) TO
                           AS-FUNC-BRUTO
                       ADD TAB-DET-DIF-INSS(AS-DET-IDX) TO AS-FUNC-INSS
                       ADD TAB-DET-DIF-IRRF(AS-DET-IDX) TO AS-FUNC-IRRF
                   END-IF
               END-IF.

      ******************************************************************
      * Ultima vigencia do cargo ate o mes da competencia.
      ******************************************************************
           PROCURAR-VIGENCIA.
               MOVE SPACES TO AS-VIG-ACHADA
               MOVE ZERO TO AS-SAL-VIGENTE
               PERFORM VARYING AS-VIG-IDX FROM 1 BY 1
                       UNTIL AS-VIG-IDX > AS-VIG-QTDE
                   IF TAB-VIG-ID-CARGO(AS-VIG-IDX) =
                           TAB-DET-ID-CARGO(AS-DET-IDX) AND
                           TAB-VIG-DATA(AS-VIG-IDX)(1:6) <=
                               TAB-DET-COMPETENCIA(AS-DET-IDX) AND
                           TAB-VIG-DATA(AS-VIG-IDX) >= AS-VIG-ACHADA
                       MOVE TAB-VIG-DATA(AS-VIG-IDX) TO AS-VIG-ACHADA
                       MOVE TAB-VIG-SAL(AS-VIG-IDX) TO AS-SAL-VIGENTE
                   END-IF
               END-PERFORM.

      ******************************************************************
      * Contracheque de diferencas: cabecalho com nome e CPF do ultimo
      * contracheque do periodo, uma linha por competencia com
      * diferenca e o total. O liquido vai para a primeira conta do
      * funcionario; sem conta a diferenca fica pendente (nao grava R)
      * e sai de novo na proxima execucao.
      ******************************************************************
           EMITIR-DIFERENCAS-FUNC.
               ADD 1 TO AS-QTDE-FUNCIONARIOS
               MOVE AS-ID-FUNC TO DSF-ID-FUNC
               MOVE TAB-DET-CPF(AS-DET-ULTIMO) TO DSF-CPF
               MOVE TAB-DET-NOME(AS-DET-ULTIMO) TO DSF-NOME
               MOVE DISSIDIO-FUNCIONARIO TO ARQ-CONTRACHEQUE-DISSIDIO-S
               WRITE ARQ-CONTRACHEQUE-DISSIDIO-S
               MOVE TAB-FUN-PRIM(AS-ID-FUNC) TO AS-DET-IDX
               PERFORM UNTIL AS-DET-IDX = ZERO
                   IF TAB-DET-DIF-BRUTO(AS-DET-IDX) > ZERO
                       PERFORM GRAVAR-LINHA-DIFERENCA
                   END-IF
                   MOVE TAB-DET-PROX(AS-DET-IDX) TO AS-DET-IDX
               END-PERFORM
               COMPUTE AS-FUNC-LIQUIDO = AS-FUNC-BRUTO - AS-FUNC-INSS
                   - AS-FUNC-IRRF
               IF AS-FUNC-LIQUIDO < ZERO
                   MOVE ZERO TO AS-FUNC-LIQUIDO
               END-IF
               MOVE AS-FUNC-BRUTO TO DSU-BRUTO
               MOVE AS-FUNC-INSS TO DSU-INSS
               MOVE AS-FUNC-IRRF TO DSU-IRRF
               MOVE AS-FUNC-LIQUIDO TO DSU-LIQUIDO
               MOVE SPACES TO DSU-SITUACAO
               IF TAB-FUN-CONTA(AS-ID-FUNC) = SPACES
                   MOVE 'SEM CONTA PARA DEPOSITO' TO DSU-SITUACAO
                   ADD 1 TO AS-QTDE-SEM-CONTA
               ELSE
                   MOVE TAB-FUN-CONTA(AS-ID-FUNC) TO CON-M-ID
                   READ CONTAS-M
                   INVALID KEY
                       MOVE 'SEM CONTA PARA DEPOSITO' TO DSU-SITUACAO
                       ADD 1 TO AS-QTDE-SEM-CONTA
                   END-READ
               END-IF
               MOVE DISSIDIO-TOTAL-FUNC TO ARQ-CONTRACHEQUE-DISSIDIO-S
               WRITE ARQ-CONTRACHEQUE-DISSIDIO-S
               MOVE SPACES TO ARQ-CONTRACHEQUE-DISSIDIO-S
               WRITE ARQ-CONTRACHEQUE-DISSIDIO-S
               ADD AS-FUNC-BRUTO TO AS-TOTAL-BRUTO
               ADD AS-FUNC-INSS TO AS-TOTAL-INSS
               ADD AS-FUNC-IRRF TO AS-TOTAL-IRRF
               ADD AS-FUNC-LIQUIDO TO AS-TOTAL-LIQUIDO
               IF DSU-SITUACAO = SPACES AND AS-MODO = 'E'
                   MOVE CON-M-AGENCIA TO DEP-AGENCIA
                   MOVE CON-M-NUMERO TO DEP-CONTA
                   MOVE AS-FUNC-LIQUIDO TO DEP-VALOR
                   WRITE ARQ-DEPOSITO-DISSIDIO-S
                   IF AS-STATUS-S2 NOT EQUAL ZEROS
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
                   ADD AS-FUNC-LIQUIDO TO AS-TOTAL-DEPOSITO
                   IF AS-GRAVA-HIST = 'Y'
                       MOVE TAB-FUN-PRIM(AS-ID-FUNC) TO AS-DET-IDX
                       PERFORM UNTIL AS-DET-IDX = ZERO
                           IF TAB-DET-DIF-BRUTO(AS-DET-IDX) > ZERO
                               PERFORM GRAVAR-HIST-DIFERENCA
                           END-IF
                           MOVE TAB-DET-PROX(AS-DET-IDX) TO AS-DET-IDX
                       END-PERFORM
                   END-IF
               END-IF.

           GRAVAR-LINHA-DIFERENCA.
               MOVE TAB-DET-COMPETENCIA(AS-DET-IDX) TO DSD-COMPETENCIA
               MOVE TAB-DET-ID-CARGO(AS-DET-IDX) TO DSD-ID-CARGO
               MOVE TAB-DET-PAGO-BRUTO(AS-DET-IDX) TO DSD-PAGO
               MOVE TAB-DET-NOVO-BRUTO(AS-DET-IDX) TO DSD-DEVIDO
               MOVE TAB-DET-DIF-BRUTO(AS-DET-IDX) TO DSD-DIFERENCA
               MOVE TAB-DET-DIF-INSS(AS-DET-IDX) TO DSD-INSS
               MOVE TAB-DET-DIF-IRRF(AS-DET-IDX) TO DSD-IRRF
               MOVE DISSIDIO-DETALHE TO ARQ-CONTRACHEQUE-DISSIDIO-S
               WRITE ARQ-CONTRACHEQUE-DISSIDIO-S.

           GRAVAR-HIST-DIFERENCA.
               MOVE SPACES TO ARQ-HIST-CONTRACHEQUE
               MOVE AS-COMP-PAGAMENTO TO HCC-COMPETENCIA
               MOVE AS-GERACAO TO HCC-GERACAO
               MOVE 'R' TO HCC-TIPO
               MOVE AS-ID-FUNC TO AS-CHAVE-EDITADA
               MOVE AS-CHAVE-EDITADA TO HCC-ID-FUNC
               MOVE TAB-DET-ID-CARGO(AS-DET-IDX) TO HCC-ID-CARGO
               MOVE TAB-DET-ID-DEP(AS-DET-IDX) TO HCC-ID-DEP
               MOVE TAB-DET-CPF(AS-DET-ULTIMO) TO HCC-CPF
               MOVE TAB-DET-NOME(AS-DET-ULTIMO) TO HCC-NOME
               MOVE TAB-DET-DIF-BRUTO(AS-DET-IDX) TO HCC-BRUTO
               MOVE TAB-DET-DIF-INSS(AS-DET-IDX) TO HCC-INSS
               MOVE TAB-DET-DIF-IRRF(AS-DET-IDX) TO HCC-IRRF
               COMPUTE AS-DIFERENCA = TAB-DET-DIF-BRUTO(AS-DET-IDX)
                   - TAB-DET-DIF-INSS(AS-DET-IDX)
                   - TAB-DET-DIF-IRRF(AS-DET-IDX)
               IF AS-DIFERENCA < ZERO
                   MOVE ZERO TO AS-DIFERENCA
               END-IF
               MOVE AS-DIFERENCA TO HCC-LIQUIDO
               MOVE TAB-DET-COMPETENCIA(AS-DET-IDX) TO
                   HCC-COMP-REFERENCIA
               WRITE ARQ-HIST-CONTRACHEQUE
               IF AS-STATUS-E2 NOT EQUAL ZEROS
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF
               PERFORM GRAVAR-EVENTOS-DIFERENCA.

      ******************************************************************
      * Eventos contabeis da diferenca paga: DISS (bruto), INSS e IRRF
      * retidos; cargo e departamento do contracheque recalculado
      * escolhem as contas no plano do CBLZGB09 e a competencia e a do
      * pagamento. So grava junto com o registro R, entao diferenca ja
      * paga nao gera evento de novo.
      ******************************************************************
           GRAVAR-EVENTOS-DIFERENCA.
               IF AS-GRAVA-EVENTOS = 'Y'
                   MOVE SPACES TO ARQ-EVENTO-PAGAMENTO
                   MOVE AS-COMP-PAGAMENTO TO EVT-COMPETENCIA
                   MOVE TAB-DET-ID-CARGO(AS-DET-IDX) TO EVT-ID-CARGO
                   MOVE TAB-DET-ID-DEP(AS-DET-IDX) TO EVT-ID-DEP
                   MOVE AS-CHAVE-EDITADA TO EVT-DOCUMENTO
                   MOVE AS-DATA-EXECUCAO TO EVT-DATA
                   MOVE 'DISS' TO EVT-EVENTO
                   MOVE TAB-DET-DIF-BRUTO(AS-DET-IDX) TO EVT-VALOR
                   PERFORM GRAVAR-EVENTO-PAGAMENTO
                   MOVE 'INSS' TO EVT-EVENTO
                   MOVE TAB-DET-DIF-INSS(AS-DET-IDX) TO EVT-VALOR
                   PERFORM GRAVAR-EVENTO-PAGAMENTO
                   MOVE 'IRRF' TO EVT-EVENTO
                   MOVE TAB-DET-DIF-IRRF(AS-DET-IDX) TO EVT-VALOR
                   PERFORM GRAVAR-EVENTO-PAGAMENTO
               END-IF.

           GRAVAR-EVENTO-PAGAMENTO.
               IF EVT-VALOR > ZERO
                   WRITE ARQ-EVENTO-PAGAMENTO
                   IF AS-STATUS-S3 NOT EQUAL ZEROS
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

      ******************************************************************
      * INSS progressivo e IRRF por faixa unica, como no contracheque
      * do CBLZGB04.
      ******************************************************************
           CALCULAR-INSS.
               MOVE ZERO TO AS-INSS
               MOVE ZERO TO AS-FAIXA-BASE
               PERFORM VARYING AS-PRM-IDX FROM 1 BY 1
                       UNTIL AS-PRM-IDX > AS-INSS-QTDE
                   IF AS-BRUTO > AS-FAIXA-BASE
                       IF TAB-INSS-LIMITE(AS-PRM-IDX) = ZERO OR
                               AS-BRUTO <= TAB-INSS-LIMITE(AS-PRM-IDX)
                           MOVE AS-BRUTO TO AS-FAIXA-TETO
                       ELSE
                           MOVE TAB-INSS-LIMITE(AS-PRM-IDX) TO
                               AS-FAIXA-TETO
                       END-IF
                       COMPUTE AS-CALC-TEMP =
                           (AS-FAIXA-TETO - AS-FAIXA-BASE) *
                           TAB-INSS-ALIQ(AS-PRM-IDX)
                       COMPUTE AS-FAIXA-CONTRIB ROUNDED =
                           AS-CALC-TEMP / 100
                       ADD AS-FAIXA-CONTRIB TO AS-INSS
                   END-IF
                   MOVE TAB-INSS-LIMITE(AS-PRM-IDX) TO AS-FAIXA-BASE
               END-PERFORM.

           CALCULAR-IRRF.
               MOVE ZERO TO AS-IRRF
               COMPUTE AS-BASE-IRRF = AS-BRUTO - AS-INSS
               MOVE 'N' TO AS-FAIXA-ACHADA
               PERFORM VARYING AS-PRM-IDX FROM 1 BY 1
                       UNTIL AS-PRM-IDX > AS-IRRF-QTDE
                   IF AS-FAIXA-ACHADA = 'N' AND
                           (TAB-IRRF-LIMITE(AS-PRM-IDX) = ZERO OR
                           AS-BASE-IRRF <=
                               TAB-IRRF-LIMITE(AS-PRM-IDX))
                       COMPUTE AS-CALC-TEMP = AS-BASE-IRRF *
                           TAB-IRRF-ALIQ(AS-PRM-IDX)
                       COMPUTE AS-IRRF-BRUTA ROUNDED =
                           AS-CALC-TEMP / 100
                       COMPUTE AS-IRRF = AS-IRRF-BRUTA -
                           TAB-IRRF-DEDUCAO(AS-PRM-IDX)
                       IF AS-IRRF < ZERO
                           MOVE ZERO TO AS-IRRF
                       END-IF
                       MOVE 'Y' TO AS-FAIXA-ACHADA
                   END-IF
               END-PERFORM
               IF AS-FAIXA-ACHADA = 'N' AND AS-IRRF-QTDE > ZERO
                   COMPUTE AS-CALC-TEMP = AS-BASE-IRRF *
                       TAB-IRRF-ALIQ(AS-IRRF-QTDE)
                   COMPUTE AS-IRRF-BRUTA ROUNDED = AS-CALC-TEMP / 100
                   COMPUTE AS-IRRF = AS-IRRF-BRUTA -
                       TAB-IRRF-DEDUCAO(AS-IRRF-QTDE)
                   IF AS-IRRF < ZERO
                       MOVE ZERO TO AS-IRRF
                   END-IF
               END-IF.

       2200-CALCULAR-DIFERENCAS-FIM.
           EXIT.

       3000-FINALIZAR          SECTION.

           IF AS-GRAVA-HIST = 'Y'
               CLOSE HISTORICO-CONTRACHEQUE
               IF AS-STATUS-E2 NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-E2
               END-IF
           END-IF

           IF AS-GRAVA-EVENTOS = 'Y'
               CLOSE EVENTOS-PAGAMENTOS
               IF AS-STATUS-S3 NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S3
               END-IF
           END-IF

           CLOSE CONTAS-M.
           IF AS-STATUS-E4 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-E4
           END-IF

           CLOSE CONTRACHEQUE-DISSIDIO-S.
           IF AS-STATUS-S1 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S1
           END-IF

           IF AS-MODO = 'E'
               CLOSE DEPOSITO-DISSIDIO-S
               IF AS-STATUS-S2 NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S2
               END-IF
           END-IF

      ******************************************************************
      * RETURN-CODE: 12 abertura, 8 erro de arquivo, 4 funcionario sem
      * conta (diferenca pendente), competencia do periodo sem folha
      * fechada ou registro inconsistente.
      ******************************************************************
           EVALUATE TRUE
               WHEN AS-ERRO-ABERTURA = 'Y'
                   MOVE 12 TO RETURN-CODE
               WHEN AS-ERRO-ARQUIVO = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN AS-QTDE-SEM-CONTA > ZERO
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

       END PROGRAM CBLZGB16.
