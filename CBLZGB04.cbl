           AS-CAMINHO-CARGOS-SIM
       FILE STATUS IS AS-STATUS-E12.

       SELECT TABELA-SALARIAL ASSIGN TO
           AS-CAMINHO-TAB-SALARIAL
       FILE STATUS IS AS-STATUS-E13.

       SELECT SIMULACAO-S ASSIGN TO
           AS-CAMINHO-SIMULACAO-S
       FILE STATUS IS AS-STATUS-S25.
           AS-CAMINHO-CONTRACHEQUE-S
       FILE STATUS IS AS-STATUS-S20.

       SELECT EVENTOS-CONTABEIS-S ASSIGN TO
           AS-CAMINHO-EVENTOS-S
       FILE STATUS IS AS-STATUS-S26.

       SELECT CLIENTES-ANT ASSIGN TO
           AS-CAMINHO-CLIENTES-ANT
       FILE STATUS IS AS-STATUS-A1.
           AS-CAMINHO-HIST-EXEC
       FILE STATUS IS AS-STATUS-H2.

       SELECT HISTORICO-CONTRACHEQUE ASSIGN TO
           AS-CAMINHO-HIST-CONTRACHEQUE
       FILE STATUS IS AS-STATUS-H3.


       DATA DIVISION.
       FILE SECTION.
          05 ARQ-L-NOME-CARGO-SIM          PIC X(50).
          05 ARQ-L-SAL-BASE-SIM            PIC X(10).

      ******************************************************************
      * Tabela salarial com vigencia: salario base do cargo a partir
      * da data de vigencia (AAAAMMDD). Vale para a competencia do mes
      * da vigencia em diante; sem linha vigente, vale o salario base
      * do cadastro de cargos.
      ******************************************************************
       FD TABELA-SALARIAL
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-TABELA-SALARIAL              PIC X(30).
       01 FILLER REDEFINES ARQ-TABELA-SALARIAL.
          05 ARQ-L-TSA-ID-CARGO            PIC X(05).
          05 ARQ-L-TSA-VIGENCIA            PIC X(08).
          05 ARQ-L-TSA-SAL-BASE            PIC X(10).
          05 FILLER                        PIC X(07).

       FD SIMULACAO-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
          05 HIS-HEADCOUNT-TOTAL           PIC 9(06).
          05 HIS-SALTOTAL                  PIC 9(08)V99.

      ******************************************************************
      * Historico cumulativo de contracheques por competencia (AAAAMM).
      * Cada execucao da folha grava um registro D por funcionario com
      * bruto, INSS, IRRF e liquido, e fecha o grupo com um registro T
      * com os totais e o Deposito Folha do arquivo de controle. Todos
      * os registros do grupo levam a geracao (data e hora da
      * execucao): quando a folha da competencia e reprocessada, vale
      * o ultimo grupo fechado por T.
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

       FD RELATORIO-TENDENCIA-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CONTRACHEQUE-S               PIC X(340).

      ******************************************************************
      * Eventos contabeis da folha para os lancamentos do CBLZGB09:
      * competencia (AAAAMM), codigo do evento, cargo e departamento
      * que escolhem as contas no plano, documento de origem e valor.
      ******************************************************************
       FD EVENTOS-CONTABEIS-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-EVENTO-CONTABIL-S            PIC X(80).
       01 FILLER REDEFINES ARQ-EVENTO-CONTABIL-S.
          05 EVT-COMPETENCIA               PIC X(06).
          05 EVT-EVENTO                    PIC X(04).
          05 EVT-ID-CARGO                  PIC X(05).
          05 EVT-ID-DEP                    PIC X(05).
          05 EVT-ID-CLIENTE                PIC X(05).
          05 EVT-DOCUMENTO                 PIC X(10).
          05 EVT-DATA                      PIC X(08).
          05 EVT-VALOR                     PIC 9(11)V99.
          05 FILLER                        PIC X(24).

       FD CLIENTES-ANT
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
          'C:\Users\gui\Downloads\ParametrosFolha.txt'.
       01 AS-CAMINHO-CONTRACHEQUE-S PIC X(100) VALUE
          'C:\Users\gui\Downloads\contracheque1.txt'.
       01 AS-CAMINHO-EVENTOS-S      PIC X(100) VALUE
          'C:\Users\gui\Downloads\eventos_folha1.txt'.
       01 AS-CAMINHO-CLIENTES-ANT   PIC X(100) VALUE SPACES.
       01 AS-CAMINHO-FUNCIONARIOS-ANT PIC X(100) VALUE SPACES.
       01 AS-CAMINHO-DELTA-CLIENTES-S PIC X(100) VALUE
          'C:\Users\gui\Downloads\geracoes.ctl'.
       01 AS-CAMINHO-HIST-EXEC      PIC X(100) VALUE
          'C:\Users\gui\Downloads\historico_execucao1.txt'.
       01 AS-CAMINHO-HIST-CONTRACHEQUE PIC X(100) VALUE
          'C:\Users\gui\Downloads\historico_contracheque.txt'.
       01 AS-CAMINHO-ENV            PIC X(100) VALUE SPACES.

       01 AS-STATUS-E1              PIC 9(02) VALUE ZEROS.
       01 AS-FIM-STATUS-PROJ        PIC X(01) VALUE 'N'.
       01 AS-STATUS-E12             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S25             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S26             PIC 9(02) VALUE ZEROS.
       01 AS-CAMINHO-TAB-SALARIAL   PIC X(100) VALUE
          'C:\Users\gui\Downloads\TabelaSalarial.txt'.
       01 AS-STATUS-E13             PIC 9(02) VALUE ZEROS.
       01 AS-FIM-TAB-SAL            PIC X(01) VALUE 'N'.
       01 AS-QTDE-VIG-INVALIDAS     PIC 9(06) VALUE ZERO.

      ******************************************************************
      * Salario base vigente por cargo na competencia da folha (mes da
      * execucao): ultima vigencia da tabela salarial ate o fim do mes.
      * Substitui o salario do cadastro de cargos em toda a folha.
      ******************************************************************
       01 TAB-CARGO-VIG-DATA          PIC X(08) OCCURS 99999 TIMES
                                       VALUE SPACES.
       01 TAB-CARGO-VIG-SAL           PIC 9(08)V99 OCCURS 99999 TIMES
                                       VALUE ZERO.

      ******************************************************************
      * Modo simulacao: quando CBLZGB04_CARGOS_SIM aponta um arquivo
      * (CBLZGB04_GERACOES, default 7; zero = nunca purgar) os
      * arquivos da data mais antiga sao apagados. O arquivo de
      * controle de checkpoint, o historico cumulativo por
      * departamento, o historico de execucao, o historico de
      * contracheques e o total de folha para a conciliacao bancaria
      * ficam com nome fixo.
      ******************************************************************
       01 AS-STATUS-G1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-H2              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-H3              PIC 9(02) VALUE ZEROS.
       01 AS-FIM-GER                PIC X(01) VALUE 'N'.
       01 AS-FIM-HEX                PIC X(01) VALUE 'N'.
       01 AS-GERACOES-ENTRADA       PIC X(08) VALUE SPACES.
       01 AS-ENC-TOT-DEC-TERCEIRO   PIC 9(11)V99 VALUE ZERO.
       01 AS-ENC-TOT-FERIAS         PIC 9(11)V99 VALUE ZERO.
       01 AS-ENC-TOT-GERAL          PIC 9(11)V99 VALUE ZERO.
       01 AS-CHAVE-EVENTO           PIC 9(05) VALUE ZERO.

       01 RELATORIO-ENCARGOS-TITULO.
           05 FILLER PIC X(47) VALUE
       01 AS-TOTAL-IRRF             PIC 9(11)V99 VALUE ZERO.
       01 AS-TOTAL-LIQUIDO          PIC 9(11)V99 VALUE ZERO.
       01 AS-TOTAL-DEPOSITO         PIC 9(11)V99 VALUE ZERO.
       01 AS-GRAVA-HIST-CCH         PIC X(01) VALUE 'N'.
       01 AS-QTDE-CONTRACHEQUES     PIC 9(06) VALUE ZERO.

      ******************************************************************
      * Remessa CNAB 240 dos creditos de folha, gravada junto com o
           PERFORM APLICAR-SUFIXO-GERACOES.
           PERFORM CARREGAR-HISTORICO-EXEC.

      ******************************************************************
      * Tabelas de apoio antes da abertura dos cadastros: no reinicio
      * o reposicionamento passa pela mesma leitura dos registros ja
      * processados (salario vigente do cargo, parametros da folha).
      ******************************************************************
           PERFORM CARREGAR-EXPECTATIVAS.
           PERFORM CARREGAR-PARAMETROS-FOLHA.
           PERFORM CARREGAR-TABELA-SALARIAL.
           PERFORM CARREGAR-APONTAMENTOS.
           PERFORM CARREGAR-STATUS-PROJETO.
           IF AS-MODO-SIMULACAO = 'Y'
               PERFORM CARREGAR-CARGOS-SIM
           END-IF

           OPEN INPUT CLIENTES.
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
           OPEN OUTPUT RELATORIO-ENTREGAS-S.
           OPEN OUTPUT RELATORIO-ENCARGOS-S.
           OPEN OUTPUT RELATORIO-CONTROLE-S.
           OPEN OUTPUT EVENTOS-CONTABEIS-S.

           PERFORM GRAVAR-CABECALHOS-CSV.

           CARREGAR-CHECKPOINT.
               OPEN INPUT CHECKPOINT-CTL
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-STATUS-PROJ
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB04_TABELA_SALARIAL"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-TAB-SALARIAL
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB04_CARGOS_SIM"
               IF AS-CAMINHO-ENV NOT = SPACES
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-CONTRACHEQUE-S
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB04_EVENTOS_S"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-EVENTOS-S
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB04_HIST_CONTRACHEQUE"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-HIST-CONTRACHEQUE
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB04_CLIENTES_ANT"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

      ******************************************************************
      * Tabela salarial opcional (status 35 = sem tabela, vale o
      * cadastro de cargos). Vigencia invalida e so avisada.
      ******************************************************************
           CARREGAR-TABELA-SALARIAL.
               OPEN INPUT TABELA-SALARIAL
               IF AS-STATUS-E13 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-TAB-SAL
                   PERFORM LER-TABELA-SALARIAL
                       UNTIL AS-FIM-TAB-SAL EQUAL 'S'
                   CLOSE TABELA-SALARIAL
                   IF AS-QTDE-VIG-INVALIDAS > ZERO
                       DISPLAY 'TABELA SALARIAL: ' AS-QTDE-VIG-INVALIDAS
                           ' LINHAS COM CARGO OU VIGENCIA INVALIDA'
                   END-IF
               ELSE
                   IF AS-STATUS-E13 NOT EQUAL 35
                       DISPLAY 'ARQUIVO VAZIO'
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

           LER-TABELA-SALARIAL.
               READ TABELA-SALARIAL
               AT END
                   MOVE 'S' TO AS-FIM-TAB-SAL
               NOT AT END
                   MOVE ARQ-L-TSA-ID-CARGO TO AS-ID-ENTRADA
                   PERFORM CONVERTER-ID-IDX
                   IF AS-IDX = ZERO OR
                           ARQ-L-TSA-VIGENCIA IS NOT NUMERIC
                       ADD 1 TO AS-QTDE-VIG-INVALIDAS
                   ELSE
                       IF ARQ-L-TSA-VIGENCIA(1:6) <=
                               AS-DATA-INICIO(1:6) AND
                               ARQ-L-TSA-VIGENCIA >=
                                   TAB-CARGO-VIG-DATA(AS-IDX)
                           MOVE ARQ-L-TSA-VIGENCIA TO
                               TAB-CARGO-VIG-DATA(AS-IDX)
                           COMPUTE TAB-CARGO-VIG-SAL(AS-IDX) =
                               FUNCTION NUMVAL(ARQ-L-TSA-SAL-BASE)
                       END-IF
                   END-IF
               END-READ
               IF AS-STATUS-E13 NOT EQUAL ZEROS AND
                       AS-STATUS-E13 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-TAB-SAL
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           CARREGAR-STATUS-PROJETO.
               OPEN INPUT STATUSPROJETO
               IF AS-STATUS-E11 EQUAL ZEROS
               IF AS-IDX > ZERO
                   COMPUTE TAB-CARGO-SAL(AS-IDX) =
                       FUNCTION NUMVAL(ARQ-L-SAL-BASE)
                   IF TAB-CARGO-VIG-DATA(AS-IDX) NOT = SPACES
                       MOVE TAB-CARGO-VIG-SAL(AS-IDX) TO
                           TAB-CARGO-SAL(AS-IDX)
                   END-IF
                   MOVE ARQ-L-NOME-CARGO TO TAB-CARGO-NOME(AS-IDX)
                   MOVE 'Y' TO TAB-CARGO-EXISTE(AS-IDX)
               END-IF
               ADD AS-ENC-TOTAL TO AS-ENC-TOT-GERAL
               MOVE RELATORIO-ENCARGOS-DETALHE TO
                   ARQ-RELATORIO-ENCARGOS-S
               WRITE ARQ-RELATORIO-ENCARGOS-S
               PERFORM GRAVAR-EVENTOS-ENCARGOS.

      ******************************************************************
      * Encargos e provisoes do departamento viram eventos contabeis
      * (FGTS, PATR, DEC3, FERI); a conta sai do plano pelo
      * departamento.
      ******************************************************************
           GRAVAR-EVENTOS-ENCARGOS.
               MOVE SPACES TO ARQ-EVENTO-CONTABIL-S
               MOVE AS-DATA-INICIO(1:6) TO EVT-COMPETENCIA
               MOVE AS-IDX TO AS-CHAVE-EVENTO
               MOVE AS-CHAVE-EVENTO TO EVT-ID-DEP
               MOVE AS-CHAVE-EVENTO TO EVT-DOCUMENTO
               MOVE AS-DATA-INICIO TO EVT-DATA
               MOVE 'FGTS' TO EVT-EVENTO
               MOVE AS-ENC-FGTS TO EVT-VALOR
               PERFORM GRAVAR-EVENTO-CONTABIL
               MOVE 'PATR' TO EVT-EVENTO
               MOVE AS-ENC-PATRONAL TO EVT-VALOR
               PERFORM GRAVAR-EVENTO-CONTABIL
               MOVE 'DEC3' TO EVT-EVENTO
               MOVE AS-ENC-DEC-TERCEIRO TO EVT-VALOR
               PERFORM GRAVAR-EVENTO-CONTABIL
               MOVE 'FERI' TO EVT-EVENTO
               MOVE AS-ENC-FERIAS TO EVT-VALOR
               PERFORM GRAVAR-EVENTO-CONTABIL.

           GRAVAR-EVENTO-CONTABIL.
               IF EVT-VALOR > ZERO
                   WRITE ARQ-EVENTO-CONTABIL-S
               END-IF.

       2457-GERAR-RELATORIO-ENCARGOS-FIM.
           EXIT.
      ******************************************************************
      * Contracheques dos funcionarios ativos e linha de totais que
      * deve bater com a soma de DEP-VALOR gravada em DEPOSITO-FOLHA-S.
      * As mesmas linhas sao acrescentadas ao historico cumulativo de
      * contracheques da competencia (informe de rendimentos).
      ******************************************************************
       2710-GERAR-CONTRACHEQUES SECTION.
           GERAR-CONTRACHEQUES.
               OPEN OUTPUT CONTRACHEQUE-S
               MOVE CONTRACHEQUE-TITULO TO ARQ-CONTRACHEQUE-S
               WRITE ARQ-CONTRACHEQUE-S
               MOVE 'N' TO AS-GRAVA-HIST-CCH
               OPEN EXTEND HISTORICO-CONTRACHEQUE
               IF AS-STATUS-H3 = 35
                   OPEN OUTPUT HISTORICO-CONTRACHEQUE
               END-IF
               IF AS-STATUS-H3 EQUAL ZEROS
                   MOVE 'Y' TO AS-GRAVA-HIST-CCH
               ELSE
                   DISPLAY 'ARQUIVO VAZIO'
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF
               MOVE ZERO TO AS-QTDE-CONTRACHEQUES
               MOVE ZERO TO AS-TOTAL-BRUTO
               MOVE ZERO TO AS-TOTAL-INSS
               MOVE ZERO TO AS-TOTAL-IRRF
               IF AS-STATUS-S20 NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S20
               END-IF
               IF AS-GRAVA-HIST-CCH = 'Y'
                   PERFORM GRAVAR-HIST-CONTRACHEQUE-TOTAL
                   CLOSE HISTORICO-CONTRACHEQUE
                   IF AS-STATUS-H3 NOT EQUAL ZEROS
                       DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-H3
                   END-IF
               END-IF
               PERFORM GRAVAR-TOTAL-FOLHA.

           GRAVAR-HIST-CONTRACHEQUE-TOTAL.
               MOVE SPACES TO ARQ-HIST-CONTRACHEQUE
               MOVE AS-DATA-INICIO(1:6) TO HCC-COMPETENCIA
               MOVE AS-DATA-INICIO TO HCC-GERACAO(1:8)
               MOVE AS-HORA-INICIO(1:6) TO HCC-GERACAO(9:6)
               MOVE 'T' TO HCC-TIPO
               MOVE AS-QTDE-CONTRACHEQUES TO HCT-QTDE-FUNC
               MOVE AS-TOTAL-BRUTO TO HCT-TOTAL-BRUTO
               MOVE AS-TOTAL-INSS TO HCT-TOTAL-INSS
               MOVE AS-TOTAL-IRRF TO HCT-TOTAL-IRRF
               MOVE AS-TOTAL-LIQUIDO TO HCT-TOTAL-LIQUIDO
               MOVE AS-TOTAL-DEPOSITO TO HCT-TOTAL-DEPOSITO
               WRITE ARQ-HIST-CONTRACHEQUE
               IF AS-STATUS-H3 NOT EQUAL ZEROS
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           GRAVAR-HIST-CONTRACHEQUE-FUNC.
               MOVE SPACES TO ARQ-HIST-CONTRACHEQUE
               MOVE AS-DATA-INICIO(1:6) TO HCC-COMPETENCIA
               MOVE AS-DATA-INICIO TO HCC-GERACAO(1:8)
               MOVE AS-HORA-INICIO(1:6) TO HCC-GERACAO(9:6)
               MOVE 'D' TO HCC-TIPO
               MOVE AS-IDX TO AS-CHAVE-EVENTO
               MOVE AS-CHAVE-EVENTO TO HCC-ID-FUNC
               MOVE TAB-FUNC-CARGO-IDX(AS-IDX) TO AS-CHAVE-EVENTO
               MOVE AS-CHAVE-EVENTO TO HCC-ID-CARGO
               MOVE TAB-FUNC-DEP-IDX(AS-IDX) TO AS-CHAVE-EVENTO
               MOVE AS-CHAVE-EVENTO TO HCC-ID-DEP
               MOVE CCH-FUNC-NOME TO HCC-NOME
               IF AS-ACHOU-MESTRE = 'Y'
                   MOVE ARQ-L-CPF-FUNC TO HCC-CPF
               END-IF
               MOVE AS-BRUTO TO HCC-BRUTO
               MOVE AS-INSS TO HCC-INSS
               MOVE AS-IRRF TO HCC-IRRF
               MOVE AS-LIQUIDO TO HCC-LIQUIDO
               WRITE ARQ-HIST-CONTRACHEQUE
               IF AS-STATUS-H3 NOT EQUAL ZEROS
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

      ******************************************************************
      * O total de Deposito Folha impresso nos contracheques e gravado
      * em arquivo de controle para a conciliacao do retorno bancario
               ADD AS-BRUTO TO AS-TOTAL-BRUTO
               ADD AS-INSS TO AS-TOTAL-INSS
               ADD AS-IRRF TO AS-TOTAL-IRRF
               ADD AS-LIQUIDO TO AS-TOTAL-LIQUIDO
               ADD 1 TO AS-QTDE-CONTRACHEQUES
               IF AS-GRAVA-HIST-CCH = 'Y'
                   PERFORM GRAVAR-HIST-CONTRACHEQUE-FUNC
               END-IF
               PERFORM GRAVAR-EVENTOS-CONTRACHEQUE.

      ******************************************************************
      * Cada contracheque gera os eventos contabeis SALB (bruto), INSS
      * e IRRF retidos; cargo e departamento do funcionario escolhem
      * as contas no plano do CBLZGB09.
      ******************************************************************
           GRAVAR-EVENTOS-CONTRACHEQUE.
               MOVE SPACES TO ARQ-EVENTO-CONTABIL-S
               MOVE AS-DATA-INICIO(1:6) TO EVT-COMPETENCIA
               MOVE TAB-FUNC-CARGO-IDX(AS-IDX) TO AS-CHAVE-EVENTO
               MOVE AS-CHAVE-EVENTO TO EVT-ID-CARGO
               MOVE TAB-FUNC-DEP-IDX(AS-IDX) TO AS-CHAVE-EVENTO
               MOVE AS-CHAVE-EVENTO TO EVT-ID-DEP
               MOVE AS-IDX TO AS-CHAVE-EVENTO
               MOVE AS-CHAVE-EVENTO TO EVT-DOCUMENTO
               MOVE AS-DATA-INICIO TO EVT-DATA
               MOVE 'SALB' TO EVT-EVENTO
               MOVE AS-BRUTO TO EVT-VALOR
               PERFORM GRAVAR-EVENTO-CONTABIL
               MOVE 'INSS' TO EVT-EVENTO
               MOVE AS-INSS TO EVT-VALOR
               PERFORM GRAVAR-EVENTO-CONTABIL
               MOVE 'IRRF' TO EVT-EVENTO
               MOVE AS-IRRF TO EVT-VALOR
               PERFORM GRAVAR-EVENTO-CONTABIL.

      ******************************************************************
      * INSS progressivo: cada faixa contribui sobre a parte do bruto
           CLOSE RELATORIO-ENCARGOS-S.
           IF AS-STATUS-S24 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S24
           END-IF

           CLOSE EVENTOS-CONTABEIS-S.
           IF AS-STATUS-S26 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S26
           END-IF.

      ******************************************************************
                       AS-STATUS-S23 NOT EQUAL ZEROS OR
                       AS-STATUS-S24 NOT EQUAL ZEROS OR
                       AS-STATUS-S25 NOT EQUAL ZEROS OR
                       AS-STATUS-S26 NOT EQUAL ZEROS OR
                       AS-STATUS-H1 NOT EQUAL ZEROS
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.
