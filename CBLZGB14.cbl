       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZGB14.
      ******************************************************************
      * Author: GUILHERME GRUNER BIRCKHOLZ
      * Date:   02/09/2026
      * Purpose: Retencao de dados pessoais (LGPD). No modo ANONIMIZAR
      *          (default) clientes inativos e funcionarios desligados
      *          cujo ultimo evento conhecido (trilha de auditoria,
      *          fatura, recebimento, desligamento, contracheque) e
      *          anterior ao prazo de retencao em meses, sem fatura em
      *          aberto e sem folha pendente, tem nome, CPF, telefone,
      *          e-mail e endereco anonimizados nos mestres indexados e
      *          nas imagens das trilhas de auditoria do CBLZGB05.
      *          Chaves, status e historicos financeiros ficam como
      *          estao (o historico de contracheques e guardado por
      *          obrigacao fiscal). O modo SIMULAR emite o mesmo
      *          relatorio sem alterar nada. O modo LOCALIZAR lista
      *          todos os arquivos e registros em que um CPF aparece,
      *          para atender a pedido do titular.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLIENTES-M ASSIGN TO
           AS-CAMINHO-CLIENTES-M
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-M-ID
       FILE STATUS IS AS-STATUS-E1.

       SELECT FUNCIONARIOS-M ASSIGN TO
           AS-CAMINHO-FUNCIONARIOS-M
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUN-M-ID
       FILE STATUS IS AS-STATUS-E2.

       SELECT FATURAS-REG ASSIGN TO
           AS-CAMINHO-FATURAS-REG
       FILE STATUS IS AS-STATUS-E3.

       SELECT RETENCOES-REG ASSIGN TO
           AS-CAMINHO-RETENCOES-REG
       FILE STATUS IS AS-STATUS-E4.

       SELECT RECEBIMENTOS ASSIGN TO
           AS-CAMINHO-RECEBIMENTOS
       FILE STATUS IS AS-STATUS-E5.

       SELECT HISTORICO-FUNCIONAL ASSIGN TO
           AS-CAMINHO-HISTORICO
       FILE STATUS IS AS-STATUS-E6.

       SELECT HISTORICO-CONTRACHEQUE ASSIGN TO
           AS-CAMINHO-HIST-CONTRACHEQUE
       FILE STATUS IS AS-STATUS-E7.

       SELECT PENDENTES-APROVACAO ASSIGN TO
           AS-CAMINHO-PENDENTES
       FILE STATUS IS AS-STATUS-E8.

       SELECT LISTA-TRILHAS ASSIGN TO
           AS-CAMINHO-LISTA-TRILHAS
       FILE STATUS IS AS-STATUS-E9.

       SELECT TRILHA-AUDITORIA ASSIGN TO
           AS-CAMINHO-TRILHA
       FILE STATUS IS AS-STATUS-T1.

       SELECT RELATORIO-LGPD-S ASSIGN TO
           AS-CAMINHO-RELATORIO-S
       FILE STATUS IS AS-STATUS-S1.


       DATA DIVISION.
       FILE SECTION.

       FD CLIENTES-M
          RECORD CONTAINS 457 CHARACTERS.

       01 ARQ-CLIENTE-M.
          05 CLI-M-ID                      PIC X(05).
          05 CLI-M-NOME                    PIC X(100).
          05 CLI-M-TELEFONE                PIC X(50).
          05 CLI-M-EMAIL                   PIC X(50).
          05 CLI-M-ENDERECO                PIC X(100).
          05 CLI-M-DESCRICAO               PIC X(100).
          05 CLI-M-CPF                     PIC X(14).
          05 CLI-M-CNPJ                    PIC X(18).
          05 CLI-M-STATUS                  PIC X(20).

       FD FUNCIONARIOS-M
          RECORD CONTAINS 599 CHARACTERS.

       01 ARQ-FUNCIONARIO-M.
          05 FUN-M-ID                      PIC X(05).
          05 FUN-M-ID-CARGO                PIC X(05).
          05 FUN-M-ID-DEP                  PIC X(05).
          05 FUN-M-NOME                    PIC X(100).
          05 FUN-M-TELEFONE                PIC X(50).
          05 FUN-M-EMAIL                   PIC X(50).
          05 FUN-M-ENDERECO                PIC X(100).
          05 FUN-M-CPF                     PIC X(14).
          05 FUN-M-TIPO-CONTRATO           PIC X(50).
          05 FUN-M-MODO-TRAB               PIC X(100).
          05 FUN-M-FORMACAO                PIC X(100).
          05 FUN-M-STATUS                  PIC X(20).

      ******************************************************************
      * Registro cumulativo de faturas, retencoes e recebimentos do
      * CBLZGB07: liquido a receber menos recebido = saldo em aberto.
      ******************************************************************
       FD FATURAS-REG
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FATURA-REG                   PIC X(50).
       01 FILLER REDEFINES ARQ-FATURA-REG.
          05 FAT-NUMERO                    PIC 9(06).
          05 FAT-ID-PROJETO                PIC X(05).
          05 FAT-ID-CLIENTE                PIC X(05).
          05 FAT-VALOR                     PIC 9(08)V99.
          05 FAT-DATA-EMISSAO              PIC X(08).
          05 FAT-DATA-VENCIMENTO           PIC X(08).
          05 FILLER                        PIC X(08).

       FD RETENCOES-REG
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RETENCAO-REG                 PIC X(100).
       01 FILLER REDEFINES ARQ-RETENCAO-REG.
          05 RTN-NUMERO                    PIC 9(06).
          05 RTN-ID-CLIENTE                PIC X(05).
          05 RTN-ID-PROJETO                PIC X(05).
          05 RTN-COMPETENCIA               PIC X(06).
          05 RTN-TIPO-CLIENTE              PIC X(01).
          05 RTN-VALOR-BRUTO               PIC 9(08)V99.
          05 RTN-RETENCAO                  PIC 9(08)V99
                                           OCCURS 5 TIMES.
          05 RTN-VALOR-LIQUIDO             PIC 9(08)V99.
          05 FILLER                        PIC X(07).

       FD RECEBIMENTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RECEBIMENTO                  PIC X(44).
       01 FILLER REDEFINES ARQ-RECEBIMENTO.
          05 REC-NUMERO                    PIC X(06).
          05 REC-DATA                      PIC X(08).
          05 REC-VALOR                     PIC X(10).
          05 REC-JUROS-MULTA               PIC X(10).
          05 FILLER                        PIC X(10).

       FD HISTORICO-FUNCIONAL
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-HISTORICO-FUNCIONAL          PIC X(100).
       01 FILLER REDEFINES ARQ-HISTORICO-FUNCIONAL.
          05 HIS-DATA-EFETIVA              PIC X(08).
          05 HIS-ID-FUNC                   PIC X(05).
          05 HIS-EVENTO                    PIC X(01).
          05 HIS-ID-CARGO-ANT              PIC X(05).
          05 HIS-ID-CARGO                  PIC X(05).
          05 HIS-ID-DEP-ANT                PIC X(05).
          05 HIS-ID-DEP                    PIC X(05).
          05 HIS-MOTIVO                    PIC X(02).
          05 HIS-DATA-REGISTRO             PIC X(08).
          05 FILLER                        PIC X(56).

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
          05 FILLER                        PIC X(50).

       FD PENDENTES-APROVACAO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PENDENTE-APROVACAO           PIC X(700).
       01 FILLER REDEFINES ARQ-PENDENTE-APROVACAO.
          05 PND-PROTOCOLO                 PIC X(12).
          05 PND-USUARIO                   PIC X(08).
          05 PND-DATA                      PIC X(08).
          05 PND-TIPO                      PIC X(01).
          05 PND-MOVIMENTO.
             10 PND-MOV-OPERACAO           PIC X(01).
             10 PND-MOV-ARQUIVO            PIC X(01).
             10 PND-MOV-IMAGEM             PIC X(599).
             10 FILLER                     PIC X(49).
          05 FILLER                        PIC X(21).

      ******************************************************************
      * Lista das trilhas de auditoria guardadas (uma por execucao do
      * CBLZGB05): caminho completo por linha; linha em branco ou
      * iniciada por '*' e ignorada. Sem a lista vale a trilha padrao.
      ******************************************************************
       FD LISTA-TRILHAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-LISTA-TRILHAS                PIC X(100).

       FD TRILHA-AUDITORIA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-TRILHA-AUDITORIA             PIC X(1213).
       01 FILLER REDEFINES ARQ-TRILHA-AUDITORIA.
          05 TRI-DATA                      PIC X(08).
          05 TRI-OPERACAO                  PIC X(01).
          05 TRI-ARQUIVO                   PIC X(01).
          05 TRI-ID                        PIC X(05).
          05 TRI-IMAGEM-ANTIGA             PIC X(599).
          05 TRI-IMAGEM-MOVIMENTO          PIC X(599).

       FD RELATORIO-LGPD-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RELATORIO-LGPD-S             PIC X(250).


       WORKING-STORAGE SECTION.
       01 AS-CAMINHO-CLIENTES-M     PIC X(100) VALUE
          'C:\Users\gui\Downloads\Cliente.idx'.
       01 AS-CAMINHO-FUNCIONARIOS-M PIC X(100) VALUE
          'C:\Users\gui\Downloads\Funcionario.idx'.
       01 AS-CAMINHO-FATURAS-REG    PIC X(100) VALUE
          'C:\Users\gui\Downloads\FaturaRegistro.txt'.
       01 AS-CAMINHO-RETENCOES-REG  PIC X(100) VALUE
          'C:\Users\gui\Downloads\Retencoes.txt'.
       01 AS-CAMINHO-RECEBIMENTOS   PIC X(100) VALUE
          'C:\Users\gui\Downloads\Recebimentos.txt'.
       01 AS-CAMINHO-HISTORICO      PIC X(100) VALUE
          'C:\Users\gui\Downloads\historico_funcional.txt'.
       01 AS-CAMINHO-HIST-CONTRACHEQUE PIC X(100) VALUE
          'C:\Users\gui\Downloads\historico_contracheque.txt'.
       01 AS-CAMINHO-PENDENTES      PIC X(100) VALUE
          'C:\Users\gui\Downloads\pendentes_aprovacao.txt'.
       01 AS-CAMINHO-LISTA-TRILHAS  PIC X(100) VALUE
          'C:\Users\gui\Downloads\ArquivosTrilha.txt'.
       01 AS-CAMINHO-TRILHA-PADRAO  PIC X(100) VALUE
          'C:\Users\gui\Downloads\trilha_auditoria1.txt'.
       01 AS-CAMINHO-RELATORIO-S    PIC X(100) VALUE
          'C:\Users\gui\Downloads\relatorio_lgpd1.txt'.
       01 AS-CAMINHO-TRILHA         PIC X(100) VALUE SPACES.
       01 AS-CAMINHO-ENV            PIC X(100) VALUE SPACES.

       01 AS-STATUS-E1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E2              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E3              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E4              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E5              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E6              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E7              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E8              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E9              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-T1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S1              PIC 9(02) VALUE ZEROS.
       01 AS-FIM-ARQ                PIC X(01) VALUE 'N'.
       01 AS-ERRO-ABERTURA          PIC X(01) VALUE 'N'.
       01 AS-ERRO-ARQUIVO           PIC X(01) VALUE 'N'.

      ******************************************************************
      * Parametros: CBLZGB14_MODO (ANONIMIZAR, SIMULAR ou LOCALIZAR),
      * CBLZGB14_PRAZO_MESES (prazo de retencao apos o ultimo evento,
      * default 60) e CBLZGB14_CPF (CPF procurado no modo LOCALIZAR,
      * com ou sem pontuacao).
      ******************************************************************
       01 AS-MODO-ENTRADA           PIC X(10) VALUE SPACES.
       01 AS-MODO                   PIC X(01) VALUE 'A'.
       01 AS-PRAZO-ENTRADA          PIC X(05) VALUE SPACES.
       01 AS-PRAZO-MESES            PIC 9(03) VALUE 60.
       01 AS-CPF-ENTRADA            PIC X(14) VALUE SPACES.

       01 AS-DATA-EXECUCAO          PIC X(08) VALUE SPACES.
       01 FILLER REDEFINES AS-DATA-EXECUCAO.
          05 AS-EXEC-ANO            PIC 9(04).
          05 AS-EXEC-MES            PIC 9(02).
          05 AS-EXEC-DIA            PIC X(02).
       01 AS-DATA-CORTE             PIC X(08) VALUE SPACES.
       01 FILLER REDEFINES AS-DATA-CORTE.
          05 AS-CORTE-ANO           PIC 9(04).
          05 AS-CORTE-MES           PIC 9(02).
          05 AS-CORTE-DIA           PIC X(02).
       01 AS-MESES-ABS              PIC 9(06) VALUE ZERO.
       01 AS-MARCA-ANONIMO          PIC X(100) VALUE SPACES.
       01 AS-CPF-ANONIMO            PIC X(14) VALUE 'ANONIMIZADO'.

      ******************************************************************
      * Situacao por ID (indice = ID numerico): data do ultimo evento
      * conhecido, ultima operacao na trilha, presenca no mestre,
      * pendencia financeira e marca de anonimizado (inclusive em
      * execucao anterior) para o tratamento das trilhas.
      ******************************************************************
       01 TAB-CLI-REF                 PIC X(08) OCCURS 99999 TIMES
                                       VALUE SPACES.
       01 TAB-CLI-ULT-OP              PIC X(01) OCCURS 99999 TIMES
                                       VALUE SPACES.
       01 TAB-CLI-MESTRE              PIC X(01) OCCURS 99999 TIMES
                                       VALUE 'N'.
       01 TAB-CLI-ABERTA              PIC X(01) OCCURS 99999 TIMES
                                       VALUE 'N'.
       01 TAB-CLI-ANON                PIC X(01) OCCURS 99999 TIMES
                                       VALUE 'N'.
       01 TAB-FUN-REF                 PIC X(08) OCCURS 99999 TIMES
                                       VALUE SPACES.
       01 TAB-FUN-ULT-OP              PIC X(01) OCCURS 99999 TIMES
                                       VALUE SPACES.
       01 TAB-FUN-MESTRE              PIC X(01) OCCURS 99999 TIMES
                                       VALUE 'N'.
       01 TAB-FUN-DESLIG              PIC X(08) OCCURS 99999 TIMES
                                       VALUE SPACES.
       01 TAB-FUN-PENDENTE            PIC X(01) OCCURS 99999 TIMES
                                       VALUE 'N'.
       01 TAB-FUN-ANON                PIC X(01) OCCURS 99999 TIMES
                                       VALUE 'N'.

       01 AS-FAT-MAX                PIC 9(06) VALUE 20000.
       01 AS-FAT-QTDE               PIC 9(06) VALUE ZERO.
       01 AS-FAT-IDX                PIC 9(06) VALUE ZERO.
       01 AS-FAT-ACHOU              PIC X(01) VALUE 'N'.
       01 TAB-FAT-NUMERO              PIC 9(06) OCCURS 20000 TIMES.
       01 TAB-FAT-CLI-IDX             PIC 9(05) OCCURS 20000 TIMES.
       01 TAB-FAT-LIQUIDO             PIC 9(08)V99 OCCURS 20000 TIMES
                                       VALUE ZERO.
       01 TAB-FAT-PAGO                PIC 9(09)V99 OCCURS 20000 TIMES
                                       VALUE ZERO.

       01 AS-TRI-MAX                PIC 9(03) VALUE 500.
       01 AS-TRI-QTDE               PIC 9(03) VALUE ZERO.
       01 AS-TRI-IDX                PIC 9(03) VALUE ZERO.
       01 TAB-TRI-CAMINHO             PIC X(100) OCCURS 500 TIMES.

       01 AS-IDX                    PIC 9(06) VALUE ZERO.
       01 AS-ID-NUM                 PIC 9(05) VALUE ZERO.
       01 AS-ID-AUX                 PIC X(05) VALUE SPACES.
       01 AS-DATA-AUX               PIC X(08) VALUE SPACES.
       01 AS-ULTIMA-COMP-FECHADA    PIC X(06) VALUE SPACES.
       01 AS-SALDO-FATURA           PIC S9(09)V99 VALUE ZERO.
       01 AS-SITUACAO               PIC X(30) VALUE SPACES.
       01 AS-ELEGIVEL               PIC X(01) VALUE 'N'.
       01 AS-IMAGEM                 PIC X(599) VALUE SPACES.
       01 AS-IMAGEM-ALTERADA        PIC X(01) VALUE 'N'.
       01 AS-REGISTRO-ALTERADO      PIC X(01) VALUE 'N'.

      ******************************************************************
      * CPF comparado so pelos 11 digitos: pontuacao e espacos do
      * parametro e dos arquivos sao descartados.
      ******************************************************************
       01 AS-CPF-PROCURADO          PIC X(11) VALUE SPACES.
       01 AS-CPF-CAMPO              PIC X(14) VALUE SPACES.
       01 AS-CPF-DIGITOS            PIC X(11) VALUE SPACES.
       01 AS-CPF-QTDE-DIG           PIC 9(02) VALUE ZERO.
       01 AS-CPF-POS                PIC 9(02) VALUE ZERO.

       01 AS-QTDE-CLI-ANON          PIC 9(06) VALUE ZERO.
       01 AS-QTDE-FUN-ANON          PIC 9(06) VALUE ZERO.
       01 AS-QTDE-EXCLUIDOS-ANON    PIC 9(06) VALUE ZERO.
       01 AS-QTDE-RETIDOS           PIC 9(06) VALUE ZERO.
       01 AS-QTDE-SEM-DATA          PIC 9(06) VALUE ZERO.
       01 AS-QTDE-TRILHA-AUSENTE    PIC 9(06) VALUE ZERO.
       01 AS-QTDE-TRI-LIDOS         PIC 9(08) VALUE ZERO.
       01 AS-QTDE-TRI-ANON          PIC 9(08) VALUE ZERO.
       01 AS-QTDE-TRI-ANON-TOTAL    PIC 9(08) VALUE ZERO.
       01 AS-QTDE-OCORRENCIAS       PIC 9(06) VALUE ZERO.

       01 LGP-TITULO.
           05 FILLER PIC X(29) VALUE
              'RETENCAO DE DADOS PESSOAIS - '.
           05 LGT-MODO PIC X(10).
           05 FILLER PIC X(12) VALUE '  Execucao: '.
           05 LGT-DATA PIC X(08).
           05 FILLER PIC X(9) VALUE '  Corte: '.
           05 LGT-CORTE PIC X(08).
           05 FILLER PIC X(17) VALUE '  Prazo (meses): '.
           05 LGT-PRAZO PIC ZZ9.

       01 LGP-DETALHE.
           05 FILLER PIC X(9) VALUE 'Arquivo: '.
           05 LGD-ARQUIVO PIC X(12).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(3) VALUE 'ID:'.
           05 LGD-ID PIC X(05).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'Referencia: '.
           05 LGD-REFERENCIA PIC X(08).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'Situacao: '.
           05 LGD-SITUACAO PIC X(30).

       01 LGP-TRILHA.
           05 FILLER PIC X(8) VALUE 'Trilha: '.
           05 LGR-CAMINHO PIC X(100).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Lidos: '.
           05 LGR-LIDOS PIC ZZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(15) VALUE 'Anonimizados: '.
           05 LGR-ANON PIC ZZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LGR-SITUACAO PIC X(20).

       01 LGP-TOTAL.
           05 FILLER PIC X(22) VALUE 'Clientes anonimizados:'.
           05 LGS-CLIENTES PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(26) VALUE 'Funcionarios anonimizados:'.
           05 LGS-FUNCIONARIOS PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'Excluidos:'.
           05 LGS-EXCLUIDOS PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'Retidos:'.
           05 LGS-RETIDOS PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'Sem data:'.
           05 LGS-SEM-DATA PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(17) VALUE 'Imagens de trilha'.
           05 FILLER PIC X(15) VALUE ' anonimizadas: '.
           05 LGS-TRILHA PIC ZZZZZZZ9.

       01 LOC-TITULO.
           05 FILLER PIC X(37) VALUE
              'LOCALIZACAO DE DADOS PESSOAIS - CPF: '.
           05 LCT-CPF PIC X(14).
           05 FILLER PIC X(12) VALUE '  Execucao: '.
           05 LCT-DATA PIC X(08).

       01 LOC-DETALHE.
           05 FILLER PIC X(8) VALUE 'Origem: '.
           05 LCD-ORIGEM PIC X(14).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(3) VALUE 'ID:'.
           05 LCD-ID PIC X(05).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'Data: '.
           05 LCD-DATA PIC X(08).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'Registro: '.
           05 LCD-REGISTRO PIC X(30).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'Arquivo: '.
           05 LCD-ARQUIVO PIC X(100).

       01 LOC-TOTAL.
           05 FILLER PIC X(25) VALUE 'Ocorrencias encontradas: '.
           05 LCS-QTDE PIC ZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR        SECTION.
           INICIALIZAR.
           ACCEPT AS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM CARREGAR-CAMINHOS.
           PERFORM CARREGAR-PARAMETROS.

           IF AS-MODO = 'A'
               OPEN I-O CLIENTES-M
           ELSE
               OPEN INPUT CLIENTES-M
           END-IF
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           END-IF

           IF AS-MODO = 'A'
               OPEN I-O FUNCIONARIOS-M
           ELSE
               OPEN INPUT FUNCIONARIOS-M
           END-IF
           IF AS-STATUS-E2 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           END-IF

           PERFORM CARREGAR-LISTA-TRILHAS.

           IF AS-ERRO-ABERTURA = 'Y'
               DISPLAY 'ERRO: FALHA NA ABERTURA, '
                   'NENHUM REGISTRO TRATADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RELATORIO-LGPD-S.

           CARREGAR-CAMINHOS.
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB14_CLIENTES_M"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-CLIENTES-M
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB14_FUNCIONARIOS_M"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-FUNCIONARIOS-M
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB14_FATURAS_REG"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-FATURAS-REG
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB14_RETENCOES_REG"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-RETENCOES-REG
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB14_RECEBIMENTOS"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-RECEBIMENTOS
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB14_HISTORICO"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-HISTORICO
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB14_HIST_CONTRACHEQUE"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-HIST-CONTRACHEQUE
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB14_PENDENTES"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-PENDENTES
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB14_TRILHAS"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-LISTA-TRILHAS
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB14_TRILHA_PADRAO"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-TRILHA-PADRAO
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB14_RELATORIO_S"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-RELATORIO-S
               END-IF.

      ******************************************************************
      * Data de corte = data da execucao recuada o prazo em meses;
      * evento com data ate o corte esta fora do prazo de retencao.
      ******************************************************************
           CARREGAR-PARAMETROS.
               ACCEPT AS-MODO-ENTRADA FROM ENVIRONMENT
                   "CBLZGB14_MODO"
               EVALUATE AS-MODO-ENTRADA
                   WHEN 'SIMULAR'
                       MOVE 'S' TO AS-MODO
                   WHEN 'LOCALIZAR'
                       MOVE 'L' TO AS-MODO
                   WHEN OTHER
                       MOVE 'A' TO AS-MODO
                       MOVE 'ANONIMIZAR' TO AS-MODO-ENTRADA
               END-EVALUATE
               ACCEPT AS-PRAZO-ENTRADA FROM ENVIRONMENT
                   "CBLZGB14_PRAZO_MESES"
               IF AS-PRAZO-ENTRADA NOT = SPACES
                   COMPUTE AS-PRAZO-MESES =
                       FUNCTION NUMVAL(AS-PRAZO-ENTRADA)
               END-IF
               COMPUTE AS-MESES-ABS =
                   AS-EXEC-ANO * 12 + AS-EXEC-MES - 1 - AS-PRAZO-MESES
               DIVIDE AS-MESES-ABS BY 12 GIVING AS-CORTE-ANO
                   REMAINDER AS-CORTE-MES
               ADD 1 TO AS-CORTE-MES
               MOVE AS-EXEC-DIA TO AS-CORTE-DIA
               MOVE SPACES TO AS-MARCA-ANONIMO
               STRING 'ANONIMIZADO LGPD EM ' AS-DATA-EXECUCAO
                   DELIMITED BY SIZE INTO AS-MARCA-ANONIMO
               ACCEPT AS-CPF-ENTRADA FROM ENVIRONMENT
                   "CBLZGB14_CPF"
               IF AS-MODO = 'L'
                   MOVE AS-CPF-ENTRADA TO AS-CPF-CAMPO
                   PERFORM NORMALIZAR-CPF
                   IF AS-CPF-QTDE-DIG NOT = 11
                       DISPLAY 'ERRO: CPF NAO INFORMADO OU INVALIDO '
                           'PARA LOCALIZACAO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE AS-CPF-DIGITOS TO AS-CPF-PROCURADO
               END-IF.

           CARREGAR-LISTA-TRILHAS.
               OPEN INPUT LISTA-TRILHAS
               EVALUATE AS-STATUS-E9
                   WHEN ZEROS
                       MOVE 'N' TO AS-FIM-ARQ
                       PERFORM LER-LISTA-TRILHAS
                           UNTIL AS-FIM-ARQ EQUAL 'S'
                       CLOSE LISTA-TRILHAS
                   WHEN 35
                       MOVE 1 TO AS-TRI-QTDE
                       MOVE AS-CAMINHO-TRILHA-PADRAO TO
                           TAB-TRI-CAMINHO(1)
                   WHEN OTHER
                       DISPLAY 'ARQUIVO VAZIO'
                       MOVE 'Y' TO AS-ERRO-ABERTURA
               END-EVALUATE.

           LER-LISTA-TRILHAS.
               READ LISTA-TRILHAS
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF ARQ-LISTA-TRILHAS NOT = SPACES AND
                           ARQ-LISTA-TRILHAS(1:1) NOT = '*'
                       IF AS-TRI-QTDE >= AS-TRI-MAX
                           DISPLAY 'ERRO: LIMITE DE ' AS-TRI-MAX
                               ' TRILHAS DE AUDITORIA EXCEDIDO'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO AS-TRI-QTDE
                       MOVE ARQ-LISTA-TRILHAS TO
                           TAB-TRI-CAMINHO(AS-TRI-QTDE)
                   END-IF
               END-READ
               IF AS-STATUS-E9 NOT EQUAL ZEROS AND
                       AS-STATUS-E9 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ABERTURA
               END-IF.

       1000-INICIALIZAR-FIM.
           EXIT.

       2000-PROCESSAR          SECTION.

           IF AS-MODO = 'L'
               PERFORM LOCALIZAR-CPF
           ELSE
               MOVE AS-MODO-ENTRADA TO LGT-MODO
               MOVE AS-DATA-EXECUCAO TO LGT-DATA
               MOVE AS-DATA-CORTE TO LGT-CORTE
               MOVE AS-PRAZO-MESES TO LGT-PRAZO
               MOVE LGP-TITULO TO ARQ-RELATORIO-LGPD-S
               WRITE ARQ-RELATORIO-LGPD-S
               PERFORM CARREGAR-FATURAS
               PERFORM CARREGAR-HISTORICO-FUNCIONAL
               PERFORM CARREGAR-HIST-CONTRACHEQUE
               PERFORM CARREGAR-PENDENTES-APROVACAO
               PERFORM VARYING AS-TRI-IDX FROM 1 BY 1
                       UNTIL AS-TRI-IDX > AS-TRI-QTDE
                   PERFORM LEVANTAR-TRILHA
               END-PERFORM
               PERFORM TRATAR-CLIENTES
               PERFORM TRATAR-FUNCIONARIOS
               PERFORM TRATAR-EXCLUIDOS
               PERFORM VARYING AS-TRI-IDX FROM 1 BY 1
                       UNTIL AS-TRI-IDX > AS-TRI-QTDE
                   PERFORM ANONIMIZAR-TRILHA
               END-PERFORM
               PERFORM GRAVAR-TOTAL-LGPD
           END-IF.

       2000-PROCESSAR-FIM.
           EXIT.

      ******************************************************************
      * Ultimo evento e pendencias: fatura emitida e recebimento
      * baixado contam como evento do cliente; saldo liquido (bruto
      * menos retencoes, como no aging do CBLZGB07) maior que o
      * recebido deixa o cliente com fatura em aberto. Os arquivos
      * cumulativos sao opcionais (status 35 = nenhum registro).
      ******************************************************************
       2100-LEVANTAR-EVENTOS SECTION.
           CARREGAR-FATURAS.
               OPEN INPUT FATURAS-REG
               IF AS-STATUS-E3 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-ARQ
                   PERFORM LER-FATURA UNTIL AS-FIM-ARQ EQUAL 'S'
                   CLOSE FATURAS-REG
               ELSE
                   IF AS-STATUS-E3 NOT EQUAL 35
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF
               OPEN INPUT RETENCOES-REG
               IF AS-STATUS-E4 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-ARQ
                   PERFORM LER-RETENCAO UNTIL AS-FIM-ARQ EQUAL 'S'
                   CLOSE RETENCOES-REG
               ELSE
                   IF AS-STATUS-E4 NOT EQUAL 35
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF
               OPEN INPUT RECEBIMENTOS
               IF AS-STATUS-E5 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-ARQ
                   PERFORM LER-RECEBIMENTO UNTIL AS-FIM-ARQ EQUAL 'S'
                   CLOSE RECEBIMENTOS
               ELSE
                   IF AS-STATUS-E5 NOT EQUAL 35
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF
               PERFORM VARYING AS-FAT-IDX FROM 1 BY 1
                       UNTIL AS-FAT-IDX > AS-FAT-QTDE
                   COMPUTE AS-SALDO-FATURA =
                       TAB-FAT-LIQUIDO(AS-FAT-IDX) -
                       TAB-FAT-PAGO(AS-FAT-IDX)
                   IF AS-SALDO-FATURA > ZERO AND
                           TAB-FAT-CLI-IDX(AS-FAT-IDX) > ZERO
                       MOVE 'Y' TO
                           TAB-CLI-ABERTA(TAB-FAT-CLI-IDX(AS-FAT-IDX))
                   END-IF
               END-PERFORM.

           LER-FATURA.
               READ FATURAS-REG
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF AS-FAT-QTDE >= AS-FAT-MAX
                       DISPLAY 'ERRO: LIMITE DE ' AS-FAT-MAX
                           ' FATURAS EXCEDIDO'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO AS-FAT-QTDE
                   MOVE FAT-NUMERO TO TAB-FAT-NUMERO(AS-FAT-QTDE)
                   MOVE FAT-VALOR TO TAB-FAT-LIQUIDO(AS-FAT-QTDE)
                   MOVE ZERO TO TAB-FAT-CLI-IDX(AS-FAT-QTDE)
                   IF FAT-ID-CLIENTE IS NUMERIC AND
                           FAT-ID-CLIENTE NOT = ZEROS
                       MOVE FAT-ID-CLIENTE TO AS-ID-NUM
                       MOVE AS-ID-NUM TO TAB-FAT-CLI-IDX(AS-FAT-QTDE)
                       MOVE FAT-DATA-EMISSAO TO AS-DATA-AUX
                       IF AS-DATA-AUX > TAB-CLI-REF(AS-ID-NUM)
                           MOVE AS-DATA-AUX TO TAB-CLI-REF(AS-ID-NUM)
                       END-IF
                   END-IF
               END-READ
               IF AS-STATUS-E3 NOT EQUAL ZEROS AND
                       AS-STATUS-E3 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           LER-RETENCAO.
               READ RETENCOES-REG
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   PERFORM VARYING AS-FAT-IDX FROM 1 BY 1
                           UNTIL AS-FAT-IDX > AS-FAT-QTDE
                       IF TAB-FAT-NUMERO(AS-FAT-IDX) = RTN-NUMERO
                           MOVE RTN-VALOR-LIQUIDO TO
                               TAB-FAT-LIQUIDO(AS-FAT-IDX)
                       END-IF
                   END-PERFORM
               END-READ
               IF AS-STATUS-E4 NOT EQUAL ZEROS AND
                       AS-STATUS-E4 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           LER-RECEBIMENTO.
               READ RECEBIMENTOS
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   PERFORM BAIXAR-RECEBIMENTO
               END-READ
               IF AS-STATUS-E5 NOT EQUAL ZEROS AND
                       AS-STATUS-E5 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           BAIXAR-RECEBIMENTO.
               IF REC-NUMERO IS NUMERIC
                   PERFORM VARYING AS-FAT-IDX FROM 1 BY 1
                           UNTIL AS-FAT-IDX > AS-FAT-QTDE
                       IF TAB-FAT-NUMERO(AS-FAT-IDX) =
                               FUNCTION NUMVAL(REC-NUMERO)
                           COMPUTE TAB-FAT-PAGO(AS-FAT-IDX) =
                               TAB-FAT-PAGO(AS-FAT-IDX) +
                               FUNCTION NUMVAL(REC-VALOR)
                           IF TAB-FAT-CLI-IDX(AS-FAT-IDX) > ZERO
                               MOVE TAB-FAT-CLI-IDX(AS-FAT-IDX) TO
                                   AS-ID-NUM
                               MOVE REC-DATA TO AS-DATA-AUX
                               IF AS-DATA-AUX > TAB-CLI-REF(AS-ID-NUM)
                                   MOVE AS-DATA-AUX TO
                                       TAB-CLI-REF(AS-ID-NUM)
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF.

      ******************************************************************
      * Historico funcional: o desligamento mais recente conta como
      * evento e guarda a competencia que ainda precisa de folha.
      ******************************************************************
           CARREGAR-HISTORICO-FUNCIONAL.
               OPEN INPUT HISTORICO-FUNCIONAL
               IF AS-STATUS-E6 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-ARQ
                   PERFORM LER-HISTORICO-FUNCIONAL
                       UNTIL AS-FIM-ARQ EQUAL 'S'
                   CLOSE HISTORICO-FUNCIONAL
               ELSE
                   IF AS-STATUS-E6 NOT EQUAL 35
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

           LER-HISTORICO-FUNCIONAL.
               READ HISTORICO-FUNCIONAL
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF HIS-ID-FUNC IS NUMERIC AND
                           HIS-ID-FUNC NOT = ZEROS
                       MOVE HIS-ID-FUNC TO AS-ID-NUM
                       MOVE HIS-DATA-EFETIVA TO AS-DATA-AUX
                       IF AS-DATA-AUX > TAB-FUN-REF(AS-ID-NUM)
                           MOVE AS-DATA-AUX TO TAB-FUN-REF(AS-ID-NUM)
                       END-IF
                       IF HIS-EVENTO = 'D' AND
                               AS-DATA-AUX > TAB-FUN-DESLIG(AS-ID-NUM)
                           MOVE AS-DATA-AUX TO
                               TAB-FUN-DESLIG(AS-ID-NUM)
                       END-IF
                   END-IF
               END-READ
               IF AS-STATUS-E6 NOT EQUAL ZEROS AND
                       AS-STATUS-E6 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

      ******************************************************************
      * Historico de contracheques: contracheque pago conta como evento
      * do funcionario; a maior competencia fechada por registro de
      * total e o limite da folha ja processada.
      ******************************************************************
           CARREGAR-HIST-CONTRACHEQUE.
               OPEN INPUT HISTORICO-CONTRACHEQUE
               IF AS-STATUS-E7 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-ARQ
                   PERFORM LER-HIST-CONTRACHEQUE
                       UNTIL AS-FIM-ARQ EQUAL 'S'
                   CLOSE HISTORICO-CONTRACHEQUE
               ELSE
                   IF AS-STATUS-E7 NOT EQUAL 35
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

           LER-HIST-CONTRACHEQUE.
               READ HISTORICO-CONTRACHEQUE
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF HCC-TIPO = 'T' AND
                           HCC-COMPETENCIA > AS-ULTIMA-COMP-FECHADA
                       MOVE HCC-COMPETENCIA TO AS-ULTIMA-COMP-FECHADA
                   END-IF
                   IF (HCC-TIPO = 'D' OR HCC-TIPO = 'R' OR
                           HCC-TIPO = 'X' OR HCC-TIPO = 'I') AND
                           HCC-ID-FUNC IS NUMERIC AND
                           HCC-ID-FUNC NOT = ZEROS
                       MOVE HCC-ID-FUNC TO AS-ID-NUM
                       MOVE HCC-GERACAO(1:8) TO AS-DATA-AUX
                       IF AS-DATA-AUX > TAB-FUN-REF(AS-ID-NUM)
                           MOVE AS-DATA-AUX TO TAB-FUN-REF(AS-ID-NUM)
                       END-IF
                   END-IF
               END-READ
               IF AS-STATUS-E7 NOT EQUAL ZEROS AND
                       AS-STATUS-E7 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

      ******************************************************************
      * Movimento de funcionario ou de conta aguardando aprovacao no
      * CBLZGB05 deixa o funcionario com folha pendente.
      ******************************************************************
           CARREGAR-PENDENTES-APROVACAO.
               OPEN INPUT PENDENTES-APROVACAO
               IF AS-STATUS-E8 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-ARQ
                   PERFORM LER-PENDENTE-APROVACAO
                       UNTIL AS-FIM-ARQ EQUAL 'S'
                   CLOSE PENDENTES-APROVACAO
               ELSE
                   IF AS-STATUS-E8 NOT EQUAL 35
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

           LER-PENDENTE-APROVACAO.
               READ PENDENTES-APROVACAO
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   EVALUATE PND-MOV-ARQUIVO
                       WHEN 'F'
                           MOVE PND-MOV-IMAGEM(1:5) TO AS-ID-AUX
                       WHEN 'T'
                           MOVE PND-MOV-IMAGEM(6:5) TO AS-ID-AUX
                       WHEN OTHER
                           MOVE SPACES TO AS-ID-AUX
                   END-EVALUATE
                   IF AS-ID-AUX IS NUMERIC AND AS-ID-AUX NOT = ZEROS
                       MOVE AS-ID-AUX TO AS-ID-NUM
                       MOVE 'Y' TO TAB-FUN-PENDENTE(AS-ID-NUM)
                   END-IF
               END-READ
               IF AS-STATUS-E8 NOT EQUAL ZEROS AND
                       AS-STATUS-E8 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

      ******************************************************************
      * Primeira passada nas trilhas (lista em ordem cronologica):
      * alteracao ou exclusao aplicada conta como evento do registro;
      * a ultima operacao lida identifica os registros excluidos do
      * mestre que so existem na trilha.
      ******************************************************************
           LEVANTAR-TRILHA.
               MOVE TAB-TRI-CAMINHO(AS-TRI-IDX) TO AS-CAMINHO-TRILHA
               OPEN INPUT TRILHA-AUDITORIA
               IF AS-STATUS-T1 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-ARQ
                   PERFORM LER-TRILHA-EVENTO UNTIL AS-FIM-ARQ EQUAL 'S'
                   CLOSE TRILHA-AUDITORIA
               ELSE
                   IF AS-STATUS-T1 NOT EQUAL 35
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

           LER-TRILHA-EVENTO.
               READ TRILHA-AUDITORIA
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF TRI-ID IS NUMERIC AND TRI-ID NOT = ZEROS
                       MOVE TRI-ID TO AS-ID-NUM
                       EVALUATE TRI-ARQUIVO
                           WHEN 'C'
                               IF TRI-DATA > TAB-CLI-REF(AS-ID-NUM)
                                   MOVE TRI-DATA TO
                                       TAB-CLI-REF(AS-ID-NUM)
                               END-IF
                               MOVE TRI-OPERACAO TO
                                   TAB-CLI-ULT-OP(AS-ID-NUM)
                               IF TRI-IMAGEM-ANTIGA(6:16) =
                                       AS-MARCA-ANONIMO(1:16)
                                   MOVE 'Y' TO TAB-CLI-ANON(AS-ID-NUM)
                               END-IF
                           WHEN 'F'
                               IF TRI-DATA > TAB-FUN-REF(AS-ID-NUM)
                                   MOVE TRI-DATA TO
                                       TAB-FUN-REF(AS-ID-NUM)
                               END-IF
                               MOVE TRI-OPERACAO TO
                                   TAB-FUN-ULT-OP(AS-ID-NUM)
                               IF TRI-IMAGEM-ANTIGA(16:16) =
                                       AS-MARCA-ANONIMO(1:16)
                                   MOVE 'Y' TO TAB-FUN-ANON(AS-ID-NUM)
                               END-IF
                       END-EVALUATE
                   END-IF
               END-READ
               IF AS-STATUS-T1 NOT EQUAL ZEROS AND
                       AS-STATUS-T1 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

       2100-LEVANTAR-EVENTOS-FIM.
           EXIT.

      ******************************************************************
      * Mestres: registro com status diferente de 'Ativo' ainda nao
      * anonimizado e avaliado; fora do prazo, sem fatura em aberto
      * e sem folha pendente tem os campos pessoais substituidos e e
      * regravado pela chave (no modo SIMULAR so sai no relatorio).
      ******************************************************************
       2200-TRATAR-MESTRES SECTION.
           TRATAR-CLIENTES.
               MOVE LOW-VALUES TO CLI-M-ID
               START CLIENTES-M KEY IS >= CLI-M-ID
               INVALID KEY
                   MOVE 'S' TO AS-FIM-ARQ
               NOT INVALID KEY
                   MOVE 'N' TO AS-FIM-ARQ
               END-START
               PERFORM LER-CLIENTE-M UNTIL AS-FIM-ARQ EQUAL 'S'.

           LER-CLIENTE-M.
               READ CLIENTES-M NEXT
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF CLI-M-ID IS NUMERIC AND CLI-M-ID NOT = ZEROS
                       MOVE CLI-M-ID TO AS-ID-NUM
                       MOVE 'Y' TO TAB-CLI-MESTRE(AS-ID-NUM)
                       PERFORM AVALIAR-CLIENTE
                   END-IF
               END-READ
               IF AS-STATUS-E1 NOT EQUAL ZEROS AND
                       AS-STATUS-E1 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           AVALIAR-CLIENTE.
               IF CLI-M-NOME(1:16) = AS-MARCA-ANONIMO(1:16)
                   MOVE 'Y' TO TAB-CLI-ANON(AS-ID-NUM)
               ELSE
                   IF CLI-M-STATUS NOT = 'Ativo'
                       MOVE TAB-CLI-REF(AS-ID-NUM) TO AS-DATA-AUX
                       MOVE 'N' TO AS-ELEGIVEL
                       EVALUATE TRUE
                           WHEN AS-DATA-AUX = SPACES
                               MOVE 'SEM DATA DE REFERENCIA' TO
                                   AS-SITUACAO
                               ADD 1 TO AS-QTDE-SEM-DATA
                           WHEN AS-DATA-AUX > AS-DATA-CORTE
                               MOVE SPACES TO AS-SITUACAO
                           WHEN TAB-CLI-ABERTA(AS-ID-NUM) = 'Y'
                               MOVE 'RETIDO - FATURA EM ABERTO' TO
                                   AS-SITUACAO
                               ADD 1 TO AS-QTDE-RETIDOS
                           WHEN OTHER
                               MOVE 'Y' TO AS-ELEGIVEL
                               MOVE 'ANONIMIZADO' TO AS-SITUACAO
                       END-EVALUATE
                       IF AS-ELEGIVEL = 'Y'
                           PERFORM ANONIMIZAR-CLIENTE
                       END-IF
                       IF AS-SITUACAO NOT = SPACES
                           MOVE 'CLIENTES' TO LGD-ARQUIVO
                           MOVE CLI-M-ID TO LGD-ID
                           PERFORM GRAVAR-DETALHE-LGPD
                       END-IF
                   END-IF
               END-IF.

           ANONIMIZAR-CLIENTE.
               MOVE 'Y' TO TAB-CLI-ANON(AS-ID-NUM)
               ADD 1 TO AS-QTDE-CLI-ANON
               IF AS-MODO = 'S'
                   MOVE 'A ANONIMIZAR (SIMULACAO)' TO AS-SITUACAO
               ELSE
                   MOVE AS-MARCA-ANONIMO TO CLI-M-NOME
                   MOVE SPACES TO CLI-M-TELEFONE
                   MOVE SPACES TO CLI-M-EMAIL
                   MOVE SPACES TO CLI-M-ENDERECO
                   MOVE AS-CPF-ANONIMO TO CLI-M-CPF
                   REWRITE ARQ-CLIENTE-M
                   IF AS-STATUS-E1 NOT EQUAL ZEROS
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                       MOVE 'ERRO NA REGRAVACAO' TO AS-SITUACAO
                   END-IF
               END-IF.

           TRATAR-FUNCIONARIOS.
               MOVE LOW-VALUES TO FUN-M-ID
               START FUNCIONARIOS-M KEY IS >= FUN-M-ID
               INVALID KEY
                   MOVE 'S' TO AS-FIM-ARQ
               NOT INVALID KEY
                   MOVE 'N' TO AS-FIM-ARQ
               END-START
               PERFORM LER-FUNCIONARIO-M UNTIL AS-FIM-ARQ EQUAL 'S'.

           LER-FUNCIONARIO-M.
               READ FUNCIONARIOS-M NEXT
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF FUN-M-ID IS NUMERIC AND FUN-M-ID NOT = ZEROS
                       MOVE FUN-M-ID TO AS-ID-NUM
                       MOVE 'Y' TO TAB-FUN-MESTRE(AS-ID-NUM)
                       PERFORM AVALIAR-FUNCIONARIO
                   END-IF
               END-READ
               IF AS-STATUS-E2 NOT EQUAL ZEROS AND
                       AS-STATUS-E2 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

      ******************************************************************
      * Folha pendente: movimento aguardando aprovacao ou desligamento
      * em competencia posterior a ultima folha fechada.
      ******************************************************************
           AVALIAR-FUNCIONARIO.
               IF FUN-M-NOME(1:16) = AS-MARCA-ANONIMO(1:16)
                   MOVE 'Y' TO TAB-FUN-ANON(AS-ID-NUM)
               ELSE
                   IF FUN-M-STATUS NOT = 'Ativo'
                       PERFORM VERIFICAR-FOLHA-PENDENTE
                       MOVE TAB-FUN-REF(AS-ID-NUM) TO AS-DATA-AUX
                       MOVE 'N' TO AS-ELEGIVEL
                       EVALUATE TRUE
                           WHEN AS-DATA-AUX = SPACES
                               MOVE 'SEM DATA DE REFERENCIA' TO
                                   AS-SITUACAO
                               ADD 1 TO AS-QTDE-SEM-DATA
                           WHEN AS-DATA-AUX > AS-DATA-CORTE
                               MOVE SPACES TO AS-SITUACAO
                           WHEN TAB-FUN-PENDENTE(AS-ID-NUM) = 'Y'
                               MOVE 'RETIDO - FOLHA PENDENTE' TO
                                   AS-SITUACAO
                               ADD 1 TO AS-QTDE-RETIDOS
                           WHEN OTHER
                               MOVE 'Y' TO AS-ELEGIVEL
                               MOVE 'ANONIMIZADO' TO AS-SITUACAO
                       END-EVALUATE
                       IF AS-ELEGIVEL = 'Y'
                           PERFORM ANONIMIZAR-FUNCIONARIO
                       END-IF
                       IF AS-SITUACAO NOT = SPACES
                           MOVE 'FUNCIONARIOS' TO LGD-ARQUIVO
                           MOVE FUN-M-ID TO LGD-ID
                           PERFORM GRAVAR-DETALHE-LGPD
                       END-IF
                   END-IF
               END-IF.

           VERIFICAR-FOLHA-PENDENTE.
               IF TAB-FUN-DESLIG(AS-ID-NUM) NOT = SPACES AND
                       AS-ULTIMA-COMP-FECHADA NOT = SPACES AND
                       TAB-FUN-DESLIG(AS-ID-NUM)(1:6) >
                           AS-ULTIMA-COMP-FECHADA
                   MOVE 'Y' TO TAB-FUN-PENDENTE(AS-ID-NUM)
               END-IF.

           ANONIMIZAR-FUNCIONARIO.
               MOVE 'Y' TO TAB-FUN-ANON(AS-ID-NUM)
               ADD 1 TO AS-QTDE-FUN-ANON
               IF AS-MODO = 'S'
                   MOVE 'A ANONIMIZAR (SIMULACAO)' TO AS-SITUACAO
               ELSE
                   MOVE AS-MARCA-ANONIMO TO FUN-M-NOME
                   MOVE SPACES TO FUN-M-TELEFONE
                   MOVE SPACES TO FUN-M-EMAIL
                   MOVE SPACES TO FUN-M-ENDERECO
                   MOVE AS-CPF-ANONIMO TO FUN-M-CPF
                   REWRITE ARQ-FUNCIONARIO-M
                   IF AS-STATUS-E2 NOT EQUAL ZEROS
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                       MOVE 'ERRO NA REGRAVACAO' TO AS-SITUACAO
                   END-IF
               END-IF.

      ******************************************************************
      * Registro excluido do mestre (ultima operacao E na trilha e
      * imagem ainda nao anonimizada): os dados pessoais so restam nas
      * imagens da trilha e seguem a mesma regra de prazo e
      * pendencias.
      ******************************************************************
           TRATAR-EXCLUIDOS.
               PERFORM VARYING AS-IDX FROM 1 BY 1
                       UNTIL AS-IDX > 99999
                   MOVE AS-IDX TO AS-ID-NUM
                   IF TAB-CLI-MESTRE(AS-IDX) = 'N' AND
                           TAB-CLI-ULT-OP(AS-IDX) = 'E' AND
                           TAB-CLI-ANON(AS-IDX) = 'N' AND
                           TAB-CLI-REF(AS-IDX) NOT > AS-DATA-CORTE AND
                           TAB-CLI-ABERTA(AS-IDX) = 'N'
                       MOVE 'Y' TO TAB-CLI-ANON(AS-IDX)
                       ADD 1 TO AS-QTDE-EXCLUIDOS-ANON
                       MOVE 'CLIENTES' TO LGD-ARQUIVO
                       MOVE AS-ID-NUM TO LGD-ID
                       MOVE TAB-CLI-REF(AS-IDX) TO AS-DATA-AUX
                       MOVE 'EXCLUIDO - SO NA TRILHA' TO AS-SITUACAO
                       PERFORM GRAVAR-DETALHE-LGPD
                   END-IF
                   IF TAB-FUN-MESTRE(AS-IDX) = 'N' AND
                           TAB-FUN-ULT-OP(AS-IDX) = 'E' AND
                           TAB-FUN-ANON(AS-IDX) = 'N'
                       PERFORM VERIFICAR-FOLHA-PENDENTE
                       IF TAB-FUN-REF(AS-IDX) NOT > AS-DATA-CORTE AND
                               TAB-FUN-PENDENTE(AS-IDX) = 'N'
                           MOVE 'Y' TO TAB-FUN-ANON(AS-IDX)
                           ADD 1 TO AS-QTDE-EXCLUIDOS-ANON
                           MOVE 'FUNCIONARIOS' TO LGD-ARQUIVO
                           MOVE AS-ID-NUM TO LGD-ID
                           MOVE TAB-FUN-REF(AS-IDX) TO AS-DATA-AUX
                           MOVE 'EXCLUIDO - SO NA TRILHA' TO
                               AS-SITUACAO
                           PERFORM GRAVAR-DETALHE-LGPD
                       END-IF
                   END-IF
               END-PERFORM.

           GRAVAR-DETALHE-LGPD.
               MOVE AS-DATA-AUX TO LGD-REFERENCIA
               MOVE AS-SITUACAO TO LGD-SITUACAO
               MOVE LGP-DETALHE TO ARQ-RELATORIO-LGPD-S
               WRITE ARQ-RELATORIO-LGPD-S.

       2200-TRATAR-MESTRES-FIM.
           EXIT.

      ******************************************************************
      * Segunda passada nas trilhas: imagens (anterior e do movimento)
      * de cliente ou funcionario anonimizado tem os mesmos campos
      * pessoais substituidos e o registro e regravado no lugar.
      * Trilha relacionada e nao encontrada sai no relatorio.
      ******************************************************************
       2300-ANONIMIZAR-TRILHAS SECTION.
           ANONIMIZAR-TRILHA.
               MOVE TAB-TRI-CAMINHO(AS-TRI-IDX) TO AS-CAMINHO-TRILHA
               MOVE ZERO TO AS-QTDE-TRI-LIDOS
               MOVE ZERO TO AS-QTDE-TRI-ANON
               MOVE SPACES TO LGR-SITUACAO
               IF AS-MODO = 'A'
                   OPEN I-O TRILHA-AUDITORIA
               ELSE
                   OPEN INPUT TRILHA-AUDITORIA
               END-IF
               EVALUATE AS-STATUS-T1
                   WHEN ZEROS
                       MOVE 'N' TO AS-FIM-ARQ
                       PERFORM LER-TRILHA-ANONIMIZAR
                           UNTIL AS-FIM-ARQ EQUAL 'S'
                       CLOSE TRILHA-AUDITORIA
                       IF AS-STATUS-T1 NOT EQUAL ZEROS
                           DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-T1
                       END-IF
                   WHEN 35
                       MOVE 'NAO ENCONTRADA' TO LGR-SITUACAO
                       ADD 1 TO AS-QTDE-TRILHA-AUSENTE
                   WHEN OTHER
                       MOVE 'ERRO NA ABERTURA' TO LGR-SITUACAO
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-EVALUATE
               MOVE AS-CAMINHO-TRILHA TO LGR-CAMINHO
               MOVE AS-QTDE-TRI-LIDOS TO LGR-LIDOS
               MOVE AS-QTDE-TRI-ANON TO LGR-ANON
               ADD AS-QTDE-TRI-ANON TO AS-QTDE-TRI-ANON-TOTAL
               MOVE LGP-TRILHA TO ARQ-RELATORIO-LGPD-S
               WRITE ARQ-RELATORIO-LGPD-S.

           LER-TRILHA-ANONIMIZAR.
               READ TRILHA-AUDITORIA
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   ADD 1 TO AS-QTDE-TRI-LIDOS
                   PERFORM ANONIMIZAR-REGISTRO-TRILHA
               END-READ
               IF AS-STATUS-T1 NOT EQUAL ZEROS AND
                       AS-STATUS-T1 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           ANONIMIZAR-REGISTRO-TRILHA.
               MOVE 'N' TO AS-REGISTRO-ALTERADO
               IF TRI-ID IS NUMERIC AND TRI-ID NOT = ZEROS
                   MOVE TRI-ID TO AS-ID-NUM
                   IF (TRI-ARQUIVO = 'C' AND
                           TAB-CLI-ANON(AS-ID-NUM) = 'Y') OR
                           (TRI-ARQUIVO = 'F' AND
                           TAB-FUN-ANON(AS-ID-NUM) = 'Y')
                       MOVE TRI-IMAGEM-ANTIGA TO AS-IMAGEM
                       PERFORM ANONIMIZAR-IMAGEM
                       MOVE AS-IMAGEM TO TRI-IMAGEM-ANTIGA
                       MOVE TRI-IMAGEM-MOVIMENTO TO AS-IMAGEM
                       PERFORM ANONIMIZAR-IMAGEM
                       MOVE AS-IMAGEM TO TRI-IMAGEM-MOVIMENTO
                   END-IF
               END-IF
               IF AS-REGISTRO-ALTERADO = 'Y'
                   ADD 1 TO AS-QTDE-TRI-ANON
                   IF AS-MODO = 'A'
                       REWRITE ARQ-TRILHA-AUDITORIA
                       IF AS-STATUS-T1 NOT EQUAL ZEROS
                           MOVE 'Y' TO AS-ERRO-ARQUIVO
                       END-IF
                   END-IF
               END-IF.

      ******************************************************************
      * Posicoes dos campos pessoais na imagem: layout de Cliente
      * (nome 6-105, telefone 106-155, e-mail 156-205, endereco
      * 206-305 e CPF 406-419; a descricao 306-405 nao e dado pessoal
      * e fica) e de Funcionario (nome 16-115, telefone 116-165,
      * e-mail 166-215, endereco 216-315 e CPF 316-329). Imagem em
      * branco ou ja anonimizada fica igual.
      ******************************************************************
           ANONIMIZAR-IMAGEM.
               IF AS-IMAGEM NOT = SPACES
                   IF TRI-ARQUIVO = 'C'
                       IF AS-IMAGEM(6:16) NOT = AS-MARCA-ANONIMO(1:16)
                           MOVE AS-MARCA-ANONIMO TO AS-IMAGEM(6:100)
                           MOVE SPACES TO AS-IMAGEM(106:200)
                           MOVE AS-CPF-ANONIMO TO AS-IMAGEM(406:14)
                           MOVE 'Y' TO AS-REGISTRO-ALTERADO
                       END-IF
                   ELSE
                       IF AS-IMAGEM(16:16) NOT =
                               AS-MARCA-ANONIMO(1:16)
                           MOVE AS-MARCA-ANONIMO TO AS-IMAGEM(16:100)
                           MOVE SPACES TO AS-IMAGEM(116:200)
                           MOVE AS-CPF-ANONIMO TO AS-IMAGEM(316:14)
                           MOVE 'Y' TO AS-REGISTRO-ALTERADO
                       END-IF
                   END-IF
               END-IF.

           GRAVAR-TOTAL-LGPD.
               MOVE AS-QTDE-CLI-ANON TO LGS-CLIENTES
               MOVE AS-QTDE-FUN-ANON TO LGS-FUNCIONARIOS
               MOVE AS-QTDE-EXCLUIDOS-ANON TO LGS-EXCLUIDOS
               MOVE AS-QTDE-RETIDOS TO LGS-RETIDOS
               MOVE AS-QTDE-SEM-DATA TO LGS-SEM-DATA
               MOVE AS-QTDE-TRI-ANON-TOTAL TO LGS-TRILHA
               MOVE LGP-TOTAL TO ARQ-RELATORIO-LGPD-S
               WRITE ARQ-RELATORIO-LGPD-S.

       2300-ANONIMIZAR-TRILHAS-FIM.
           EXIT.

      ******************************************************************
      * Localizacao por CPF: mestres de Cliente e Funcionario, imagens
      * das trilhas de auditoria, historico de contracheques e
      * movimentos aguardando aprovacao. Cada ocorrencia sai com a
      * origem, o ID, a data e o registro em que o CPF foi achado.
      ******************************************************************
       2600-LOCALIZAR-CPF SECTION.
           LOCALIZAR-CPF.
               MOVE AS-CPF-ENTRADA TO LCT-CPF
               MOVE AS-DATA-EXECUCAO TO LCT-DATA
               MOVE LOC-TITULO TO ARQ-RELATORIO-LGPD-S
               WRITE ARQ-RELATORIO-LGPD-S
               PERFORM LOCALIZAR-CLIENTES
               PERFORM LOCALIZAR-FUNCIONARIOS
               PERFORM VARYING AS-TRI-IDX FROM 1 BY 1
                       UNTIL AS-TRI-IDX > AS-TRI-QTDE
                   PERFORM LOCALIZAR-TRILHA
               END-PERFORM
               PERFORM LOCALIZAR-CONTRACHEQUES
               PERFORM LOCALIZAR-PENDENTES
               MOVE AS-QTDE-OCORRENCIAS TO LCS-QTDE
               MOVE LOC-TOTAL TO ARQ-RELATORIO-LGPD-S
               WRITE ARQ-RELATORIO-LGPD-S.

           LOCALIZAR-CLIENTES.
               MOVE LOW-VALUES TO CLI-M-ID
               START CLIENTES-M KEY IS >= CLI-M-ID
               INVALID KEY
                   MOVE 'S' TO AS-FIM-ARQ
               NOT INVALID KEY
                   MOVE 'N' TO AS-FIM-ARQ
               END-START
               PERFORM LOCALIZAR-CLIENTE-M UNTIL AS-FIM-ARQ EQUAL 'S'.

           LOCALIZAR-CLIENTE-M.
               READ CLIENTES-M NEXT
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   MOVE CLI-M-CPF TO AS-CPF-CAMPO
                   PERFORM NORMALIZAR-CPF
                   IF AS-CPF-DIGITOS = AS-CPF-PROCURADO
                       MOVE 'CLIENTES' TO LCD-ORIGEM
                       MOVE CLI-M-ID TO LCD-ID
                       MOVE SPACES TO LCD-DATA
                       MOVE 'CADASTRO ATUAL' TO LCD-REGISTRO
                       MOVE AS-CAMINHO-CLIENTES-M TO LCD-ARQUIVO
                       PERFORM GRAVAR-OCORRENCIA
                   END-IF
               END-READ
               IF AS-STATUS-E1 NOT EQUAL ZEROS AND
                       AS-STATUS-E1 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           LOCALIZAR-FUNCIONARIOS.
               MOVE LOW-VALUES TO FUN-M-ID
               START FUNCIONARIOS-M KEY IS >= FUN-M-ID
               INVALID KEY
                   MOVE 'S' TO AS-FIM-ARQ
               NOT INVALID KEY
                   MOVE 'N' TO AS-FIM-ARQ
               END-START
               PERFORM LOCALIZAR-FUNCIONARIO-M
                   UNTIL AS-FIM-ARQ EQUAL 'S'.

           LOCALIZAR-FUNCIONARIO-M.
               READ FUNCIONARIOS-M NEXT
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   MOVE FUN-M-CPF TO AS-CPF-CAMPO
                   PERFORM NORMALIZAR-CPF
                   IF AS-CPF-DIGITOS = AS-CPF-PROCURADO
                       MOVE 'FUNCIONARIOS' TO LCD-ORIGEM
                       MOVE FUN-M-ID TO LCD-ID
                       MOVE SPACES TO LCD-DATA
                       MOVE 'CADASTRO ATUAL' TO LCD-REGISTRO
                       MOVE AS-CAMINHO-FUNCIONARIOS-M TO LCD-ARQUIVO
                       PERFORM GRAVAR-OCORRENCIA
                   END-IF
               END-READ
               IF AS-STATUS-E2 NOT EQUAL ZEROS AND
                       AS-STATUS-E2 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           LOCALIZAR-TRILHA.
               MOVE TAB-TRI-CAMINHO(AS-TRI-IDX) TO AS-CAMINHO-TRILHA
               OPEN INPUT TRILHA-AUDITORIA
               IF AS-STATUS-T1 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-ARQ
                   PERFORM LOCALIZAR-REGISTRO-TRILHA
                       UNTIL AS-FIM-ARQ EQUAL 'S'
                   CLOSE TRILHA-AUDITORIA
               ELSE
                   IF AS-STATUS-T1 NOT EQUAL 35
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

           LOCALIZAR-REGISTRO-TRILHA.
               READ TRILHA-AUDITORIA
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF TRI-ARQUIVO = 'C' OR TRI-ARQUIVO = 'F'
                       MOVE TRI-IMAGEM-ANTIGA TO AS-IMAGEM
                       MOVE 'TRILHA IMAGEM ANTERIOR' TO LCD-REGISTRO
                       PERFORM LOCALIZAR-IMAGEM-TRILHA
                       MOVE TRI-IMAGEM-MOVIMENTO TO AS-IMAGEM
                       MOVE 'TRILHA IMAGEM DO MOVIMENTO' TO
                           LCD-REGISTRO
                       PERFORM LOCALIZAR-IMAGEM-TRILHA
                   END-IF
               END-READ
               IF AS-STATUS-T1 NOT EQUAL ZEROS AND
                       AS-STATUS-T1 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           LOCALIZAR-IMAGEM-TRILHA.
               IF TRI-ARQUIVO = 'C'
                   MOVE AS-IMAGEM(406:14) TO AS-CPF-CAMPO
               ELSE
                   MOVE AS-IMAGEM(316:14) TO AS-CPF-CAMPO
               END-IF
               PERFORM NORMALIZAR-CPF
               IF AS-CPF-DIGITOS = AS-CPF-PROCURADO
                   IF TRI-ARQUIVO = 'C'
                       MOVE 'TRILHA CLIENTE' TO LCD-ORIGEM
                   ELSE
                       MOVE 'TRILHA FUNC' TO LCD-ORIGEM
                   END-IF
                   MOVE TRI-ID TO LCD-ID
                   MOVE TRI-DATA TO LCD-DATA
                   MOVE AS-CAMINHO-TRILHA TO LCD-ARQUIVO
                   PERFORM GRAVAR-OCORRENCIA
               END-IF.

           LOCALIZAR-CONTRACHEQUES.
               OPEN INPUT HISTORICO-CONTRACHEQUE
               IF AS-STATUS-E7 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-ARQ
                   PERFORM LOCALIZAR-CONTRACHEQUE
                       UNTIL AS-FIM-ARQ EQUAL 'S'
                   CLOSE HISTORICO-CONTRACHEQUE
               ELSE
                   IF AS-STATUS-E7 NOT EQUAL 35
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

           LOCALIZAR-CONTRACHEQUE.
               READ HISTORICO-CONTRACHEQUE
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF HCC-TIPO = 'D' OR HCC-TIPO = 'R' OR
                           HCC-TIPO = 'X' OR HCC-TIPO = 'I'
                       MOVE HCC-CPF TO AS-CPF-CAMPO
                       PERFORM NORMALIZAR-CPF
                       IF AS-CPF-DIGITOS = AS-CPF-PROCURADO
                           MOVE 'CONTRACHEQUE' TO LCD-ORIGEM
                           MOVE HCC-ID-FUNC TO LCD-ID
                           MOVE HCC-GERACAO(1:8) TO LCD-DATA
                           MOVE SPACES TO LCD-REGISTRO
                           STRING 'COMPETENCIA ' HCC-COMPETENCIA
                               DELIMITED BY SIZE INTO LCD-REGISTRO
                           MOVE AS-CAMINHO-HIST-CONTRACHEQUE TO
                               LCD-ARQUIVO
                           PERFORM GRAVAR-OCORRENCIA
                       END-IF
                   END-IF
               END-READ
               IF AS-STATUS-E7 NOT EQUAL ZEROS AND
                       AS-STATUS-E7 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           LOCALIZAR-PENDENTES.
               OPEN INPUT PENDENTES-APROVACAO
               IF AS-STATUS-E8 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-ARQ
                   PERFORM LOCALIZAR-PENDENTE
                       UNTIL AS-FIM-ARQ EQUAL 'S'
                   CLOSE PENDENTES-APROVACAO
               ELSE
                   IF AS-STATUS-E8 NOT EQUAL 35
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

           LOCALIZAR-PENDENTE.
               READ PENDENTES-APROVACAO
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   MOVE SPACES TO AS-CPF-CAMPO
                   IF PND-MOV-ARQUIVO = 'C'
                       MOVE PND-MOV-IMAGEM(406:14) TO AS-CPF-CAMPO
                   END-IF
                   IF PND-MOV-ARQUIVO = 'F'
                       MOVE PND-MOV-IMAGEM(316:14) TO AS-CPF-CAMPO
                   END-IF
                   PERFORM NORMALIZAR-CPF
                   IF AS-CPF-DIGITOS = AS-CPF-PROCURADO
                       MOVE 'PENDENTES' TO LCD-ORIGEM
                       MOVE PND-MOV-IMAGEM(1:5) TO LCD-ID
                       MOVE PND-DATA TO LCD-DATA
                       MOVE SPACES TO LCD-REGISTRO
                       STRING 'PROTOCOLO ' PND-PROTOCOLO
                           DELIMITED BY SIZE INTO LCD-REGISTRO
                       MOVE AS-CAMINHO-PENDENTES TO LCD-ARQUIVO
                       PERFORM GRAVAR-OCORRENCIA
                   END-IF
               END-READ
               IF AS-STATUS-E8 NOT EQUAL ZEROS AND
                       AS-STATUS-E8 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           GRAVAR-OCORRENCIA.
               ADD 1 TO AS-QTDE-OCORRENCIAS
               MOVE LOC-DETALHE TO ARQ-RELATORIO-LGPD-S
               WRITE ARQ-RELATORIO-LGPD-S.

           NORMALIZAR-CPF.
               MOVE SPACES TO AS-CPF-DIGITOS
               MOVE ZERO TO AS-CPF-QTDE-DIG
               PERFORM VARYING AS-CPF-POS FROM 1 BY 1
                       UNTIL AS-CPF-POS > 14
                   IF AS-CPF-CAMPO(AS-CPF-POS:1) IS NUMERIC AND
                           AS-CPF-QTDE-DIG < 11
                       ADD 1 TO AS-CPF-QTDE-DIG
                       MOVE AS-CPF-CAMPO(AS-CPF-POS:1) TO
                           AS-CPF-DIGITOS(AS-CPF-QTDE-DIG:1)
                   END-IF
               END-PERFORM
               IF AS-CPF-QTDE-DIG NOT = 11
                   MOVE SPACES TO AS-CPF-DIGITOS
               END-IF.

       2600-LOCALIZAR-CPF-FIM.
           EXIT.

       3000-FINALIZAR          SECTION.

           CLOSE CLIENTES-M.
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-E1
           END-IF

           CLOSE FUNCIONARIOS-M.
           IF AS-STATUS-E2 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-E2
           END-IF

           CLOSE RELATORIO-LGPD-S.
           IF AS-STATUS-S1 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S1
           END-IF

      ******************************************************************
      * RETURN-CODE: 12 abertura, 8 erro de arquivo, 4 registro sem
      * data de referencia (decisao manual) ou trilha relacionada e
      * nao encontrada.
      ******************************************************************
           EVALUATE TRUE
               WHEN AS-ERRO-ABERTURA = 'Y'
                   MOVE 12 TO RETURN-CODE
               WHEN AS-ERRO-ARQUIVO = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN AS-QTDE-SEM-DATA > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN AS-QTDE-TRILHA-AUSENTE > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZGB14.
