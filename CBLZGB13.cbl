       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZGB13.
      ******************************************************************
      * Author: GUILHERME GRUNER BIRCKHOLZ
      * Date:   02/09/2026
      * Purpose: Controlador da rotina noturna. O arquivo de controle
      *          da rotina lista os passos na ordem de execucao
      *          (CBLZGB06 carga, CBLZGB05, CBLZGB04, CBLZGB07,
      *          CBLZGB06 descarga, CBLZGB08), os predecessores de cada
      *          passo, o RETURN-CODE maximo aceito e o comando que o
      *          executa. Passo cujo predecessor nao terminou OK fica
      *          retido. A situacao, o RETURN-CODE e os horarios de
      *          cada passo sao regravados no arquivo de situacao a
      *          cada passo e acumulados no historico da rotina. Na
      *          ressubmissao apos falha a rotina recomeca no passo que
      *          falhou: os passos ja concluidos OK nao rodam de novo.
      *          Falha de outro dia so e retomada com
      *          CBLZGB13_MODO=REINICIO; senao comeca nova noite.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROLE-ROTINA ASSIGN TO
           AS-CAMINHO-CONTROLE
       FILE STATUS IS AS-STATUS-E1.

       SELECT SITUACAO-ROTINA ASSIGN TO
           AS-CAMINHO-SITUACAO
       FILE STATUS IS AS-STATUS-L1.

       SELECT HISTORICO-ROTINA ASSIGN TO
           AS-CAMINHO-HISTORICO
       FILE STATUS IS AS-STATUS-H1.


       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * Um registro por passo: nome do passo, ate tres predecessores
      * (nomes de passos anteriores no arquivo; espacos = nenhum),
      * RETURN-CODE maximo aceito e linha de comando. Exemplo da
      * rotina noturna (comando a partir da coluna 35):
      *   CARGA                           04CBLZGB06
      *   MOVTOS  CARGA                   04CBLZGB05
      *   FOLHA   MOVTOS                  04CBLZGB04
      *   FATURA  MOVTOS                  04CBLZGB07
      *   DESCARGAFOLHA   FATURA          04DESCARGA.BAT
      *   BANCO   DESCARGA                04CBLZGB08
      * DESCARGA.BAT define CBLZGB06_MODO=DESCARGA e chama o CBLZGB06.
      ******************************************************************
       FD CONTROLE-ROTINA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CONTROLE-ROTINA              PIC X(200).
       01 FILLER REDEFINES ARQ-CONTROLE-ROTINA.
          05 CTR-PASSO                     PIC X(08).
          05 CTR-PREDECESSOR               PIC X(08) OCCURS 3 TIMES.
          05 CTR-RC-MAXIMO                 PIC X(02).
          05 CTR-COMANDO                   PIC X(150).
          05 FILLER                        PIC X(16).

      ******************************************************************
      * Situacao de cada passo na ultima submissao. Regravado por
      * inteiro depois de cada passo; lido na ressubmissao para
      * recomecar no passo que falhou. Situacoes: PENDENTE, EXECUTANDO
      * (a rotina caiu durante o passo), OK, FALHOU e RETIDO.
      ******************************************************************
       FD SITUACAO-ROTINA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-SITUACAO-ROTINA              PIC X(100).
       01 FILLER REDEFINES ARQ-SITUACAO-ROTINA.
          05 SIT-PASSO                     PIC X(08).
          05 SIT-SITUACAO                  PIC X(10).
          05 SIT-RC                        PIC 9(04).
          05 SIT-DATA-INICIO               PIC X(08).
          05 SIT-HORA-INICIO               PIC X(08).
          05 SIT-DATA-FIM                  PIC X(08).
          05 SIT-HORA-FIM                  PIC X(08).
          05 SIT-SUBMISSAO                 PIC X(14).
          05 FILLER                        PIC X(32).

       FD HISTORICO-ROTINA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-HISTORICO-ROTINA             PIC X(120).


       WORKING-STORAGE SECTION.
       01 AS-CAMINHO-CONTROLE       PIC X(100) VALUE
          'C:\Users\gui\Downloads\ControleRotina.txt'.
       01 AS-CAMINHO-SITUACAO       PIC X(100) VALUE
          'C:\Users\gui\Downloads\situacao_rotina.txt'.
       01 AS-CAMINHO-HISTORICO      PIC X(100) VALUE
          'C:\Users\gui\Downloads\historico_rotina.txt'.
       01 AS-CAMINHO-ENV            PIC X(100) VALUE SPACES.

       01 AS-STATUS-E1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-L1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-H1              PIC 9(02) VALUE ZEROS.
       01 AS-FIM-CTR                PIC X(01) VALUE 'N'.
       01 AS-FIM-SIT                PIC X(01) VALUE 'N'.
       01 AS-ERRO-ABERTURA          PIC X(01) VALUE 'N'.
       01 AS-ERRO-ARQUIVO           PIC X(01) VALUE 'N'.
       01 AS-ERRO-CONTROLE          PIC X(01) VALUE 'N'.

      ******************************************************************
      * CBLZGB13_MODO=NOVA ignora a situacao anterior e roda todos os
      * passos desde o inicio. Falha pendente na situacao anterior so
      * vira ressubmissao se a ultima submissao gravada (AS-SIT-DATA)
      * e de hoje ou com CBLZGB13_MODO=REINICIO (ressubmissao depois
      * da meia-noite); senao, e sem falha pendente, a submissao
      * comeca do inicio (nova noite).
      ******************************************************************
       01 AS-MODO-ENTRADA           PIC X(10) VALUE SPACES.
       01 AS-REINICIO               PIC X(01) VALUE 'N'.
       01 AS-SIT-FALHA              PIC X(01) VALUE 'N'.
       01 AS-SIT-DATA               PIC X(08) VALUE SPACES.
       01 AS-SUBMISSAO              PIC X(14) VALUE SPACES.
       01 AS-DATA-EXECUCAO          PIC X(08) VALUE SPACES.
       01 AS-HORA-EXECUCAO          PIC X(08) VALUE SPACES.

       01 AS-PASSO-MAX              PIC 9(02) VALUE 50.
       01 AS-PASSO-QTDE             PIC 9(02) VALUE ZERO.
       01 AS-PASSO-IDX              PIC 9(02) VALUE ZERO.
       01 AS-PRED-IDX               PIC 9(02) VALUE ZERO.
       01 AS-BUSCA-IDX              PIC 9(03) VALUE ZERO.
       01 AS-BUSCA-ACHADO           PIC 9(02) VALUE ZERO.
       01 AS-BUSCA-PASSO            PIC X(08) VALUE SPACES.
       01 AS-LIBERADO               PIC X(01) VALUE 'N'.
       01 AS-RC-PASSO               PIC S9(09) VALUE ZERO.

       01 TAB-PASSO-NOME              PIC X(08) OCCURS 50 TIMES.
       01 TAB-PASSO-PRED              PIC X(24) OCCURS 50 TIMES.
       01 TAB-PASSO-PRED-IDX          PIC 9(02) OCCURS 150 TIMES.
       01 TAB-PASSO-RC-MAX            PIC 9(02) OCCURS 50 TIMES.
       01 TAB-PASSO-COMANDO           PIC X(150) OCCURS 50 TIMES.
       01 TAB-PASSO-SITUACAO          PIC X(10) OCCURS 50 TIMES.
       01 TAB-PASSO-RC                PIC 9(04) OCCURS 50 TIMES.
       01 TAB-PASSO-DATA-INICIO       PIC X(08) OCCURS 50 TIMES.
       01 TAB-PASSO-HORA-INICIO       PIC X(08) OCCURS 50 TIMES.
       01 TAB-PASSO-DATA-FIM          PIC X(08) OCCURS 50 TIMES.
       01 TAB-PASSO-HORA-FIM          PIC X(08) OCCURS 50 TIMES.
       01 TAB-PASSO-SUBMISSAO         PIC X(14) OCCURS 50 TIMES.

       01 AS-QTDE-EXECUTADOS        PIC 9(02) VALUE ZERO.
       01 AS-QTDE-JA-CONCLUIDOS     PIC 9(02) VALUE ZERO.
       01 AS-QTDE-FALHOS            PIC 9(02) VALUE ZERO.
       01 AS-QTDE-RETIDOS           PIC 9(02) VALUE ZERO.
       01 AS-QTDE-ALERTAS           PIC 9(02) VALUE ZERO.

       01 ROTINA-DETALHE.
           05 FILLER PIC X(11) VALUE 'Submissao: '.
           05 RTD-SUBMISSAO PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Passo: '.
           05 RTD-PASSO PIC X(08).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RTD-SITUACAO PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE 'RC: '.
           05 RTD-RC PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'Inicio: '.
           05 RTD-DATA-INICIO PIC X(08).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RTD-HORA-INICIO PIC X(06).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'Fim: '.
           05 RTD-DATA-FIM PIC X(08).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RTD-HORA-FIM PIC X(06).

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR        SECTION.
           INICIALIZAR.
           PERFORM CARREGAR-CAMINHOS.
           ACCEPT AS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT AS-HORA-EXECUCAO FROM TIME.
           MOVE AS-DATA-EXECUCAO TO AS-SUBMISSAO(1:8).
           MOVE AS-HORA-EXECUCAO(1:6) TO AS-SUBMISSAO(9:6).

           OPEN INPUT CONTROLE-ROTINA.
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           ELSE
               PERFORM LER-CONTROLE UNTIL AS-FIM-CTR EQUAL 'S'
               CLOSE CONTROLE-ROTINA
           END-IF

           IF AS-ERRO-ABERTURA NOT = 'Y'
               PERFORM VALIDAR-PREDECESSORES
           END-IF

           IF AS-ERRO-ABERTURA = 'Y' OR AS-ERRO-CONTROLE = 'Y'
               DISPLAY 'ERRO: FALHA NA ABERTURA, '
                   'NENHUM PASSO EXECUTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF AS-MODO-ENTRADA NOT = 'NOVA'
               PERFORM CARREGAR-SITUACAO
           END-IF

      ******************************************************************
      * Historico da rotina e cumulativo: gravado em EXTEND, criado na
      * primeira execucao (status 35).
      ******************************************************************
           OPEN EXTEND HISTORICO-ROTINA.
           IF AS-STATUS-H1 = 35
               OPEN OUTPUT HISTORICO-ROTINA
           END-IF
           IF AS-STATUS-H1 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               DISPLAY 'ERRO: FALHA NA ABERTURA, '
                   'NENHUM PASSO EXECUTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CARREGAR-CAMINHOS.
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB13_CONTROLE"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-CONTROLE
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB13_SITUACAO"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-SITUACAO
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB13_HISTORICO"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-HISTORICO
               END-IF
               ACCEPT AS-MODO-ENTRADA FROM ENVIRONMENT
                   "CBLZGB13_MODO"
               MOVE FUNCTION UPPER-CASE(AS-MODO-ENTRADA)
                   TO AS-MODO-ENTRADA.

           LER-CONTROLE.
               READ CONTROLE-ROTINA
               AT END
                   MOVE 'S' TO AS-FIM-CTR
               NOT AT END
                   IF CTR-PASSO NOT = SPACES AND
                           CTR-PASSO(1:1) NOT = '*'
                       PERFORM GUARDAR-PASSO
                   END-IF
               END-READ
               IF AS-STATUS-E1 NOT EQUAL ZEROS AND
                       AS-STATUS-E1 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-CTR
                   MOVE 'Y' TO AS-ERRO-ABERTURA
               END-IF.

           GUARDAR-PASSO.
               IF AS-PASSO-QTDE >= AS-PASSO-MAX
                   DISPLAY 'ERRO: LIMITE DE ' AS-PASSO-MAX
                       ' PASSOS EXCEDIDO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CTR-PASSO TO AS-BUSCA-PASSO
               PERFORM PROCURAR-PASSO
               IF AS-BUSCA-ACHADO > ZERO
                   DISPLAY 'ERRO: PASSO DUPLICADO ' CTR-PASSO
                   MOVE 'Y' TO AS-ERRO-CONTROLE
               END-IF
               IF CTR-RC-MAXIMO IS NOT NUMERIC OR
                       CTR-COMANDO = SPACES
                   DISPLAY 'ERRO: PASSO INVALIDO ' CTR-PASSO
                   MOVE 'Y' TO AS-ERRO-CONTROLE
               END-IF
               ADD 1 TO AS-PASSO-QTDE
               MOVE CTR-PASSO TO TAB-PASSO-NOME(AS-PASSO-QTDE)
               MOVE ARQ-CONTROLE-ROTINA(9:24)
                   TO TAB-PASSO-PRED(AS-PASSO-QTDE)
               MOVE ZERO TO TAB-PASSO-RC-MAX(AS-PASSO-QTDE)
               IF CTR-RC-MAXIMO IS NUMERIC
                   MOVE CTR-RC-MAXIMO TO TAB-PASSO-RC-MAX(AS-PASSO-QTDE)
               END-IF
               MOVE CTR-COMANDO TO TAB-PASSO-COMANDO(AS-PASSO-QTDE)
               MOVE 'PENDENTE' TO TAB-PASSO-SITUACAO(AS-PASSO-QTDE)
               MOVE ZERO TO TAB-PASSO-RC(AS-PASSO-QTDE)
               MOVE SPACES TO TAB-PASSO-DATA-INICIO(AS-PASSO-QTDE)
               MOVE SPACES TO TAB-PASSO-HORA-INICIO(AS-PASSO-QTDE)
               MOVE SPACES TO TAB-PASSO-DATA-FIM(AS-PASSO-QTDE)
               MOVE SPACES TO TAB-PASSO-HORA-FIM(AS-PASSO-QTDE)
               MOVE AS-SUBMISSAO TO TAB-PASSO-SUBMISSAO(AS-PASSO-QTDE).

      ******************************************************************
      * Cada predecessor tem de ser um passo anterior no arquivo de
      * controle; a posicao fica guardada em TAB-PASSO-PRED-IDX
      * (3 por passo).
      ******************************************************************
           VALIDAR-PREDECESSORES.
               PERFORM VARYING AS-PASSO-IDX FROM 1 BY 1
                       UNTIL AS-PASSO-IDX > AS-PASSO-QTDE
                   PERFORM VARYING AS-PRED-IDX FROM 1 BY 1
                           UNTIL AS-PRED-IDX > 3
                       PERFORM VALIDAR-PREDECESSOR
                   END-PERFORM
               END-PERFORM.

           VALIDAR-PREDECESSOR.
               COMPUTE AS-BUSCA-IDX =
                   (AS-PASSO-IDX - 1) * 3 + AS-PRED-IDX
               MOVE ZERO TO TAB-PASSO-PRED-IDX(AS-BUSCA-IDX)
               MOVE TAB-PASSO-PRED(AS-PASSO-IDX)
                   ((AS-PRED-IDX - 1) * 8 + 1:8) TO AS-BUSCA-PASSO
               IF AS-BUSCA-PASSO NOT = SPACES
                   PERFORM PROCURAR-PASSO
                   IF AS-BUSCA-ACHADO = ZERO OR
                           AS-BUSCA-ACHADO >= AS-PASSO-IDX
                       DISPLAY 'ERRO: PREDECESSOR ' AS-BUSCA-PASSO
                           ' DO PASSO ' TAB-PASSO-NOME(AS-PASSO-IDX)
                           ' NAO E PASSO ANTERIOR'
                       MOVE 'Y' TO AS-ERRO-CONTROLE
                   ELSE
                       COMPUTE AS-BUSCA-IDX =
                           (AS-PASSO-IDX - 1) * 3 + AS-PRED-IDX
                       MOVE AS-BUSCA-ACHADO
                           TO TAB-PASSO-PRED-IDX(AS-BUSCA-IDX)
                   END-IF
               END-IF.

           PROCURAR-PASSO.
               MOVE ZERO TO AS-BUSCA-ACHADO
               PERFORM VARYING AS-BUSCA-IDX FROM 1 BY 1
                       UNTIL AS-BUSCA-IDX > AS-PASSO-QTDE
                           OR AS-BUSCA-ACHADO > ZERO
                   IF TAB-PASSO-NOME(AS-BUSCA-IDX) = AS-BUSCA-PASSO
                       MOVE AS-BUSCA-IDX TO AS-BUSCA-ACHADO
                   END-IF
               END-PERFORM.

      ******************************************************************
      * Situacao da submissao anterior: se algum passo nao terminou
      * OK e a submissao e do mesmo dia (ou CBLZGB13_MODO=REINICIO) a
      * rotina e uma ressubmissao e os passos OK ficam como estao (com
      * horarios e RETURN-CODE da execucao original).
      ******************************************************************
           CARREGAR-SITUACAO.
               OPEN INPUT SITUACAO-ROTINA
               IF AS-STATUS-L1 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-SIT
                   PERFORM LER-SITUACAO UNTIL AS-FIM-SIT EQUAL 'S'
                   CLOSE SITUACAO-ROTINA
               ELSE
                   IF AS-STATUS-L1 NOT EQUAL 35
                       DISPLAY 'ARQUIVO VAZIO'
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF
               IF AS-SIT-FALHA = 'Y'
                   IF AS-MODO-ENTRADA = 'REINICIO' OR
                           AS-SIT-DATA = AS-DATA-EXECUCAO
                       MOVE 'Y' TO AS-REINICIO
                   ELSE
                       DISPLAY 'SITUACAO COM FALHA DE ' AS-SIT-DATA
                           ': NOVA NOITE (CBLZGB13_MODO=REINICIO '
                           'PARA RESSUBMETER)'
                   END-IF
               END-IF
               IF AS-REINICIO = 'Y'
                   PERFORM VARYING AS-PASSO-IDX FROM 1 BY 1
                           UNTIL AS-PASSO-IDX > AS-PASSO-QTDE
                       IF TAB-PASSO-SITUACAO(AS-PASSO-IDX) NOT = 'OK'
                           PERFORM LIMPAR-SITUACAO-PASSO
                       END-IF
                   END-PERFORM
               ELSE
                   PERFORM VARYING AS-PASSO-IDX FROM 1 BY 1
                           UNTIL AS-PASSO-IDX > AS-PASSO-QTDE
                       PERFORM LIMPAR-SITUACAO-PASSO
                   END-PERFORM
               END-IF.

           LER-SITUACAO.
               READ SITUACAO-ROTINA
               AT END
                   MOVE 'S' TO AS-FIM-SIT
               NOT AT END
                   MOVE SIT-PASSO TO AS-BUSCA-PASSO
                   PERFORM PROCURAR-PASSO
                   IF AS-BUSCA-ACHADO > ZERO
                       PERFORM RESTAURAR-SITUACAO-PASSO
                   END-IF
                   IF SIT-SITUACAO NOT = 'OK'
                       MOVE 'Y' TO AS-SIT-FALHA
                   END-IF
                   IF SIT-SUBMISSAO(1:8) > AS-SIT-DATA
                       MOVE SIT-SUBMISSAO(1:8) TO AS-SIT-DATA
                   END-IF
               END-READ
               IF AS-STATUS-L1 NOT EQUAL ZEROS AND
                       AS-STATUS-L1 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-SIT
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           RESTAURAR-SITUACAO-PASSO.
               MOVE SIT-SITUACAO TO TAB-PASSO-SITUACAO(AS-BUSCA-ACHADO)
               IF SIT-RC IS NUMERIC
                   MOVE SIT-RC TO TAB-PASSO-RC(AS-BUSCA-ACHADO)
               END-IF
               MOVE SIT-DATA-INICIO
                   TO TAB-PASSO-DATA-INICIO(AS-BUSCA-ACHADO)
               MOVE SIT-HORA-INICIO
                   TO TAB-PASSO-HORA-INICIO(AS-BUSCA-ACHADO)
               MOVE SIT-DATA-FIM TO TAB-PASSO-DATA-FIM(AS-BUSCA-ACHADO)
               MOVE SIT-HORA-FIM TO TAB-PASSO-HORA-FIM(AS-BUSCA-ACHADO)
               MOVE SIT-SUBMISSAO
                   TO TAB-PASSO-SUBMISSAO(AS-BUSCA-ACHADO).

           LIMPAR-SITUACAO-PASSO.
               MOVE 'PENDENTE' TO TAB-PASSO-SITUACAO(AS-PASSO-IDX)
               MOVE ZERO TO TAB-PASSO-RC(AS-PASSO-IDX)
               MOVE SPACES TO TAB-PASSO-DATA-INICIO(AS-PASSO-IDX)
               MOVE SPACES TO TAB-PASSO-HORA-INICIO(AS-PASSO-IDX)
               MOVE SPACES TO TAB-PASSO-DATA-FIM(AS-PASSO-IDX)
               MOVE SPACES TO TAB-PASSO-HORA-FIM(AS-PASSO-IDX)
               MOVE AS-SUBMISSAO TO TAB-PASSO-SUBMISSAO(AS-PASSO-IDX).

       1000-INICIALIZAR-FIM.
           EXIT.

       2000-PROCESSAR          SECTION.

           IF AS-REINICIO = 'Y'
               DISPLAY 'RESSUBMISSAO: PASSOS CONCLUIDOS OK NAO SERAO '
                   'EXECUTADOS NOVAMENTE'
           END-IF
           PERFORM VARYING AS-PASSO-IDX FROM 1 BY 1
                   UNTIL AS-PASSO-IDX > AS-PASSO-QTDE
               PERFORM TRATAR-PASSO
           END-PERFORM.

       2000-PROCESSAR-FIM.
           EXIT.

       2100-EXECUTAR-PASSOS SECTION.
           TRATAR-PASSO.
               IF TAB-PASSO-SITUACAO(AS-PASSO-IDX) = 'OK'
                   ADD 1 TO AS-QTDE-JA-CONCLUIDOS
                   DISPLAY 'PASSO ' TAB-PASSO-NOME(AS-PASSO-IDX)
                       ' JA CONCLUIDO'
               ELSE
                   PERFORM VERIFICAR-PREDECESSORES
                   IF AS-LIBERADO = 'Y'
                       PERFORM EXECUTAR-PASSO
                   ELSE
                       PERFORM RETER-PASSO
                   END-IF
                   PERFORM GRAVAR-SITUACAO
                   PERFORM GRAVAR-HISTORICO-PASSO
               END-IF.

           VERIFICAR-PREDECESSORES.
               MOVE 'Y' TO AS-LIBERADO
               PERFORM VARYING AS-PRED-IDX FROM 1 BY 1
                       UNTIL AS-PRED-IDX > 3
                   COMPUTE AS-BUSCA-IDX =
                       (AS-PASSO-IDX - 1) * 3 + AS-PRED-IDX
                   MOVE TAB-PASSO-PRED-IDX(AS-BUSCA-IDX)
                       TO AS-BUSCA-ACHADO
                   IF AS-BUSCA-ACHADO > ZERO
                       IF TAB-PASSO-SITUACAO(AS-BUSCA-ACHADO) NOT = 'OK'
                           MOVE 'N' TO AS-LIBERADO
                       END-IF
                   END-IF
               END-PERFORM.

      ******************************************************************
      * A situacao EXECUTANDO e gravada antes do comando, para que uma
      * queda do controlador durante o passo apareca na situacao e o
      * passo rode de novo na ressubmissao. Em Unix o retorno de
      * SYSTEM e o status de espera, com o RETURN-CODE do programa no
      * byte alto.
      ******************************************************************
           EXECUTAR-PASSO.
               MOVE 'EXECUTANDO' TO TAB-PASSO-SITUACAO(AS-PASSO-IDX)
               MOVE AS-SUBMISSAO TO TAB-PASSO-SUBMISSAO(AS-PASSO-IDX)
               ACCEPT AS-DATA-EXECUCAO FROM DATE YYYYMMDD
               ACCEPT AS-HORA-EXECUCAO FROM TIME
               MOVE AS-DATA-EXECUCAO
                   TO TAB-PASSO-DATA-INICIO(AS-PASSO-IDX)
               MOVE AS-HORA-EXECUCAO
                   TO TAB-PASSO-HORA-INICIO(AS-PASSO-IDX)
               MOVE SPACES TO TAB-PASSO-DATA-FIM(AS-PASSO-IDX)
               MOVE SPACES TO TAB-PASSO-HORA-FIM(AS-PASSO-IDX)
               PERFORM GRAVAR-SITUACAO
               DISPLAY 'PASSO ' TAB-PASSO-NOME(AS-PASSO-IDX)
                   ' INICIADO'
               CALL 'SYSTEM' USING TAB-PASSO-COMANDO(AS-PASSO-IDX)
               MOVE RETURN-CODE TO AS-RC-PASSO
               MOVE ZERO TO RETURN-CODE
               IF AS-RC-PASSO < ZERO
                   MOVE 9999 TO AS-RC-PASSO
               END-IF
               IF AS-RC-PASSO > 255
                   DIVIDE 256 INTO AS-RC-PASSO
               END-IF
               IF AS-RC-PASSO > 9999
                   MOVE 9999 TO AS-RC-PASSO
               END-IF
               ACCEPT AS-DATA-EXECUCAO FROM DATE YYYYMMDD
               ACCEPT AS-HORA-EXECUCAO FROM TIME
               MOVE AS-DATA-EXECUCAO TO TAB-PASSO-DATA-FIM(AS-PASSO-IDX)
               MOVE AS-HORA-EXECUCAO TO TAB-PASSO-HORA-FIM(AS-PASSO-IDX)
               MOVE AS-RC-PASSO TO TAB-PASSO-RC(AS-PASSO-IDX)
               ADD 1 TO AS-QTDE-EXECUTADOS
               IF AS-RC-PASSO > TAB-PASSO-RC-MAX(AS-PASSO-IDX)
                   MOVE 'FALHOU' TO TAB-PASSO-SITUACAO(AS-PASSO-IDX)
                   ADD 1 TO AS-QTDE-FALHOS
               ELSE
                   MOVE 'OK' TO TAB-PASSO-SITUACAO(AS-PASSO-IDX)
                   IF AS-RC-PASSO > ZERO
                       ADD 1 TO AS-QTDE-ALERTAS
                   END-IF
               END-IF
               DISPLAY 'PASSO ' TAB-PASSO-NOME(AS-PASSO-IDX) ' '
                   TAB-PASSO-SITUACAO(AS-PASSO-IDX) ' RC '
                   TAB-PASSO-RC(AS-PASSO-IDX).

           RETER-PASSO.
               MOVE 'RETIDO' TO TAB-PASSO-SITUACAO(AS-PASSO-IDX)
               MOVE ZERO TO TAB-PASSO-RC(AS-PASSO-IDX)
               MOVE SPACES TO TAB-PASSO-DATA-INICIO(AS-PASSO-IDX)
               MOVE SPACES TO TAB-PASSO-HORA-INICIO(AS-PASSO-IDX)
               MOVE SPACES TO TAB-PASSO-DATA-FIM(AS-PASSO-IDX)
               MOVE SPACES TO TAB-PASSO-HORA-FIM(AS-PASSO-IDX)
               MOVE AS-SUBMISSAO TO TAB-PASSO-SUBMISSAO(AS-PASSO-IDX)
               ADD 1 TO AS-QTDE-RETIDOS
               DISPLAY 'PASSO ' TAB-PASSO-NOME(AS-PASSO-IDX)
                   ' RETIDO: PREDECESSOR NAO CONCLUIDO'.

           GRAVAR-SITUACAO.
               OPEN OUTPUT SITUACAO-ROTINA
               IF AS-STATUS-L1 NOT EQUAL ZEROS
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               ELSE
                   PERFORM VARYING AS-BUSCA-IDX FROM 1 BY 1
                           UNTIL AS-BUSCA-IDX > AS-PASSO-QTDE
                       PERFORM GRAVAR-SITUACAO-PASSO
                   END-PERFORM
                   CLOSE SITUACAO-ROTINA
                   IF AS-STATUS-L1 NOT EQUAL ZEROS
                       DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-L1
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

           GRAVAR-SITUACAO-PASSO.
               MOVE SPACES TO ARQ-SITUACAO-ROTINA
               MOVE TAB-PASSO-NOME(AS-BUSCA-IDX) TO SIT-PASSO
               MOVE TAB-PASSO-SITUACAO(AS-BUSCA-IDX) TO SIT-SITUACAO
               MOVE TAB-PASSO-RC(AS-BUSCA-IDX) TO SIT-RC
               MOVE TAB-PASSO-DATA-INICIO(AS-BUSCA-IDX)
                   TO SIT-DATA-INICIO
               MOVE TAB-PASSO-HORA-INICIO(AS-BUSCA-IDX)
                   TO SIT-HORA-INICIO
               MOVE TAB-PASSO-DATA-FIM(AS-BUSCA-IDX) TO SIT-DATA-FIM
               MOVE TAB-PASSO-HORA-FIM(AS-BUSCA-IDX) TO SIT-HORA-FIM
               MOVE TAB-PASSO-SUBMISSAO(AS-BUSCA-IDX) TO SIT-SUBMISSAO
               WRITE ARQ-SITUACAO-ROTINA
               IF AS-STATUS-L1 NOT EQUAL ZEROS
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           GRAVAR-HISTORICO-PASSO.
               MOVE AS-SUBMISSAO TO RTD-SUBMISSAO
               MOVE TAB-PASSO-NOME(AS-PASSO-IDX) TO RTD-PASSO
               MOVE TAB-PASSO-SITUACAO(AS-PASSO-IDX) TO RTD-SITUACAO
               MOVE TAB-PASSO-RC(AS-PASSO-IDX) TO RTD-RC
               MOVE TAB-PASSO-DATA-INICIO(AS-PASSO-IDX)
                   TO RTD-DATA-INICIO
               MOVE TAB-PASSO-HORA-INICIO(AS-PASSO-IDX)
                   TO RTD-HORA-INICIO
               MOVE TAB-PASSO-DATA-FIM(AS-PASSO-IDX) TO RTD-DATA-FIM
               MOVE TAB-PASSO-HORA-FIM(AS-PASSO-IDX) TO RTD-HORA-FIM
               MOVE ROTINA-DETALHE TO ARQ-HISTORICO-ROTINA
               WRITE ARQ-HISTORICO-ROTINA
               IF AS-STATUS-H1 NOT EQUAL ZEROS
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

       2100-EXECUTAR-PASSOS-FIM.
           EXIT.

       3000-FINALIZAR          SECTION.

           CLOSE HISTORICO-ROTINA.
           IF AS-STATUS-H1 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-H1
           END-IF

           DISPLAY 'PASSOS EXECUTADOS: ' AS-QTDE-EXECUTADOS
               ' JA CONCLUIDOS: ' AS-QTDE-JA-CONCLUIDOS
               ' FALHOS: ' AS-QTDE-FALHOS
               ' RETIDOS: ' AS-QTDE-RETIDOS.

      ******************************************************************
      * RETURN-CODE: 12 abertura ou controle invalido, 8 passo falhou
      * ou ficou retido (ressubmeter apos a correcao) ou erro na
      * situacao/historico, 4 passo OK com RETURN-CODE de alerta.
      ******************************************************************
           EVALUATE TRUE
               WHEN AS-ERRO-ABERTURA = 'Y'
                   MOVE 12 TO RETURN-CODE
               WHEN AS-ERRO-ARQUIVO = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN AS-QTDE-FALHOS > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN AS-QTDE-RETIDOS > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN AS-QTDE-ALERTAS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZGB13.
