       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZGB09.
      ******************************************************************
      * Author: GUILHERME GRUNER BIRCKHOLZ
      * Date:   02/09/2026
      * Purpose: Lancamentos contabeis por competencia. Os eventos
      *          gravados pela folha (CBLZGB04: contracheques e
      *          encargos) e pelo faturamento (CBLZGB07: faturas e
      *          recebimentos) sao traduzidos em partidas dobradas
      *          (debito e credito) pelo plano de contas: a conta
      *          depende do cargo ou departamento na folha e do
      *          cliente no contas a receber, com linha padrao por
      *          evento. As partidas sao totalizadas por competencia e
      *          contas e gravadas no arquivo de lancamentos da
      *          competencia (CBLZGB09_COMPETENCIA, padrao o mes da
      *          execucao, no nome do arquivo). Os pagamentos fora
      *          da folha mensal (rescisoes do CBLZGB10 e diferencas
      *          de dissidio efetivadas pelo CBLZGB16) chegam por um
      *          terceiro arquivo de eventos, cumulativo. Evento de
      *          competencia anterior (ja contabilizado na execucao
      *          daquela competencia) e so contado no resumo; evento
      *          de competencia posterior ou invalida e listado como
      *          fora da competencia e nao e contabilizado. A
      *          conferencia final derruba o RETURN-CODE quando o
      *          total de debitos nao bate com o de creditos.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PLANO-CONTAS ASSIGN TO
           AS-CAMINHO-PLANO-CONTAS
       FILE STATUS IS AS-STATUS-E1.

       SELECT EVENTOS-FOLHA ASSIGN TO
           AS-CAMINHO-EVENTOS-FOLHA
       FILE STATUS IS AS-STATUS-E2.

       SELECT EVENTOS-FATURAMENTO ASSIGN TO
           AS-CAMINHO-EVENTOS-FAT
       FILE STATUS IS AS-STATUS-E3.

       SELECT EVENTOS-PAGAMENTOS ASSIGN TO
           AS-CAMINHO-EVENTOS-PAG
       FILE STATUS IS AS-STATUS-E4.

       SELECT LANCAMENTOS-S ASSIGN TO
           AS-CAMINHO-LANCAMENTOS-S
       FILE STATUS IS AS-STATUS-S1.

       SELECT RELATORIO-LANCAMENTOS-S ASSIGN TO
           AS-CAMINHO-REL-LANCAMENTOS-S
       FILE STATUS IS AS-STATUS-S2.


       DATA DIVISION.
       FILE SECTION.

       FD PLANO-CONTAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

      ******************************************************************
      * Plano de contas por evento: tipo de chave G = cargo,
      * D = departamento, C = cliente e branco = linha padrao do
      * evento. Conta de debito ou credito em branco nao gera a
      * partida correspondente (e a conferencia acusa a diferenca).
      * Eventos esperados no plano: SALB, INSS e IRRF (folha), RECB,
      * ENCR e FATU (faturamento), RESC (verbas rescisorias
      * tributaveis), RIND (verbas indenizatorias da rescisao) e DISS
      * (diferenca de dissidio); INSS e IRRF retidos na rescisao e no
      * dissidio usam as mesmas linhas da folha.
      ******************************************************************
       01 ARQ-PLANO-CONTAS                 PIC X(60).
       01 FILLER REDEFINES ARQ-PLANO-CONTAS.
          05 MAP-EVENTO                    PIC X(04).
          05 MAP-TIPO-CHAVE                PIC X(01).
          05 MAP-CHAVE                     PIC X(05).
          05 MAP-CONTA-DEBITO              PIC X(10).
          05 MAP-CONTA-CREDITO             PIC X(10).
          05 MAP-HISTORICO                 PIC X(30).

       FD EVENTOS-FOLHA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-EVENTO-FOLHA                 PIC X(80).

       FD EVENTOS-FATURAMENTO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-EVENTO-FATURAMENTO           PIC X(80).

       FD EVENTOS-PAGAMENTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-EVENTO-PAGAMENTO             PIC X(80).

       FD LANCAMENTOS-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-LANCAMENTO-S                 PIC X(100).
       01 FILLER REDEFINES ARQ-LANCAMENTO-S.
          05 LAN-COMPETENCIA               PIC X(06).
          05 LAN-NUMERO                    PIC 9(06).
          05 LAN-TIPO                      PIC X(01).
          05 LAN-CONTA                     PIC X(10).
          05 LAN-VALOR                     PIC 9(13)V99.
          05 LAN-HISTORICO                 PIC X(30).
          05 LAN-EVENTO                    PIC X(04).
          05 LAN-QTDE-EVENTOS              PIC 9(06).
          05 FILLER                        PIC X(22).

       FD RELATORIO-LANCAMENTOS-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RELATORIO-LANCAMENTOS-S      PIC X(200).


       WORKING-STORAGE SECTION.
       01 AS-CAMINHO-PLANO-CONTAS   PIC X(100) VALUE
          'C:\Users\gui\Downloads\PlanoContas.txt'.
       01 AS-CAMINHO-EVENTOS-FOLHA  PIC X(100) VALUE
          'C:\Users\gui\Downloads\eventos_folha1.txt'.
       01 AS-CAMINHO-EVENTOS-FAT    PIC X(100) VALUE
          'C:\Users\gui\Downloads\eventos_faturamento1.txt'.
       01 AS-CAMINHO-EVENTOS-PAG    PIC X(100) VALUE
          'C:\Users\gui\Downloads\eventos_pagamentos.txt'.
       01 AS-CAMINHO-LANCAMENTOS-S  PIC X(100) VALUE SPACES.
       01 AS-CAMINHO-REL-LANCAMENTOS-S PIC X(100) VALUE
          'C:\Users\gui\Downloads\conferencia_lancamentos1.txt'.
       01 AS-CAMINHO-ENV            PIC X(100) VALUE SPACES.

       01 AS-STATUS-E1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E2              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E3              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E4              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S2              PIC 9(02) VALUE ZEROS.
       01 AS-FIM-PLANO              PIC X(01) VALUE 'N'.
       01 AS-FIM-EVT-FOLHA          PIC X(01) VALUE 'N'.
       01 AS-FIM-EVT-FAT            PIC X(01) VALUE 'N'.
       01 AS-FIM-EVT-PAG            PIC X(01) VALUE 'N'.
       01 AS-ERRO-ABERTURA          PIC X(01) VALUE 'N'.
       01 AS-ERRO-ARQUIVO           PIC X(01) VALUE 'N'.
       01 AS-DATA-EXECUCAO          PIC X(08) VALUE SPACES.
       01 AS-COMPETENCIA            PIC X(06) VALUE SPACES.

      ******************************************************************
      * Evento contabil: mesmo layout gravado pelo CBLZGB04, CBLZGB07,
      * CBLZGB10 e CBLZGB16 (competencia AAAAMM, codigo do evento,
      * chaves de cargo, departamento e cliente, documento, data e
      * valor).
      ******************************************************************
       01 EVENTO-CONTABIL.
          05 EVT-COMPETENCIA               PIC X(06).
          05 EVT-EVENTO                    PIC X(04).
          05 EVT-ID-CARGO                  PIC X(05).
          05 EVT-ID-DEP                    PIC X(05).
          05 EVT-ID-CLIENTE                PIC X(05).
          05 EVT-DOCUMENTO                 PIC X(10).
          05 EVT-DATA                      PIC X(08).
          05 EVT-VALOR                     PIC 9(11)V99.
          05 FILLER                        PIC X(24).

      ******************************************************************
      * Plano de contas em memoria. Na busca vale a linha mais
      * especifica: cargo, depois departamento, depois cliente e por
      * fim a linha padrao do evento.
      ******************************************************************
       01 AS-MAP-MAX                PIC 9(04) VALUE 500.
       01 AS-MAP-QTDE               PIC 9(04) VALUE ZERO.
       01 AS-MAP-IDX                PIC 9(04) VALUE ZERO.
       01 AS-MAP-ACHADO             PIC 9(04) VALUE ZERO.
       01 AS-MAP-NIVEL              PIC 9(01) VALUE ZERO.
       01 AS-MAP-PRIORIDADE         PIC 9(01) VALUE ZERO.
       01 TAB-MAP-EVENTO              PIC X(04) OCCURS 500 TIMES.
       01 TAB-MAP-TIPO                PIC X(01) OCCURS 500 TIMES.
       01 TAB-MAP-CHAVE               PIC X(05) OCCURS 500 TIMES.
       01 TAB-MAP-DEBITO              PIC X(10) OCCURS 500 TIMES.
       01 TAB-MAP-CREDITO             PIC X(10) OCCURS 500 TIMES.
       01 TAB-MAP-HISTORICO           PIC X(30) OCCURS 500 TIMES.

      ******************************************************************
      * Partidas acumuladas por competencia, evento, par de contas e
      * historico: cada linha vira um lancamento (debito + credito).
      ******************************************************************
       01 AS-AGR-MAX                PIC 9(04) VALUE 2000.
       01 AS-AGR-QTDE               PIC 9(04) VALUE ZERO.
       01 AS-AGR-IDX                PIC 9(04) VALUE ZERO.
       01 AS-AGR-ACHOU              PIC X(01) VALUE 'N'.
       01 TAB-AGR-COMPETENCIA         PIC X(06) OCCURS 2000 TIMES.
       01 TAB-AGR-EVENTO              PIC X(04) OCCURS 2000 TIMES.
       01 TAB-AGR-DEBITO              PIC X(10) OCCURS 2000 TIMES.
       01 TAB-AGR-CREDITO             PIC X(10) OCCURS 2000 TIMES.
       01 TAB-AGR-HISTORICO           PIC X(30) OCCURS 2000 TIMES.
       01 TAB-AGR-VALOR               PIC 9(13)V99 OCCURS 2000 TIMES
                                       VALUE ZERO.
       01 TAB-AGR-QTDE                PIC 9(06) OCCURS 2000 TIMES
                                       VALUE ZERO.

      ******************************************************************
      * Totais de debito e credito por competencia para a conferencia.
      ******************************************************************
       01 AS-CMP-MAX                PIC 9(03) VALUE 120.
       01 AS-CMP-QTDE               PIC 9(03) VALUE ZERO.
       01 AS-CMP-IDX                PIC 9(03) VALUE ZERO.
       01 AS-CMP-ACHADA             PIC 9(03) VALUE ZERO.
       01 TAB-CMP-COMPETENCIA         PIC X(06) OCCURS 120 TIMES.
       01 TAB-CMP-LANCAMENTOS         PIC 9(06) OCCURS 120 TIMES
                                       VALUE ZERO.
       01 TAB-CMP-DEBITOS             PIC 9(13)V99 OCCURS 120 TIMES
                                       VALUE ZERO.
       01 TAB-CMP-CREDITOS            PIC 9(13)V99 OCCURS 120 TIMES
                                       VALUE ZERO.

       01 AS-QTDE-EVENTOS           PIC 9(07) VALUE ZERO.
       01 AS-QTDE-SEM-CONTA         PIC 9(07) VALUE ZERO.
       01 AS-QTDE-FORA-COMPET       PIC 9(07) VALUE ZERO.
       01 AS-QTDE-ANTERIORES        PIC 9(07) VALUE ZERO.
       01 AS-NUMERO-LANCAMENTO      PIC 9(06) VALUE ZERO.
       01 AS-TOTAL-DEBITOS          PIC 9(13)V99 VALUE ZERO.
       01 AS-TOTAL-CREDITOS         PIC 9(13)V99 VALUE ZERO.
       01 AS-QTDE-DESBALANCEADAS    PIC 9(03) VALUE ZERO.

       01 LANCAMENTOS-TITULO.
           05 FILLER PIC X(47) VALUE
              'LANCAMENTOS CONTABEIS - CONFERENCIA DE PARTIDAS'.
           05 FILLER PIC X(16) VALUE ' - COMPETENCIA: '.
           05 LTI-COMPETENCIA PIC X(06).

       01 LANCAMENTOS-FORA-COMPET.
           05 FILLER PIC X(29) VALUE
              'EVENTO FORA DA COMPETENCIA - '.
           05 LFC-EVENTO PIC X(04).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'Competencia: '.
           05 LFC-COMPETENCIA PIC X(06).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'Documento: '.
           05 LFC-DOCUMENTO PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Valor: '.
           05 LFC-VALOR PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 LANCAMENTOS-SEM-CONTA.
           05 FILLER PIC X(28) VALUE 'EVENTO SEM CONTA NO PLANO - '.
           05 LSC-EVENTO PIC X(04).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'Competencia: '.
           05 LSC-COMPETENCIA PIC X(06).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'Documento: '.
           05 LSC-DOCUMENTO PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Valor: '.
           05 LSC-VALOR PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 LANCAMENTOS-COMPETENCIA.
           05 FILLER PIC X(13) VALUE 'Competencia: '.
           05 LCP-COMPETENCIA PIC X(06).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'Lancamentos: '.
           05 LCP-LANCAMENTOS PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'Debitos: '.
           05 LCP-DEBITOS PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'Creditos: '.
           05 LCP-CREDITOS PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LCP-SITUACAO PIC X(15).

       01 LANCAMENTOS-RESUMO.
           05 FILLER PIC X(15) VALUE 'Eventos lidos: '.
           05 LRS-EVENTOS PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'Sem conta: '.
           05 LRS-SEM-CONTA PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'Fora compet.: '.
           05 LRS-FORA-COMPET PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'Anteriores: '.
           05 LRS-ANTERIORES PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(15) VALUE 'Total debitos: '.
           05 LRS-DEBITOS PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(16) VALUE 'Total creditos: '.
           05 LRS-CREDITOS PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LRS-SITUACAO PIC X(15).

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR        SECTION.
           INICIALIZAR.
           ACCEPT AS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM CARREGAR-CAMINHOS.

           OPEN INPUT PLANO-CONTAS.
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           END-IF

      ******************************************************************
      * Sem plano de contas nenhum evento pode ser traduzido: a
      * execucao para antes de gravar lancamentos parciais.
      ******************************************************************
           IF AS-ERRO-ABERTURA = 'Y'
               DISPLAY 'ERRO: FALHA NA ABERTURA DO PLANO DE CONTAS, '
                   'NENHUM LANCAMENTO GRAVADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LER-PLANO-CONTAS UNTIL AS-FIM-PLANO EQUAL 'S'.
           CLOSE PLANO-CONTAS.

           OPEN OUTPUT LANCAMENTOS-S.
           OPEN OUTPUT RELATORIO-LANCAMENTOS-S.
           MOVE AS-COMPETENCIA TO LTI-COMPETENCIA.
           MOVE LANCAMENTOS-TITULO TO ARQ-RELATORIO-LANCAMENTOS-S.
           WRITE ARQ-RELATORIO-LANCAMENTOS-S.

           CARREGAR-CAMINHOS.
               MOVE AS-DATA-EXECUCAO(1:6) TO AS-COMPETENCIA
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB09_COMPETENCIA"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV(1:6) TO AS-COMPETENCIA
               END-IF
               STRING 'C:\Users\gui\Downloads\lancamentos_'
                   AS-COMPETENCIA '.txt'
                   DELIMITED BY SIZE INTO AS-CAMINHO-LANCAMENTOS-S
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB09_PLANO_CONTAS"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-PLANO-CONTAS
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB09_EVENTOS_FOLHA"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-EVENTOS-FOLHA
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB09_EVENTOS_FATURAMENTO"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-EVENTOS-FAT
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB09_EVENTOS_PAGAMENTOS"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-EVENTOS-PAG
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB09_LANCAMENTOS_S"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-LANCAMENTOS-S
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB09_REL_LANCAMENTOS_S"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-REL-LANCAMENTOS-S
               END-IF.

           LER-PLANO-CONTAS.
               READ PLANO-CONTAS
               AT END
                   MOVE 'S' TO AS-FIM-PLANO
               NOT AT END
                   IF MAP-EVENTO NOT = SPACES
                       PERFORM GUARDAR-CONTA-PLANO
                   END-IF
               END-READ
               IF AS-STATUS-E1 NOT EQUAL ZEROS AND
                       AS-STATUS-E1 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-PLANO
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           GUARDAR-CONTA-PLANO.
               IF AS-MAP-QTDE >= AS-MAP-MAX
                   DISPLAY 'ERRO: LIMITE DE ' AS-MAP-MAX
                       ' LINHAS DO PLANO DE CONTAS EXCEDIDO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO AS-MAP-QTDE
               MOVE MAP-EVENTO TO TAB-MAP-EVENTO(AS-MAP-QTDE)
               MOVE MAP-TIPO-CHAVE TO TAB-MAP-TIPO(AS-MAP-QTDE)
               MOVE MAP-CHAVE TO TAB-MAP-CHAVE(AS-MAP-QTDE)
               MOVE MAP-CONTA-DEBITO TO TAB-MAP-DEBITO(AS-MAP-QTDE)
               MOVE MAP-CONTA-CREDITO TO TAB-MAP-CREDITO(AS-MAP-QTDE)
               MOVE MAP-HISTORICO TO TAB-MAP-HISTORICO(AS-MAP-QTDE).

       1000-INICIALIZAR-FIM.
           EXIT.

       2000-PROCESSAR          SECTION.

           PERFORM PROCESSAR-EVENTOS-FOLHA.
           PERFORM PROCESSAR-EVENTOS-FATURAMENTO.
           PERFORM PROCESSAR-EVENTOS-PAGAMENTOS.
           PERFORM GRAVAR-LANCAMENTOS.
           PERFORM CONFERIR-PARTIDAS.

       2000-PROCESSAR-FIM.
           EXIT.

      ******************************************************************
      * Os tres arquivos de eventos sao opcionais (status 35 = passo
      * de origem nao rodou na competencia): falta de um nao impede a
      * contabilizacao dos outros.
      ******************************************************************
       2100-PROCESSAR-EVENTOS SECTION.
           PROCESSAR-EVENTOS-FOLHA.
               OPEN INPUT EVENTOS-FOLHA
               IF AS-STATUS-E2 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-EVT-FOLHA
                   PERFORM LER-EVENTO-FOLHA
                       UNTIL AS-FIM-EVT-FOLHA EQUAL 'S'
                   CLOSE EVENTOS-FOLHA
               ELSE
                   IF AS-STATUS-E2 NOT EQUAL 35
                       DISPLAY 'ARQUIVO VAZIO'
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

           LER-EVENTO-FOLHA.
               READ EVENTOS-FOLHA
               AT END
                   MOVE 'S' TO AS-FIM-EVT-FOLHA
               NOT AT END
                   MOVE ARQ-EVENTO-FOLHA TO EVENTO-CONTABIL
                   PERFORM CLASSIFICAR-EVENTO
               END-READ
               IF AS-STATUS-E2 NOT EQUAL ZEROS AND
                       AS-STATUS-E2 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-EVT-FOLHA
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           PROCESSAR-EVENTOS-FATURAMENTO.
               OPEN INPUT EVENTOS-FATURAMENTO
               IF AS-STATUS-E3 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-EVT-FAT
                   PERFORM LER-EVENTO-FATURAMENTO
                       UNTIL AS-FIM-EVT-FAT EQUAL 'S'
                   CLOSE EVENTOS-FATURAMENTO
               ELSE
                   IF AS-STATUS-E3 NOT EQUAL 35
                       DISPLAY 'ARQUIVO VAZIO'
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

           LER-EVENTO-FATURAMENTO.
               READ EVENTOS-FATURAMENTO
               AT END
                   MOVE 'S' TO AS-FIM-EVT-FAT
               NOT AT END
                   MOVE ARQ-EVENTO-FATURAMENTO TO EVENTO-CONTABIL
                   PERFORM CLASSIFICAR-EVENTO
               END-READ
               IF AS-STATUS-E3 NOT EQUAL ZEROS AND
                       AS-STATUS-E3 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-EVT-FAT
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

      ******************************************************************
      * Rescisoes e dissidio gravam por EXTEND num arquivo unico que
      * acumula todas as competencias; os eventos de competencias ja
      * contabilizadas caem na regra de anteriores abaixo.
      ******************************************************************
           PROCESSAR-EVENTOS-PAGAMENTOS.
               OPEN INPUT EVENTOS-PAGAMENTOS
               IF AS-STATUS-E4 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-EVT-PAG
                   PERFORM LER-EVENTO-PAGAMENTO
                       UNTIL AS-FIM-EVT-PAG EQUAL 'S'
                   CLOSE EVENTOS-PAGAMENTOS
               ELSE
                   IF AS-STATUS-E4 NOT EQUAL 35
                       DISPLAY 'ARQUIVO VAZIO'
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

           LER-EVENTO-PAGAMENTO.
               READ EVENTOS-PAGAMENTOS
               AT END
                   MOVE 'S' TO AS-FIM-EVT-PAG
               NOT AT END
                   MOVE ARQ-EVENTO-PAGAMENTO TO EVENTO-CONTABIL
                   PERFORM CLASSIFICAR-EVENTO
               END-READ
               IF AS-STATUS-E4 NOT EQUAL ZEROS AND
                       AS-STATUS-E4 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-EVT-PAG
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

      ******************************************************************
      * So entra no lote o evento da competencia da execucao. Os de
      * competencia anterior ja foram contabilizados na execucao
      * daquela competencia (arquivos cumulativos trazem o historico
      * todo) e so sao contados; os de competencia posterior ou
      * invalida saem na conferencia.
      ******************************************************************
           CLASSIFICAR-EVENTO.
               ADD 1 TO AS-QTDE-EVENTOS
               IF EVT-COMPETENCIA IS NUMERIC AND
                       EVT-COMPETENCIA < AS-COMPETENCIA
                   ADD 1 TO AS-QTDE-ANTERIORES
               ELSE
                   IF EVT-COMPETENCIA NOT = AS-COMPETENCIA
                       ADD 1 TO AS-QTDE-FORA-COMPET
                       MOVE EVT-EVENTO TO LFC-EVENTO
                       MOVE EVT-COMPETENCIA TO LFC-COMPETENCIA
                       MOVE EVT-DOCUMENTO TO LFC-DOCUMENTO
                       MOVE EVT-VALOR TO LFC-VALOR
                       MOVE LANCAMENTOS-FORA-COMPET TO
                           ARQ-RELATORIO-LANCAMENTOS-S
                       WRITE ARQ-RELATORIO-LANCAMENTOS-S
                   ELSE
                       PERFORM CLASSIFICAR-EVENTO-COMPETENCIA
                   END-IF
               END-IF.

           CLASSIFICAR-EVENTO-COMPETENCIA.
               PERFORM PROCURAR-CONTA-EVENTO
               IF AS-MAP-ACHADO > ZERO
                   PERFORM ACUMULAR-LANCAMENTO
               ELSE
                   ADD 1 TO AS-QTDE-SEM-CONTA
                   MOVE EVT-EVENTO TO LSC-EVENTO
                   MOVE EVT-COMPETENCIA TO LSC-COMPETENCIA
                   MOVE EVT-DOCUMENTO TO LSC-DOCUMENTO
                   MOVE EVT-VALOR TO LSC-VALOR
                   MOVE LANCAMENTOS-SEM-CONTA TO
                       ARQ-RELATORIO-LANCAMENTOS-S
                   WRITE ARQ-RELATORIO-LANCAMENTOS-S
               END-IF.

      ******************************************************************
      * Nivel de cada linha do plano para o evento: 4 cargo,
      * 3 departamento, 2 cliente, 1 padrao; fica a de maior nivel.
      ******************************************************************
           PROCURAR-CONTA-EVENTO.
               MOVE ZERO TO AS-MAP-ACHADO
               MOVE ZERO TO AS-MAP-PRIORIDADE
               PERFORM VARYING AS-MAP-IDX FROM 1 BY 1
                       UNTIL AS-MAP-IDX > AS-MAP-QTDE
                   IF TAB-MAP-EVENTO(AS-MAP-IDX) = EVT-EVENTO
                       PERFORM AVALIAR-CONTA-PLANO
                       IF AS-MAP-NIVEL > AS-MAP-PRIORIDADE
                           MOVE AS-MAP-NIVEL TO AS-MAP-PRIORIDADE
                           MOVE AS-MAP-IDX TO AS-MAP-ACHADO
                       END-IF
                   END-IF
               END-PERFORM.

           AVALIAR-CONTA-PLANO.
               EVALUATE TRUE
                   WHEN TAB-MAP-TIPO(AS-MAP-IDX) = 'G' AND
                           EVT-ID-CARGO NOT = SPACES AND
                           TAB-MAP-CHAVE(AS-MAP-IDX) = EVT-ID-CARGO
                       MOVE 4 TO AS-MAP-NIVEL
                   WHEN TAB-MAP-TIPO(AS-MAP-IDX) = 'D' AND
                           EVT-ID-DEP NOT = SPACES AND
                           TAB-MAP-CHAVE(AS-MAP-IDX) = EVT-ID-DEP
                       MOVE 3 TO AS-MAP-NIVEL
                   WHEN TAB-MAP-TIPO(AS-MAP-IDX) = 'C' AND
                           EVT-ID-CLIENTE NOT = SPACES AND
                           TAB-MAP-CHAVE(AS-MAP-IDX) = EVT-ID-CLIENTE
                       MOVE 2 TO AS-MAP-NIVEL
                   WHEN TAB-MAP-TIPO(AS-MAP-IDX) = SPACE
                       MOVE 1 TO AS-MAP-NIVEL
                   WHEN OTHER
                       MOVE ZERO TO AS-MAP-NIVEL
               END-EVALUATE.

           ACUMULAR-LANCAMENTO.
               MOVE 'N' TO AS-AGR-ACHOU
               PERFORM VARYING AS-AGR-IDX FROM 1 BY 1
                       UNTIL AS-AGR-IDX > AS-AGR-QTDE
                           OR AS-AGR-ACHOU = 'Y'
                   IF TAB-AGR-COMPETENCIA(AS-AGR-IDX) = EVT-COMPETENCIA
                           AND TAB-AGR-EVENTO(AS-AGR-IDX) = EVT-EVENTO
                           AND TAB-AGR-DEBITO(AS-AGR-IDX) =
                               TAB-MAP-DEBITO(AS-MAP-ACHADO)
                           AND TAB-AGR-CREDITO(AS-AGR-IDX) =
                               TAB-MAP-CREDITO(AS-MAP-ACHADO)
                           AND TAB-AGR-HISTORICO(AS-AGR-IDX) =
                               TAB-MAP-HISTORICO(AS-MAP-ACHADO)
                       MOVE 'Y' TO AS-AGR-ACHOU
                       ADD EVT-VALOR TO TAB-AGR-VALOR(AS-AGR-IDX)
                       ADD 1 TO TAB-AGR-QTDE(AS-AGR-IDX)
                   END-IF
               END-PERFORM
               IF AS-AGR-ACHOU = 'N'
                   IF AS-AGR-QTDE >= AS-AGR-MAX
                       DISPLAY 'ERRO: LIMITE DE ' AS-AGR-MAX
                           ' LANCAMENTOS EXCEDIDO'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO AS-AGR-QTDE
                   MOVE EVT-COMPETENCIA TO
                       TAB-AGR-COMPETENCIA(AS-AGR-QTDE)
                   MOVE EVT-EVENTO TO TAB-AGR-EVENTO(AS-AGR-QTDE)
                   MOVE TAB-MAP-DEBITO(AS-MAP-ACHADO) TO
                       TAB-AGR-DEBITO(AS-AGR-QTDE)
                   MOVE TAB-MAP-CREDITO(AS-MAP-ACHADO) TO
                       TAB-AGR-CREDITO(AS-AGR-QTDE)
                   MOVE TAB-MAP-HISTORICO(AS-MAP-ACHADO) TO
                       TAB-AGR-HISTORICO(AS-AGR-QTDE)
                   MOVE EVT-VALOR TO TAB-AGR-VALOR(AS-AGR-QTDE)
                   MOVE 1 TO TAB-AGR-QTDE(AS-AGR-QTDE)
               END-IF.

       2100-PROCESSAR-EVENTOS-FIM.
           EXIT.

      ******************************************************************
      * Cada linha acumulada vira um lancamento numerado com a partida
      * de debito e a de credito; conta em branco no plano nao gera a
      * partida e a diferenca aparece na conferencia.
      ******************************************************************
       2200-GRAVAR-LANCAMENTOS SECTION.
           GRAVAR-LANCAMENTOS.
               PERFORM VARYING AS-AGR-IDX FROM 1 BY 1
                       UNTIL AS-AGR-IDX > AS-AGR-QTDE
                   PERFORM GRAVAR-PARTIDAS
               END-PERFORM.

           GRAVAR-PARTIDAS.
               ADD 1 TO AS-NUMERO-LANCAMENTO
               PERFORM LOCALIZAR-COMPETENCIA
               ADD 1 TO TAB-CMP-LANCAMENTOS(AS-CMP-ACHADA)
               MOVE SPACES TO ARQ-LANCAMENTO-S
               MOVE TAB-AGR-COMPETENCIA(AS-AGR-IDX) TO LAN-COMPETENCIA
               MOVE AS-NUMERO-LANCAMENTO TO LAN-NUMERO
               MOVE TAB-AGR-VALOR(AS-AGR-IDX) TO LAN-VALOR
               MOVE TAB-AGR-HISTORICO(AS-AGR-IDX) TO LAN-HISTORICO
               MOVE TAB-AGR-EVENTO(AS-AGR-IDX) TO LAN-EVENTO
               MOVE TAB-AGR-QTDE(AS-AGR-IDX) TO LAN-QTDE-EVENTOS
               IF TAB-AGR-DEBITO(AS-AGR-IDX) NOT = SPACES
                   MOVE 'D' TO LAN-TIPO
                   MOVE TAB-AGR-DEBITO(AS-AGR-IDX) TO LAN-CONTA
                   WRITE ARQ-LANCAMENTO-S
                   ADD TAB-AGR-VALOR(AS-AGR-IDX) TO
                       TAB-CMP-DEBITOS(AS-CMP-ACHADA)
                   ADD TAB-AGR-VALOR(AS-AGR-IDX) TO AS-TOTAL-DEBITOS
               END-IF
               IF TAB-AGR-CREDITO(AS-AGR-IDX) NOT = SPACES
                   MOVE 'C' TO LAN-TIPO
                   MOVE TAB-AGR-CREDITO(AS-AGR-IDX) TO LAN-CONTA
                   WRITE ARQ-LANCAMENTO-S
                   ADD TAB-AGR-VALOR(AS-AGR-IDX) TO
                       TAB-CMP-CREDITOS(AS-CMP-ACHADA)
                   ADD TAB-AGR-VALOR(AS-AGR-IDX) TO AS-TOTAL-CREDITOS
               END-IF.

           LOCALIZAR-COMPETENCIA.
               MOVE ZERO TO AS-CMP-ACHADA
               PERFORM VARYING AS-CMP-IDX FROM 1 BY 1
                       UNTIL AS-CMP-IDX > AS-CMP-QTDE
                   IF TAB-CMP-COMPETENCIA(AS-CMP-IDX) =
                           TAB-AGR-COMPETENCIA(AS-AGR-IDX)
                       MOVE AS-CMP-IDX TO AS-CMP-ACHADA
                   END-IF
               END-PERFORM
               IF AS-CMP-ACHADA = ZERO
                   IF AS-CMP-QTDE >= AS-CMP-MAX
                       DISPLAY 'ERRO: LIMITE DE ' AS-CMP-MAX
                           ' COMPETENCIAS EXCEDIDO'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO AS-CMP-QTDE
                   MOVE TAB-AGR-COMPETENCIA(AS-AGR-IDX) TO
                       TAB-CMP-COMPETENCIA(AS-CMP-QTDE)
                   MOVE AS-CMP-QTDE TO AS-CMP-ACHADA
               END-IF.

       2200-GRAVAR-LANCAMENTOS-FIM.
           EXIT.

      ******************************************************************
      * Conferencia de partidas: por competencia o total debitado tem
      * de ser igual ao creditado. Qualquer diferenca marca a
      * competencia como DESBALANCEADA e derruba a execucao.
      ******************************************************************
       2300-CONFERIR-PARTIDAS SECTION.
           CONFERIR-PARTIDAS.
               PERFORM VARYING AS-CMP-IDX FROM 1 BY 1
                       UNTIL AS-CMP-IDX > AS-CMP-QTDE
                   PERFORM GRAVAR-LINHA-COMPETENCIA
               END-PERFORM
               MOVE AS-QTDE-EVENTOS TO LRS-EVENTOS
               MOVE AS-QTDE-SEM-CONTA TO LRS-SEM-CONTA
               MOVE AS-QTDE-FORA-COMPET TO LRS-FORA-COMPET
               MOVE AS-QTDE-ANTERIORES TO LRS-ANTERIORES
               MOVE AS-TOTAL-DEBITOS TO LRS-DEBITOS
               MOVE AS-TOTAL-CREDITOS TO LRS-CREDITOS
               IF AS-QTDE-DESBALANCEADAS > ZERO OR
                       AS-TOTAL-DEBITOS NOT = AS-TOTAL-CREDITOS
                   MOVE 'DESBALANCEADO' TO LRS-SITUACAO
               ELSE
                   MOVE 'OK' TO LRS-SITUACAO
               END-IF
               MOVE LANCAMENTOS-RESUMO TO ARQ-RELATORIO-LANCAMENTOS-S
               WRITE ARQ-RELATORIO-LANCAMENTOS-S.

           GRAVAR-LINHA-COMPETENCIA.
               MOVE TAB-CMP-COMPETENCIA(AS-CMP-IDX) TO LCP-COMPETENCIA
               MOVE TAB-CMP-LANCAMENTOS(AS-CMP-IDX) TO LCP-LANCAMENTOS
               MOVE TAB-CMP-DEBITOS(AS-CMP-IDX) TO LCP-DEBITOS
               MOVE TAB-CMP-CREDITOS(AS-CMP-IDX) TO LCP-CREDITOS
               IF TAB-CMP-DEBITOS(AS-CMP-IDX) =
                       TAB-CMP-CREDITOS(AS-CMP-IDX)
                   MOVE 'OK' TO LCP-SITUACAO
               ELSE
                   MOVE 'DESBALANCEADA' TO LCP-SITUACAO
                   ADD 1 TO AS-QTDE-DESBALANCEADAS
               END-IF
               MOVE LANCAMENTOS-COMPETENCIA TO
                   ARQ-RELATORIO-LANCAMENTOS-S
               WRITE ARQ-RELATORIO-LANCAMENTOS-S.

       2300-CONFERIR-PARTIDAS-FIM.
           EXIT.

       3000-FINALIZAR          SECTION.

           CLOSE LANCAMENTOS-S.
           IF AS-STATUS-S1 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S1
           END-IF

           CLOSE RELATORIO-LANCAMENTOS-S.
           IF AS-STATUS-S2 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S2
           END-IF

      ******************************************************************
      * RETURN-CODE: 12 abertura, 8 erro de arquivo ou partidas
      * desbalanceadas (o lote nao pode ser contabilizado), 4 evento
      * sem conta no plano ou de competencia posterior ou invalida
      * (eventos de competencia anterior nao alteram o retorno).
      ******************************************************************
           EVALUATE TRUE
               WHEN AS-ERRO-ABERTURA = 'Y'
                   MOVE 12 TO RETURN-CODE
               WHEN AS-ERRO-ARQUIVO = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN AS-QTDE-DESBALANCEADAS > ZERO OR
                       AS-TOTAL-DEBITOS NOT = AS-TOTAL-CREDITOS
                   DISPLAY 'ERRO: DEBITOS DIFERENTES DOS CREDITOS'
                   MOVE 8 TO RETURN-CODE
               WHEN AS-QTDE-SEM-CONTA > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN AS-QTDE-FORA-COMPET > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZGB09.
