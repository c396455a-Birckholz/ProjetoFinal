       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZGB11.
      ******************************************************************
      * Author: GUILHERME GRUNER BIRCKHOLZ
      * Date:   02/09/2026
      * Purpose: Processamento do arquivo de retorno CNAB 240 da
      *          cobranca (boletos registrados pela remessa do
      *          CBLZGB07). Cada titulo vem em um par de detalhes:
      *          segmento T (nosso numero, vencimento, valor e codigo
      *          de ocorrencia) e segmento U (juros/multa, desconto,
      *          valor pago e datas). Liquidacao gera o recebimento no
      *          arquivo cumulativo lido pelo CBLZGB07 (principal e
      *          juros/multa separados), sem digitacao; baixa e
      *          entrada rejeitada saem no relatorio para o
      *          financeiro. Retorno reprocessado nao duplica
      *          recebimento ja gravado.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RETORNO-COBRANCA ASSIGN TO
           AS-CAMINHO-RETORNO
       FILE STATUS IS AS-STATUS-E1.

       SELECT RECEBIMENTOS ASSIGN TO
           AS-CAMINHO-RECEBIMENTOS
       FILE STATUS IS AS-STATUS-L1.

       SELECT RELATORIO-COBRANCA-S ASSIGN TO
           AS-CAMINHO-REL-COBRANCA-S
       FILE STATUS IS AS-STATUS-S1.


       DATA DIVISION.
       FILE SECTION.

       FD RETORNO-COBRANCA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

      ******************************************************************
      * Layout simplificado da cobranca, no mesmo padrao da remessa:
      * banco(1-3), lote(4-7), tipo de registro(8), sequencial(9-13),
      * segmento(14) e codigo de ocorrencia(16-17). Ocorrencias
      * tratadas: 02 entrada confirmada, 03 entrada rejeitada (motivo
      * nos codigos de rejeicao), 06 liquidacao, 09 baixa e
      * 17 liquidacao apos baixa.
      ******************************************************************
       01 ARQ-RETORNO-COBRANCA             PIC X(240).
       01 FILLER REDEFINES ARQ-RETORNO-COBRANCA.
          05 RET-BANCO                     PIC X(03).
          05 RET-LOTE                      PIC X(04).
          05 RET-TIPO                      PIC X(01).
          05 RET-SEQ                       PIC X(05).
          05 RET-SEGMENTO                  PIC X(01).
          05 FILLER                        PIC X(01).
          05 RET-OCORRENCIA                PIC X(02).
          05 FILLER                        PIC X(223).
       01 FILLER REDEFINES ARQ-RETORNO-COBRANCA.
          05 FILLER                        PIC X(17).
          05 RTT-NOSSO-NUMERO              PIC 9(11).
          05 RTT-DOCUMENTO                 PIC X(15).
          05 RTT-VENCIMENTO                PIC X(08).
          05 RTT-VALOR-TITULO              PIC 9(13)V99.
          05 RTT-MOTIVO                    PIC X(10).
          05 FILLER                        PIC X(164).
       01 FILLER REDEFINES ARQ-RETORNO-COBRANCA.
          05 FILLER                        PIC X(17).
          05 RTU-JUROS-MULTA               PIC 9(13)V99.
          05 RTU-DESCONTO                  PIC 9(13)V99.
          05 RTU-VALOR-PAGO                PIC 9(13)V99.
          05 RTU-DATA-OCORRENCIA           PIC X(08).
          05 RTU-DATA-CREDITO              PIC X(08).
          05 FILLER                        PIC X(162).

      ******************************************************************
      * Mesmo layout de recebimentos do CBLZGB07: REC-VALOR e o
      * principal abatido da fatura e REC-JUROS-MULTA os encargos.
      ******************************************************************
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

       FD RELATORIO-COBRANCA-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RELATORIO-COBRANCA-S         PIC X(200).


       WORKING-STORAGE SECTION.
       01 AS-CAMINHO-RETORNO        PIC X(100) VALUE
          'C:\Users\gui\Downloads\RetornoCobranca.txt'.
       01 AS-CAMINHO-RECEBIMENTOS   PIC X(100) VALUE
          'C:\Users\gui\Downloads\Recebimentos.txt'.
       01 AS-CAMINHO-REL-COBRANCA-S PIC X(100) VALUE
          'C:\Users\gui\Downloads\retorno_cobranca1.txt'.
       01 AS-CAMINHO-ENV            PIC X(100) VALUE SPACES.

       01 AS-STATUS-E1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-L1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S1              PIC 9(02) VALUE ZEROS.
       01 AS-FIM-RET                PIC X(01) VALUE 'N'.
       01 AS-FIM-REC                PIC X(01) VALUE 'N'.
       01 AS-ERRO-ABERTURA          PIC X(01) VALUE 'N'.
       01 AS-ERRO-ARQUIVO           PIC X(01) VALUE 'N'.

      ******************************************************************
      * Recebimentos ja gravados (numero, data e principal): chave de
      * duplicidade para o reprocessamento do mesmo retorno.
      ******************************************************************
       01 AS-REC-MAX                PIC 9(06) VALUE 50000.
       01 AS-REC-QTDE               PIC 9(06) VALUE ZERO.
       01 AS-REC-IDX                PIC 9(06) VALUE ZERO.
       01 AS-REC-ACHOU              PIC X(01) VALUE 'N'.
       01 TAB-REC-CHAVE               PIC X(24) OCCURS 50000 TIMES.

      ******************************************************************
      * Segmento T guardado ate a chegada do segmento U do mesmo
      * titulo.
      ******************************************************************
       01 AS-T-PENDENTE             PIC X(01) VALUE 'N'.
       01 AS-T-OCORRENCIA           PIC X(02) VALUE SPACES.
       01 AS-T-NOSSO-NUMERO         PIC 9(11) VALUE ZERO.
       01 AS-T-VENCIMENTO           PIC X(08) VALUE SPACES.
       01 AS-T-VALOR-TITULO         PIC 9(13)V99 VALUE ZERO.
       01 AS-T-MOTIVO               PIC X(10) VALUE SPACES.

       01 AS-FATURA-NUM             PIC 9(06) VALUE ZERO.
       01 AS-PRINCIPAL              PIC 9(13)V99 VALUE ZERO.
       01 AS-ENCARGOS               PIC 9(13)V99 VALUE ZERO.
       01 AS-VALOR-EDITADO          PIC 9(07).99.
       01 AS-CHAVE-RECEBIMENTO      PIC X(24) VALUE SPACES.

       01 AS-QTDE-CONFIRMADAS       PIC 9(06) VALUE ZERO.
       01 AS-QTDE-REJEITADAS        PIC 9(06) VALUE ZERO.
       01 AS-QTDE-LIQUIDADAS        PIC 9(06) VALUE ZERO.
       01 AS-QTDE-BAIXADAS          PIC 9(06) VALUE ZERO.
       01 AS-QTDE-DUPLICADAS        PIC 9(06) VALUE ZERO.
       01 AS-QTDE-INCONSISTENTES    PIC 9(06) VALUE ZERO.
       01 AS-TOTAL-PRINCIPAL        PIC 9(16)V99 VALUE ZERO.
       01 AS-TOTAL-ENCARGOS         PIC 9(16)V99 VALUE ZERO.

       01 COBRANCA-TITULO.
           05 FILLER PIC X(38) VALUE
              'RETORNO BANCARIO DA COBRANCA (BOLETOS)'.

       01 COBRANCA-DETALHE.
           05 RCD-SITUACAO PIC X(22).
           05 FILLER PIC X(8) VALUE 'Fatura: '.
           05 RCD-FATURA PIC 9(06).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'Vencimento: '.
           05 RCD-VENCIMENTO PIC X(08).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Valor: '.
           05 RCD-VALOR PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'Juros/multa:'.
           05 RCD-ENCARGOS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'Data: '.
           05 RCD-DATA PIC X(08).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'Ocorrencia:'.
           05 RCD-OCORRENCIA PIC X(02).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RCD-MOTIVO PIC X(10).

       01 COBRANCA-RESUMO.
           05 FILLER PIC X(12) VALUE 'Liquidados: '.
           05 RCR-QTDE-LIQUIDADAS PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'Principal: '.
           05 RCR-TOTAL-PRINCIPAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'Juros/multa: '.
           05 RCR-TOTAL-ENCARGOS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'Confirmados: '.
           05 RCR-QTDE-CONFIRMADAS PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'Rejeitados: '.
           05 RCR-QTDE-REJEITADAS PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'Baixados: '.
           05 RCR-QTDE-BAIXADAS PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'Duplicados: '.
           05 RCR-QTDE-DUPLICADAS PIC ZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR        SECTION.
           INICIALIZAR.
           PERFORM CARREGAR-CAMINHOS.

           OPEN INPUT RETORNO-COBRANCA.
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           END-IF

           PERFORM CARREGAR-RECEBIMENTOS.

      ******************************************************************
      * Recebimentos e cumulativo: gravado em EXTEND, criado na
      * primeira execucao (status 35).
      ******************************************************************
           IF AS-ERRO-ABERTURA NOT = 'Y'
               OPEN EXTEND RECEBIMENTOS
               IF AS-STATUS-L1 = 35
                   OPEN OUTPUT RECEBIMENTOS
               END-IF
               IF AS-STATUS-L1 NOT EQUAL ZEROS
                   DISPLAY 'ARQUIVO VAZIO'
                   MOVE 'Y' TO AS-ERRO-ABERTURA
               END-IF
           END-IF

           IF AS-ERRO-ABERTURA = 'Y'
               DISPLAY 'ERRO: FALHA NA ABERTURA, '
                   'NENHUM RECEBIMENTO GRAVADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RELATORIO-COBRANCA-S.

           CARREGAR-CAMINHOS.
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB11_RETORNO"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-RETORNO
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB11_RECEBIMENTOS"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-RECEBIMENTOS
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB11_REL_COBRANCA_S"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-REL-COBRANCA-S
               END-IF.

           CARREGAR-RECEBIMENTOS.
               OPEN INPUT RECEBIMENTOS
               IF AS-STATUS-L1 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-REC
                   PERFORM LER-RECEBIMENTO
                       UNTIL AS-FIM-REC EQUAL 'S'
                   CLOSE RECEBIMENTOS
               ELSE
                   IF AS-STATUS-L1 NOT EQUAL 35
                       DISPLAY 'ARQUIVO VAZIO'
                       MOVE 'Y' TO AS-ERRO-ABERTURA
                   END-IF
               END-IF.

           LER-RECEBIMENTO.
               READ RECEBIMENTOS
               AT END
                   MOVE 'S' TO AS-FIM-REC
               NOT AT END
                   IF AS-REC-QTDE >= AS-REC-MAX
                       DISPLAY 'ERRO: LIMITE DE ' AS-REC-MAX
                           ' RECEBIMENTOS EXCEDIDO'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO AS-REC-QTDE
                   MOVE ARQ-RECEBIMENTO(1:24) TO
                       TAB-REC-CHAVE(AS-REC-QTDE)
               END-READ
               IF AS-STATUS-L1 NOT EQUAL ZEROS AND
                       AS-STATUS-L1 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-REC
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

       1000-INICIALIZAR-FIM.
           EXIT.

       2000-PROCESSAR          SECTION.

           MOVE COBRANCA-TITULO TO ARQ-RELATORIO-COBRANCA-S.
           WRITE ARQ-RELATORIO-COBRANCA-S.
           PERFORM LER-RETORNO      UNTIL AS-FIM-RET EQUAL 'S'.
           IF AS-T-PENDENTE = 'Y'
               PERFORM REGISTRAR-T-SEM-U
           END-IF
           PERFORM GRAVAR-RESUMO-COBRANCA.

       2000-PROCESSAR-FIM.
           EXIT.

       2100-PROCESSAR-RETORNO SECTION.
           LER-RETORNO.
               READ RETORNO-COBRANCA
               AT END
                   MOVE 'S' TO AS-FIM-RET
               NOT AT END
                   PERFORM CLASSIFICAR-RETORNO
               END-READ
               IF AS-STATUS-E1 NOT EQUAL ZEROS AND
                       AS-STATUS-E1 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-RET
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

      ******************************************************************
      * So os detalhes T e U interessam; headers e trailers do retorno
      * sao ignorados. O segmento T e guardado e o titulo e tratado
      * quando chega o U; T seguido de outro T sai como inconsistente.
      ******************************************************************
           CLASSIFICAR-RETORNO.
               IF RET-TIPO = '3'
                   EVALUATE RET-SEGMENTO
                       WHEN 'T'
                           IF AS-T-PENDENTE = 'Y'
                               PERFORM REGISTRAR-T-SEM-U
                           END-IF
                           PERFORM GUARDAR-SEGMENTO-T
                       WHEN 'U'
                           IF AS-T-PENDENTE = 'Y'
                               PERFORM TRATAR-OCORRENCIA
                               MOVE 'N' TO AS-T-PENDENTE
                           END-IF
                   END-EVALUATE
               END-IF.

           GUARDAR-SEGMENTO-T.
               MOVE 'Y' TO AS-T-PENDENTE
               MOVE RET-OCORRENCIA TO AS-T-OCORRENCIA
               MOVE ZERO TO AS-T-NOSSO-NUMERO
               IF RTT-NOSSO-NUMERO IS NUMERIC
                   MOVE RTT-NOSSO-NUMERO TO AS-T-NOSSO-NUMERO
               END-IF
               MOVE RTT-VENCIMENTO TO AS-T-VENCIMENTO
               MOVE ZERO TO AS-T-VALOR-TITULO
               IF RTT-VALOR-TITULO IS NUMERIC
                   MOVE RTT-VALOR-TITULO TO AS-T-VALOR-TITULO
               END-IF
               MOVE RTT-MOTIVO TO AS-T-MOTIVO.

           REGISTRAR-T-SEM-U.
               ADD 1 TO AS-QTDE-INCONSISTENTES
               MOVE 'SEGMENTO U AUSENTE' TO RCD-SITUACAO
               MOVE AS-T-NOSSO-NUMERO TO AS-FATURA-NUM
               MOVE AS-T-VALOR-TITULO TO AS-PRINCIPAL
               MOVE ZERO TO AS-ENCARGOS
               MOVE SPACES TO RCD-DATA
               PERFORM GRAVAR-DETALHE-COBRANCA
               MOVE 'N' TO AS-T-PENDENTE.

           TRATAR-OCORRENCIA.
               MOVE AS-T-NOSSO-NUMERO TO AS-FATURA-NUM
               MOVE AS-T-VALOR-TITULO TO AS-PRINCIPAL
               MOVE ZERO TO AS-ENCARGOS
               MOVE RTU-DATA-OCORRENCIA TO RCD-DATA
               EVALUATE AS-T-OCORRENCIA
                   WHEN '02'
                       ADD 1 TO AS-QTDE-CONFIRMADAS
                   WHEN '03'
                       ADD 1 TO AS-QTDE-REJEITADAS
                       MOVE 'ENTRADA REJEITADA' TO RCD-SITUACAO
                       PERFORM GRAVAR-DETALHE-COBRANCA
                   WHEN '06'
                   WHEN '17'
                       PERFORM LIQUIDAR-TITULO
                   WHEN '09'
                       ADD 1 TO AS-QTDE-BAIXADAS
                       MOVE 'BAIXADO SEM PAGAMENTO' TO RCD-SITUACAO
                       PERFORM GRAVAR-DETALHE-COBRANCA
                   WHEN OTHER
                       ADD 1 TO AS-QTDE-INCONSISTENTES
                       MOVE 'OCORRENCIA NAO TRATADA' TO RCD-SITUACAO
                       PERFORM GRAVAR-DETALHE-COBRANCA
               END-EVALUATE.

      ******************************************************************
      * Liquidacao: o valor pago inclui juros/multa e ja vem liquido
      * do desconto; o principal abatido da fatura e o pago menos os
      * encargos. A data do recebimento e a da ocorrencia (pagamento
      * pelo sacado). Mesmo numero, data e principal ja gravados nao
      * entram de novo. Principal ou encargos acima do campo do
      * recebimento (9.999.999,99) sao recusados, nunca truncados.
      ******************************************************************
           LIQUIDAR-TITULO.
               IF RTU-JUROS-MULTA IS NUMERIC
                   MOVE RTU-JUROS-MULTA TO AS-ENCARGOS
               END-IF
               IF RTU-VALOR-PAGO IS NOT NUMERIC OR
                       AS-T-NOSSO-NUMERO = ZERO OR
                       AS-T-NOSSO-NUMERO > 999999 OR
                       RTU-VALOR-PAGO < AS-ENCARGOS OR
                       RTU-VALOR-PAGO - AS-ENCARGOS > 9999999.99 OR
                       AS-ENCARGOS > 9999999.99
                   ADD 1 TO AS-QTDE-INCONSISTENTES
                   MOVE 'LIQUIDACAO INVALIDA' TO RCD-SITUACAO
                   PERFORM GRAVAR-DETALHE-COBRANCA
               ELSE
                   COMPUTE AS-PRINCIPAL =
                       RTU-VALOR-PAGO - AS-ENCARGOS
                   MOVE SPACES TO ARQ-RECEBIMENTO
                   MOVE AS-FATURA-NUM TO REC-NUMERO
                   MOVE RTU-DATA-OCORRENCIA TO REC-DATA
                   MOVE AS-PRINCIPAL TO AS-VALOR-EDITADO
                   MOVE AS-VALOR-EDITADO TO REC-VALOR
                   MOVE AS-ENCARGOS TO AS-VALOR-EDITADO
                   MOVE AS-VALOR-EDITADO TO REC-JUROS-MULTA
                   MOVE ARQ-RECEBIMENTO(1:24) TO AS-CHAVE-RECEBIMENTO
                   PERFORM PROCURAR-RECEBIMENTO
                   IF AS-REC-ACHOU = 'Y'
                       ADD 1 TO AS-QTDE-DUPLICADAS
                       MOVE 'JA REGISTRADO' TO RCD-SITUACAO
                       PERFORM GRAVAR-DETALHE-COBRANCA
                   ELSE
                       PERFORM GRAVAR-RECEBIMENTO
                   END-IF
               END-IF.

           PROCURAR-RECEBIMENTO.
               MOVE 'N' TO AS-REC-ACHOU
               PERFORM VARYING AS-REC-IDX FROM 1 BY 1
                       UNTIL AS-REC-IDX > AS-REC-QTDE
                           OR AS-REC-ACHOU = 'Y'
                   IF TAB-REC-CHAVE(AS-REC-IDX) = AS-CHAVE-RECEBIMENTO
                       MOVE 'Y' TO AS-REC-ACHOU
                   END-IF
               END-PERFORM.

           GRAVAR-RECEBIMENTO.
               WRITE ARQ-RECEBIMENTO
               IF AS-STATUS-L1 NOT EQUAL ZEROS
                   MOVE 'S' TO AS-FIM-RET
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               ELSE
                   IF AS-REC-QTDE >= AS-REC-MAX
                       DISPLAY 'ERRO: LIMITE DE ' AS-REC-MAX
                           ' RECEBIMENTOS EXCEDIDO'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO AS-REC-QTDE
                   MOVE AS-CHAVE-RECEBIMENTO TO
                       TAB-REC-CHAVE(AS-REC-QTDE)
                   ADD 1 TO AS-QTDE-LIQUIDADAS
                   ADD AS-PRINCIPAL TO AS-TOTAL-PRINCIPAL
                   ADD AS-ENCARGOS TO AS-TOTAL-ENCARGOS
                   MOVE 'LIQUIDADO' TO RCD-SITUACAO
                   PERFORM GRAVAR-DETALHE-COBRANCA
               END-IF.

           GRAVAR-DETALHE-COBRANCA.
               MOVE AS-FATURA-NUM TO RCD-FATURA
               MOVE AS-T-VENCIMENTO TO RCD-VENCIMENTO
               MOVE AS-PRINCIPAL TO RCD-VALOR
               MOVE AS-ENCARGOS TO RCD-ENCARGOS
               MOVE AS-T-OCORRENCIA TO RCD-OCORRENCIA
               MOVE SPACES TO RCD-MOTIVO
               IF AS-T-OCORRENCIA = '03'
                   MOVE AS-T-MOTIVO TO RCD-MOTIVO
               END-IF
               MOVE COBRANCA-DETALHE TO ARQ-RELATORIO-COBRANCA-S
               WRITE ARQ-RELATORIO-COBRANCA-S.

           GRAVAR-RESUMO-COBRANCA.
               MOVE AS-QTDE-LIQUIDADAS TO RCR-QTDE-LIQUIDADAS
               MOVE AS-TOTAL-PRINCIPAL TO RCR-TOTAL-PRINCIPAL
               MOVE AS-TOTAL-ENCARGOS TO RCR-TOTAL-ENCARGOS
               MOVE AS-QTDE-CONFIRMADAS TO RCR-QTDE-CONFIRMADAS
               MOVE AS-QTDE-REJEITADAS TO RCR-QTDE-REJEITADAS
               MOVE AS-QTDE-BAIXADAS TO RCR-QTDE-BAIXADAS
               MOVE AS-QTDE-DUPLICADAS TO RCR-QTDE-DUPLICADAS
               MOVE COBRANCA-RESUMO TO ARQ-RELATORIO-COBRANCA-S
               WRITE ARQ-RELATORIO-COBRANCA-S.

       2100-PROCESSAR-RETORNO-FIM.
           EXIT.

       3000-FINALIZAR          SECTION.

           CLOSE RETORNO-COBRANCA.
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-E1
           END-IF

           CLOSE RECEBIMENTOS.
           IF AS-STATUS-L1 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-L1
           END-IF

           CLOSE RELATORIO-COBRANCA-S.
           IF AS-STATUS-S1 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S1
           END-IF

      ******************************************************************
      * RETURN-CODE: 12 abertura, 8 erro de arquivo, 4 entrada
      * rejeitada ou detalhe inconsistente para o financeiro conferir
      * antes de rodar o faturamento.
      ******************************************************************
           EVALUATE TRUE
               WHEN AS-ERRO-ABERTURA = 'Y'
                   MOVE 12 TO RETURN-CODE
               WHEN AS-ERRO-ARQUIVO = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN AS-QTDE-REJEITADAS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN AS-QTDE-INCONSISTENTES > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZGB11.
