      *          o relatorio de aging por cliente classifica cada
      *          fatura em aberta, parcial ou paga e, quando vencida,
      *          por faixa de atraso no estilo do acompanhamento de
      *          entregas. Faturas emitidas e recebimentos baixados
      *          saem tambem como eventos contabeis por cliente para
      *          os lancamentos do CBLZGB09. Cada fatura nova e
      *          registrada no banco como boleto pela remessa de
      *          cobranca CNAB 240 (segmentos P e Q); o retorno da
      *          cobranca e convertido em recebimentos pelo CBLZGB11,
      *          com juros/multa pagos em campo proprio. A tabela de
      *          regras de retencao (tipo de cliente - J com CNPJ, F
      *          sem - e servico = departamento do projeto) calcula
      *          ISS, IRRF, PIS, COFINS e CSLL retidos na fonte; a
      *          fatura mostra bruto, retencoes e liquido, o boleto e
      *          o aging usam o liquido e o registro cumulativo de
      *          retencoes alimenta o livro mensal por cliente.
      *          Recebimento contabilizado fica no registro cumulativo
      *          de recebimentos contabilizados e nao gera evento de
      *          novo nas execucoes seguintes. O arquivo de eventos e
      *          cumulativo (o CBLZGB09 separa por competencia) e o
      *          recebimento entra na competencia da execucao.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           AS-CAMINHO-REL-AGING-S
       FILE STATUS IS AS-STATUS-S2.

       SELECT EVENTOS-CONTABEIS-S ASSIGN TO
           AS-CAMINHO-EVENTOS-S
       FILE STATUS IS AS-STATUS-S3.

       SELECT REMESSA-COBRANCA-S ASSIGN TO
           AS-CAMINHO-REMESSA-S
       FILE STATUS IS AS-STATUS-S4.

       SELECT REGRAS-RETENCAO ASSIGN TO
           AS-CAMINHO-REGRAS-RET
       FILE STATUS IS AS-STATUS-E6.

       SELECT RETENCOES-REG ASSIGN TO
           AS-CAMINHO-RETENCOES-REG
       FILE STATUS IS AS-STATUS-E7.

       SELECT LIVRO-RETENCOES-S ASSIGN TO
           AS-CAMINHO-LIVRO-RET-S
       FILE STATUS IS AS-STATUS-S5.

       SELECT RECEB-CONTABILIZADOS ASSIGN TO
           AS-CAMINHO-REC-CONTAB
       FILE STATUS IS AS-STATUS-E8.


       DATA DIVISION.
       FILE SECTION.
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

       FD FATURAS-REG
          RECORDING MODE IS F
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

      ******************************************************************
      * REC-VALOR e o principal abatido da fatura; REC-JUROS-MULTA sao
      * os encargos pagos alem do principal (boleto liquidado apos o
      * vencimento). Recebimento digitado deixa os encargos em branco.
      ******************************************************************
       01 ARQ-RECEBIMENTO                  PIC X(44).
       01 FILLER REDEFINES ARQ-RECEBIMENTO.
          05 REC-NUMERO                    PIC X(06).
          05 REC-DATA                      PIC X(08).
          05 REC-VALOR                     PIC X(10).
          05 REC-JUROS-MULTA               PIC X(10).
          05 FILLER                        PIC X(10).

       FD STATUSPROJETO
          RECORDING MODE IS F

       01 ARQ-RELATORIO-AGING-S            PIC X(200).

      ******************************************************************
      * Mesmo layout de evento contabil do CBLZGB04: FATU na emissao,
      * RECB na baixa e ENCR para juros/multa recebidos, com o cliente
      * que escolhe a conta no plano.
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

       FD REMESSA-COBRANCA-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-REMESSA-COBRANCA-S           PIC X(240).

      ******************************************************************
      * Regras de retencao na fonte: tipo de cliente (J = CNPJ
      * preenchido, F = sem CNPJ, branco = qualquer), servico (ID do
      * departamento executor do projeto, branco = qualquer), tributo
      * (ISS, IRRF, PIS, COFINS ou CSLL), aliquota em percentual e
      * valor minimo de retencao (abaixo dele o tributo nao e retido).
      * Vale a regra mais especifica: servico pesa mais que tipo.
      ******************************************************************
       FD REGRAS-RETENCAO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-REGRA-RETENCAO               PIC X(40).
       01 FILLER REDEFINES ARQ-REGRA-RETENCAO.
          05 TRB-TIPO-CLIENTE              PIC X(01).
          05 TRB-SERVICO                   PIC X(05).
          05 TRB-TRIBUTO                   PIC X(06).
          05 TRB-ALIQUOTA                  PIC X(08).
          05 TRB-MINIMO                    PIC X(10).
          05 FILLER                        PIC X(10).

      ******************************************************************
      * Registro cumulativo de retencoes, um por fatura emitida, na
      * ordem ISS, IRRF, PIS, COFINS, CSLL. Fatura sem registro aqui
      * (emitida antes das regras) vale pelo bruto.
      ******************************************************************
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

       FD LIVRO-RETENCOES-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-LIVRO-RETENCOES-S            PIC X(200).

      ******************************************************************
      * Registro cumulativo dos recebimentos ja contabilizados, pela
      * mesma chave de duplicidade do CBLZGB11 (numero da fatura, data
      * e principal = primeiros 24 bytes do recebimento), com a data
      * da execucao que gerou o RECB/ENCR.
      ******************************************************************
       FD RECEB-CONTABILIZADOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-REC-CONTABILIZADO            PIC X(40).
       01 FILLER REDEFINES ARQ-REC-CONTABILIZADO.
          05 RCT-CHAVE                     PIC X(24).
          05 RCT-DATA-CONTABIL             PIC X(08).
          05 FILLER                        PIC X(08).


       WORKING-STORAGE SECTION.
       01 AS-CAMINHO-PROJETOS-M     PIC X(100) VALUE
          'C:\Users\gui\Downloads\faturas_emitidas1.txt'.
       01 AS-CAMINHO-REL-AGING-S    PIC X(100) VALUE
          'C:\Users\gui\Downloads\contas_receber1.txt'.
       01 AS-CAMINHO-EVENTOS-S      PIC X(100) VALUE
          'C:\Users\gui\Downloads\eventos_faturamento1.txt'.
       01 AS-CAMINHO-REMESSA-S      PIC X(100) VALUE
          'C:\Users\gui\Downloads\remessa_cobranca1.txt'.
       01 AS-CAMINHO-REGRAS-RET     PIC X(100) VALUE
          'C:\Users\gui\Downloads\RegrasRetencao.txt'.
       01 AS-CAMINHO-RETENCOES-REG  PIC X(100) VALUE
          'C:\Users\gui\Downloads\Retencoes.txt'.
       01 AS-CAMINHO-LIVRO-RET-S    PIC X(100) VALUE
          'C:\Users\gui\Downloads\livro_retencoes1.txt'.
       01 AS-CAMINHO-REC-CONTAB     PIC X(100) VALUE
          'C:\Users\gui\Downloads\RecebimentosContabilizados.txt'.
       01 AS-CAMINHO-ENV            PIC X(100) VALUE SPACES.

       01 AS-STATUS-E1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E5              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S2              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S3              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S4              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S5              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E6              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E7              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E8              PIC 9(02) VALUE ZEROS.
       01 AS-FIM-REGRA              PIC X(01) VALUE 'N'.
       01 AS-FIM-RETENCAO           PIC X(01) VALUE 'N'.
       01 AS-FIM-REG                PIC X(01) VALUE 'N'.
       01 AS-FIM-STATUS-PROJ        PIC X(01) VALUE 'N'.

                                       VALUE ZERO.
       01 TAB-FAT-NOVA                PIC X(01) OCCURS 20000 TIMES
                                       VALUE 'N'.
       01 TAB-FAT-LIQUIDO             PIC 9(08)V99 OCCURS 20000 TIMES
                                       VALUE ZERO.
       01 TAB-FAT-COMPET              PIC X(06) OCCURS 20000 TIMES.
       01 TAB-FAT-RETENCOES           OCCURS 20000 TIMES.
           05 TAB-FAT-RET             PIC 9(08)V99 OCCURS 5 TIMES.
       01 TAB-PROJ-FATURADO           PIC X(01) OCCURS 99999 TIMES
                                       VALUE 'N'.
       01 TAB-CLI-TEM-FATURA          PIC X(01) OCCURS 99999 TIMES
       01 AS-SALDO-FATURA           PIC S9(09)V99 VALUE ZERO.
       01 AS-TOTAL-ABERTO-CLI       PIC S9(11)V99 VALUE ZERO.
       01 AS-QTDE-EMITIDAS          PIC 9(06) VALUE ZERO.
       01 AS-CHAVE-EVENTO           PIC 9(05) VALUE ZERO.
       01 AS-VALOR-ENCARGOS         PIC 9(09)V99 VALUE ZERO.

      ******************************************************************
      * Recebimentos ja contabilizados em execucoes anteriores: so o
      * recebimento fora desta tabela gera RECB/ENCR, e cada um que
      * gera evento entra no registro junto com o evento, como a
      * fatura emitida no registro de faturas. Sem o registro
      * (AS-RCT-DISPONIVEL = 'N') o recebimento baixa a fatura mas
      * nao gera evento; fica para a proxima execucao.
      ******************************************************************
       01 AS-RCT-MAX                PIC 9(05) VALUE 50000.
       01 AS-RCT-QTDE               PIC 9(05) VALUE ZERO.
       01 AS-RCT-IDX                PIC 9(05) VALUE ZERO.
       01 AS-RCT-ACHOU              PIC X(01) VALUE 'N'.
       01 AS-FIM-RCT                PIC X(01) VALUE 'N'.
       01 AS-RCT-DISPONIVEL         PIC X(01) VALUE 'N'.
       01 TAB-RCT-CHAVE               PIC X(24) OCCURS 50000 TIMES.

      ******************************************************************
      * Tributos retidos na fonte, na ordem do registro de retencoes,
      * com o evento contabil de cada retencao (debito do tributo a
      * compensar contra o cliente no plano de contas).
      ******************************************************************
       01 TAB-TRIBUTOS-VALORES.
           05 FILLER PIC X(10) VALUE 'ISS   RISS'.
           05 FILLER PIC X(10) VALUE 'IRRF  RIRF'.
           05 FILLER PIC X(10) VALUE 'PIS   RPIS'.
           05 FILLER PIC X(10) VALUE 'COFINSRCOF'.
           05 FILLER PIC X(10) VALUE 'CSLL  RCSL'.
       01 FILLER REDEFINES TAB-TRIBUTOS-VALORES.
           05 TAB-TRIBUTO OCCURS 5 TIMES.
              10 TAB-TRIB-NOME PIC X(06).
              10 TAB-TRIB-EVENTO PIC X(04).
       01 AS-TRIB-QTDE              PIC 9(01) VALUE 5.
       01 AS-TRIB-IDX               PIC 9(01) VALUE ZERO.

       01 AS-REG-MAX                PIC 9(03) VALUE 200.
       01 AS-REG-QTDE               PIC 9(03) VALUE ZERO.
       01 AS-REG-IDX                PIC 9(03) VALUE ZERO.
       01 TAB-REG-TIPO-CLIENTE        PIC X(01) OCCURS 200 TIMES.
       01 TAB-REG-SERVICO             PIC X(05) OCCURS 200 TIMES.
       01 TAB-REG-TRIBUTO             PIC X(06) OCCURS 200 TIMES.
       01 TAB-REG-ALIQUOTA            PIC 9(03)V9(04) OCCURS 200 TIMES.
       01 TAB-REG-MINIMO              PIC 9(08)V99 OCCURS 200 TIMES.
       01 AS-REG-PONTOS             PIC 9(01) VALUE ZERO.
       01 AS-REG-MELHOR             PIC 9(01) VALUE ZERO.
       01 AS-ALIQ-APLICADA          PIC 9(03)V9(04) VALUE ZERO.
       01 AS-MINIMO-APLICADO        PIC 9(08)V99 VALUE ZERO.
       01 AS-TIPO-CLIENTE           PIC X(01) VALUE SPACES.
       01 AS-CLI-ACHOU              PIC X(01) VALUE 'N'.
       01 AS-RETENCAO               PIC 9(08)V99 VALUE ZERO.
       01 AS-TOTAL-RETIDO           PIC 9(09)V99 VALUE ZERO.

      ******************************************************************
      * Livro mensal de retencoes: competencia AAAAMM do ambiente,
      * padrao o mes da execucao. Totais por cliente e geral.
      ******************************************************************
       01 AS-COMPETENCIA-LIVRO      PIC X(06) VALUE SPACES.
       01 AS-LIV-TEM-LINHA          PIC X(01) VALUE 'N'.
       01 AS-LIV-BRUTO-CLI          PIC 9(11)V99 VALUE ZERO.
       01 AS-LIV-LIQUIDO-CLI        PIC 9(11)V99 VALUE ZERO.
       01 AS-LIV-BRUTO-GERAL        PIC 9(11)V99 VALUE ZERO.
       01 AS-LIV-LIQUIDO-GERAL      PIC 9(11)V99 VALUE ZERO.
       01 AS-LIV-RET-CLI            PIC 9(11)V99 OCCURS 5 TIMES.
       01 AS-LIV-RET-GERAL          PIC 9(11)V99 OCCURS 5 TIMES.

      ******************************************************************
      * Remessa de cobranca CNAB 240 no mesmo formato simplificado da
      * remessa de folha do CBLZGB04: header de arquivo e de lote
      * (operacao R, servico 01 = cobranca), um par de detalhes por
      * fatura nova - segmento P com o titulo (nosso numero = numero
      * da fatura, vencimento, valor, percentuais de juros ao mes e de
      * multa) e segmento Q com o sacado (CPF ou CNPJ, nome e
      * endereco do mestre de clientes) - e os trailers. Movimento 01
      * e entrada de titulo.
      ******************************************************************
       01 AS-BANCO-CNAB             PIC X(03) VALUE '001'.
       01 AS-EMPRESA-CNAB           PIC X(30) VALUE SPACES.
       01 AS-TAXA-ENTRADA           PIC X(06) VALUE SPACES.
       01 AS-JUROS-MES              PIC 9(03)V99 VALUE 1.
       01 AS-MULTA-PERC             PIC 9(03)V99 VALUE 2.
       01 AS-HORA-EXECUCAO          PIC X(08) VALUE SPACES.
       01 AS-CNAB-SEQ               PIC 9(05) VALUE ZERO.
       01 AS-CNAB-QTDE-DET          PIC 9(06) VALUE ZERO.
       01 AS-CNAB-QTDE-TOTAL        PIC 9(06) VALUE ZERO.
       01 AS-CNAB-SOMA              PIC 9(16)V99 VALUE ZERO.

       01 CNAB-HEADER-ARQ.
           05 CHA-BANCO PIC X(03).
           05 FILLER PIC X(04) VALUE '0000'.
           05 FILLER PIC X(01) VALUE '0'.
           05 FILLER PIC X(09) VALUE SPACES.
           05 CHA-EMPRESA PIC X(30).
           05 CHA-DATA PIC X(08).
           05 CHA-HORA PIC X(06).
           05 FILLER PIC X(179) VALUE SPACES.

       01 CNAB-HEADER-LOTE.
           05 CHL-BANCO PIC X(03).
           05 FILLER PIC X(04) VALUE '0001'.
           05 FILLER PIC X(01) VALUE '1'.
           05 FILLER PIC X(01) VALUE 'R'.
           05 FILLER PIC X(02) VALUE '01'.
           05 FILLER PIC X(229) VALUE SPACES.

       01 CNAB-SEG-P.
           05 CNP-BANCO PIC X(03).
           05 FILLER PIC X(04) VALUE '0001'.
           05 FILLER PIC X(01) VALUE '3'.
           05 CNP-SEQ PIC 9(05).
           05 FILLER PIC X(01) VALUE 'P'.
           05 FILLER PIC X(01) VALUE SPACES.
           05 CNP-MOVIMENTO PIC X(02) VALUE '01'.
           05 CNP-NOSSO-NUMERO PIC 9(11).
           05 CNP-DOCUMENTO PIC X(15).
           05 CNP-VENCIMENTO PIC X(08).
           05 CNP-VALOR PIC 9(13)V99.
           05 CNP-EMISSAO PIC X(08).
           05 CNP-JUROS-MES PIC 9(03)V99.
           05 CNP-MULTA PIC 9(03)V99.
           05 FILLER PIC X(156) VALUE SPACES.

       01 CNAB-SEG-Q.
           05 CNQ-BANCO PIC X(03).
           05 FILLER PIC X(04) VALUE '0001'.
           05 FILLER PIC X(01) VALUE '3'.
           05 CNQ-SEQ PIC 9(05).
           05 FILLER PIC X(01) VALUE 'Q'.
           05 FILLER PIC X(01) VALUE SPACES.
           05 CNQ-MOVIMENTO PIC X(02) VALUE '01'.
           05 CNQ-TIPO-INSCRICAO PIC X(01).
           05 CNQ-INSCRICAO PIC X(18).
           05 CNQ-NOME PIC X(40).
           05 CNQ-ENDERECO PIC X(100).
           05 FILLER PIC X(64) VALUE SPACES.

       01 CNAB-TRAILER-LOTE.
           05 CTL-BANCO PIC X(03).
           05 FILLER PIC X(04) VALUE '0001'.
           05 FILLER PIC X(01) VALUE '5'.
           05 FILLER PIC X(09) VALUE SPACES.
           05 CTL-QTDE-REGISTROS PIC 9(06).
           05 CTL-SOMA-VALOR PIC 9(16)V99.
           05 FILLER PIC X(199) VALUE SPACES.

       01 CNAB-TRAILER-ARQ.
           05 CTA-BANCO PIC X(03).
           05 FILLER PIC X(04) VALUE '9999'.
           05 FILLER PIC X(01) VALUE '9'.
           05 FILLER PIC X(09) VALUE SPACES.
           05 CTA-QTDE-LOTES PIC 9(06) VALUE 1.
           05 CTA-QTDE-REGISTROS PIC 9(06).
           05 FILLER PIC X(211) VALUE SPACES.

       01 FATURAS-TITULO.
           05 FILLER PIC X(26) VALUE
           05 FILLER PIC X(12) VALUE 'Vencimento: '.
           05 FAT-DET-VENC PIC X(08).

       01 FATURAS-RETENCOES.
           05 FILLER PIC X(11) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Bruto: '.
           05 FRT-BRUTO PIC ZZZ,ZZZ,ZZ9.99.
           05 FRT-TRIBUTO OCCURS 5 TIMES.
              10 FILLER PIC X(3) VALUE SPACES.
              10 FRT-NOME PIC X(06).
              10 FILLER PIC X(2) VALUE ': '.
              10 FRT-VALOR PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'Liquido: '.
           05 FRT-LIQUIDO PIC ZZZ,ZZZ,ZZ9.99.

       01 AGING-TITULO.
           05 FILLER PIC X(42) VALUE
              'CONTAS A RECEBER - AGING POR CLIENTE'.
           05 FILLER PIC X(11) VALUE '   Fatura: '.
           05 AGI-NUMERO PIC 9(06).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Bruto: '.
           05 AGI-BRUTO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'Liquido: '.
           05 AGI-VALOR PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'Pago: '.
           05 FILLER PIC X(7) VALUE 'Valor: '.
           05 AGI-ORF-VALOR PIC X(10).

       01 LIVRO-TITULO.
           05 FILLER PIC X(43) VALUE
              'LIVRO DE RETENCOES NA FONTE - COMPETENCIA: '.
           05 LIV-TIT-COMPETENCIA PIC X(06).

       01 LIVRO-CABECALHO.
           05 FILLER PIC X(9) VALUE 'Cliente: '.
           05 LIV-CLI-NOME PIC X(100).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'CNPJ: '.
           05 LIV-CLI-CNPJ PIC X(18).

       01 LIVRO-LINHA.
           05 LIV-ROTULO PIC X(11).
           05 LIV-NUMERO PIC X(06).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Bruto: '.
           05 LIV-BRUTO PIC ZZZ,ZZZ,ZZ9.99.
           05 LIV-TRIBUTO OCCURS 5 TIMES.
              10 FILLER PIC X(3) VALUE SPACES.
              10 LIV-NOME PIC X(06).
              10 FILLER PIC X(2) VALUE ': '.
              10 LIV-VALOR PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'Liquido: '.
           05 LIV-LIQUIDO PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           PERFORM 2000-PROCESSAR.
       1000-INICIALIZAR        SECTION.
           INICIALIZAR.
           ACCEPT AS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT AS-HORA-EXECUCAO FROM TIME.
           PERFORM CARREGAR-CAMINHOS.
           PERFORM CARREGAR-PRAZO.
           PERFORM CARREGAR-PARAMETROS-CNAB.
           MOVE AS-DATA-EXECUCAO TO AS-DATA-NUM.
           COMPUTE AS-DIAS-EXECUCAO =
               FUNCTION INTEGER-OF-DATE(AS-DATA-NUM).

           OPEN OUTPUT FATURAS-S.
           OPEN OUTPUT RELATORIO-AGING-S.
           OPEN EXTEND EVENTOS-CONTABEIS-S.
           IF AS-STATUS-S3 EQUAL 35
               OPEN OUTPUT EVENTOS-CONTABEIS-S
           END-IF
           OPEN OUTPUT REMESSA-COBRANCA-S.
           OPEN OUTPUT LIVRO-RETENCOES-S.
           MOVE AGING-TITULO TO ARQ-RELATORIO-AGING-S.
           WRITE ARQ-RELATORIO-AGING-S.
           PERFORM GRAVAR-CABECALHOS-CNAB.
           PERFORM CARREGAR-STATUS-PROJETO.
           PERFORM CARREGAR-REGRAS-RETENCAO.

           CARREGAR-STATUS-PROJETO.
               OPEN INPUT STATUSPROJETO
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

      ******************************************************************
      * Regras de retencao (opcional): sem o arquivo nenhuma fatura
      * tem retencao e o liquido e igual ao bruto.
      ******************************************************************
           CARREGAR-REGRAS-RETENCAO.
               OPEN INPUT REGRAS-RETENCAO
               IF AS-STATUS-E6 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-REGRA
                   PERFORM LER-REGRA-RETENCAO
                       UNTIL AS-FIM-REGRA EQUAL 'S'
                   CLOSE REGRAS-RETENCAO
               END-IF.

           LER-REGRA-RETENCAO.
               READ REGRAS-RETENCAO
               AT END
                   MOVE 'S' TO AS-FIM-REGRA
               NOT AT END
                   IF TRB-TRIBUTO NOT = SPACES
                       IF AS-REG-QTDE >= AS-REG-MAX
                           DISPLAY 'ERRO: LIMITE DE ' AS-REG-MAX
                               ' REGRAS DE RETENCAO EXCEDIDO'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO AS-REG-QTDE
                       MOVE FUNCTION UPPER-CASE(TRB-TIPO-CLIENTE) TO
                           TAB-REG-TIPO-CLIENTE(AS-REG-QTDE)
                       MOVE TRB-SERVICO TO TAB-REG-SERVICO(AS-REG-QTDE)
                       MOVE FUNCTION UPPER-CASE(TRB-TRIBUTO) TO
                           TAB-REG-TRIBUTO(AS-REG-QTDE)
                       COMPUTE TAB-REG-ALIQUOTA(AS-REG-QTDE) =
                           FUNCTION NUMVAL(TRB-ALIQUOTA)
                       MOVE ZERO TO TAB-REG-MINIMO(AS-REG-QTDE)
                       IF TRB-MINIMO NOT = SPACES
                           COMPUTE TAB-REG-MINIMO(AS-REG-QTDE) =
                               FUNCTION NUMVAL(TRB-MINIMO)
                       END-IF
                   END-IF
               END-READ
               IF AS-STATUS-E6 NOT EQUAL ZEROS AND
                       AS-STATUS-E6 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-REGRA
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           CARREGAR-CAMINHOS.
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB07_PROJETOS"
                   "CBLZGB07_REL_AGING_S"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-REL-AGING-S
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB07_EVENTOS_S"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-EVENTOS-S
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB07_REMESSA_S"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-REMESSA-S
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB07_REGRAS_RETENCAO"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-REGRAS-RET
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB07_RETENCOES"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-RETENCOES-REG
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB07_LIVRO_RETENCOES_S"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-LIVRO-RET-S
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB07_REC_CONTABILIZADOS"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-REC-CONTAB
               END-IF
               MOVE AS-DATA-EXECUCAO(1:6) TO AS-COMPETENCIA-LIVRO
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB07_COMPETENCIA"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV(1:6) TO AS-COMPETENCIA-LIVRO
               END-IF.

           CARREGAR-PRAZO.
                       FUNCTION NUMVAL(AS-PRAZO-ENTRADA)
               END-IF.

           CARREGAR-PARAMETROS-CNAB.
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB07_BANCO"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV(1:3) TO AS-BANCO-CNAB
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB07_EMPRESA"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV(1:30) TO AS-EMPRESA-CNAB
               END-IF
               ACCEPT AS-TAXA-ENTRADA FROM ENVIRONMENT
                   "CBLZGB07_JUROS_MES"
               IF AS-TAXA-ENTRADA NOT = SPACES
                   COMPUTE AS-JUROS-MES =
                       FUNCTION NUMVAL(AS-TAXA-ENTRADA)
               END-IF
               MOVE SPACES TO AS-TAXA-ENTRADA
               ACCEPT AS-TAXA-ENTRADA FROM ENVIRONMENT
                   "CBLZGB07_MULTA"
               IF AS-TAXA-ENTRADA NOT = SPACES
                   COMPUTE AS-MULTA-PERC =
                       FUNCTION NUMVAL(AS-TAXA-ENTRADA)
               END-IF.

           GRAVAR-CABECALHOS-CNAB.
               MOVE AS-BANCO-CNAB TO CHA-BANCO
               MOVE AS-BANCO-CNAB TO CHL-BANCO
               MOVE AS-EMPRESA-CNAB TO CHA-EMPRESA
               MOVE AS-DATA-EXECUCAO TO CHA-DATA
               MOVE AS-HORA-EXECUCAO(1:6) TO CHA-HORA
               MOVE CNAB-HEADER-ARQ TO ARQ-REMESSA-COBRANCA-S
               WRITE ARQ-REMESSA-COBRANCA-S
               MOVE CNAB-HEADER-LOTE TO ARQ-REMESSA-COBRANCA-S
               WRITE ARQ-REMESSA-COBRANCA-S.

       1000-INICIALIZAR-FIM.
           EXIT.

       2000-PROCESSAR          SECTION.

           PERFORM CARREGAR-FATURAS-REGISTRO.
           PERFORM CARREGAR-RETENCOES-REGISTRO.
           PERFORM CARREGAR-RECEB-CONTABILIZADOS.
           PERFORM PROCESSAR-RECEBIMENTOS.
           PERFORM EMITIR-FATURAS.
           PERFORM GRAVAR-FATURAS-EMITIDAS.
           PERFORM GERAR-RELATORIO-AGING.
           PERFORM GERAR-LIVRO-RETENCOES.

       2000-PROCESSAR-FIM.
           EXIT.
               ADD 1 TO AS-FAT-QTDE
               MOVE FAT-NUMERO TO TAB-FAT-NUMERO(AS-FAT-QTDE)
               MOVE FAT-VALOR TO TAB-FAT-VALOR(AS-FAT-QTDE)
               MOVE FAT-VALOR TO TAB-FAT-LIQUIDO(AS-FAT-QTDE)
               MOVE FAT-DATA-EMISSAO(1:6) TO TAB-FAT-COMPET(AS-FAT-QTDE)
               MOVE FAT-DATA-VENCIMENTO TO TAB-FAT-VENC(AS-FAT-QTDE)
               IF FAT-NUMERO > AS-FAT-ULTIMO-NUM
                   MOVE FAT-NUMERO TO AS-FAT-ULTIMO-NUM
                   MOVE 'Y' TO TAB-CLI-TEM-FATURA(AS-IDX)
               END-IF.

      ******************************************************************
      * Registro de retencoes (cumulativo, status 35 na primeira
      * execucao): cada linha substitui o liquido e as retencoes da
      * fatura de mesmo numero ja carregada do registro de faturas.
      ******************************************************************
           CARREGAR-RETENCOES-REGISTRO.
               OPEN INPUT RETENCOES-REG
               IF AS-STATUS-E7 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-RETENCAO
                   PERFORM LER-RETENCAO-REGISTRO
                       UNTIL AS-FIM-RETENCAO EQUAL 'S'
                   CLOSE RETENCOES-REG
               ELSE
                   IF AS-STATUS-E7 NOT EQUAL 35
                       DISPLAY 'ARQUIVO VAZIO'
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

           LER-RETENCAO-REGISTRO.
               READ RETENCOES-REG
               AT END
                   MOVE 'S' TO AS-FIM-RETENCAO
               NOT AT END
                   PERFORM GUARDAR-RETENCAO-REGISTRO
               END-READ
               IF AS-STATUS-E7 NOT EQUAL ZEROS AND
                       AS-STATUS-E7 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-RETENCAO
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           GUARDAR-RETENCAO-REGISTRO.
               MOVE 'N' TO AS-FAT-ACHOU
               PERFORM VARYING AS-FAT-IDX FROM 1 BY 1
                       UNTIL AS-FAT-IDX > AS-FAT-QTDE
                           OR AS-FAT-ACHOU = 'Y'
                   IF TAB-FAT-NUMERO(AS-FAT-IDX) = RTN-NUMERO
                       MOVE 'Y' TO AS-FAT-ACHOU
                       MOVE RTN-VALOR-LIQUIDO TO
                           TAB-FAT-LIQUIDO(AS-FAT-IDX)
                       MOVE RTN-COMPETENCIA TO
                           TAB-FAT-COMPET(AS-FAT-IDX)
                       PERFORM VARYING AS-TRIB-IDX FROM 1 BY 1
                               UNTIL AS-TRIB-IDX > AS-TRIB-QTDE
                           MOVE RTN-RETENCAO(AS-TRIB-IDX) TO
                               TAB-FAT-RET(AS-FAT-IDX, AS-TRIB-IDX)
                       END-PERFORM
                   END-IF
               END-PERFORM.

       2100-CARREGAR-FATURAS-FIM.
           EXIT.

      ******************************************************************
      * Recebimentos (opcional): cada pagamento e somado na fatura de
      * mesmo numero; numero desconhecido sai no aging como
      * RECEBIMENTO SEM FATURA para a conferencia do financeiro. O
      * arquivo de recebimentos e cumulativo, entao o evento contabil
      * sai so para o recebimento ainda nao contabilizado.
      ******************************************************************
       2200-PROCESSAR-RECEBIMENTOS SECTION.
           CARREGAR-RECEB-CONTABILIZADOS.
               MOVE 'Y' TO AS-RCT-DISPONIVEL
               OPEN INPUT RECEB-CONTABILIZADOS
               IF AS-STATUS-E8 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-RCT
                   PERFORM LER-RECEB-CONTABILIZADO
                       UNTIL AS-FIM-RCT EQUAL 'S'
                   CLOSE RECEB-CONTABILIZADOS
               ELSE
                   IF AS-STATUS-E8 NOT EQUAL 35
                       DISPLAY 'ARQUIVO VAZIO'
                       MOVE 'N' TO AS-RCT-DISPONIVEL
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

           LER-RECEB-CONTABILIZADO.
               READ RECEB-CONTABILIZADOS
               AT END
                   MOVE 'S' TO AS-FIM-RCT
               NOT AT END
                   PERFORM INCLUIR-RECEB-CONTABILIZADO
                   MOVE RCT-CHAVE TO TAB-RCT-CHAVE(AS-RCT-QTDE)
               END-READ
               IF AS-STATUS-E8 NOT EQUAL ZEROS AND
                       AS-STATUS-E8 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-RCT
                   MOVE 'N' TO AS-RCT-DISPONIVEL
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           INCLUIR-RECEB-CONTABILIZADO.
               IF AS-RCT-QTDE >= AS-RCT-MAX
                   DISPLAY 'ERRO: LIMITE DE ' AS-RCT-MAX
                       ' RECEBIMENTOS CONTABILIZADOS EXCEDIDO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO AS-RCT-QTDE.

      ******************************************************************
      * A tabela so tem os contabilizados em execucoes anteriores (os
      * desta execucao vao direto para o arquivo): dois recebimentos
      * iguais na mesma execucao sao ambos somados na fatura e ambos
      * contabilizados.
      ******************************************************************
           PROCURAR-RECEB-CONTABILIZADO.
               MOVE 'N' TO AS-RCT-ACHOU
               PERFORM VARYING AS-RCT-IDX FROM 1 BY 1
                       UNTIL AS-RCT-IDX > AS-RCT-QTDE
                           OR AS-RCT-ACHOU = 'Y'
                   IF TAB-RCT-CHAVE(AS-RCT-IDX) =
                           ARQ-RECEBIMENTO(1:24)
                       MOVE 'Y' TO AS-RCT-ACHOU
                   END-IF
               END-PERFORM.

           PROCESSAR-RECEBIMENTOS.
               OPEN INPUT RECEBIMENTOS
               IF AS-STATUS-E4 EQUAL ZEROS
                   IF AS-RCT-DISPONIVEL = 'Y'
                       PERFORM ABRIR-RECEB-CONTABILIZADOS
                   END-IF
                   MOVE 'N' TO AS-FIM-REC
                   PERFORM LER-RECEBIMENTO
                       UNTIL AS-FIM-REC EQUAL 'S'
                   CLOSE RECEBIMENTOS
                   IF AS-RCT-DISPONIVEL = 'Y'
                       CLOSE RECEB-CONTABILIZADOS
                   END-IF
               END-IF.

           ABRIR-RECEB-CONTABILIZADOS.
               OPEN EXTEND RECEB-CONTABILIZADOS
               IF AS-STATUS-E8 = 35
                   OPEN OUTPUT RECEB-CONTABILIZADOS
               END-IF
               IF AS-STATUS-E8 NOT EQUAL ZEROS
                   DISPLAY 'ARQUIVO VAZIO'
                   MOVE 'N' TO AS-RCT-DISPONIVEL
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           LER-RECEBIMENTO.
               END-IF.

           BAIXAR-RECEBIMENTO.
               PERFORM PROCURAR-RECEB-CONTABILIZADO
               MOVE 'N' TO AS-FAT-ACHOU
               PERFORM VARYING AS-FAT-IDX FROM 1 BY 1
                       UNTIL AS-FAT-IDX > AS-FAT-QTDE
                       COMPUTE TAB-FAT-PAGO(AS-FAT-IDX) =
                           TAB-FAT-PAGO(AS-FAT-IDX) +
                           FUNCTION NUMVAL(REC-VALOR)
                       IF AS-RCT-ACHOU = 'N' AND
                               AS-RCT-DISPONIVEL = 'Y'
                           PERFORM GRAVAR-EVENTO-RECEBIMENTO
                       END-IF
                   END-IF
               END-PERFORM
               IF AS-FAT-ACHOU = 'Y' AND AS-RCT-ACHOU = 'N' AND
                       AS-RCT-DISPONIVEL = 'Y'
                   PERFORM GRAVAR-RECEB-CONTABILIZADO
               END-IF
               IF AS-FAT-ACHOU = 'N'
                   MOVE REC-NUMERO TO AGI-ORF-NUMERO
                   MOVE REC-VALOR TO AGI-ORF-VALOR
                   WRITE ARQ-RELATORIO-AGING-S
               END-IF.

           GRAVAR-EVENTO-RECEBIMENTO.
               MOVE SPACES TO ARQ-EVENTO-CONTABIL-S
               MOVE AS-DATA-EXECUCAO(1:6) TO EVT-COMPETENCIA
               MOVE 'RECB' TO EVT-EVENTO
               MOVE TAB-FAT-CLI-IDX(AS-FAT-IDX) TO AS-CHAVE-EVENTO
               MOVE AS-CHAVE-EVENTO TO EVT-ID-CLIENTE
               MOVE TAB-FAT-NUMERO(AS-FAT-IDX) TO EVT-DOCUMENTO
               MOVE REC-DATA TO EVT-DATA
               COMPUTE EVT-VALOR = FUNCTION NUMVAL(REC-VALOR)
               WRITE ARQ-EVENTO-CONTABIL-S
               MOVE ZERO TO AS-VALOR-ENCARGOS
               IF REC-JUROS-MULTA NOT = SPACES
                   COMPUTE AS-VALOR-ENCARGOS =
                       FUNCTION NUMVAL(REC-JUROS-MULTA)
               END-IF
               IF AS-VALOR-ENCARGOS > ZERO
                   MOVE 'ENCR' TO EVT-EVENTO
                   MOVE AS-VALOR-ENCARGOS TO EVT-VALOR
                   WRITE ARQ-EVENTO-CONTABIL-S
               END-IF.

           GRAVAR-RECEB-CONTABILIZADO.
               MOVE SPACES TO ARQ-REC-CONTABILIZADO
               MOVE ARQ-RECEBIMENTO(1:24) TO RCT-CHAVE
               MOVE AS-DATA-EXECUCAO TO RCT-DATA-CONTABIL
               WRITE ARQ-REC-CONTABILIZADO
               IF AS-STATUS-E8 NOT EQUAL ZEROS
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

       2200-PROCESSAR-RECEBIMENTOS-FIM.
           EXIT.

      * nao faturado ganha o proximo numero sequencial, vencimento na
      * data de emissao mais o prazo, e entra no registro cumulativo
      * (OPEN EXTEND) antes de sair no arquivo de faturas da execucao.
      * As retencoes da fatura vao para o registro de retencoes, que
      * e aberto junto: sem ele nenhuma fatura e emitida.
      ******************************************************************
       2300-EMITIR-FATURAS SECTION.
           EMITIR-FATURAS.
               IF AS-STATUS-E3 = 35
                   OPEN OUTPUT FATURAS-REG
               END-IF
               OPEN EXTEND RETENCOES-REG
               IF AS-STATUS-E7 = 35
                   OPEN OUTPUT RETENCOES-REG
               END-IF
               IF AS-STATUS-E3 NOT EQUAL ZEROS OR
                       AS-STATUS-E7 NOT EQUAL ZEROS
                   DISPLAY 'ARQUIVO VAZIO'
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               ELSE
                   PERFORM LER-PROJETO-EMISSAO
                       UNTIL AS-FIM-PROJ EQUAL 'S'
                   CLOSE FATURAS-REG
                   CLOSE RETENCOES-REG
               END-IF.

           LER-PROJETO-EMISSAO.
               MOVE AS-IDX TO TAB-FAT-PROJ-IDX(AS-FAT-QTDE)
               COMPUTE TAB-FAT-VALOR(AS-FAT-QTDE) =
                   FUNCTION NUMVAL(PRJ-M-VALOR)
               MOVE AS-DATA-EXECUCAO(1:6) TO TAB-FAT-COMPET(AS-FAT-QTDE)
               PERFORM BUSCAR-CLIENTE-EMISSAO
               PERFORM CALCULAR-RETENCOES
               MOVE PRJ-M-ID-CLIENTE TO AS-ID-ENTRADA
               PERFORM CONVERTER-ID-IDX
               MOVE AS-IDX TO TAB-FAT-CLI-IDX(AS-FAT-QTDE)
               IF AS-STATUS-E3 NOT EQUAL ZEROS
                   MOVE 'S' TO AS-FIM-PROJ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF
               PERFORM GRAVAR-RETENCAO-REGISTRO
               PERFORM GRAVAR-EVENTO-FATURA
               PERFORM GRAVAR-BOLETO-COBRANCA.

           GRAVAR-EVENTO-FATURA.
               MOVE SPACES TO ARQ-EVENTO-CONTABIL-S
               MOVE AS-DATA-EXECUCAO(1:6) TO EVT-COMPETENCIA
               MOVE 'FATU' TO EVT-EVENTO
               MOVE PRJ-M-ID-CLIENTE TO EVT-ID-CLIENTE
               MOVE PRJ-M-ID-DEP TO EVT-ID-DEP
               MOVE TAB-FAT-NUMERO(AS-FAT-QTDE) TO EVT-DOCUMENTO
               MOVE AS-DATA-EXECUCAO TO EVT-DATA
               MOVE TAB-FAT-VALOR(AS-FAT-QTDE) TO EVT-VALOR
               WRITE ARQ-EVENTO-CONTABIL-S
               PERFORM VARYING AS-TRIB-IDX FROM 1 BY 1
                       UNTIL AS-TRIB-IDX > AS-TRIB-QTDE
                   IF TAB-FAT-RET(AS-FAT-QTDE, AS-TRIB-IDX) > ZERO
                       MOVE TAB-TRIB-EVENTO(AS-TRIB-IDX) TO EVT-EVENTO
                       MOVE TAB-FAT-RET(AS-FAT-QTDE, AS-TRIB-IDX) TO
                           EVT-VALOR
                       WRITE ARQ-EVENTO-CONTABIL-S
                   END-IF
               END-PERFORM.

      ******************************************************************
      * Tipo do cliente para as regras de retencao: J com CNPJ
      * preenchido, F sem CNPJ ou fora do mestre.
      ******************************************************************
           BUSCAR-CLIENTE-EMISSAO.
               MOVE 'N' TO AS-CLI-ACHOU
               MOVE 'F' TO AS-TIPO-CLIENTE
               MOVE PRJ-M-ID-CLIENTE TO CLI-M-ID
               READ CLIENTES-M
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO AS-CLI-ACHOU
                   IF CLI-M-CNPJ NOT = SPACES
                       MOVE 'J' TO AS-TIPO-CLIENTE
                   END-IF
               END-READ.

           CALCULAR-RETENCOES.
               MOVE ZERO TO AS-TOTAL-RETIDO
               PERFORM VARYING AS-TRIB-IDX FROM 1 BY 1
                       UNTIL AS-TRIB-IDX > AS-TRIB-QTDE
                   PERFORM CALCULAR-RETENCAO-TRIBUTO
               END-PERFORM
               IF AS-TOTAL-RETIDO > TAB-FAT-VALOR(AS-FAT-QTDE)
                   DISPLAY 'ERRO: RETENCOES MAIORES QUE O BRUTO NA '
                       'FATURA ' AS-FAT-ULTIMO-NUM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE TAB-FAT-LIQUIDO(AS-FAT-QTDE) =
                   TAB-FAT-VALOR(AS-FAT-QTDE) - AS-TOTAL-RETIDO.

      ******************************************************************
      * Regra mais especifica para o tributo: casa o tributo; tipo de
      * cliente e servico em branco valem para qualquer um. Servico
      * informado vale 2 pontos e tipo informado 1; empate fica com a
      * primeira regra do arquivo. Retencao abaixo do minimo da regra
      * nao e feita.
      ******************************************************************
           CALCULAR-RETENCAO-TRIBUTO.
               MOVE ZERO TO AS-REG-MELHOR
               MOVE ZERO TO AS-ALIQ-APLICADA
               MOVE ZERO TO AS-MINIMO-APLICADO
               PERFORM VARYING AS-REG-IDX FROM 1 BY 1
                       UNTIL AS-REG-IDX > AS-REG-QTDE
                   PERFORM AVALIAR-REGRA-RETENCAO
               END-PERFORM
               MOVE ZERO TO AS-RETENCAO
               IF AS-REG-MELHOR > ZERO
                   COMPUTE AS-RETENCAO ROUNDED =
                       TAB-FAT-VALOR(AS-FAT-QTDE) *
                       AS-ALIQ-APLICADA / 100
                   IF AS-RETENCAO < AS-MINIMO-APLICADO
                       MOVE ZERO TO AS-RETENCAO
                   END-IF
               END-IF
               MOVE AS-RETENCAO TO TAB-FAT-RET(AS-FAT-QTDE, AS-TRIB-IDX)
               ADD AS-RETENCAO TO AS-TOTAL-RETIDO.

           AVALIAR-REGRA-RETENCAO.
               IF TAB-REG-TRIBUTO(AS-REG-IDX) =
                       TAB-TRIB-NOME(AS-TRIB-IDX)
                   AND (TAB-REG-TIPO-CLIENTE(AS-REG-IDX) = SPACE OR
                       TAB-REG-TIPO-CLIENTE(AS-REG-IDX) =
                           AS-TIPO-CLIENTE)
                   AND (TAB-REG-SERVICO(AS-REG-IDX) = SPACES OR
                       TAB-REG-SERVICO(AS-REG-IDX) = PRJ-M-ID-DEP)
                   MOVE 1 TO AS-REG-PONTOS
                   IF TAB-REG-TIPO-CLIENTE(AS-REG-IDX) NOT = SPACE
                       ADD 1 TO AS-REG-PONTOS
                   END-IF
                   IF TAB-REG-SERVICO(AS-REG-IDX) NOT = SPACES
                       ADD 2 TO AS-REG-PONTOS
                   END-IF
                   IF AS-REG-PONTOS > AS-REG-MELHOR
                       MOVE AS-REG-PONTOS TO AS-REG-MELHOR
                       MOVE TAB-REG-ALIQUOTA(AS-REG-IDX) TO
                           AS-ALIQ-APLICADA
                       MOVE TAB-REG-MINIMO(AS-REG-IDX) TO
                           AS-MINIMO-APLICADO
                   END-IF
               END-IF.

           GRAVAR-RETENCAO-REGISTRO.
               MOVE SPACES TO ARQ-RETENCAO-REG
               MOVE TAB-FAT-NUMERO(AS-FAT-QTDE) TO RTN-NUMERO
               MOVE PRJ-M-ID-CLIENTE TO RTN-ID-CLIENTE
               MOVE PRJ-M-ID TO RTN-ID-PROJETO
               MOVE TAB-FAT-COMPET(AS-FAT-QTDE) TO RTN-COMPETENCIA
               MOVE AS-TIPO-CLIENTE TO RTN-TIPO-CLIENTE
               MOVE TAB-FAT-VALOR(AS-FAT-QTDE) TO RTN-VALOR-BRUTO
               PERFORM VARYING AS-TRIB-IDX FROM 1 BY 1
                       UNTIL AS-TRIB-IDX > AS-TRIB-QTDE
                   MOVE TAB-FAT-RET(AS-FAT-QTDE, AS-TRIB-IDX) TO
                       RTN-RETENCAO(AS-TRIB-IDX)
               END-PERFORM
               MOVE TAB-FAT-LIQUIDO(AS-FAT-QTDE) TO RTN-VALOR-LIQUIDO
               WRITE ARQ-RETENCAO-REG
               IF AS-STATUS-E7 NOT EQUAL ZEROS
                   MOVE 'S' TO AS-FIM-PROJ
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

      ******************************************************************
      * Registro do boleto pelo liquido a receber: segmento P com o
      * titulo e segmento Q com o sacado. Cliente com CNPJ vai como
      * pessoa juridica (inscricao tipo 2); sem CNPJ vai o CPF (tipo
      * 1). Cliente fora do mestre segue com sacado em branco e o
      * banco rejeita a entrada no retorno.
      ******************************************************************
           GRAVAR-BOLETO-COBRANCA.
               ADD 1 TO AS-CNAB-SEQ
               ADD 1 TO AS-CNAB-QTDE-DET
               ADD TAB-FAT-LIQUIDO(AS-FAT-QTDE) TO AS-CNAB-SOMA
               MOVE AS-BANCO-CNAB TO CNP-BANCO
               MOVE AS-CNAB-SEQ TO CNP-SEQ
               MOVE TAB-FAT-NUMERO(AS-FAT-QTDE) TO CNP-NOSSO-NUMERO
               MOVE TAB-FAT-NUMERO(AS-FAT-QTDE) TO CNP-DOCUMENTO
               MOVE TAB-FAT-VENC(AS-FAT-QTDE) TO CNP-VENCIMENTO
               MOVE TAB-FAT-LIQUIDO(AS-FAT-QTDE) TO CNP-VALOR
               MOVE AS-DATA-EXECUCAO TO CNP-EMISSAO
               MOVE AS-JUROS-MES TO CNP-JUROS-MES
               MOVE AS-MULTA-PERC TO CNP-MULTA
               MOVE CNAB-SEG-P TO ARQ-REMESSA-COBRANCA-S
               WRITE ARQ-REMESSA-COBRANCA-S
               ADD 1 TO AS-CNAB-SEQ
               ADD 1 TO AS-CNAB-QTDE-DET
               MOVE AS-BANCO-CNAB TO CNQ-BANCO
               MOVE AS-CNAB-SEQ TO CNQ-SEQ
               MOVE SPACES TO CNQ-TIPO-INSCRICAO
               MOVE SPACES TO CNQ-INSCRICAO
               MOVE SPACES TO CNQ-NOME
               MOVE SPACES TO CNQ-ENDERECO
               IF AS-CLI-ACHOU = 'Y'
                   IF AS-TIPO-CLIENTE = 'J'
                       MOVE '2' TO CNQ-TIPO-INSCRICAO
                       MOVE CLI-M-CNPJ TO CNQ-INSCRICAO
                   ELSE
                       MOVE '1' TO CNQ-TIPO-INSCRICAO
                       MOVE CLI-M-CPF TO CNQ-INSCRICAO
                   END-IF
                   MOVE CLI-M-NOME TO CNQ-NOME
                   MOVE CLI-M-ENDERECO TO CNQ-ENDERECO
               END-IF
               MOVE CNAB-SEG-Q TO ARQ-REMESSA-COBRANCA-S
               WRITE ARQ-REMESSA-COBRANCA-S.

           GRAVAR-TRAILERS-CNAB.
               COMPUTE AS-CNAB-QTDE-TOTAL = AS-CNAB-QTDE-DET + 2
               MOVE AS-BANCO-CNAB TO CTL-BANCO
               MOVE AS-CNAB-QTDE-TOTAL TO CTL-QTDE-REGISTROS
               MOVE AS-CNAB-SOMA TO CTL-SOMA-VALOR
               MOVE CNAB-TRAILER-LOTE TO ARQ-REMESSA-COBRANCA-S
               WRITE ARQ-REMESSA-COBRANCA-S
               COMPUTE AS-CNAB-QTDE-TOTAL = AS-CNAB-QTDE-DET + 4
               MOVE AS-BANCO-CNAB TO CTA-BANCO
               MOVE AS-CNAB-QTDE-TOTAL TO CTA-QTDE-REGISTROS
               MOVE CNAB-TRAILER-ARQ TO ARQ-REMESSA-COBRANCA-S
               WRITE ARQ-REMESSA-COBRANCA-S.

       2300-EMITIR-FATURAS-FIM.
           EXIT.

                   END-READ
               END-IF
               MOVE FATURAS-DETALHE TO ARQ-FATURA-S
               WRITE ARQ-FATURA-S
               MOVE TAB-FAT-VALOR(AS-FAT-IDX) TO FRT-BRUTO
               PERFORM VARYING AS-TRIB-IDX FROM 1 BY 1
                       UNTIL AS-TRIB-IDX > AS-TRIB-QTDE
                   MOVE TAB-TRIB-NOME(AS-TRIB-IDX) TO
                       FRT-NOME(AS-TRIB-IDX)
                   MOVE TAB-FAT-RET(AS-FAT-IDX, AS-TRIB-IDX) TO
                       FRT-VALOR(AS-TRIB-IDX)
               END-PERFORM
               MOVE TAB-FAT-LIQUIDO(AS-FAT-IDX) TO FRT-LIQUIDO
               MOVE FATURAS-RETENCOES TO ARQ-FATURA-S
               WRITE ARQ-FATURA-S.

           BUSCAR-NOME-CLIENTE.
           EXIT.

      ******************************************************************
      * Aging por cliente, contra o liquido a receber (bruto menos
      * retencoes): cada fatura sai como PAGA, PARCIAL ou ABERTA;
      * fatura nao quitada com vencimento anterior a data de execucao
      * entra na faixa de atraso (ate 7 / ate 30 / acima de 30 dias),
      * no estilo do acompanhamento de entregas.
      ******************************************************************
       2500-GERAR-AGING SECTION.
           GERAR-RELATORIO-AGING.

           GRAVAR-LINHA-AGING.
               COMPUTE AS-SALDO-FATURA =
                   TAB-FAT-LIQUIDO(AS-FAT-IDX) -
                   TAB-FAT-PAGO(AS-FAT-IDX)
               MOVE TAB-FAT-NUMERO(AS-FAT-IDX) TO AGI-NUMERO
               MOVE TAB-FAT-VALOR(AS-FAT-IDX) TO AGI-BRUTO
               MOVE TAB-FAT-LIQUIDO(AS-FAT-IDX) TO AGI-VALOR
               MOVE TAB-FAT-PAGO(AS-FAT-IDX) TO AGI-PAGO
               MOVE AS-SALDO-FATURA TO AGI-SALDO
               EVALUATE TRUE
       2500-GERAR-AGING-FIM.
           EXIT.

      ******************************************************************
      * Livro mensal de retencoes para as obrigacoes acessorias: todas
      * as faturas da competencia com alguma retencao, agrupadas por
      * cliente (nome e CNPJ do mestre), com total por cliente e
      * total geral por tributo.
      ******************************************************************
       2600-GERAR-LIVRO-RETENCOES SECTION.
           GERAR-LIVRO-RETENCOES.
               MOVE AS-COMPETENCIA-LIVRO TO LIV-TIT-COMPETENCIA
               MOVE LIVRO-TITULO TO ARQ-LIVRO-RETENCOES-S
               WRITE ARQ-LIVRO-RETENCOES-S
               MOVE ZERO TO AS-LIV-BRUTO-GERAL
               MOVE ZERO TO AS-LIV-LIQUIDO-GERAL
               PERFORM VARYING AS-TRIB-IDX FROM 1 BY 1
                       UNTIL AS-TRIB-IDX > AS-TRIB-QTDE
                   MOVE ZERO TO AS-LIV-RET-GERAL(AS-TRIB-IDX)
               END-PERFORM
               PERFORM VARYING AS-IDX-CLI FROM 1 BY 1
                       UNTIL AS-IDX-CLI > 99999
                   IF TAB-CLI-TEM-FATURA(AS-IDX-CLI) = 'Y'
                       PERFORM GRAVAR-LIVRO-CLIENTE
                   END-IF
               END-PERFORM
               MOVE 'TOTAL GERAL' TO LIV-ROTULO
               MOVE SPACES TO LIV-NUMERO
               MOVE AS-LIV-BRUTO-GERAL TO LIV-BRUTO
               PERFORM VARYING AS-TRIB-IDX FROM 1 BY 1
                       UNTIL AS-TRIB-IDX > AS-TRIB-QTDE
                   MOVE TAB-TRIB-NOME(AS-TRIB-IDX) TO
                       LIV-NOME(AS-TRIB-IDX)
                   MOVE AS-LIV-RET-GERAL(AS-TRIB-IDX) TO
                       LIV-VALOR(AS-TRIB-IDX)
               END-PERFORM
               MOVE AS-LIV-LIQUIDO-GERAL TO LIV-LIQUIDO
               MOVE LIVRO-LINHA TO ARQ-LIVRO-RETENCOES-S
               WRITE ARQ-LIVRO-RETENCOES-S.

           GRAVAR-LIVRO-CLIENTE.
               MOVE 'N' TO AS-LIV-TEM-LINHA
               MOVE ZERO TO AS-LIV-BRUTO-CLI
               MOVE ZERO TO AS-LIV-LIQUIDO-CLI
               PERFORM VARYING AS-TRIB-IDX FROM 1 BY 1
                       UNTIL AS-TRIB-IDX > AS-TRIB-QTDE
                   MOVE ZERO TO AS-LIV-RET-CLI(AS-TRIB-IDX)
               END-PERFORM
               PERFORM VARYING AS-FAT-IDX FROM 1 BY 1
                       UNTIL AS-FAT-IDX > AS-FAT-QTDE
                   IF TAB-FAT-CLI-IDX(AS-FAT-IDX) = AS-IDX-CLI AND
                           TAB-FAT-COMPET(AS-FAT-IDX) =
                               AS-COMPETENCIA-LIVRO AND
                           TAB-FAT-LIQUIDO(AS-FAT-IDX) <
                               TAB-FAT-VALOR(AS-FAT-IDX)
                       IF AS-LIV-TEM-LINHA = 'N'
                           PERFORM BUSCAR-NOME-CLIENTE
                           MOVE CLI-M-NOME TO LIV-CLI-NOME
                           MOVE SPACES TO LIV-CLI-CNPJ
                           IF CLI-M-ID = AS-CHAVE-MESTRE
                               MOVE CLI-M-CNPJ TO LIV-CLI-CNPJ
                           END-IF
                           MOVE LIVRO-CABECALHO TO
                               ARQ-LIVRO-RETENCOES-S
                           WRITE ARQ-LIVRO-RETENCOES-S
                           MOVE 'Y' TO AS-LIV-TEM-LINHA
                       END-IF
                       PERFORM GRAVAR-LINHA-LIVRO
                   END-IF
               END-PERFORM
               IF AS-LIV-TEM-LINHA = 'Y'
                   MOVE '   Total:' TO LIV-ROTULO
                   MOVE SPACES TO LIV-NUMERO
                   MOVE AS-LIV-BRUTO-CLI TO LIV-BRUTO
                   PERFORM VARYING AS-TRIB-IDX FROM 1 BY 1
                           UNTIL AS-TRIB-IDX > AS-TRIB-QTDE
                       MOVE TAB-TRIB-NOME(AS-TRIB-IDX) TO
                           LIV-NOME(AS-TRIB-IDX)
                       MOVE AS-LIV-RET-CLI(AS-TRIB-IDX) TO
                           LIV-VALOR(AS-TRIB-IDX)
                       ADD AS-LIV-RET-CLI(AS-TRIB-IDX) TO
                           AS-LIV-RET-GERAL(AS-TRIB-IDX)
                   END-PERFORM
                   MOVE AS-LIV-LIQUIDO-CLI TO LIV-LIQUIDO
                   MOVE LIVRO-LINHA TO ARQ-LIVRO-RETENCOES-S
                   WRITE ARQ-LIVRO-RETENCOES-S
                   ADD AS-LIV-BRUTO-CLI TO AS-LIV-BRUTO-GERAL
                   ADD AS-LIV-LIQUIDO-CLI TO AS-LIV-LIQUIDO-GERAL
               END-IF.

           GRAVAR-LINHA-LIVRO.
               MOVE '   Fatura: ' TO LIV-ROTULO
               MOVE TAB-FAT-NUMERO(AS-FAT-IDX) TO LIV-NUMERO
               MOVE TAB-FAT-VALOR(AS-FAT-IDX) TO LIV-BRUTO
               ADD TAB-FAT-VALOR(AS-FAT-IDX) TO AS-LIV-BRUTO-CLI
               PERFORM VARYING AS-TRIB-IDX FROM 1 BY 1
                       UNTIL AS-TRIB-IDX > AS-TRIB-QTDE
                   MOVE TAB-TRIB-NOME(AS-TRIB-IDX) TO
                       LIV-NOME(AS-TRIB-IDX)
                   MOVE TAB-FAT-RET(AS-FAT-IDX, AS-TRIB-IDX) TO
                       LIV-VALOR(AS-TRIB-IDX)
                   ADD TAB-FAT-RET(AS-FAT-IDX, AS-TRIB-IDX) TO
                       AS-LIV-RET-CLI(AS-TRIB-IDX)
               END-PERFORM
               MOVE TAB-FAT-LIQUIDO(AS-FAT-IDX) TO LIV-LIQUIDO
               ADD TAB-FAT-LIQUIDO(AS-FAT-IDX) TO AS-LIV-LIQUIDO-CLI
               MOVE LIVRO-LINHA TO ARQ-LIVRO-RETENCOES-S
               WRITE ARQ-LIVRO-RETENCOES-S.

       2600-GERAR-LIVRO-RETENCOES-FIM.
           EXIT.

       2800-CONVERTER-ID-IDX SECTION.
           CONVERTER-ID-IDX.
               IF AS-ID-ENTRADA IS NUMERIC AND AS-ID-ENTRADA > '00000'
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S2
           END-IF

           CLOSE EVENTOS-CONTABEIS-S.
           IF AS-STATUS-S3 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S3
           END-IF

           PERFORM GRAVAR-TRAILERS-CNAB.
           CLOSE REMESSA-COBRANCA-S.
           IF AS-STATUS-S4 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S4
           END-IF

           CLOSE LIVRO-RETENCOES-S.
           IF AS-STATUS-S5 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S5
           END-IF

           EVALUATE TRUE
               WHEN AS-ERRO-ABERTURA = 'Y'
                   MOVE 12 TO RETURN-CODE
