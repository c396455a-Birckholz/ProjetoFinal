      *          e a exclusao de funcionario com contas exclui as
      *          contas em cascata (CBLZGB05_CASCATA=S) ou rejeita o
      *          movimento nomeando a conta que o referencia.
      *          Movimentos de funcionario alimentam o historico
      *          funcional com data efetiva: admissao, troca de cargo,
      *          transferencia de departamento e desligamento com
      *          motivo, base do calculo de rescisao do CBLZGB10.
      *          Alteracao de titular ou agencia/numero de conta e
      *          troca de cargo de funcionario nao sao aplicadas
      *          direto (o resto do movimento e aplicado): ficam no
      *          arquivo de pendentes de aprovacao com o usuario
      *          solicitante e so entram no mestre depois de aprovadas
      *          por outro usuario; o que continua pendente sai no
      *          relatorio de pendencias do corte da folha. Tambem
      *          ficam retidas a conta nova de funcionario que ja
      *          estava no mestre e a reinclusao, na mesma execucao,
      *          de funcionario ou conta excluido com outro cargo ou
      *          outros dados bancarios. Aprovada uma alteracao, so o
      *          campo retido e aplicado sobre o registro atual.
      *          No inicio o arquivo de movimentos e renomeado para o
      *          arquivo em processamento (mesmo nome + .proc), e e
      *          este que a execucao le: a entrada online (CBLZGB15)
      *          continua gravando por EXTEND num Movimento.txt novo,
      *          que fica para a execucao seguinte. Execucao sem erro
      *          de arquivo exclui o arquivo em processamento no fim;
      *          com erro ele fica e e reprocessado na proxima vez.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MOVIMENTOS ASSIGN TO
           AS-CAMINHO-MOVIMENTOS-PROC
       FILE STATUS IS AS-STATUS-M1.

       SELECT CLIENTES-M ASSIGN TO
           AS-CAMINHO-TRILHA-S
       FILE STATUS IS AS-STATUS-L2.

       SELECT HISTORICO-FUNCIONAL-S ASSIGN TO
           AS-CAMINHO-HISTORICO-S
       FILE STATUS IS AS-STATUS-L3.

       SELECT PENDENTES-APROVACAO ASSIGN TO
           AS-CAMINHO-PENDENTES
       FILE STATUS IS AS-STATUS-P1.

       SELECT APROVACOES ASSIGN TO
           AS-CAMINHO-APROVACOES
       FILE STATUS IS AS-STATUS-P2.

       SELECT RELATORIO-PENDENCIAS-S ASSIGN TO
           AS-CAMINHO-PENDENCIAS-S
       FILE STATUS IS AS-STATUS-L4.


       DATA DIVISION.
       FILE SECTION.
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

      ******************************************************************
      * Depois da imagem do registro o movimento traz a data efetiva
      * (AAAAMMDD) do evento funcional e o motivo do desligamento;
      * data em branco assume a data da execucao. Motivos: 01 dispensa
      * sem justa causa, 02 dispensa por justa causa, 03 pedido de
      * demissao, 04 termino de contrato, 05 acordo entre as partes.
      * MOV-USUARIO identifica quem digitou o movimento; e obrigatorio
      * nos movimentos sujeitos a aprovacao.
      ******************************************************************
       01 ARQ-MOVIMENTOS                   PIC X(650).
       01 FILLER REDEFINES ARQ-MOVIMENTOS.
          05 MOV-OPERACAO                  PIC X(01).
          05 MOV-ARQUIVO                   PIC X(01).
          05 MOV-IMAGEM.
             10 MOV-ID-REGISTRO            PIC X(05).
             10 FILLER                     PIC X(594).
          05 MOV-DATA-EFETIVA              PIC X(08).
          05 MOV-MOTIVO                    PIC X(02).
          05 MOV-USUARIO                   PIC X(08).
          05 FILLER                        PIC X(31).

       FD CLIENTES-M
          RECORD CONTAINS 457 CHARACTERS.
          05 FUN-M-ID                      PIC X(05).
          05 FUN-M-ID-CARGO                PIC X(05).
          05 FUN-M-ID-DEP                  PIC X(05).
          05 FILLER                        PIC X(564).
          05 FUN-M-STATUS                  PIC X(20).

       FD CONTAS-M
          RECORD CONTAINS 174 CHARACTERS.
       01 ARQ-CONTA-M.
          05 CON-M-ID                      PIC X(05).
          05 CON-M-ID-FUNC                 PIC X(05).
          05 CON-M-DADOS-BANCARIOS.
             10 CON-M-AGENCIA              PIC X(50).
             10 CON-M-NUMERO               PIC X(60).
          05 FILLER                        PIC X(54).

       FD CARGOS-E
          RECORDING MODE IS F
          05 TRI-IMAGEM-ANTIGA             PIC X(599).
          05 TRI-IMAGEM-MOVIMENTO          PIC X(599).

       FD HISTORICO-FUNCIONAL-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

      ******************************************************************
      * Historico funcional acumulado (gravado em EXTEND a cada
      * execucao): um registro por evento com data efetiva. Evento
      * A = admissao, C = troca de cargo, T = transferencia de
      * departamento, D = desligamento (com motivo). Cargo e
      * departamento anteriores e vigentes ficam no registro para o
      * calculo de rescisao nao depender do mestre.
      ******************************************************************
       01 ARQ-HISTORICO-FUNCIONAL-S        PIC X(100).
       01 FILLER REDEFINES ARQ-HISTORICO-FUNCIONAL-S.
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

      ******************************************************************
      * Movimentos sensiveis aguardando aprovacao: protocolo
      * (AAAAMMDD da retencao + sequencial), usuario solicitante, data,
      * tipo (B = dados bancarios da conta, C = cargo do funcionario)
      * e o movimento original completo. Lido no inicio e regravado no
      * fim de cada execucao so com o que continua pendente.
      ******************************************************************
       FD PENDENTES-APROVACAO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PENDENTE-APROVACAO           PIC X(700).
       01 FILLER REDEFINES ARQ-PENDENTE-APROVACAO.
          05 PND-PROTOCOLO                 PIC X(12).
          05 PND-USUARIO                   PIC X(08).
          05 PND-DATA                      PIC X(08).
          05 PND-TIPO                      PIC X(01).
          05 PND-MOVIMENTO                 PIC X(650).
          05 FILLER                        PIC X(21).

      ******************************************************************
      * Aprovacoes do dia (arquivo opcional): protocolo, usuario
      * aprovador, decisao (A = aprova, R = reprova) e data.
      ******************************************************************
       FD APROVACOES
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-APROVACAO                    PIC X(40).
       01 FILLER REDEFINES ARQ-APROVACAO.
          05 APR-PROTOCOLO                 PIC X(12).
          05 APR-USUARIO                   PIC X(08).
          05 APR-DECISAO                   PIC X(01).
          05 APR-DATA                      PIC X(08).
          05 FILLER                        PIC X(11).

       FD RELATORIO-PENDENCIAS-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RELATORIO-PENDENCIAS-S       PIC X(150).


       WORKING-STORAGE SECTION.
       01 AS-CAMINHO-MOVIMENTOS     PIC X(100) VALUE
          'C:\Users\gui\Downloads\Movimento.txt'.
       01 AS-CAMINHO-MOVIMENTOS-PROC PIC X(100) VALUE SPACES.
       01 AS-CAMINHO-CLIENTES-M     PIC X(100) VALUE
          'C:\Users\gui\Downloads\Cliente.idx'.
       01 AS-CAMINHO-FUNCIONARIOS-M PIC X(100) VALUE
          'C:\Users\gui\Downloads\log_movimentos1.txt'.
       01 AS-CAMINHO-TRILHA-S       PIC X(100) VALUE
          'C:\Users\gui\Downloads\trilha_auditoria1.txt'.
       01 AS-CAMINHO-HISTORICO-S    PIC X(100) VALUE
          'C:\Users\gui\Downloads\historico_funcional.txt'.
       01 AS-CAMINHO-PENDENTES      PIC X(100) VALUE
          'C:\Users\gui\Downloads\pendentes_aprovacao.txt'.
       01 AS-CAMINHO-APROVACOES     PIC X(100) VALUE
          'C:\Users\gui\Downloads\Aprovacao.txt'.
       01 AS-CAMINHO-PENDENCIAS-S   PIC X(100) VALUE
          'C:\Users\gui\Downloads\pendencias_aprovacao1.txt'.
       01 AS-CAMINHO-ENV            PIC X(100) VALUE SPACES.

       01 AS-STATUS-M1              PIC 9(02) VALUE ZEROS.
       01 AS-RC-ARQUIVO             PIC S9(09) VALUE ZERO.
       01 AS-CAM-TAM                PIC 9(03) VALUE ZERO.
       01 AS-CAM-I                  PIC 9(03) VALUE ZERO.
       01 AS-STATUS-E1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E2              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E3              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E5              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-L1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-L2              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-L3              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-L4              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-P1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-P2              PIC 9(02) VALUE ZEROS.
       01 AS-FIM-MOV                PIC X(01) VALUE 'N'.
       01 AS-FIM-REF                PIC X(01) VALUE 'N'.
       01 AS-FIM-VARRE              PIC X(01) VALUE 'N'.
       01 AS-FIM-PND                PIC X(01) VALUE 'N'.
       01 AS-FIM-APR                PIC X(01) VALUE 'N'.
       01 AS-ERRO-ABERTURA          PIC X(01) VALUE 'N'.
       01 AS-ERRO-ARQUIVO           PIC X(01) VALUE 'N'.

       01 AS-MOV-APLICADOS          PIC 9(06) VALUE ZERO.
       01 AS-MOV-REJEITADOS         PIC 9(06) VALUE ZERO.
       01 AS-MOV-CASCATA            PIC 9(06) VALUE ZERO.
       01 AS-MOV-PENDENTES          PIC 9(06) VALUE ZERO.
       01 AS-DATA-EXECUCAO          PIC X(08) VALUE SPACES.
       01 AS-IMAGEM-ANTIGA          PIC X(599) VALUE SPACES.
       01 FILLER REDEFINES AS-IMAGEM-ANTIGA.
          05 ANT-ID-FUNC                   PIC X(05).
          05 ANT-ID-CARGO                  PIC X(05).
          05 ANT-ID-DEP                    PIC X(05).
          05 FILLER                        PIC X(564).
          05 ANT-STATUS-FUNC               PIC X(20).

      ******************************************************************
      * Inclusao cujo ID ja existe no mestre (status 22) fica pendente
       01 AS-PEND-MAX               PIC 9(04) VALUE 2000.
       01 AS-PEND-QTDE              PIC 9(04) VALUE ZERO.
       01 AS-PEND-IDX               PIC 9(04) VALUE ZERO.
       01 TAB-PEND-MOVIMENTO          PIC X(650) OCCURS 2000 TIMES.
       01 TAB-PEND-DATA-EFETIVA       PIC X(08) OCCURS 2000 TIMES.
       01 TAB-PEND-APROVADO           PIC X(01) OCCURS 2000 TIMES.

      ******************************************************************
      * Balanco de fechamento por mestre: registros iniciais mais
       01 TAB-DEP-EXISTE              PIC X(01) OCCURS 99999 TIMES
                                       VALUE 'N'.

      ******************************************************************
      * Evento funcional: a imagem do funcionario antes do movimento
      * (AS-IMAGEM-ANTIGA) comparada com a imagem aplicada, guardada
      * antes do WRITE/REWRITE. Status 'Ativo' define o vinculo.
      ******************************************************************
       01 AS-DATA-EFETIVA           PIC X(08) VALUE SPACES.
       01 AS-MOTIVO-DESLIGAMENTO    PIC X(02) VALUE SPACES.
       01 AS-IMAGEM-NOVA            PIC X(599) VALUE SPACES.
       01 FILLER REDEFINES AS-IMAGEM-NOVA.
          05 NOV-ID-FUNC                   PIC X(05).
          05 NOV-ID-CARGO                  PIC X(05).
          05 NOV-ID-DEP                    PIC X(05).
          05 FILLER                        PIC X(564).
          05 NOV-STATUS-FUNC               PIC X(20).

      ******************************************************************
      * Aprovacao em quatro olhos: movimento sensivel (A de conta que
      * muda titular ou agencia/numero, A de funcionario que muda
      * cargo) fica na tabela de pendentes com o usuario solicitante;
      * o restante da alteracao e aplicado na hora com o campo
      * sensivel do mestre (AS-APLICACAO-PARCIAL = 'Y': a linha de
      * log nao conta, o movimento conta como pendente). Aprovacao de
      * outro usuario reaplica o movimento original no inicio da
      * execucao seguinte (AS-APLICANDO-APROVADO = 'Y' dispensa nova
      * retencao; na alteracao so o campo retido, AS-CAMPO-RETIDO,
      * vai para o registro atual); aprovacao do proprio solicitante
      * e ignorada.
      ******************************************************************
       01 AS-APLICANDO-APROVADO     PIC X(01) VALUE 'N'.
       01 AS-APLICACAO-PARCIAL      PIC X(01) VALUE 'N'.
       01 AS-TEM-APROVACOES         PIC X(01) VALUE 'N'.
       01 AS-TIPO-SENSIVEL          PIC X(01) VALUE SPACES.
       01 AS-PROTOCOLO              PIC X(12) VALUE SPACES.
       01 AS-PROTOCOLO-SEQ          PIC 9(04) VALUE ZERO.
       01 AS-APR-MAX                PIC 9(04) VALUE 2000.
       01 AS-APR-QTDE               PIC 9(04) VALUE ZERO.
       01 AS-APR-IDX                PIC 9(04) VALUE ZERO.
       01 AS-APR-ACHADO             PIC 9(04) VALUE ZERO.
       01 AS-APR-APLICADOS          PIC 9(06) VALUE ZERO.
       01 AS-APR-REJEITADOS         PIC 9(06) VALUE ZERO.
       01 AS-APR-REPROVADOS         PIC 9(06) VALUE ZERO.
       01 AS-APR-IGNORADAS          PIC 9(06) VALUE ZERO.
       01 AS-PENDENTES-FIM          PIC 9(06) VALUE ZERO.
       01 AS-DIAS-PENDENTE          PIC S9(08) VALUE ZERO.
       01 TAB-APR-PROTOCOLO           PIC X(12) OCCURS 2000 TIMES.
       01 TAB-APR-USUARIO             PIC X(08) OCCURS 2000 TIMES.
       01 TAB-APR-DATA                PIC X(08) OCCURS 2000 TIMES.
       01 TAB-APR-TIPO                PIC X(01) OCCURS 2000 TIMES.
       01 TAB-APR-SITUACAO            PIC X(01) OCCURS 2000 TIMES.
       01 TAB-APR-MOVIMENTO           PIC X(650) OCCURS 2000 TIMES.
       01 AS-CAMPO-RETIDO           PIC X(115) VALUE SPACES.

      ******************************************************************
      * Inclusao que troca dado sensivel tambem fica retida: conta
      * nova de funcionario que nao foi admitido nesta execucao, e
      * reinclusao de funcionario ou conta excluido nesta execucao
      * com outro cargo, outro funcionario ou outra agencia/numero.
      * As exclusoes do dia guardam o ID e o dado sensivel que saiu
      * do mestre (cargo do funcionario; funcionario e dados
      * bancarios da conta); TAB-FUN-INCLUIDO marca, pelo ID, os
      * funcionarios admitidos nesta execucao.
      ******************************************************************
       01 AS-EXC-MAX                PIC 9(04) VALUE 2000.
       01 AS-EXC-QTDE               PIC 9(04) VALUE ZERO.
       01 AS-EXC-IDX                PIC 9(04) VALUE ZERO.
       01 AS-EXC-ACHADO             PIC 9(04) VALUE ZERO.
       01 AS-EXC-ARQUIVO            PIC X(01) VALUE SPACES.
       01 AS-EXC-ID                 PIC X(05) VALUE SPACES.
       01 TAB-EXC-ARQUIVO             PIC X(01) OCCURS 2000 TIMES.
       01 TAB-EXC-ID                  PIC X(05) OCCURS 2000 TIMES.
       01 TAB-EXC-DADOS               PIC X(115) OCCURS 2000 TIMES.
       01 TAB-FUN-INCLUIDO            PIC X(01) OCCURS 99999 TIMES
                                       VALUE 'N'.

       01 LOG-MOTIVO-PENDENTE.
           05 FILLER PIC X(34) VALUE
              'Aguardando aprovacao - protocolo '.
           05 MOT-PND-PROTOCOLO PIC X(12).
           05 FILLER PIC X(14) VALUE SPACES.

       01 LOG-MOTIVO-APROVACAO.
           05 FILLER PIC X(10) VALUE 'Protocolo:'.
           05 MOT-APR-PROTOCOLO PIC X(12).
           05 FILLER PIC X(10) VALUE ' Solicit.:'.
           05 MOT-APR-SOLICITANTE PIC X(08).
           05 FILLER PIC X(08) VALUE ' Aprov.:'.
           05 MOT-APR-APROVADOR PIC X(08).
           05 FILLER PIC X(04) VALUE SPACES.

       01 PENDENCIAS-TITULO.
           05 FILLER PIC X(43) VALUE
              'MOVIMENTOS PENDENTES DE APROVACAO EM '.
           05 PDT-DATA PIC X(08).

       01 PENDENCIAS-DETALHE.
           05 FILLER PIC X(11) VALUE 'Protocolo: '.
           05 PDD-PROTOCOLO PIC X(12).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Desde: '.
           05 PDD-DATA PIC X(08).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'Dias: '.
           05 PDD-DIAS PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'Solicitante: '.
           05 PDD-USUARIO PIC X(08).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(3) VALUE 'Op:'.
           05 PDD-OPERACAO PIC X(01).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'Arquivo:'.
           05 PDD-ARQUIVO PIC X(01).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(3) VALUE 'ID:'.
           05 PDD-ID PIC X(05).
           05 FILLER PIC X(3) VALUE SPACES.
           05 PDD-TIPO PIC X(22).

       01 PENDENCIAS-TOTAL.
           05 FILLER PIC X(23) VALUE 'Pendentes no corte:    '.
           05 PDS-QTDE PIC ZZZZZ9.

       01 LOG-MOTIVO-REF.
           05 MOT-REF-CAMPO PIC X(15).
           05 MOT-REF-VALOR PIC X(05).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(18) VALUE 'Contas em cascata:'.
           05 LOG-RES-CASCATA PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'Pendentes:'.
           05 LOG-RES-PENDENTES PIC ZZZZZ9.

       01 LOG-RESUMO-APROVACAO.
           05 FILLER PIC X(20) VALUE 'Aprovados aplicados:'.
           05 LOG-APR-APLICADOS PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(21) VALUE 'Aprovados rejeitados:'.
           05 LOG-APR-REJEITADOS PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'Reprovados:'.
           05 LOG-APR-REPROVADOS PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(21) VALUE 'Aprovacoes ignoradas:'.
           05 LOG-APR-IGNORADAS PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(16) VALUE 'Ainda pendentes:'.
           05 LOG-APR-PENDENTES PIC ZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM ABRIR-ARQUIVOS.
           ABRIR-ARQUIVOS.
           ACCEPT AS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM CARREGAR-CAMINHOS.
           PERFORM SEPARAR-MOVIMENTOS.

           IF AS-STATUS-M1 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
               MOVE 'Y' TO AS-ERRO-ABERTURA
           END-IF

      ******************************************************************
      * Pendentes de aprovacao e aprovacoes sao opcionais (status 35 =
      * nenhum). Pendentes ilegiveis param a execucao: o arquivo e
      * regravado no fim e os movimentos retidos se perderiam.
      ******************************************************************
           PERFORM CARREGAR-PENDENTES-APROVACAO.
           OPEN INPUT APROVACOES.
           IF AS-STATUS-P2 EQUAL ZEROS
               MOVE 'Y' TO AS-TEM-APROVACOES
           ELSE
               IF AS-STATUS-P2 NOT EQUAL 35
                   DISPLAY 'ARQUIVO VAZIO'
                   MOVE 'Y' TO AS-ERRO-ABERTURA
               END-IF
           END-IF

      ******************************************************************
      * Os movimentos alteram o mestre de producao no lugar: sem todas
      * as entradas abertas o programa para antes de aplicar qualquer

           OPEN OUTPUT LOG-MOVIMENTOS-S.
           OPEN OUTPUT TRILHA-AUDITORIA-S.
           OPEN EXTEND HISTORICO-FUNCIONAL-S.
           IF AS-STATUS-L3 EQUAL 35
               OPEN OUTPUT HISTORICO-FUNCIONAL-S
           END-IF
           OPEN OUTPUT RELATORIO-PENDENCIAS-S.
           PERFORM CARREGAR-MODO-CASCATA.
           PERFORM CARREGAR-CARGOS.
           PERFORM CARREGAR-DEPARTAMENTOS.

           CARREGAR-PENDENTES-APROVACAO.
               OPEN INPUT PENDENTES-APROVACAO
               IF AS-STATUS-P1 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-PND
                   PERFORM LER-PENDENTE-APROVACAO
                       UNTIL AS-FIM-PND EQUAL 'S'
                   CLOSE PENDENTES-APROVACAO
               ELSE
                   IF AS-STATUS-P1 NOT EQUAL 35
                       DISPLAY 'ARQUIVO VAZIO'
                       MOVE 'Y' TO AS-ERRO-ABERTURA
                   END-IF
               END-IF.

           LER-PENDENTE-APROVACAO.
               READ PENDENTES-APROVACAO
               AT END
                   MOVE 'S' TO AS-FIM-PND
               NOT AT END
                   IF AS-APR-QTDE >= AS-APR-MAX
                       DISPLAY 'ERRO: LIMITE DE ' AS-APR-MAX
                           ' PENDENTES DE APROVACAO EXCEDIDO'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO AS-APR-QTDE
                   MOVE PND-PROTOCOLO TO TAB-APR-PROTOCOLO(AS-APR-QTDE)
                   MOVE PND-USUARIO TO TAB-APR-USUARIO(AS-APR-QTDE)
                   MOVE PND-DATA TO TAB-APR-DATA(AS-APR-QTDE)
                   MOVE PND-TIPO TO TAB-APR-TIPO(AS-APR-QTDE)
                   MOVE 'P' TO TAB-APR-SITUACAO(AS-APR-QTDE)
                   MOVE PND-MOVIMENTO TO TAB-APR-MOVIMENTO(AS-APR-QTDE)
                   IF PND-PROTOCOLO(1:8) = AS-DATA-EXECUCAO AND
                           PND-PROTOCOLO(9:4) IS NUMERIC AND
                           PND-PROTOCOLO(9:4) > AS-PROTOCOLO-SEQ
                       MOVE PND-PROTOCOLO(9:4) TO AS-PROTOCOLO-SEQ
                   END-IF
               END-READ
               IF AS-STATUS-P1 NOT EQUAL ZEROS AND
                       AS-STATUS-P1 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-PND
                   MOVE 'Y' TO AS-ERRO-ABERTURA
               END-IF.

           CARREGAR-MODO-CASCATA.
               ACCEPT AS-CASCATA-ENTRADA FROM ENVIRONMENT
                   "CBLZGB05_CASCATA"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-MOVIMENTOS
               END-IF
               PERFORM MEDIR-CAMINHO-MOVIMENTOS
               MOVE AS-CAMINHO-MOVIMENTOS TO AS-CAMINHO-MOVIMENTOS-PROC
               IF AS-CAM-TAM > ZERO AND AS-CAM-TAM < 96
                   MOVE '.proc' TO
                       AS-CAMINHO-MOVIMENTOS-PROC(AS-CAM-TAM + 1:5)
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB05_MOVIMENTOS_PROC"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-MOVIMENTOS-PROC
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB05_CLIENTES"
               IF AS-CAMINHO-ENV NOT = SPACES
                   "CBLZGB05_TRILHA_S"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-TRILHA-S
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB05_HISTORICO_S"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-HISTORICO-S
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB05_PENDENTES"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-PENDENTES
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB05_APROVACOES"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-APROVACOES
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB05_PENDENCIAS_S"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-PENDENCIAS-S
               END-IF.

      ******************************************************************
      * Arquivo em processamento: se sobrou de uma execucao com erro,
      * e reprocessado como esta (os movimentos novos esperam a
      * proxima execucao); senao o arquivo de movimentos e renomeado
      * para ele, de uma vez, e a entrada online passa a gravar num
      * arquivo novo. Sem arquivo de movimentos a abertura falha.
      ******************************************************************
           SEPARAR-MOVIMENTOS.
               OPEN INPUT MOVIMENTOS
               IF AS-STATUS-M1 EQUAL ZEROS
                   DISPLAY 'REPROCESSANDO MOVIMENTOS DA EXECUCAO '
                       'ANTERIOR: ' AS-CAMINHO-MOVIMENTOS-PROC
               ELSE
                   CALL 'CBL_RENAME_FILE' USING AS-CAMINHO-MOVIMENTOS
                       AS-CAMINHO-MOVIMENTOS-PROC
                   MOVE ZERO TO RETURN-CODE
                   OPEN INPUT MOVIMENTOS
               END-IF.

           MEDIR-CAMINHO-MOVIMENTOS.
               MOVE ZERO TO AS-CAM-TAM
               PERFORM VARYING AS-CAM-I FROM 100 BY -1
                       UNTIL AS-CAM-I < 1 OR AS-CAM-TAM > ZERO
                   IF AS-CAMINHO-MOVIMENTOS(AS-CAM-I:1) NOT = SPACE
                       MOVE AS-CAM-I TO AS-CAM-TAM
                   END-IF
               END-PERFORM.

       1000-INICIALIZAR-FIM.
           EXIT.

       2000-PROCESSAR          SECTION.

           PERFORM CONTAR-MESTRES-INICIAL.
           IF AS-TEM-APROVACOES = 'Y'
               PERFORM LER-APROVACAO UNTIL AS-FIM-APR EQUAL 'S'
           END-IF
           PERFORM LER-MOVIMENTO    UNTIL AS-FIM-MOV EQUAL 'S'.
           PERFORM REAPLICAR-INCLUSOES-PENDENTES.
           PERFORM CONTAR-MESTRES-FINAL.
           PERFORM GRAVAR-BALANCO-LOG.
           PERFORM GRAVAR-PENDENTES-APROVACAO.
           PERFORM GRAVAR-RESUMO-LOG.

       2000-PROCESSAR-FIM.
                       MOVE MOV-IMAGEM(1:599) TO ARQ-FUNCIONARIO-M
                       PERFORM VALIDAR-REFS-FUNCIONARIO
                       IF AS-REF-OK = 'Y'
                           PERFORM VERIFICAR-INCLUSAO-SENSIVEL
                           IF AS-TIPO-SENSIVEL NOT = SPACES
                               PERFORM RETER-MOVIMENTO-SENSIVEL
                           ELSE
                               PERFORM INCLUIR-FUNCIONARIO
                           END-IF
                       ELSE
                           MOVE 'REJEITADO' TO ARQ-S-LOG-RESULTADO
                           MOVE LOG-MOTIVO-REF TO ARQ-S-LOG-MOTIVO
                               ARQ-S-LOG-MOTIVO
                           PERFORM GRAVAR-LOG-MOVIMENTO
                       NOT INVALID KEY
                           IF AS-APLICANDO-APROVADO = 'Y'
                               PERFORM MESCLAR-CARGO-APROVADO
                           END-IF
                           IF MOV-IMAGEM(6:5) NOT = FUN-M-ID-CARGO AND
                                   AS-APLICANDO-APROVADO NOT = 'Y'
                               PERFORM RETER-ALTERACAO-FUNCIONARIO
                           ELSE
                               PERFORM ALTERAR-FUNCIONARIO
                           END-IF
                       END-READ
                   WHEN 'E'
                   MOVE 16 TO RETURN-CODE
               END-IF.

           INCLUIR-FUNCIONARIO.
               MOVE ARQ-FUNCIONARIO-M TO AS-IMAGEM-NOVA
               WRITE ARQ-FUNCIONARIO-M
               INVALID KEY
                   PERFORM GUARDAR-INCLUSAO-PENDENTE
               NOT INVALID KEY
                   ADD 1 TO AS-FUN-INC
                   MOVE 'APLICADO ' TO ARQ-S-LOG-RESULTADO
                   MOVE 'Registro incluido' TO ARQ-S-LOG-MOTIVO
                   PERFORM GRAVAR-LOG-MOVIMENTO
                   PERFORM MARCAR-FUNCIONARIO-INCLUIDO
                   PERFORM DEFINIR-DATA-EFETIVA
                   PERFORM REGISTRAR-HIS-INCLUSAO
               END-WRITE.

           MARCAR-FUNCIONARIO-INCLUIDO.
               MOVE MOV-ID-REGISTRO TO AS-ID-ENTRADA
               PERFORM CONVERTER-ID-IDX
               IF AS-IDX > ZERO
                   MOVE 'S' TO TAB-FUN-INCLUIDO(AS-IDX)
               END-IF.

           ALTERAR-FUNCIONARIO.
               MOVE ARQ-FUNCIONARIO-M TO AS-IMAGEM-ANTIGA
               MOVE MOV-IMAGEM(1:599) TO ARQ-FUNCIONARIO-M
               PERFORM VALIDAR-REFS-FUNCIONARIO
               IF AS-REF-OK = 'Y'
                   MOVE ARQ-FUNCIONARIO-M TO AS-IMAGEM-NOVA
                   REWRITE ARQ-FUNCIONARIO-M
                   MOVE 'APLICADO ' TO ARQ-S-LOG-RESULTADO
                   MOVE 'Registro alterado' TO ARQ-S-LOG-MOTIVO
                   PERFORM GRAVAR-LOG-MOVIMENTO
                   PERFORM GRAVAR-TRILHA-MOVIMENTO
                   PERFORM DEFINIR-DATA-EFETIVA
                   PERFORM REGISTRAR-HIS-ALTERACAO
               ELSE
                   MOVE 'REJEITADO' TO ARQ-S-LOG-RESULTADO
                   MOVE LOG-MOTIVO-REF TO ARQ-S-LOG-MOTIVO
                   PERFORM GRAVAR-LOG-MOVIMENTO
               END-IF.

       2300-ATUALIZAR-FUNCIONARIOS-FIM.
           EXIT.

                       MOVE MOV-IMAGEM(1:174) TO ARQ-CONTA-M
                       PERFORM VALIDAR-REF-CONTA
                       IF AS-REF-OK = 'Y'
                           PERFORM VERIFICAR-INCLUSAO-SENSIVEL
                           IF AS-TIPO-SENSIVEL NOT = SPACES
                               PERFORM RETER-MOVIMENTO-SENSIVEL
                           ELSE
                               PERFORM INCLUIR-CONTA
                           END-IF
                       ELSE
                           MOVE 'REJEITADO' TO ARQ-S-LOG-RESULTADO
                           MOVE LOG-MOTIVO-REF TO ARQ-S-LOG-MOTIVO
                               ARQ-S-LOG-MOTIVO
                           PERFORM GRAVAR-LOG-MOVIMENTO
                       NOT INVALID KEY
                           IF AS-APLICANDO-APROVADO = 'Y'
                               PERFORM MESCLAR-BANCO-APROVADO
                           END-IF
                           IF MOV-IMAGEM(6:115) NOT =
                                   ARQ-CONTA-M(6:115) AND
                                   AS-APLICANDO-APROVADO NOT = 'Y'
                               PERFORM RETER-ALTERACAO-CONTA
                           ELSE
                               PERFORM ALTERAR-CONTA
                           END-IF
                       END-READ
                   WHEN 'E'
                       MOVE MOV-ID-REGISTRO TO CON-M-ID
                           MOVE 'Registro excluido' TO ARQ-S-LOG-MOTIVO
                           PERFORM GRAVAR-LOG-MOVIMENTO
                           PERFORM GRAVAR-TRILHA-MOVIMENTO
                           MOVE 'T' TO AS-EXC-ARQUIVO
                           PERFORM GUARDAR-EXCLUSAO-DIA
                       END-READ
               END-EVALUATE
               IF AS-STATUS-E3 NOT EQUAL ZEROS AND
                   MOVE 16 TO RETURN-CODE
               END-IF.

      ******************************************************************
      * A conta alterada continua apontando funcionario existente: a
      * troca de titular passa pela mesma validacao da inclusao.
      ******************************************************************
           ALTERAR-CONTA.
               MOVE SPACES TO AS-IMAGEM-ANTIGA
               MOVE ARQ-CONTA-M TO AS-IMAGEM-ANTIGA(1:174)
               MOVE MOV-IMAGEM(1:174) TO ARQ-CONTA-M
               PERFORM VALIDAR-REF-CONTA
               IF AS-REF-OK = 'Y'
                   REWRITE ARQ-CONTA-M
                   MOVE 'APLICADO ' TO ARQ-S-LOG-RESULTADO
                   MOVE 'Registro alterado' TO ARQ-S-LOG-MOTIVO
                   PERFORM GRAVAR-LOG-MOVIMENTO
                   PERFORM GRAVAR-TRILHA-MOVIMENTO
               ELSE
                   MOVE 'REJEITADO' TO ARQ-S-LOG-RESULTADO
                   MOVE LOG-MOTIVO-REF TO ARQ-S-LOG-MOTIVO
                   PERFORM GRAVAR-LOG-MOVIMENTO
               END-IF.

           INCLUIR-CONTA.
               WRITE ARQ-CONTA-M
               INVALID KEY
                   PERFORM GUARDAR-INCLUSAO-PENDENTE
               NOT INVALID KEY
                   ADD 1 TO AS-CON-INC
                   MOVE 'APLICADO ' TO ARQ-S-LOG-RESULTADO
                   MOVE 'Registro incluido' TO ARQ-S-LOG-MOTIVO
                   PERFORM GRAVAR-LOG-MOVIMENTO
               END-WRITE.

       2400-ATUALIZAR-CONTAS-FIM.
           EXIT.

      ******************************************************************
      * Retencao do movimento sensivel com protocolo AAAAMMDDnnnn.
      * Sem usuario solicitante o movimento e rejeitado: a aprovacao
      * depende de comparar solicitante e aprovador.
      ******************************************************************
       2450-APROVACAO-MOVIMENTOS SECTION.
           RETER-MOVIMENTO-SENSIVEL.
               IF MOV-USUARIO = SPACES
                   MOVE 'REJEITADO' TO ARQ-S-LOG-RESULTADO
                   MOVE 'Movimento sujeito a aprovacao sem usuario' TO
                       ARQ-S-LOG-MOTIVO
                   PERFORM GRAVAR-LOG-MOVIMENTO
               ELSE
                   IF AS-APR-QTDE >= AS-APR-MAX
                       DISPLAY 'ERRO: LIMITE DE ' AS-APR-MAX
                           ' PENDENTES DE APROVACAO EXCEDIDO'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO AS-PROTOCOLO-SEQ
                   MOVE AS-DATA-EXECUCAO TO AS-PROTOCOLO(1:8)
                   MOVE AS-PROTOCOLO-SEQ TO AS-PROTOCOLO(9:4)
                   ADD 1 TO AS-APR-QTDE
                   MOVE AS-PROTOCOLO TO TAB-APR-PROTOCOLO(AS-APR-QTDE)
                   MOVE MOV-USUARIO TO TAB-APR-USUARIO(AS-APR-QTDE)
                   MOVE AS-DATA-EXECUCAO TO TAB-APR-DATA(AS-APR-QTDE)
                   MOVE AS-TIPO-SENSIVEL TO TAB-APR-TIPO(AS-APR-QTDE)
                   MOVE 'P' TO TAB-APR-SITUACAO(AS-APR-QTDE)
                   MOVE ARQ-MOVIMENTOS TO
                       TAB-APR-MOVIMENTO(AS-APR-QTDE)
                   MOVE 'PENDENTE ' TO ARQ-S-LOG-RESULTADO
                   MOVE AS-PROTOCOLO TO MOT-PND-PROTOCOLO
                   MOVE LOG-MOTIVO-PENDENTE TO ARQ-S-LOG-MOTIVO
                   PERFORM GRAVAR-LOG-MOVIMENTO
               END-IF.

      ******************************************************************
      * Inclusao sensivel (ver TAB-EXC-DADOS). Funcionario: sensivel
      * se o ID foi excluido nesta execucao com outro cargo. Conta
      * cujo ID ainda esta no mestre segue para o WRITE (status 22 a
      * leva para a segunda passada, que verifica de novo); conta
      * nova so entra direto se o funcionario foi admitido nesta
      * execucao ou se repoe, com o mesmo funcionario e os mesmos
      * dados bancarios, a conta excluida nesta execucao. Movimento
      * ja aprovado nao e verificado.
      ******************************************************************
           VERIFICAR-INCLUSAO-SENSIVEL.
               MOVE SPACES TO AS-TIPO-SENSIVEL
               IF AS-APLICANDO-APROVADO NOT = 'Y'
                   EVALUATE MOV-ARQUIVO
                       WHEN 'F'
                           PERFORM VERIFICAR-INCLUSAO-FUNCIONARIO
                       WHEN 'T'
                           PERFORM VERIFICAR-INCLUSAO-CONTA
                   END-EVALUATE
               END-IF.

           VERIFICAR-INCLUSAO-FUNCIONARIO.
               MOVE 'F' TO AS-EXC-ARQUIVO
               MOVE MOV-ID-REGISTRO TO AS-EXC-ID
               PERFORM PROCURAR-EXCLUSAO-DIA
               IF AS-EXC-ACHADO > ZERO
                   IF TAB-EXC-DADOS(AS-EXC-ACHADO)(1:5) NOT =
                           MOV-IMAGEM(6:5)
                       MOVE 'C' TO AS-TIPO-SENSIVEL
                   END-IF
               END-IF.

           VERIFICAR-INCLUSAO-CONTA.
               MOVE MOV-ID-REGISTRO TO CON-M-ID
               READ CONTAS-M
               INVALID KEY
                   PERFORM VERIFICAR-CONTA-NOVA
               END-READ
               IF AS-STATUS-E3 NOT EQUAL ZEROS AND
                       AS-STATUS-E3 NOT EQUAL 23
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
                   MOVE 16 TO RETURN-CODE
               END-IF
               MOVE MOV-IMAGEM(1:174) TO ARQ-CONTA-M.

           VERIFICAR-CONTA-NOVA.
               MOVE 'B' TO AS-TIPO-SENSIVEL
               MOVE MOV-IMAGEM(6:5) TO AS-ID-ENTRADA
               PERFORM CONVERTER-ID-IDX
               MOVE 'F' TO AS-EXC-ARQUIVO
               MOVE MOV-IMAGEM(6:5) TO AS-EXC-ID
               PERFORM PROCURAR-EXCLUSAO-DIA
               IF AS-IDX > ZERO AND AS-EXC-ACHADO = ZERO
                   IF TAB-FUN-INCLUIDO(AS-IDX) = 'S'
                       MOVE SPACES TO AS-TIPO-SENSIVEL
                   END-IF
               END-IF
               MOVE 'T' TO AS-EXC-ARQUIVO
               MOVE MOV-ID-REGISTRO TO AS-EXC-ID
               PERFORM PROCURAR-EXCLUSAO-DIA
               IF AS-EXC-ACHADO > ZERO
                   IF TAB-EXC-DADOS(AS-EXC-ACHADO) = MOV-IMAGEM(6:115)
                       MOVE SPACES TO AS-TIPO-SENSIVEL
                   END-IF
               END-IF.

      ******************************************************************
      * A ultima exclusao do dia do ID procurado (AS-EXC-ARQUIVO e
      * AS-EXC-ID) fica em AS-EXC-ACHADO; zero = nao excluido.
      ******************************************************************
           PROCURAR-EXCLUSAO-DIA.
               MOVE ZERO TO AS-EXC-ACHADO
               PERFORM VARYING AS-EXC-IDX FROM 1 BY 1
                       UNTIL AS-EXC-IDX > AS-EXC-QTDE
                   IF TAB-EXC-ARQUIVO(AS-EXC-IDX) = AS-EXC-ARQUIVO AND
                           TAB-EXC-ID(AS-EXC-IDX) = AS-EXC-ID
                       MOVE AS-EXC-IDX TO AS-EXC-ACHADO
                   END-IF
               END-PERFORM.

      ******************************************************************
      * Guarda a exclusao aplicada a partir da imagem que saiu do
      * mestre (AS-IMAGEM-ANTIGA); AS-EXC-ARQUIVO diz de qual mestre.
      ******************************************************************
           GUARDAR-EXCLUSAO-DIA.
               IF AS-EXC-QTDE >= AS-EXC-MAX
                   DISPLAY 'ERRO: LIMITE DE ' AS-EXC-MAX
                       ' EXCLUSOES NA EXECUCAO EXCEDIDO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO AS-EXC-QTDE
               MOVE AS-EXC-ARQUIVO TO TAB-EXC-ARQUIVO(AS-EXC-QTDE)
               MOVE AS-IMAGEM-ANTIGA(1:5) TO TAB-EXC-ID(AS-EXC-QTDE)
               IF AS-EXC-ARQUIVO = 'F'
                   MOVE AS-IMAGEM-ANTIGA(6:5) TO
                       TAB-EXC-DADOS(AS-EXC-QTDE)
               ELSE
                   MOVE AS-IMAGEM-ANTIGA(6:115) TO
                       TAB-EXC-DADOS(AS-EXC-QTDE)
               END-IF.

      ******************************************************************
      * Retencao de alteracao: o que nao e sensivel entra agora, com o
      * cargo (ou titular e dados bancarios) do mestre no lugar do
      * digitado; o movimento original fica pendente so pelo campo
      * sensivel. Rejeitada a parte aplicavel, nada fica pendente.
      * Sem usuario o movimento inteiro e rejeitado na retencao.
      ******************************************************************
           RETER-ALTERACAO-FUNCIONARIO.
               MOVE 'Y' TO AS-REF-OK
               MOVE MOV-IMAGEM(6:5) TO AS-CAMPO-RETIDO
               MOVE FUN-M-ID-CARGO TO MOV-IMAGEM(6:5)
               IF MOV-USUARIO NOT = SPACES AND
                       MOV-IMAGEM(1:599) NOT = ARQ-FUNCIONARIO-M
                   MOVE 'Y' TO AS-APLICACAO-PARCIAL
                   PERFORM ALTERAR-FUNCIONARIO
                   MOVE 'N' TO AS-APLICACAO-PARCIAL
               END-IF
               MOVE AS-CAMPO-RETIDO(1:5) TO MOV-IMAGEM(6:5)
               IF AS-REF-OK = 'Y'
                   MOVE 'C' TO AS-TIPO-SENSIVEL
                   PERFORM RETER-MOVIMENTO-SENSIVEL
               END-IF.

           RETER-ALTERACAO-CONTA.
               MOVE 'Y' TO AS-REF-OK
               MOVE MOV-IMAGEM(6:115) TO AS-CAMPO-RETIDO
               MOVE ARQ-CONTA-M(6:115) TO MOV-IMAGEM(6:115)
               IF MOV-USUARIO NOT = SPACES AND
                       MOV-IMAGEM(1:174) NOT = ARQ-CONTA-M
                   MOVE 'Y' TO AS-APLICACAO-PARCIAL
                   PERFORM ALTERAR-CONTA
                   MOVE 'N' TO AS-APLICACAO-PARCIAL
               END-IF
               MOVE AS-CAMPO-RETIDO TO MOV-IMAGEM(6:115)
               IF AS-REF-OK = 'Y'
                   MOVE 'B' TO AS-TIPO-SENSIVEL
                   PERFORM RETER-MOVIMENTO-SENSIVEL
               END-IF.

      ******************************************************************
      * Aprovacao de alteracao: o movimento retido pode ter varias
      * execucoes; sobre o registro atual do mestre vai so o campo
      * que foi aprovado (cargo do funcionario; titular e
      * agencia/numero da conta), sem desfazer o que foi aplicado no
      * registro depois da retencao. O restante da imagem ja foi
      * aplicado na retencao.
      ******************************************************************
           MESCLAR-CARGO-APROVADO.
               MOVE MOV-IMAGEM(6:5) TO AS-CAMPO-RETIDO
               MOVE ARQ-FUNCIONARIO-M TO MOV-IMAGEM(1:599)
               MOVE AS-CAMPO-RETIDO(1:5) TO MOV-IMAGEM(6:5).

           MESCLAR-BANCO-APROVADO.
               MOVE MOV-IMAGEM(6:115) TO AS-CAMPO-RETIDO
               MOVE SPACES TO MOV-IMAGEM
               MOVE ARQ-CONTA-M TO MOV-IMAGEM(1:174)
               MOVE AS-CAMPO-RETIDO TO MOV-IMAGEM(6:115).

      ******************************************************************
      * Aprovacoes: protocolo deve estar pendente e o aprovador deve
      * ser outro usuario. Aprovado, o movimento original volta para a
      * area do arquivo de movimentos e passa pelo mesmo caminho de
      * aplicacao (validacoes, trilha e historico funcional);
      * reprovado, sai da lista de pendentes.
      ******************************************************************
           LER-APROVACAO.
               READ APROVACOES
               AT END
                   MOVE 'S' TO AS-FIM-APR
               NOT AT END
                   PERFORM TRATAR-APROVACAO
               END-READ
               IF AS-STATUS-P2 NOT EQUAL ZEROS AND
                       AS-STATUS-P2 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-APR
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
                   MOVE 16 TO RETURN-CODE
               END-IF.

           TRATAR-APROVACAO.
               MOVE ZERO TO AS-APR-ACHADO
               PERFORM VARYING AS-APR-IDX FROM 1 BY 1
                       UNTIL AS-APR-IDX > AS-APR-QTDE
                           OR AS-APR-ACHADO > ZERO
                   IF TAB-APR-PROTOCOLO(AS-APR-IDX) = APR-PROTOCOLO
                           AND TAB-APR-SITUACAO(AS-APR-IDX) = 'P'
                       MOVE AS-APR-IDX TO AS-APR-ACHADO
                   END-IF
               END-PERFORM
               MOVE APR-PROTOCOLO TO MOT-APR-PROTOCOLO
               MOVE APR-USUARIO TO MOT-APR-APROVADOR
               MOVE SPACES TO MOT-APR-SOLICITANTE
               IF AS-APR-ACHADO = ZERO
                   MOVE 'IGNORADO ' TO ARQ-S-LOG-RESULTADO
                   MOVE SPACES TO ARQ-S-LOG-OPERACAO
                   MOVE SPACES TO ARQ-S-LOG-ARQUIVO
                   MOVE SPACES TO ARQ-S-LOG-ID
                   PERFORM GRAVAR-LINHA-APROVACAO
               ELSE
                   MOVE TAB-APR-MOVIMENTO(AS-APR-ACHADO) TO
                       ARQ-MOVIMENTOS
                   MOVE TAB-APR-USUARIO(AS-APR-ACHADO) TO
                       MOT-APR-SOLICITANTE
                   MOVE MOV-OPERACAO TO ARQ-S-LOG-OPERACAO
                   MOVE MOV-ARQUIVO TO ARQ-S-LOG-ARQUIVO
                   MOVE MOV-ID-REGISTRO TO ARQ-S-LOG-ID
                   EVALUATE TRUE
                       WHEN APR-USUARIO = SPACES OR
                               APR-USUARIO =
                               TAB-APR-USUARIO(AS-APR-ACHADO)
                           MOVE 'IGNORADO ' TO ARQ-S-LOG-RESULTADO
                           PERFORM GRAVAR-LINHA-APROVACAO
                       WHEN APR-DECISAO = 'R'
                           MOVE 'R' TO TAB-APR-SITUACAO(AS-APR-ACHADO)
                           ADD 1 TO AS-APR-REPROVADOS
                           MOVE 'REPROVADO' TO ARQ-S-LOG-RESULTADO
                           PERFORM GRAVAR-LINHA-APROVACAO
                       WHEN APR-DECISAO = 'A'
                           MOVE 'A' TO TAB-APR-SITUACAO(AS-APR-ACHADO)
                           MOVE 'APROVADO ' TO ARQ-S-LOG-RESULTADO
                           PERFORM GRAVAR-LINHA-APROVACAO
                           MOVE 'Y' TO AS-APLICANDO-APROVADO
                           PERFORM APLICAR-MOVIMENTO
                           MOVE 'N' TO AS-APLICANDO-APROVADO
                       WHEN OTHER
                           MOVE 'IGNORADO ' TO ARQ-S-LOG-RESULTADO
                           PERFORM GRAVAR-LINHA-APROVACAO
                   END-EVALUATE
               END-IF.

      ******************************************************************
      * Linha de aprovacao nao e movimento lido: fica fora do balanco
      * lidos = aplicados + rejeitados + pendentes.
      ******************************************************************
           GRAVAR-LINHA-APROVACAO.
               IF ARQ-S-LOG-RESULTADO = 'IGNORADO '
                   ADD 1 TO AS-APR-IGNORADAS
               END-IF
               MOVE LOG-MOTIVO-APROVACAO TO ARQ-S-LOG-MOTIVO
               MOVE LOG-FIELDS TO ARQ-LOG-MOVIMENTO-S
               WRITE ARQ-LOG-MOVIMENTO-S.

      ******************************************************************
      * Regrava os pendentes (so os que continuam aguardando) e emite
      * o relatorio de pendencias: o que estiver nele no corte da
      * folha nao entra no pagamento do mes.
      ******************************************************************
           GRAVAR-PENDENTES-APROVACAO.
               MOVE AS-DATA-EXECUCAO TO PDT-DATA
               MOVE PENDENCIAS-TITULO TO ARQ-RELATORIO-PENDENCIAS-S
               WRITE ARQ-RELATORIO-PENDENCIAS-S
               OPEN OUTPUT PENDENTES-APROVACAO
               IF AS-STATUS-P1 NOT EQUAL ZEROS
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM VARYING AS-APR-IDX FROM 1 BY 1
                           UNTIL AS-APR-IDX > AS-APR-QTDE
                       IF TAB-APR-SITUACAO(AS-APR-IDX) = 'P'
                           PERFORM GRAVAR-PENDENTE-APROVACAO
                       END-IF
                   END-PERFORM
                   CLOSE PENDENTES-APROVACAO
                   IF AS-STATUS-P1 NOT EQUAL ZEROS
                       DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-P1
                   END-IF
               END-IF
               MOVE AS-PENDENTES-FIM TO PDS-QTDE
               MOVE PENDENCIAS-TOTAL TO ARQ-RELATORIO-PENDENCIAS-S
               WRITE ARQ-RELATORIO-PENDENCIAS-S.

           GRAVAR-PENDENTE-APROVACAO.
               MOVE SPACES TO ARQ-PENDENTE-APROVACAO
               MOVE TAB-APR-PROTOCOLO(AS-APR-IDX) TO PND-PROTOCOLO
               MOVE TAB-APR-USUARIO(AS-APR-IDX) TO PND-USUARIO
               MOVE TAB-APR-DATA(AS-APR-IDX) TO PND-DATA
               MOVE TAB-APR-TIPO(AS-APR-IDX) TO PND-TIPO
               MOVE TAB-APR-MOVIMENTO(AS-APR-IDX) TO PND-MOVIMENTO
               WRITE ARQ-PENDENTE-APROVACAO
               IF AS-STATUS-P1 NOT EQUAL ZEROS
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
                   MOVE 16 TO RETURN-CODE
               END-IF
               ADD 1 TO AS-PENDENTES-FIM
               MOVE TAB-APR-PROTOCOLO(AS-APR-IDX) TO PDD-PROTOCOLO
               MOVE TAB-APR-DATA(AS-APR-IDX) TO PDD-DATA
               MOVE ZERO TO AS-DIAS-PENDENTE
               IF TAB-APR-DATA(AS-APR-IDX) IS NUMERIC
                   COMPUTE AS-DIAS-PENDENTE =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(AS-DATA-EXECUCAO))
                     - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(TAB-APR-DATA(AS-APR-IDX)))
               END-IF
               MOVE AS-DIAS-PENDENTE TO PDD-DIAS
               MOVE TAB-APR-USUARIO(AS-APR-IDX) TO PDD-USUARIO
               MOVE TAB-APR-MOVIMENTO(AS-APR-IDX)(1:1) TO PDD-OPERACAO
               MOVE TAB-APR-MOVIMENTO(AS-APR-IDX)(2:1) TO PDD-ARQUIVO
               MOVE TAB-APR-MOVIMENTO(AS-APR-IDX)(3:5) TO PDD-ID
               IF TAB-APR-TIPO(AS-APR-IDX) = 'B'
                   MOVE 'Titular/banco da conta' TO PDD-TIPO
               ELSE
                   MOVE 'Cargo do funcionario' TO PDD-TIPO
               END-IF
               MOVE PENDENCIAS-DETALHE TO ARQ-RELATORIO-PENDENCIAS-S
               WRITE ARQ-RELATORIO-PENDENCIAS-S.

       2450-APROVACAO-MOVIMENTOS-FIM.
           EXIT.

      ******************************************************************
      * Historico funcional: inclusao de funcionario ativo e volta ao
      * status 'Ativo' geram admissao; alteracao grava troca de cargo
      * e transferencia de departamento quando mudam; saida do status
      * 'Ativo' (alteracao ou exclusao do registro) grava o
      * desligamento com o motivo do movimento.
      ******************************************************************
       2350-HISTORICO-FUNCIONAL SECTION.
           DEFINIR-DATA-EFETIVA.
               IF MOV-DATA-EFETIVA IS NUMERIC AND
                       MOV-DATA-EFETIVA > '00000000'
                   MOVE MOV-DATA-EFETIVA TO AS-DATA-EFETIVA
               ELSE
                   MOVE AS-DATA-EXECUCAO TO AS-DATA-EFETIVA
               END-IF
               MOVE MOV-MOTIVO TO AS-MOTIVO-DESLIGAMENTO.

           REGISTRAR-HIS-INCLUSAO.
               IF NOV-STATUS-FUNC = 'Ativo'
                   MOVE SPACES TO ARQ-HISTORICO-FUNCIONAL-S
                   MOVE 'A' TO HIS-EVENTO
                   MOVE NOV-ID-FUNC TO HIS-ID-FUNC
                   MOVE NOV-ID-CARGO TO HIS-ID-CARGO
                   MOVE NOV-ID-DEP TO HIS-ID-DEP
                   PERFORM GRAVAR-LINHA-HISTORICO
               END-IF.

           REGISTRAR-HIS-ALTERACAO.
               IF ANT-STATUS-FUNC NOT = 'Ativo' AND
                       NOV-STATUS-FUNC = 'Ativo'
                   MOVE SPACES TO ARQ-HISTORICO-FUNCIONAL-S
                   MOVE 'A' TO HIS-EVENTO
                   PERFORM MONTAR-HIS-ALTERACAO
                   PERFORM GRAVAR-LINHA-HISTORICO
               END-IF
               IF ANT-ID-CARGO NOT = NOV-ID-CARGO
                   MOVE SPACES TO ARQ-HISTORICO-FUNCIONAL-S
                   MOVE 'C' TO HIS-EVENTO
                   PERFORM MONTAR-HIS-ALTERACAO
                   PERFORM GRAVAR-LINHA-HISTORICO
               END-IF
               IF ANT-ID-DEP NOT = NOV-ID-DEP
                   MOVE SPACES TO ARQ-HISTORICO-FUNCIONAL-S
                   MOVE 'T' TO HIS-EVENTO
                   PERFORM MONTAR-HIS-ALTERACAO
                   PERFORM GRAVAR-LINHA-HISTORICO
               END-IF
               IF ANT-STATUS-FUNC = 'Ativo' AND
                       NOV-STATUS-FUNC NOT = 'Ativo'
                   MOVE SPACES TO ARQ-HISTORICO-FUNCIONAL-S
                   MOVE 'D' TO HIS-EVENTO
                   PERFORM MONTAR-HIS-ALTERACAO
                   MOVE AS-MOTIVO-DESLIGAMENTO TO HIS-MOTIVO
                   PERFORM GRAVAR-LINHA-HISTORICO
               END-IF.

           MONTAR-HIS-ALTERACAO.
               MOVE NOV-ID-FUNC TO HIS-ID-FUNC
               MOVE ANT-ID-CARGO TO HIS-ID-CARGO-ANT
               MOVE NOV-ID-CARGO TO HIS-ID-CARGO
               MOVE ANT-ID-DEP TO HIS-ID-DEP-ANT
               MOVE NOV-ID-DEP TO HIS-ID-DEP.

           REGISTRAR-HIS-EXCLUSAO.
               IF ANT-STATUS-FUNC = 'Ativo'
                   MOVE SPACES TO ARQ-HISTORICO-FUNCIONAL-S
                   MOVE 'D' TO HIS-EVENTO
                   MOVE ANT-ID-FUNC TO HIS-ID-FUNC
                   MOVE ANT-ID-CARGO TO HIS-ID-CARGO-ANT
                   MOVE ANT-ID-CARGO TO HIS-ID-CARGO
                   MOVE ANT-ID-DEP TO HIS-ID-DEP-ANT
                   MOVE ANT-ID-DEP TO HIS-ID-DEP
                   MOVE AS-MOTIVO-DESLIGAMENTO TO HIS-MOTIVO
                   PERFORM GRAVAR-LINHA-HISTORICO
               END-IF.

           GRAVAR-LINHA-HISTORICO.
               MOVE AS-DATA-EFETIVA TO HIS-DATA-EFETIVA
               MOVE AS-DATA-EXECUCAO TO HIS-DATA-REGISTRO
               WRITE ARQ-HISTORICO-FUNCIONAL-S
               IF AS-STATUS-L3 NOT EQUAL ZEROS
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
                   MOVE 16 TO RETURN-CODE
               END-IF.

       2350-HISTORICO-FUNCIONAL-FIM.
           EXIT.

      ******************************************************************
      * Validacao de referencias antes de aplicar: cargo e
      * departamento pela tabela de existencia, funcionario da conta
                   MOVE 'Registro excluido' TO ARQ-S-LOG-MOTIVO
                   PERFORM GRAVAR-LOG-MOVIMENTO
                   PERFORM GRAVAR-TRILHA-MOVIMENTO
                   PERFORM DEFINIR-DATA-EFETIVA
                   PERFORM REGISTRAR-HIS-EXCLUSAO
                   MOVE 'F' TO AS-EXC-ARQUIVO
                   PERFORM GUARDAR-EXCLUSAO-DIA
                   PERFORM EXCLUIR-CONTAS-FUNCIONARIO
               ELSE
                   PERFORM PROCURAR-CONTA-FUNCIONARIO
                       MOVE 'Registro excluido' TO ARQ-S-LOG-MOTIVO
                       PERFORM GRAVAR-LOG-MOVIMENTO
                       PERFORM GRAVAR-TRILHA-MOVIMENTO
                       PERFORM DEFINIR-DATA-EFETIVA
                       PERFORM REGISTRAR-HIS-EXCLUSAO
                       MOVE 'F' TO AS-EXC-ARQUIVO
                       PERFORM GUARDAR-EXCLUSAO-DIA
                   END-IF
               END-IF.

                       MOVE AS-IMAGEM-ANTIGA TO TRI-IMAGEM-ANTIGA
                       MOVE SPACES TO TRI-IMAGEM-MOVIMENTO
                       PERFORM GRAVAR-LINHA-TRILHA
                       MOVE 'T' TO AS-EXC-ARQUIVO
                       PERFORM GUARDAR-EXCLUSAO-DIA
                   END-IF
               END-READ
               IF AS-STATUS-E3 NOT EQUAL ZEROS AND
      * status 22 tenta de novo - um exclui-e-inclui do mesmo ID entra
      * pelo fim, independente da ordem no arquivo de movimentos. ID
      * ainda existente na segunda tentativa rejeita a inclusao.
      * Reinclusao que troca dado sensivel do registro excluido fica
      * retida para aprovacao como qualquer movimento sensivel; a
      * inclusao ja aprovada guarda a marca de aprovada e nao e
      * retida de novo.
      ******************************************************************
       2550-REAPLICAR-INCLUSOES SECTION.
           GUARDAR-INCLUSAO-PENDENTE.
                   STOP RUN
               END-IF
               ADD 1 TO AS-PEND-QTDE
               MOVE ARQ-MOVIMENTOS TO TAB-PEND-MOVIMENTO(AS-PEND-QTDE)
               MOVE AS-APLICANDO-APROVADO TO
                   TAB-PEND-APROVADO(AS-PEND-QTDE)
               PERFORM DEFINIR-DATA-EFETIVA
               MOVE AS-DATA-EFETIVA TO
                   TAB-PEND-DATA-EFETIVA(AS-PEND-QTDE).

           REAPLICAR-INCLUSOES-PENDENTES.
               PERFORM VARYING AS-PEND-IDX FROM 1 BY 1
                       UNTIL AS-PEND-IDX > AS-PEND-QTDE
                   PERFORM REAPLICAR-INCLUSAO
               END-PERFORM
               MOVE 'N' TO AS-APLICANDO-APROVADO.

           REAPLICAR-INCLUSAO.
               MOVE TAB-PEND-MOVIMENTO(AS-PEND-IDX) TO ARQ-MOVIMENTOS
               MOVE TAB-PEND-APROVADO(AS-PEND-IDX) TO
                   AS-APLICANDO-APROVADO
               MOVE 'I' TO ARQ-S-LOG-OPERACAO
               MOVE MOV-ARQUIVO TO ARQ-S-LOG-ARQUIVO
               MOVE MOV-ID-REGISTRO TO ARQ-S-LOG-ID
               PERFORM VERIFICAR-INCLUSAO-SENSIVEL
               IF AS-TIPO-SENSIVEL NOT = SPACES
                   PERFORM RETER-MOVIMENTO-SENSIVEL
               ELSE
                   PERFORM REGRAVAR-INCLUSAO
               END-IF.

           REGRAVAR-INCLUSAO.
               EVALUATE MOV-ARQUIVO
                   WHEN 'C'
                       MOVE MOV-IMAGEM(1:457) TO ARQ-CLIENTE-M
                       WRITE ARQ-CLIENTE-M
                       INVALID KEY
                           PERFORM REJEITAR-INCLUSAO-PENDENTE
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   WHEN 'F'
                       MOVE MOV-IMAGEM(1:599) TO ARQ-FUNCIONARIO-M
                       MOVE ARQ-FUNCIONARIO-M TO AS-IMAGEM-NOVA
                       WRITE ARQ-FUNCIONARIO-M
                       INVALID KEY
                           PERFORM REJEITAR-INCLUSAO-PENDENTE
                       NOT INVALID KEY
                           ADD 1 TO AS-FUN-INC
                           PERFORM APLICAR-INCLUSAO-PENDENTE
                           PERFORM MARCAR-FUNCIONARIO-INCLUIDO
                           MOVE TAB-PEND-DATA-EFETIVA(AS-PEND-IDX) TO
                               AS-DATA-EFETIVA
                           PERFORM REGISTRAR-HIS-INCLUSAO
                       END-WRITE
                       IF AS-STATUS-E2 NOT EQUAL ZEROS AND
                               AS-STATUS-E2 NOT EQUAL 22
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   WHEN 'T'
                       MOVE MOV-IMAGEM(1:174) TO ARQ-CONTA-M
                       WRITE ARQ-CONTA-M
                       INVALID KEY
                           PERFORM REJEITAR-INCLUSAO-PENDENTE
               PERFORM GRAVAR-LINHA-LOG.

           GRAVAR-LINHA-LOG.
               EVALUATE TRUE
                   WHEN AS-APLICACAO-PARCIAL = 'Y' AND
                           ARQ-S-LOG-RESULTADO = 'APLICADO '
                       CONTINUE
                   WHEN AS-APLICANDO-APROVADO = 'Y' AND
                           ARQ-S-LOG-RESULTADO = 'APLICADO '
                       ADD 1 TO AS-APR-APLICADOS
                   WHEN AS-APLICANDO-APROVADO = 'Y'
                       ADD 1 TO AS-APR-REJEITADOS
                   WHEN ARQ-S-LOG-RESULTADO = 'APLICADO '
                       ADD 1 TO AS-MOV-APLICADOS
                   WHEN ARQ-S-LOG-RESULTADO = 'PENDENTE '
                       ADD 1 TO AS-MOV-PENDENTES
                   WHEN OTHER
                       ADD 1 TO AS-MOV-REJEITADOS
               END-EVALUATE
               MOVE LOG-FIELDS TO ARQ-LOG-MOVIMENTO-S
               WRITE ARQ-LOG-MOVIMENTO-S.

               MOVE AS-MOV-APLICADOS  TO LOG-RES-APLICADOS
               MOVE AS-MOV-REJEITADOS TO LOG-RES-REJEITADOS
               MOVE AS-MOV-CASCATA    TO LOG-RES-CASCATA
               MOVE AS-MOV-PENDENTES  TO LOG-RES-PENDENTES
               MOVE LOG-RESUMO TO ARQ-LOG-MOVIMENTO-S
               WRITE ARQ-LOG-MOVIMENTO-S
               MOVE AS-APR-APLICADOS  TO LOG-APR-APLICADOS
               MOVE AS-APR-REJEITADOS TO LOG-APR-REJEITADOS
               MOVE AS-APR-REPROVADOS TO LOG-APR-REPROVADOS
               MOVE AS-APR-IGNORADAS  TO LOG-APR-IGNORADAS
               MOVE AS-PENDENTES-FIM  TO LOG-APR-PENDENTES
               MOVE LOG-RESUMO-APROVACAO TO ARQ-LOG-MOVIMENTO-S
               WRITE ARQ-LOG-MOVIMENTO-S.

           GRAVAR-TRILHA-MOVIMENTO.
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-M1
           END-IF

      ******************************************************************
      * Movimentos consumidos: aplicado esta no mestre e no log, retido
      * no arquivo de pendentes, rejeitado no log para correcao. Sem
      * erro de arquivo o arquivo em processamento e excluido, senao a
      * execucao seguinte reaplicaria tudo; com erro ele fica para o
      * reprocessamento. O arquivo de movimentos da entrada online nao
      * e tocado aqui.
      ******************************************************************
           IF AS-ERRO-ARQUIVO = 'N'
               MOVE RETURN-CODE TO AS-RC-ARQUIVO
               CALL 'CBL_DELETE_FILE' USING AS-CAMINHO-MOVIMENTOS-PROC
               IF RETURN-CODE NOT EQUAL ZERO
                   DISPLAY 'DEU ERRO NO EXCLUIR '
                       AS-CAMINHO-MOVIMENTOS-PROC
               END-IF
               MOVE AS-RC-ARQUIVO TO RETURN-CODE
           END-IF

           CLOSE CLIENTES-M.
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-E1
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-L2
           END-IF

           CLOSE HISTORICO-FUNCIONAL-S.
           IF AS-STATUS-L3 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-L3
           END-IF

           IF AS-TEM-APROVACOES = 'Y'
               CLOSE APROVACOES
               IF AS-STATUS-P2 NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-P2
               END-IF
           END-IF

           CLOSE RELATORIO-PENDENCIAS-S.
           IF AS-STATUS-L4 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-L4
           END-IF

      ******************************************************************
      * Balanco furado segura o escalonador: nada de liberar os passos
      * seguintes com mestre em quantidade inesperada.
      ******************************************************************
           IF AS-DESBALANCEADO = 'Y' AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

      ******************************************************************
      * Movimento ainda pendente de aprovacao e alerta para o corte da
      * folha (relatorio de pendencias), sem segurar os passos
      * seguintes.
      ******************************************************************
           IF AS-PENDENTES-FIM > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       3000-FINALIZAR-FIM.
