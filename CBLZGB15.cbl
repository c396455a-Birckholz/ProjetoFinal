       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZGB15.
      ******************************************************************
      * Author: GUILHERME GRUNER BIRCKHOLZ
      * Date:   02/09/2026
      * Purpose: Consulta e manutencao online de Cliente, Funcionario
      *          e Conta sobre os mestres indexados. O usuario do
      *          sistema operacional precisa constar do arquivo de
      *          usuarios autorizados: perfil C so consulta, perfil M
      *          consulta e digita movimentos. A consulta e por ID ou
      *          CPF e mostra, para o funcionario, cargo, departamento,
      *          contas e alocacoes em projetos; para o cliente, seus
      *          projetos; para a conta, o titular. O salario base do
      *          cargo e o da tabela salarial vigente no mes, quando
      *          houver. Inclusao, alteracao e exclusao nao mexem nos
      *          mestres: viram movimentos com o usuario digitador,
      *          acrescentados ao arquivo de movimentos do CBLZGB05
      *          para o processamento noturno.
      *          Cada consulta e cada movimento ficam no log de acesso.
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

       SELECT CONTAS-M ASSIGN TO
           AS-CAMINHO-CONTAS-M
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CON-M-ID
       FILE STATUS IS AS-STATUS-E3.

       SELECT PROJETOS-M ASSIGN TO
           AS-CAMINHO-PROJETOS-M
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRJ-M-ID
       FILE STATUS IS AS-STATUS-E4.

       SELECT CARGOS-E ASSIGN TO
           AS-CAMINHO-CARGOS
       FILE STATUS IS AS-STATUS-E5.

       SELECT DEPARTAMENTOS-E ASSIGN TO
           AS-CAMINHO-DEPARTAMENTOS
       FILE STATUS IS AS-STATUS-E6.

       SELECT PROJFUNC-E ASSIGN TO
           AS-CAMINHO-PROJFUNC
       FILE STATUS IS AS-STATUS-E7.

       SELECT TABELA-SALARIAL ASSIGN TO
           AS-CAMINHO-TAB-SALARIAL
       FILE STATUS IS AS-STATUS-E9.

       SELECT USUARIOS-AUTORIZADOS ASSIGN TO
           AS-CAMINHO-USUARIOS
       FILE STATUS IS AS-STATUS-E8.

       SELECT MOVIMENTOS ASSIGN TO
           AS-CAMINHO-MOVIMENTOS
       FILE STATUS IS AS-STATUS-M1.

       SELECT LOG-ACESSO-S ASSIGN TO
           AS-CAMINHO-LOG-ACESSO
       FILE STATUS IS AS-STATUS-L1.


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

       FD CONTAS-M
          RECORD CONTAINS 174 CHARACTERS.

       01 ARQ-CONTA-M.
          05 CON-M-ID                      PIC X(05).
          05 CON-M-ID-FUNC                 PIC X(05).
          05 CON-M-AGENCIA                 PIC X(50).
          05 CON-M-NUMERO                  PIC X(60).
          05 CON-M-TIPO                    PIC X(50).
          05 FILLER                        PIC X(04).

       FD PROJETOS-M
          RECORD CONTAINS 454 CHARACTERS.

       01 ARQ-PROJETO-M.
          05 PRJ-M-ID                      PIC X(05).
          05 PRJ-M-ID-DEP                  PIC X(05).
          05 PRJ-M-ID-CLIENTE              PIC X(05).
          05 PRJ-M-NOME                    PIC X(100).
          05 PRJ-M-DESCRICAO               PIC X(200).
          05 PRJ-M-STATUS                  PIC X(50).
          05 PRJ-M-VALOR                   PIC X(10).
          05 PRJ-M-DATA-ENTREGA            PIC X(10).
          05 FILLER                        PIC X(69).

       FD CARGOS-E
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CARGO-E                      PIC X(65).
       01 FILLER REDEFINES ARQ-CARGO-E.
          05 CAR-E-ID                      PIC X(05).
          05 CAR-E-NOME                    PIC X(50).
          05 CAR-E-SAL-BASE                PIC X(10).

       FD DEPARTAMENTOS-E
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-DEPARTAMENTO-E               PIC X(60).
       01 FILLER REDEFINES ARQ-DEPARTAMENTO-E.
          05 DEP-E-ID                      PIC X(05).
          05 DEP-E-NOME                    PIC X(50).
          05 DEP-E-ID-RESPONSAVEL          PIC X(05).

       FD PROJFUNC-E
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PROJFUNC-E                   PIC X(10).
       01 FILLER REDEFINES ARQ-PROJFUNC-E.
          05 PJF-ID-PROJETO                PIC X(05).
          05 PJF-ID-FUNC                   PIC X(05).

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
      * Usuarios autorizados: usuario do sistema operacional (8
      * posicoes, maiusculas) e perfil (C = consulta, M = consulta e
      * manutencao). Usuario fora da lista nao entra no programa.
      ******************************************************************
       FD USUARIOS-AUTORIZADOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-USUARIO-AUTORIZADO           PIC X(20).
       01 FILLER REDEFINES ARQ-USUARIO-AUTORIZADO.
          05 USU-ID                        PIC X(08).
          05 USU-PERFIL                    PIC X(01).
          05 FILLER                        PIC X(11).

      ******************************************************************
      * Mesmo layout de movimento do CBLZGB05 (operacao, arquivo,
      * imagem do registro, data efetiva, motivo e usuario digitador).
      ******************************************************************
       FD MOVIMENTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-MOVIMENTOS                   PIC X(650).
       01 FILLER REDEFINES ARQ-MOVIMENTOS.
          05 MOV-OPERACAO                  PIC X(01).
          05 MOV-ARQUIVO                   PIC X(01).
          05 MOV-IMAGEM                    PIC X(599).
          05 MOV-DATA-EFETIVA              PIC X(08).
          05 MOV-MOTIVO                    PIC X(02).
          05 MOV-USUARIO                   PIC X(08).
          05 FILLER                        PIC X(31).

       FD LOG-ACESSO-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-LOG-ACESSO-S                 PIC X(60).
       01 FILLER REDEFINES ARQ-LOG-ACESSO-S.
          05 LAC-DATA                      PIC X(08).
          05 LAC-HORA                      PIC X(06).
          05 LAC-USUARIO                   PIC X(08).
          05 LAC-ACAO                      PIC X(10).
          05 LAC-OPERACAO                  PIC X(01).
          05 LAC-ARQUIVO                   PIC X(01).
          05 LAC-ID                        PIC X(05).
          05 LAC-CPF                       PIC X(14).
          05 FILLER                        PIC X(07).


       WORKING-STORAGE SECTION.
       01 AS-CAMINHO-CLIENTES-M     PIC X(100) VALUE
          'C:\Users\gui\Downloads\Cliente.idx'.
       01 AS-CAMINHO-FUNCIONARIOS-M PIC X(100) VALUE
          'C:\Users\gui\Downloads\Funcionario.idx'.
       01 AS-CAMINHO-CONTAS-M       PIC X(100) VALUE
          'C:\Users\gui\Downloads\Conta.idx'.
       01 AS-CAMINHO-PROJETOS-M     PIC X(100) VALUE
          'C:\Users\gui\Downloads\Projeto.idx'.
       01 AS-CAMINHO-CARGOS         PIC X(100) VALUE
          'C:\Users\gui\Downloads\Cargo.txt'.
       01 AS-CAMINHO-DEPARTAMENTOS  PIC X(100) VALUE
          'C:\Users\gui\Downloads\Departamento.txt'.
       01 AS-CAMINHO-PROJFUNC       PIC X(100) VALUE
          'C:\Users\gui\Downloads\ProjFunc.txt'.
       01 AS-CAMINHO-TAB-SALARIAL   PIC X(100) VALUE
          'C:\Users\gui\Downloads\TabelaSalarial.txt'.
       01 AS-CAMINHO-USUARIOS       PIC X(100) VALUE
          'C:\Users\gui\Downloads\UsuariosAutorizados.txt'.
       01 AS-CAMINHO-MOVIMENTOS     PIC X(100) VALUE
          'C:\Users\gui\Downloads\Movimento.txt'.
       01 AS-CAMINHO-LOG-ACESSO     PIC X(100) VALUE
          'C:\Users\gui\Downloads\log_acesso_online.txt'.
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
       01 AS-STATUS-M1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-L1              PIC 9(02) VALUE ZEROS.
       01 AS-FIM-ARQ                PIC X(01) VALUE 'N'.
       01 AS-FIM-VARRE              PIC X(01) VALUE 'N'.
       01 AS-ERRO-ABERTURA          PIC X(01) VALUE 'N'.
       01 AS-ERRO-ARQUIVO           PIC X(01) VALUE 'N'.

       01 AS-DATA-EXECUCAO          PIC X(08) VALUE SPACES.
       01 AS-HORA-EXECUCAO          PIC X(08) VALUE SPACES.

      ******************************************************************
      * Sessao: usuario do login do sistema operacional, USERNAME
      * (Windows) ou USER; fim da sessao pela opcao 9 ou depois de 5
      * opcoes invalidas seguidas (entrada encerrada).
      ******************************************************************
       01 AS-USUARIO                PIC X(08) VALUE SPACES.
       01 AS-USUARIO-ENTRADA        PIC X(30) VALUE SPACES.
       01 AS-PERFIL                 PIC X(01) VALUE SPACES.
       01 AS-FIM-SESSAO             PIC X(01) VALUE 'N'.
       01 AS-QTDE-INVALIDAS         PIC 9(02) VALUE ZERO.
       01 AS-OPCAO                  PIC X(01) VALUE SPACES.
       01 AS-ENTRADA                PIC X(100) VALUE SPACES.
       01 AS-CONFIRMA               PIC X(01) VALUE SPACES.
       01 AS-LOG-ACAO               PIC X(10) VALUE SPACES.
       01 AS-LOG-ARQUIVO            PIC X(01) VALUE SPACES.
       01 AS-LOG-OPERACAO           PIC X(01) VALUE SPACES.

       01 AS-CAR-MAX                PIC 9(04) VALUE 500.
       01 AS-CAR-QTDE               PIC 9(04) VALUE ZERO.
       01 AS-DEP-MAX                PIC 9(04) VALUE 500.
       01 AS-DEP-QTDE               PIC 9(04) VALUE ZERO.
       01 AS-TAB-IDX                PIC 9(04) VALUE ZERO.
       01 TAB-CAR-ID                  PIC X(05) OCCURS 500 TIMES.
       01 TAB-CAR-NOME                PIC X(50) OCCURS 500 TIMES.
       01 TAB-CAR-SAL-BASE            PIC X(10) OCCURS 500 TIMES.
       01 TAB-CAR-VIGENCIA            PIC X(08) OCCURS 500 TIMES.
       01 TAB-DEP-ID                  PIC X(05) OCCURS 500 TIMES.
       01 TAB-DEP-NOME                PIC X(50) OCCURS 500 TIMES.

      ******************************************************************
      * Chave digitada: 1 a 5 digitos = ID (completado com zeros a
      * esquerda); 11 digitos, com ou sem pontuacao = CPF.
      ******************************************************************
       01 AS-TIPO-CHAVE             PIC X(01) VALUE SPACES.
       01 AS-CHAVE-ID               PIC X(05) VALUE SPACES.
       01 AS-CHAVE-ID-NUM           PIC 9(05) VALUE ZERO.
       01 AS-CPF-CAMPO              PIC X(14) VALUE SPACES.
       01 AS-CPF-DIGITOS            PIC X(11) VALUE SPACES.
       01 AS-CPF-PROCURADO          PIC X(11) VALUE SPACES.
       01 AS-CPF-QTDE-DIG           PIC 9(02) VALUE ZERO.
       01 AS-CPF-POS                PIC 9(02) VALUE ZERO.
       01 AS-QTDE-ACHADOS           PIC 9(04) VALUE ZERO.
       01 AS-QTDE-RELACIONADOS      PIC 9(04) VALUE ZERO.
       01 AS-ID-FUNC-CONSULTA       PIC X(05) VALUE SPACES.
       01 AS-ID-CLI-CONSULTA        PIC X(05) VALUE SPACES.

      ******************************************************************
      * Digitacao de movimento: imagem do registro montada campo a
      * campo a partir da tabela de campos (arquivo, nome, posicao e
      * tamanho na imagem). Enter mantem o valor mostrado, '.' apaga.
      ******************************************************************
       01 AS-MOV-OPERACAO           PIC X(01) VALUE SPACES.
       01 AS-MOV-ARQUIVO            PIC X(01) VALUE SPACES.
       01 AS-IMAGEM                 PIC X(599) VALUE SPACES.
       01 AS-IMAGEM-ANTIGA          PIC X(599) VALUE SPACES.
       01 AS-TAM-IMAGEM             PIC 9(03) VALUE ZERO.
       01 AS-DATA-EFETIVA           PIC X(08) VALUE SPACES.
       01 AS-MOTIVO                 PIC X(02) VALUE SPACES.
       01 AS-MOV-OK                 PIC X(01) VALUE 'N'.
       01 AS-MSG-ERRO               PIC X(60) VALUE SPACES.
       01 AS-CMP-IDX                PIC 9(02) VALUE ZERO.
       01 AS-CMP-POS                PIC 9(03) VALUE ZERO.
       01 AS-CMP-TAM                PIC 9(03) VALUE ZERO.
       01 AS-CAMPO-ATUAL            PIC X(100) VALUE SPACES.

       01 TAB-CAMPOS-V.
           05 FILLER PIC X(27) VALUE 'CNome                006100'.
           05 FILLER PIC X(27) VALUE 'CTelefone            106050'.
           05 FILLER PIC X(27) VALUE 'CE-mail              156050'.
           05 FILLER PIC X(27) VALUE 'CEndereco            206100'.
           05 FILLER PIC X(27) VALUE 'CDescricao           306100'.
           05 FILLER PIC X(27) VALUE 'CCPF                 406014'.
           05 FILLER PIC X(27) VALUE 'CCNPJ                420018'.
           05 FILLER PIC X(27) VALUE 'CStatus              438020'.
           05 FILLER PIC X(27) VALUE 'FCargo (ID)          006005'.
           05 FILLER PIC X(27) VALUE 'FDepartamento (ID)   011005'.
           05 FILLER PIC X(27) VALUE 'FNome                016100'.
           05 FILLER PIC X(27) VALUE 'FTelefone            116050'.
           05 FILLER PIC X(27) VALUE 'FE-mail              166050'.
           05 FILLER PIC X(27) VALUE 'FEndereco            216100'.
           05 FILLER PIC X(27) VALUE 'FCPF                 316014'.
           05 FILLER PIC X(27) VALUE 'FTipo de contrato    330050'.
           05 FILLER PIC X(27) VALUE 'FModo de trabalho    380100'.
           05 FILLER PIC X(27) VALUE 'FFormacao            480100'.
           05 FILLER PIC X(27) VALUE 'FStatus              580020'.
           05 FILLER PIC X(27) VALUE 'TFuncionario (ID)    006005'.
           05 FILLER PIC X(27) VALUE 'TAgencia             011050'.
           05 FILLER PIC X(27) VALUE 'TNumero da conta     061060'.
           05 FILLER PIC X(27) VALUE 'TTipo de conta       121050'.
       01 TAB-CAMPOS REDEFINES TAB-CAMPOS-V.
           05 TAB-CMP OCCURS 23 TIMES.
              10 TAB-CMP-ARQUIVO           PIC X(01).
              10 TAB-CMP-NOME              PIC X(20).
              10 TAB-CMP-POS               PIC 9(03).
              10 TAB-CMP-TAM               PIC 9(03).

       01 TEL-LINHA-ID.
           05 TEL-ID-TITULO PIC X(16).
           05 TEL-ID PIC X(05).
           05 FILLER PIC X(4) VALUE ' ---'.

       01 TEL-LINHA-CAMPO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TEL-CAMPO-NOME PIC X(20).
           05 FILLER PIC X(2) VALUE ': '.
           05 TEL-CAMPO-VALOR PIC X(100).

       01 TEL-LINHA-CARGO.
           05 FILLER PIC X(24) VALUE '  Cargo               : '.
           05 TEL-CAR-ID PIC X(05).
           05 FILLER PIC X(3) VALUE ' - '.
           05 TEL-CAR-NOME PIC X(50).
           05 FILLER PIC X(15) VALUE ' Salario base: '.
           05 TEL-CAR-SAL PIC X(10).

       01 TEL-LINHA-DEP.
           05 FILLER PIC X(24) VALUE '  Departamento        : '.
           05 TEL-DEP-ID PIC X(05).
           05 FILLER PIC X(3) VALUE ' - '.
           05 TEL-DEP-NOME PIC X(50).

       01 TEL-LINHA-CONTA.
           05 FILLER PIC X(10) VALUE '    Conta '.
           05 TEL-CON-ID PIC X(05).
           05 FILLER PIC X(10) VALUE '  Agencia '.
           05 TEL-CON-AGENCIA PIC X(20).
           05 FILLER PIC X(9) VALUE '  Numero '.
           05 TEL-CON-NUMERO PIC X(20).
           05 FILLER PIC X(7) VALUE '  Tipo '.
           05 TEL-CON-TIPO PIC X(20).

       01 TEL-LINHA-PROJETO.
           05 FILLER PIC X(12) VALUE '    Projeto '.
           05 TEL-PRJ-ID PIC X(05).
           05 FILLER PIC X(3) VALUE ' - '.
           05 TEL-PRJ-NOME PIC X(50).
           05 FILLER PIC X(10) VALUE '  Status: '.
           05 TEL-PRJ-STATUS PIC X(30).

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR        SECTION.
           INICIALIZAR.
           ACCEPT AS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM CARREGAR-CAMINHOS.
           PERFORM IDENTIFICAR-USUARIO.

           OPEN INPUT CLIENTES-M.
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           END-IF

           OPEN INPUT FUNCIONARIOS-M.
           IF AS-STATUS-E2 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           END-IF

           OPEN INPUT CONTAS-M.
           IF AS-STATUS-E3 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           END-IF

           OPEN INPUT PROJETOS-M.
           IF AS-STATUS-E4 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           END-IF

           OPEN INPUT CARGOS-E.
           IF AS-STATUS-E5 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           ELSE
               MOVE 'N' TO AS-FIM-ARQ
               PERFORM LER-CARGO UNTIL AS-FIM-ARQ EQUAL 'S'
               CLOSE CARGOS-E
           END-IF

           OPEN INPUT TABELA-SALARIAL.
           IF AS-STATUS-E9 EQUAL ZEROS
               MOVE 'N' TO AS-FIM-ARQ
               PERFORM LER-TABELA-SALARIAL UNTIL AS-FIM-ARQ EQUAL 'S'
               CLOSE TABELA-SALARIAL
           END-IF

           OPEN INPUT DEPARTAMENTOS-E.
           IF AS-STATUS-E6 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           ELSE
               MOVE 'N' TO AS-FIM-ARQ
               PERFORM LER-DEPARTAMENTO UNTIL AS-FIM-ARQ EQUAL 'S'
               CLOSE DEPARTAMENTOS-E
           END-IF

           IF AS-ERRO-ABERTURA = 'Y'
               DISPLAY 'ERRO: FALHA NA ABERTURA, '
                   'CONSULTA INDISPONIVEL'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND LOG-ACESSO-S.
           IF AS-STATUS-L1 EQUAL 35
               OPEN OUTPUT LOG-ACESSO-S
           END-IF.

           CARREGAR-CAMINHOS.
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB15_CLIENTES_M"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-CLIENTES-M
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB15_FUNCIONARIOS_M"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-FUNCIONARIOS-M
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB15_CONTAS_M"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-CONTAS-M
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB15_PROJETOS_M"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-PROJETOS-M
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB15_CARGOS"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-CARGOS
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB15_DEPARTAMENTOS"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-DEPARTAMENTOS
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB15_PROJFUNC"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-PROJFUNC
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB15_TABELA_SALARIAL"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-TAB-SALARIAL
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB15_USUARIOS"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-USUARIOS
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB15_MOVIMENTOS"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-MOVIMENTOS
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB15_LOG_ACESSO"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-LOG-ACESSO
               END-IF.

           IDENTIFICAR-USUARIO.
               ACCEPT AS-USUARIO-ENTRADA FROM ENVIRONMENT "USERNAME"
               IF AS-USUARIO-ENTRADA = SPACES
                   ACCEPT AS-USUARIO-ENTRADA FROM ENVIRONMENT "USER"
               END-IF
               MOVE FUNCTION UPPER-CASE(AS-USUARIO-ENTRADA) TO
                   AS-USUARIO
               MOVE SPACES TO AS-PERFIL
               OPEN INPUT USUARIOS-AUTORIZADOS
               IF AS-STATUS-E8 NOT EQUAL ZEROS
                   DISPLAY 'ARQUIVO VAZIO'
                   DISPLAY 'ERRO: FALHA NA ABERTURA, '
                       'USUARIOS AUTORIZADOS INDISPONIVEL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO AS-FIM-ARQ
               PERFORM LER-USUARIO UNTIL AS-FIM-ARQ EQUAL 'S'
               CLOSE USUARIOS-AUTORIZADOS
               IF AS-USUARIO = SPACES OR
                       (AS-PERFIL NOT = 'C' AND AS-PERFIL NOT = 'M')
                   DISPLAY 'ACESSO NEGADO PARA O USUARIO ' AS-USUARIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           LER-USUARIO.
               READ USUARIOS-AUTORIZADOS
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF FUNCTION UPPER-CASE(USU-ID) = AS-USUARIO AND
                           AS-USUARIO NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(USU-PERFIL) TO
                           AS-PERFIL
                       MOVE 'S' TO AS-FIM-ARQ
                   END-IF
               END-READ
               IF AS-STATUS-E8 NOT EQUAL ZEROS AND
                       AS-STATUS-E8 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
               END-IF.

           LER-CARGO.
               READ CARGOS-E
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF AS-CAR-QTDE >= AS-CAR-MAX
                       DISPLAY 'ERRO: LIMITE DE ' AS-CAR-MAX
                           ' CARGOS EXCEDIDO'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO AS-CAR-QTDE
                   MOVE CAR-E-ID TO TAB-CAR-ID(AS-CAR-QTDE)
                   MOVE CAR-E-NOME TO TAB-CAR-NOME(AS-CAR-QTDE)
                   MOVE CAR-E-SAL-BASE TO TAB-CAR-SAL-BASE(AS-CAR-QTDE)
                   MOVE SPACES TO TAB-CAR-VIGENCIA(AS-CAR-QTDE)
               END-READ
               IF AS-STATUS-E5 NOT EQUAL ZEROS AND
                       AS-STATUS-E5 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ABERTURA
               END-IF.

      ******************************************************************
      * Ultima vigencia da tabela salarial ate o mes corrente.
      ******************************************************************
           LER-TABELA-SALARIAL.
               READ TABELA-SALARIAL
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF TSA-VIGENCIA IS NUMERIC AND
                           TSA-VIGENCIA(1:6) <= AS-DATA-EXECUCAO(1:6)
                       PERFORM VARYING AS-TAB-IDX FROM 1 BY 1
                               UNTIL AS-TAB-IDX > AS-CAR-QTDE
                           IF TAB-CAR-ID(AS-TAB-IDX) = TSA-ID-CARGO AND
                                   TSA-VIGENCIA >=
                                       TAB-CAR-VIGENCIA(AS-TAB-IDX)
                               MOVE TSA-VIGENCIA TO
                                   TAB-CAR-VIGENCIA(AS-TAB-IDX)
                               MOVE TSA-SAL-BASE TO
                                   TAB-CAR-SAL-BASE(AS-TAB-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
               IF AS-STATUS-E9 NOT EQUAL ZEROS AND
                       AS-STATUS-E9 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
               END-IF.

           LER-DEPARTAMENTO.
               READ DEPARTAMENTOS-E
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF AS-DEP-QTDE >= AS-DEP-MAX
                       DISPLAY 'ERRO: LIMITE DE ' AS-DEP-MAX
                           ' DEPARTAMENTOS EXCEDIDO'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO AS-DEP-QTDE
                   MOVE DEP-E-ID TO TAB-DEP-ID(AS-DEP-QTDE)
                   MOVE DEP-E-NOME TO TAB-DEP-NOME(AS-DEP-QTDE)
               END-READ
               IF AS-STATUS-E6 NOT EQUAL ZEROS AND
                       AS-STATUS-E6 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
                   MOVE 'Y' TO AS-ERRO-ABERTURA
               END-IF.

       1000-INICIALIZAR-FIM.
           EXIT.

       2000-PROCESSAR          SECTION.

           DISPLAY 'CBLZGB15 - CONSULTA E MANUTENCAO ONLINE'
           DISPLAY 'Usuario: ' AS-USUARIO '  Perfil: ' AS-PERFIL
           PERFORM ATENDER-OPCAO UNTIL AS-FIM-SESSAO EQUAL 'S'.

       2000-PROCESSAR-FIM.
           EXIT.

       2100-MENU SECTION.
           ATENDER-OPCAO.
               DISPLAY ' '
               DISPLAY '1 - Consultar cliente (ID ou CPF)'
               DISPLAY '2 - Consultar funcionario (ID ou CPF)'
               DISPLAY '3 - Consultar conta (ID)'
               IF AS-PERFIL = 'M'
                   DISPLAY '4 - Digitar movimento (inclusao, '
                       'alteracao, exclusao)'
               END-IF
               DISPLAY '9 - Sair'
               DISPLAY 'Opcao: ' WITH NO ADVANCING
               MOVE SPACES TO AS-OPCAO
               ACCEPT AS-OPCAO
               EVALUATE TRUE
                   WHEN AS-OPCAO = '1'
                       MOVE ZERO TO AS-QTDE-INVALIDAS
                       PERFORM CONSULTAR-CLIENTE
                   WHEN AS-OPCAO = '2'
                       MOVE ZERO TO AS-QTDE-INVALIDAS
                       PERFORM CONSULTAR-FUNCIONARIO
                   WHEN AS-OPCAO = '3'
                       MOVE ZERO TO AS-QTDE-INVALIDAS
                       PERFORM CONSULTAR-CONTA
                   WHEN AS-OPCAO = '4' AND AS-PERFIL = 'M'
                       MOVE ZERO TO AS-QTDE-INVALIDAS
                       PERFORM DIGITAR-MOVIMENTO
                   WHEN AS-OPCAO = '9'
                       MOVE 'S' TO AS-FIM-SESSAO
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
                       ADD 1 TO AS-QTDE-INVALIDAS
                       IF AS-QTDE-INVALIDAS >= 5
                           MOVE 'S' TO AS-FIM-SESSAO
                       END-IF
               END-EVALUATE.

      ******************************************************************
      * Leitura da chave: define AS-TIPO-CHAVE (I = ID, C = CPF,
      * espaco = invalida) a partir dos digitos digitados.
      ******************************************************************
           LER-CHAVE.
               MOVE SPACES TO AS-ENTRADA
               ACCEPT AS-ENTRADA
               MOVE AS-ENTRADA(1:14) TO AS-CPF-CAMPO
               PERFORM NORMALIZAR-CPF
               MOVE SPACES TO AS-TIPO-CHAVE
               EVALUATE TRUE
                   WHEN AS-CPF-QTDE-DIG = 11
                       MOVE 'C' TO AS-TIPO-CHAVE
                       MOVE AS-CPF-DIGITOS TO AS-CPF-PROCURADO
                   WHEN AS-CPF-QTDE-DIG > ZERO AND
                           AS-CPF-QTDE-DIG NOT > 5 AND
                           AS-ENTRADA(15:86) = SPACES
                       MOVE 'I' TO AS-TIPO-CHAVE
                       COMPUTE AS-CHAVE-ID-NUM =
                           FUNCTION NUMVAL(AS-CPF-DIGITOS)
                       MOVE AS-CHAVE-ID-NUM TO AS-CHAVE-ID
                   WHEN OTHER
                       DISPLAY 'Chave invalida: informe o ID (ate 5 '
                           'digitos) ou o CPF (11 digitos)'
               END-EVALUATE.

      ******************************************************************
      * Digitos da entrada, na ordem; CPF so vale com 11 digitos.
      ******************************************************************
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
               END-PERFORM.

           GRAVAR-LOG-ACESSO.
               ACCEPT AS-HORA-EXECUCAO FROM TIME
               MOVE SPACES TO ARQ-LOG-ACESSO-S
               MOVE AS-DATA-EXECUCAO TO LAC-DATA
               MOVE AS-HORA-EXECUCAO(1:6) TO LAC-HORA
               MOVE AS-USUARIO TO LAC-USUARIO
               MOVE AS-LOG-ACAO TO LAC-ACAO
               MOVE AS-LOG-OPERACAO TO LAC-OPERACAO
               MOVE AS-LOG-ARQUIVO TO LAC-ARQUIVO
               IF AS-TIPO-CHAVE = 'I'
                   MOVE AS-CHAVE-ID TO LAC-ID
               ELSE
                   MOVE AS-CPF-PROCURADO TO LAC-CPF
               END-IF
               WRITE ARQ-LOG-ACESSO-S
               IF AS-STATUS-L1 NOT EQUAL ZEROS
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

       2100-MENU-FIM.
           EXIT.

      ******************************************************************
      * Consultas. Por CPF o mestre e varrido inteiro (a chave e o ID)
      * e todos os registros com o CPF sao mostrados.
      ******************************************************************
       2200-CONSULTAS SECTION.
           CONSULTAR-CLIENTE.
               DISPLAY 'ID ou CPF do cliente: ' WITH NO ADVANCING
               PERFORM LER-CHAVE
               MOVE ZERO TO AS-QTDE-ACHADOS
               EVALUATE AS-TIPO-CHAVE
                   WHEN 'I'
                       MOVE AS-CHAVE-ID TO CLI-M-ID
                       READ CLIENTES-M
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM MOSTRAR-CLIENTE
                       END-READ
                   WHEN 'C'
                       MOVE LOW-VALUES TO CLI-M-ID
                       START CLIENTES-M KEY IS >= CLI-M-ID
                       INVALID KEY
                           MOVE 'S' TO AS-FIM-VARRE
                       NOT INVALID KEY
                           MOVE 'N' TO AS-FIM-VARRE
                       END-START
                       PERFORM VARRER-CLIENTE-CPF
                           UNTIL AS-FIM-VARRE EQUAL 'S'
               END-EVALUATE
               IF AS-TIPO-CHAVE NOT = SPACES
                   IF AS-QTDE-ACHADOS = ZERO
                       DISPLAY 'Cliente nao encontrado'
                   END-IF
                   MOVE 'CONSULTA' TO AS-LOG-ACAO
                   MOVE 'C' TO AS-LOG-ARQUIVO
                   MOVE SPACES TO AS-LOG-OPERACAO
                   PERFORM GRAVAR-LOG-ACESSO
               END-IF.

           VARRER-CLIENTE-CPF.
               READ CLIENTES-M NEXT
               AT END
                   MOVE 'S' TO AS-FIM-VARRE
               NOT AT END
                   MOVE CLI-M-CPF TO AS-CPF-CAMPO
                   PERFORM NORMALIZAR-CPF
                   IF AS-CPF-DIGITOS = AS-CPF-PROCURADO
                       PERFORM MOSTRAR-CLIENTE
                   END-IF
               END-READ
               IF AS-STATUS-E1 NOT EQUAL ZEROS AND
                       AS-STATUS-E1 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-VARRE
               END-IF.

           MOSTRAR-CLIENTE.
               ADD 1 TO AS-QTDE-ACHADOS
               MOVE '--- CLIENTE ' TO TEL-ID-TITULO
               MOVE CLI-M-ID TO TEL-ID
               DISPLAY TEL-LINHA-ID
               MOVE ARQ-CLIENTE-M TO AS-IMAGEM
               MOVE 'C' TO AS-MOV-ARQUIVO
               PERFORM MOSTRAR-CAMPOS
               MOVE CLI-M-ID TO AS-ID-CLI-CONSULTA
               DISPLAY '  Projetos do cliente:'
               MOVE ZERO TO AS-QTDE-RELACIONADOS
               MOVE LOW-VALUES TO PRJ-M-ID
               START PROJETOS-M KEY IS >= PRJ-M-ID
               INVALID KEY
                   MOVE 'S' TO AS-FIM-ARQ
               NOT INVALID KEY
                   MOVE 'N' TO AS-FIM-ARQ
               END-START
               PERFORM VARRER-PROJETO-CLIENTE
                   UNTIL AS-FIM-ARQ EQUAL 'S'
               IF AS-QTDE-RELACIONADOS = ZERO
                   DISPLAY '    (nenhum projeto)'
               END-IF.

           VARRER-PROJETO-CLIENTE.
               READ PROJETOS-M NEXT
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF PRJ-M-ID-CLIENTE = AS-ID-CLI-CONSULTA
                       PERFORM MOSTRAR-LINHA-PROJETO
                   END-IF
               END-READ
               IF AS-STATUS-E4 NOT EQUAL ZEROS AND
                       AS-STATUS-E4 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
               END-IF.

           CONSULTAR-FUNCIONARIO.
               DISPLAY 'ID ou CPF do funcionario: ' WITH NO ADVANCING
               PERFORM LER-CHAVE
               MOVE ZERO TO AS-QTDE-ACHADOS
               EVALUATE AS-TIPO-CHAVE
                   WHEN 'I'
                       MOVE AS-CHAVE-ID TO FUN-M-ID
                       READ FUNCIONARIOS-M
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM MOSTRAR-FUNCIONARIO
                       END-READ
                   WHEN 'C'
                       MOVE LOW-VALUES TO FUN-M-ID
                       START FUNCIONARIOS-M KEY IS >= FUN-M-ID
                       INVALID KEY
                           MOVE 'S' TO AS-FIM-VARRE
                       NOT INVALID KEY
                           MOVE 'N' TO AS-FIM-VARRE
                       END-START
                       PERFORM VARRER-FUNCIONARIO-CPF
                           UNTIL AS-FIM-VARRE EQUAL 'S'
               END-EVALUATE
               IF AS-TIPO-CHAVE NOT = SPACES
                   IF AS-QTDE-ACHADOS = ZERO
                       DISPLAY 'Funcionario nao encontrado'
                   END-IF
                   MOVE 'CONSULTA' TO AS-LOG-ACAO
                   MOVE 'F' TO AS-LOG-ARQUIVO
                   MOVE SPACES TO AS-LOG-OPERACAO
                   PERFORM GRAVAR-LOG-ACESSO
               END-IF.

           VARRER-FUNCIONARIO-CPF.
               READ FUNCIONARIOS-M NEXT
               AT END
                   MOVE 'S' TO AS-FIM-VARRE
               NOT AT END
                   MOVE FUN-M-CPF TO AS-CPF-CAMPO
                   PERFORM NORMALIZAR-CPF
                   IF AS-CPF-DIGITOS = AS-CPF-PROCURADO
                       PERFORM MOSTRAR-FUNCIONARIO
                   END-IF
               END-READ
               IF AS-STATUS-E2 NOT EQUAL ZEROS AND
                       AS-STATUS-E2 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-VARRE
               END-IF.

      ******************************************************************
      * Funcionario: cadastro, cargo e departamento pelas tabelas,
      * contas pelo mestre de contas (ID-FUNC) e alocacoes pelo
      * ProjFunc com o nome e o status do projeto no mestre.
      ******************************************************************
           MOSTRAR-FUNCIONARIO.
               ADD 1 TO AS-QTDE-ACHADOS
               MOVE '--- FUNCIONARIO ' TO TEL-ID-TITULO
               MOVE FUN-M-ID TO TEL-ID
               DISPLAY TEL-LINHA-ID
               MOVE ARQ-FUNCIONARIO-M TO AS-IMAGEM
               MOVE 'F' TO AS-MOV-ARQUIVO
               PERFORM MOSTRAR-CAMPOS
               MOVE FUN-M-ID TO AS-ID-FUNC-CONSULTA
               MOVE FUN-M-ID-CARGO TO TEL-CAR-ID
               MOVE '(cargo nao cadastrado)' TO TEL-CAR-NOME
               MOVE SPACES TO TEL-CAR-SAL
               PERFORM VARYING AS-TAB-IDX FROM 1 BY 1
                       UNTIL AS-TAB-IDX > AS-CAR-QTDE
                   IF TAB-CAR-ID(AS-TAB-IDX) = FUN-M-ID-CARGO
                       MOVE TAB-CAR-NOME(AS-TAB-IDX) TO TEL-CAR-NOME
                       MOVE TAB-CAR-SAL-BASE(AS-TAB-IDX) TO TEL-CAR-SAL
                   END-IF
               END-PERFORM
               DISPLAY TEL-LINHA-CARGO
               MOVE FUN-M-ID-DEP TO TEL-DEP-ID
               MOVE '(departamento nao cadastrado)' TO TEL-DEP-NOME
               PERFORM VARYING AS-TAB-IDX FROM 1 BY 1
                       UNTIL AS-TAB-IDX > AS-DEP-QTDE
                   IF TAB-DEP-ID(AS-TAB-IDX) = FUN-M-ID-DEP
                       MOVE TAB-DEP-NOME(AS-TAB-IDX) TO TEL-DEP-NOME
                   END-IF
               END-PERFORM
               DISPLAY TEL-LINHA-DEP
               DISPLAY '  Contas:'
               MOVE ZERO TO AS-QTDE-RELACIONADOS
               MOVE LOW-VALUES TO CON-M-ID
               START CONTAS-M KEY IS >= CON-M-ID
               INVALID KEY
                   MOVE 'S' TO AS-FIM-ARQ
               NOT INVALID KEY
                   MOVE 'N' TO AS-FIM-ARQ
               END-START
               PERFORM VARRER-CONTA-FUNCIONARIO
                   UNTIL AS-FIM-ARQ EQUAL 'S'
               IF AS-QTDE-RELACIONADOS = ZERO
                   DISPLAY '    (nenhuma conta)'
               END-IF
               DISPLAY '  Alocacoes em projetos:'
               MOVE ZERO TO AS-QTDE-RELACIONADOS
               OPEN INPUT PROJFUNC-E
               IF AS-STATUS-E7 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-ARQ
                   PERFORM LER-PROJFUNC UNTIL AS-FIM-ARQ EQUAL 'S'
                   CLOSE PROJFUNC-E
               END-IF
               IF AS-QTDE-RELACIONADOS = ZERO
                   DISPLAY '    (nenhuma alocacao)'
               END-IF.

           VARRER-CONTA-FUNCIONARIO.
               READ CONTAS-M NEXT
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF CON-M-ID-FUNC = AS-ID-FUNC-CONSULTA
                       ADD 1 TO AS-QTDE-RELACIONADOS
                       MOVE CON-M-ID TO TEL-CON-ID
                       MOVE CON-M-AGENCIA TO TEL-CON-AGENCIA
                       MOVE CON-M-NUMERO TO TEL-CON-NUMERO
                       MOVE CON-M-TIPO TO TEL-CON-TIPO
                       DISPLAY TEL-LINHA-CONTA
                   END-IF
               END-READ
               IF AS-STATUS-E3 NOT EQUAL ZEROS AND
                       AS-STATUS-E3 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
               END-IF.

           LER-PROJFUNC.
               READ PROJFUNC-E
               AT END
                   MOVE 'S' TO AS-FIM-ARQ
               NOT AT END
                   IF PJF-ID-FUNC = AS-ID-FUNC-CONSULTA
                       MOVE PJF-ID-PROJETO TO PRJ-M-ID
                       READ PROJETOS-M
                       INVALID KEY
                           MOVE SPACES TO ARQ-PROJETO-M
                           MOVE PJF-ID-PROJETO TO PRJ-M-ID
                           MOVE '(projeto nao cadastrado)' TO
                               PRJ-M-NOME
                       END-READ
                       PERFORM MOSTRAR-LINHA-PROJETO
                   END-IF
               END-READ
               IF AS-STATUS-E7 NOT EQUAL ZEROS AND
                       AS-STATUS-E7 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-ARQ
               END-IF.

           MOSTRAR-LINHA-PROJETO.
               ADD 1 TO AS-QTDE-RELACIONADOS
               MOVE PRJ-M-ID TO TEL-PRJ-ID
               MOVE PRJ-M-NOME TO TEL-PRJ-NOME
               MOVE PRJ-M-STATUS TO TEL-PRJ-STATUS
               DISPLAY TEL-LINHA-PROJETO.

           CONSULTAR-CONTA.
               DISPLAY 'ID da conta: ' WITH NO ADVANCING
               PERFORM LER-CHAVE
               IF AS-TIPO-CHAVE = 'C'
                   DISPLAY 'Conta e consultada so pelo ID'
                   MOVE SPACES TO AS-TIPO-CHAVE
               END-IF
               IF AS-TIPO-CHAVE = 'I'
                   MOVE AS-CHAVE-ID TO CON-M-ID
                   READ CONTAS-M
                   INVALID KEY
                       DISPLAY 'Conta nao encontrada'
                   NOT INVALID KEY
                       PERFORM MOSTRAR-CONTA
                   END-READ
                   MOVE 'CONSULTA' TO AS-LOG-ACAO
                   MOVE 'T' TO AS-LOG-ARQUIVO
                   MOVE SPACES TO AS-LOG-OPERACAO
                   PERFORM GRAVAR-LOG-ACESSO
               END-IF.

           MOSTRAR-CONTA.
               MOVE '--- CONTA ' TO TEL-ID-TITULO
               MOVE CON-M-ID TO TEL-ID
               DISPLAY TEL-LINHA-ID
               MOVE ARQ-CONTA-M TO AS-IMAGEM
               MOVE 'T' TO AS-MOV-ARQUIVO
               PERFORM MOSTRAR-CAMPOS
               MOVE CON-M-ID-FUNC TO FUN-M-ID
               READ FUNCIONARIOS-M
               INVALID KEY
                   DISPLAY '  Titular             : (funcionario '
                       'nao cadastrado)'
               NOT INVALID KEY
                   MOVE 'Titular' TO TEL-CAMPO-NOME
                   MOVE FUN-M-NOME TO TEL-CAMPO-VALOR
                   DISPLAY TEL-LINHA-CAMPO
               END-READ.

      ******************************************************************
      * Campos da imagem em AS-IMAGEM conforme a tabela de campos do
      * arquivo em AS-MOV-ARQUIVO.
      ******************************************************************
           MOSTRAR-CAMPOS.
               PERFORM VARYING AS-CMP-IDX FROM 1 BY 1
                       UNTIL AS-CMP-IDX > 23
                   IF TAB-CMP-ARQUIVO(AS-CMP-IDX) = AS-MOV-ARQUIVO
                       MOVE TAB-CMP-POS(AS-CMP-IDX) TO AS-CMP-POS
                       MOVE TAB-CMP-TAM(AS-CMP-IDX) TO AS-CMP-TAM
                       MOVE TAB-CMP-NOME(AS-CMP-IDX) TO TEL-CAMPO-NOME
                       MOVE AS-IMAGEM(AS-CMP-POS:AS-CMP-TAM) TO
                           TEL-CAMPO-VALOR
                       DISPLAY TEL-LINHA-CAMPO
                   END-IF
               END-PERFORM.

       2200-CONSULTAS-FIM.
           EXIT.

      ******************************************************************
      * Digitacao de movimento (perfil M): o registro nao e alterado
      * aqui; o movimento vai para o arquivo de movimentos com o
      * usuario digitador e e aplicado (ou retido para aprovacao de
      * outro usuario) pelo CBLZGB05 no processamento noturno.
      ******************************************************************
       2300-DIGITAR-MOVIMENTO SECTION.
           DIGITAR-MOVIMENTO.
               MOVE SPACES TO AS-MSG-ERRO
               MOVE SPACES TO AS-DATA-EFETIVA
               MOVE SPACES TO AS-MOTIVO
               DISPLAY 'Arquivo (C = cliente, F = funcionario, '
                   'T = conta): ' WITH NO ADVANCING
               MOVE SPACES TO AS-ENTRADA
               ACCEPT AS-ENTRADA
               MOVE FUNCTION UPPER-CASE(AS-ENTRADA(1:1)) TO
                   AS-MOV-ARQUIVO
               DISPLAY 'Operacao (I = inclusao, A = alteracao, '
                   'E = exclusao): ' WITH NO ADVANCING
               MOVE SPACES TO AS-ENTRADA
               ACCEPT AS-ENTRADA
               MOVE FUNCTION UPPER-CASE(AS-ENTRADA(1:1)) TO
                   AS-MOV-OPERACAO
               IF (AS-MOV-ARQUIVO NOT = 'C' AND
                       AS-MOV-ARQUIVO NOT = 'F' AND
                       AS-MOV-ARQUIVO NOT = 'T') OR
                       (AS-MOV-OPERACAO NOT = 'I' AND
                       AS-MOV-OPERACAO NOT = 'A' AND
                       AS-MOV-OPERACAO NOT = 'E')
                   MOVE 'Arquivo ou operacao invalido' TO AS-MSG-ERRO
               ELSE
                   DISPLAY 'ID do registro: ' WITH NO ADVANCING
                   PERFORM LER-CHAVE
                   IF AS-TIPO-CHAVE NOT = 'I'
                       MOVE 'Movimento exige o ID do registro' TO
                           AS-MSG-ERRO
                   END-IF
               END-IF

               IF AS-MSG-ERRO = SPACES
                   PERFORM LER-REGISTRO-ATUAL
                   IF AS-MOV-OPERACAO = 'I' AND AS-MOV-OK = 'Y'
                       MOVE 'ID ja cadastrado; use alteracao' TO
                           AS-MSG-ERRO
                   END-IF
                   IF AS-MOV-OPERACAO NOT = 'I' AND AS-MOV-OK = 'N'
                       MOVE 'ID nao cadastrado' TO AS-MSG-ERRO
                   END-IF
               END-IF

               IF AS-MSG-ERRO = SPACES
                   MOVE AS-IMAGEM TO AS-IMAGEM-ANTIGA
                   IF AS-MOV-OPERACAO = 'E'
                       PERFORM MOSTRAR-CAMPOS
                   ELSE
                       DISPLAY 'Enter mantem o valor atual, '
                           '"." apaga o campo'
                       PERFORM VARYING AS-CMP-IDX FROM 1 BY 1
                               UNTIL AS-CMP-IDX > 23
                           IF TAB-CMP-ARQUIVO(AS-CMP-IDX) =
                                   AS-MOV-ARQUIVO
                               PERFORM EDITAR-CAMPO
                           END-IF
                       END-PERFORM
                       PERFORM VALIDAR-MOVIMENTO
                   END-IF
               END-IF

               IF AS-MSG-ERRO = SPACES AND AS-MOV-ARQUIVO = 'F'
                   PERFORM LER-DADOS-EVENTO
               END-IF

               IF AS-MSG-ERRO = SPACES
                   PERFORM AVISAR-APROVACAO
                   DISPLAY 'Confirma a gravacao do movimento (S/N)? '
                       WITH NO ADVANCING
                   MOVE SPACES TO AS-CONFIRMA
                   ACCEPT AS-CONFIRMA
                   IF AS-CONFIRMA = 'S' OR AS-CONFIRMA = 's'
                       PERFORM GRAVAR-MOVIMENTO
                   ELSE
                       DISPLAY 'Movimento descartado'
                   END-IF
               ELSE
                   DISPLAY 'Movimento recusado: ' AS-MSG-ERRO
               END-IF.

      ******************************************************************
      * Registro atual pelo ID: AS-MOV-OK = 'Y' quando existe; a
      * imagem (ou, na inclusao, a imagem vazia com o ID e o status
      * 'Ativo') fica em AS-IMAGEM.
      ******************************************************************
           LER-REGISTRO-ATUAL.
               MOVE 'N' TO AS-MOV-OK
               MOVE SPACES TO AS-IMAGEM
               EVALUATE AS-MOV-ARQUIVO
                   WHEN 'C'
                       MOVE 457 TO AS-TAM-IMAGEM
                       MOVE AS-CHAVE-ID TO CLI-M-ID
                       READ CLIENTES-M
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO AS-MOV-OK
                           MOVE ARQ-CLIENTE-M TO AS-IMAGEM
                       END-READ
                   WHEN 'F'
                       MOVE 599 TO AS-TAM-IMAGEM
                       MOVE AS-CHAVE-ID TO FUN-M-ID
                       READ FUNCIONARIOS-M
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO AS-MOV-OK
                           MOVE ARQ-FUNCIONARIO-M TO AS-IMAGEM
                       END-READ
                   WHEN 'T'
                       MOVE 174 TO AS-TAM-IMAGEM
                       MOVE AS-CHAVE-ID TO CON-M-ID
                       READ CONTAS-M
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO AS-MOV-OK
                           MOVE ARQ-CONTA-M TO AS-IMAGEM
                       END-READ
               END-EVALUATE
               MOVE AS-CHAVE-ID TO AS-IMAGEM(1:5)
               IF AS-MOV-OK = 'N' AND AS-MOV-ARQUIVO = 'C'
                   MOVE 'Ativo' TO AS-IMAGEM(438:20)
               END-IF
               IF AS-MOV-OK = 'N' AND AS-MOV-ARQUIVO = 'F'
                   MOVE 'Ativo' TO AS-IMAGEM(580:20)
               END-IF.

           EDITAR-CAMPO.
               MOVE TAB-CMP-POS(AS-CMP-IDX) TO AS-CMP-POS
               MOVE TAB-CMP-TAM(AS-CMP-IDX) TO AS-CMP-TAM
               MOVE TAB-CMP-NOME(AS-CMP-IDX) TO TEL-CAMPO-NOME
               MOVE AS-IMAGEM(AS-CMP-POS:AS-CMP-TAM) TO TEL-CAMPO-VALOR
               DISPLAY TEL-LINHA-CAMPO
               DISPLAY '    novo valor: ' WITH NO ADVANCING
               MOVE SPACES TO AS-ENTRADA
               ACCEPT AS-ENTRADA
               EVALUATE TRUE
                   WHEN AS-ENTRADA = SPACES
                       CONTINUE
                   WHEN AS-ENTRADA = '.'
                       MOVE SPACES TO AS-IMAGEM(AS-CMP-POS:AS-CMP-TAM)
                   WHEN OTHER
                       MOVE AS-ENTRADA TO
                           AS-IMAGEM(AS-CMP-POS:AS-CMP-TAM)
               END-EVALUATE.

      ******************************************************************
      * Mesmas referencias que o CBLZGB05 confere na aplicacao, para o
      * erro aparecer na digitacao e nao no log da noite.
      ******************************************************************
           VALIDAR-MOVIMENTO.
               MOVE SPACES TO AS-MSG-ERRO
               EVALUATE AS-MOV-ARQUIVO
                   WHEN 'C'
                       IF AS-IMAGEM(6:100) = SPACES
                           MOVE 'Nome do cliente obrigatorio' TO
                               AS-MSG-ERRO
                       END-IF
                   WHEN 'F'
                       IF AS-IMAGEM(16:100) = SPACES
                           MOVE 'Nome do funcionario obrigatorio' TO
                               AS-MSG-ERRO
                       END-IF
                       MOVE 'N' TO AS-CONFIRMA
                       PERFORM VARYING AS-TAB-IDX FROM 1 BY 1
                               UNTIL AS-TAB-IDX > AS-CAR-QTDE
                           IF TAB-CAR-ID(AS-TAB-IDX) = AS-IMAGEM(6:5)
                               MOVE 'Y' TO AS-CONFIRMA
                           END-IF
                       END-PERFORM
                       IF AS-CONFIRMA = 'N'
                           MOVE 'Cargo nao cadastrado' TO AS-MSG-ERRO
                       END-IF
                       MOVE 'N' TO AS-CONFIRMA
                       PERFORM VARYING AS-TAB-IDX FROM 1 BY 1
                               UNTIL AS-TAB-IDX > AS-DEP-QTDE
                           IF TAB-DEP-ID(AS-TAB-IDX) = AS-IMAGEM(11:5)
                               MOVE 'Y' TO AS-CONFIRMA
                           END-IF
                       END-PERFORM
                       IF AS-CONFIRMA = 'N'
                           MOVE 'Departamento nao cadastrado' TO
                               AS-MSG-ERRO
                       END-IF
                   WHEN 'T'
                       MOVE AS-IMAGEM(6:5) TO FUN-M-ID
                       READ FUNCIONARIOS-M
                       INVALID KEY
                           MOVE 'Funcionario da conta nao cadastrado'
                               TO AS-MSG-ERRO
                       END-READ
               END-EVALUATE.

      ******************************************************************
      * Movimento de funcionario leva data efetiva (admissao, troca de
      * cargo, transferencia, desligamento); saida do status 'Ativo'
      * ou exclusao de funcionario ativo pede o motivo (01 a 05).
      ******************************************************************
           LER-DADOS-EVENTO.
               DISPLAY 'Data efetiva AAAAMMDD (Enter = data do '
                   'processamento): ' WITH NO ADVANCING
               MOVE SPACES TO AS-ENTRADA
               ACCEPT AS-ENTRADA
               IF AS-ENTRADA NOT = SPACES
                   IF AS-ENTRADA(1:8) IS NOT NUMERIC OR
                           AS-ENTRADA(9:92) NOT = SPACES
                       MOVE 'Data efetiva invalida' TO AS-MSG-ERRO
                   ELSE
                       MOVE AS-ENTRADA(1:8) TO AS-DATA-EFETIVA
                   END-IF
               END-IF
               IF AS-MSG-ERRO = SPACES AND
                       AS-IMAGEM-ANTIGA(580:20) = 'Ativo' AND
                       (AS-MOV-OPERACAO = 'E' OR
                       AS-IMAGEM(580:20) NOT = 'Ativo')
                   DISPLAY 'Motivo do desligamento: 01 sem justa '
                       'causa, 02 justa causa, 03 pedido de demissao,'
                   DISPLAY '  04 termino de contrato, 05 acordo: '
                       WITH NO ADVANCING
                   MOVE SPACES TO AS-ENTRADA
                   ACCEPT AS-ENTRADA
                   MOVE AS-ENTRADA(1:2) TO AS-MOTIVO
                   IF AS-MOTIVO NOT = '01' AND AS-MOTIVO NOT = '02'
                           AND AS-MOTIVO NOT = '03'
                           AND AS-MOTIVO NOT = '04'
                           AND AS-MOTIVO NOT = '05'
                       MOVE 'Motivo de desligamento invalido' TO
                           AS-MSG-ERRO
                   END-IF
               END-IF.

           AVISAR-APROVACAO.
               IF AS-MOV-OPERACAO = 'A'
                   IF (AS-MOV-ARQUIVO = 'T' AND
                           AS-IMAGEM(6:115) NOT =
                               AS-IMAGEM-ANTIGA(6:115)) OR
                           (AS-MOV-ARQUIVO = 'F' AND
                           AS-IMAGEM(6:5) NOT = AS-IMAGEM-ANTIGA(6:5))
                       DISPLAY 'Atencao: alteracao sujeita a '
                           'aprovacao de outro usuario'
                   END-IF
               END-IF
               IF AS-MOV-OPERACAO = 'I' AND AS-MOV-ARQUIVO = 'T'
                   DISPLAY 'Atencao: conta nova de funcionario ja '
                       'cadastrado sujeita a aprovacao de outro usuario'
               END-IF.

           GRAVAR-MOVIMENTO.
               MOVE SPACES TO ARQ-MOVIMENTOS
               MOVE AS-MOV-OPERACAO TO MOV-OPERACAO
               MOVE AS-MOV-ARQUIVO TO MOV-ARQUIVO
               MOVE AS-IMAGEM(1:AS-TAM-IMAGEM) TO MOV-IMAGEM
               MOVE AS-DATA-EFETIVA TO MOV-DATA-EFETIVA
               MOVE AS-MOTIVO TO MOV-MOTIVO
               MOVE AS-USUARIO TO MOV-USUARIO
               OPEN EXTEND MOVIMENTOS
               IF AS-STATUS-M1 EQUAL 35
                   OPEN OUTPUT MOVIMENTOS
               END-IF
               IF AS-STATUS-M1 NOT EQUAL ZEROS
                   DISPLAY 'ERRO NA ABERTURA DOS MOVIMENTOS '
                       AS-STATUS-M1
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               ELSE
                   WRITE ARQ-MOVIMENTOS
                   IF AS-STATUS-M1 NOT EQUAL ZEROS
                       DISPLAY 'ERRO NA GRAVACAO DO MOVIMENTO '
                           AS-STATUS-M1
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   ELSE
                       DISPLAY 'Movimento gravado para o '
                           'processamento noturno'
                       MOVE 'MOVIMENTO' TO AS-LOG-ACAO
                       MOVE AS-MOV-ARQUIVO TO AS-LOG-ARQUIVO
                       MOVE AS-MOV-OPERACAO TO AS-LOG-OPERACAO
                       PERFORM GRAVAR-LOG-ACESSO
                   END-IF
                   CLOSE MOVIMENTOS
                   IF AS-STATUS-M1 NOT EQUAL ZEROS
                       DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-M1
                   END-IF
               END-IF.

       2300-DIGITAR-MOVIMENTO-FIM.
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

           CLOSE CONTAS-M.
           IF AS-STATUS-E3 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-E3
           END-IF

           CLOSE PROJETOS-M.
           IF AS-STATUS-E4 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-E4
           END-IF

           CLOSE LOG-ACESSO-S.
           IF AS-STATUS-L1 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-L1
           END-IF

           IF AS-ERRO-ARQUIVO = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZGB15.
