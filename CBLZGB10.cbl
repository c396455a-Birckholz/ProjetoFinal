       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZGB10.
      ******************************************************************
      * Author: GUILHERME GRUNER BIRCKHOLZ
      * Date:   02/09/2026
      * Purpose: Calculo das verbas rescisorias e emissao do termo de
      *          rescisao. Os desligamentos da competencia sao lidos do
      *          historico funcional gravado pelo CBLZGB05 (data
      *          efetiva, cargo, departamento e motivo); a admissao e a
      *          ultima anterior ao desligamento no mesmo historico. Sao
      *          calculados saldo de salario, aviso previo indenizado,
      *          13o proporcional, ferias vencidas e proporcionais com
      *          1/3 e multa do FGTS conforme o motivo, sobre o salario
      *          base do cargo (o da tabela salarial vigente na
      *          competencia, quando houver). Cada rescisao sai no termo
      *          impresso e no arquivo de verbas rescisorias, e vai para
      *          o historico de contracheques (competencia do
      *          desligamento), base do informe de rendimentos do
      *          CBLZGB12: registro X com a parcela tributavel (saldo
      *          de salario e 13o) e seus INSS, IRRF e liquido, e
      *          registro I com as verbas indenizatorias (isentas). Os
      *          mesmos valores viram eventos contabeis (RESC, RIND,
      *          INSS e IRRF) no arquivo cumulativo de eventos de
      *          pagamentos lido pelo CBLZGB09.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HISTORICO-FUNCIONAL ASSIGN TO
           AS-CAMINHO-HISTORICO
       FILE STATUS IS AS-STATUS-E1.

       SELECT CARGOS ASSIGN TO
           AS-CAMINHO-CARGOS
       FILE STATUS IS AS-STATUS-E2.

       SELECT DEPARTAMENTOS ASSIGN TO
           AS-CAMINHO-DEPARTAMENTOS
       FILE STATUS IS AS-STATUS-E3.

       SELECT TABELA-SALARIAL ASSIGN TO
           AS-CAMINHO-TAB-SALARIAL
       FILE STATUS IS AS-STATUS-E6.

       SELECT PARAMETROS-FOLHA ASSIGN TO
           AS-CAMINHO-PARAMETROS
       FILE STATUS IS AS-STATUS-E4.

       SELECT FUNCIONARIOS-M ASSIGN TO
           AS-CAMINHO-FUNCIONARIOS-M
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUN-M-ID
       FILE STATUS IS AS-STATUS-E5.

       SELECT RESCISOES-S ASSIGN TO
           AS-CAMINHO-RESCISOES-S
       FILE STATUS IS AS-STATUS-S1.

       SELECT TERMO-RESCISAO-S ASSIGN TO
           AS-CAMINHO-TERMO-S
       FILE STATUS IS AS-STATUS-S2.

       SELECT HISTORICO-CONTRACHEQUE ASSIGN TO
           AS-CAMINHO-HIST-CONTRACHEQUE
       FILE STATUS IS AS-STATUS-S3.

       SELECT EVENTOS-PAGAMENTOS ASSIGN TO
           AS-CAMINHO-EVENTOS-PAG
       FILE STATUS IS AS-STATUS-S4.


       DATA DIVISION.
       FILE SECTION.

       FD HISTORICO-FUNCIONAL
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

      ******************************************************************
      * Historico funcional do CBLZGB05: evento A = admissao,
      * C = troca de cargo, T = transferencia, D = desligamento.
      ******************************************************************
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

       FD CARGOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CARGO                        PIC X(65).
       01 FILLER REDEFINES ARQ-CARGO.
          05 CAR-ID                        PIC X(05).
          05 CAR-NOME                      PIC X(50).
          05 CAR-SAL-BASE                  PIC X(10).

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

       FD DEPARTAMENTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-DEPARTAMENTO                 PIC X(60).
       01 FILLER REDEFINES ARQ-DEPARTAMENTO.
          05 DEP-ID                        PIC X(05).
          05 DEP-NOME                      PIC X(50).
          05 DEP-ID-RESPONSAVEL            PIC X(05).

       FD PARAMETROS-FOLHA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PARAMETROS-FOLHA             PIC X(27).
       01 FILLER REDEFINES ARQ-PARAMETROS-FOLHA.
          05 PRM-TIPO                      PIC X(01).
          05 PRM-LIMITE                    PIC X(10).
          05 PRM-ALIQUOTA                  PIC X(06).
          05 PRM-DEDUCAO                   PIC X(10).

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
          05 FILLER                        PIC X(270).

       FD RESCISOES-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

      ******************************************************************
      * Verbas rescisorias calculadas, uma linha por desligamento.
      ******************************************************************
       01 ARQ-RESCISAO-S                   PIC X(150).
       01 FILLER REDEFINES ARQ-RESCISAO-S.
          05 RES-ID-FUNC                   PIC X(05).
          05 RES-DATA-ADMISSAO             PIC X(08).
          05 RES-DATA-DESLIGAMENTO         PIC X(08).
          05 RES-MOTIVO                    PIC X(02).
          05 RES-ID-CARGO                  PIC X(05).
          05 RES-ID-DEP                    PIC X(05).
          05 RES-SALARIO                   PIC 9(08)V99.
          05 RES-AVISO-DIAS                PIC 9(03).
          05 RES-SALDO-SALARIO             PIC 9(09)V99.
          05 RES-AVISO-PREVIO              PIC 9(09)V99.
          05 RES-DEC-TERCEIRO              PIC 9(09)V99.
          05 RES-FERIAS-VENCIDAS           PIC 9(09)V99.
          05 RES-FERIAS-PROPORC            PIC 9(09)V99.
          05 RES-TERCO-FERIAS              PIC 9(09)V99.
          05 RES-MULTA-FGTS                PIC 9(09)V99.
          05 RES-TOTAL                     PIC 9(10)V99.
          05 FILLER                        PIC X(15).

       FD TERMO-RESCISAO-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-TERMO-RESCISAO-S             PIC X(132).

      ******************************************************************
      * Mesmo layout do historico de contracheques do CBLZGB04. A
      * rescisao grava o registro X (parcela tributavel) e o registro
      * I (verbas indenizatorias, so quando houver) com a competencia
      * do desligamento e a geracao da execucao.
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
       01 AS-CAMINHO-HISTORICO      PIC X(100) VALUE
          'C:\Users\gui\Downloads\historico_funcional.txt'.
       01 AS-CAMINHO-CARGOS         PIC X(100) VALUE
          'C:\Users\gui\Downloads\Cargo.txt'.
       01 AS-CAMINHO-DEPARTAMENTOS  PIC X(100) VALUE
          'C:\Users\gui\Downloads\Departamento.txt'.
       01 AS-CAMINHO-TAB-SALARIAL   PIC X(100) VALUE
          'C:\Users\gui\Downloads\TabelaSalarial.txt'.
       01 AS-CAMINHO-PARAMETROS     PIC X(100) VALUE
          'C:\Users\gui\Downloads\ParametrosFolha.txt'.
       01 AS-CAMINHO-FUNCIONARIOS-M PIC X(100) VALUE
          'C:\Users\gui\Downloads\Funcionario.idx'.
       01 AS-CAMINHO-RESCISOES-S    PIC X(100) VALUE
          'C:\Users\gui\Downloads\verbas_rescisorias1.txt'.
       01 AS-CAMINHO-TERMO-S        PIC X(100) VALUE
          'C:\Users\gui\Downloads\termo_rescisao1.txt'.
       01 AS-CAMINHO-HIST-CONTRACHEQUE PIC X(100) VALUE
          'C:\Users\gui\Downloads\historico_contracheque.txt'.
       01 AS-CAMINHO-EVENTOS-PAG    PIC X(100) VALUE
          'C:\Users\gui\Downloads\eventos_pagamentos.txt'.
       01 AS-CAMINHO-ENV            PIC X(100) VALUE SPACES.

       01 AS-STATUS-E1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E2              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E3              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E4              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E5              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E6              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S2              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S3              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S4              PIC 9(02) VALUE ZEROS.
       01 AS-FIM-HIST               PIC X(01) VALUE 'N'.
       01 AS-FIM-REF                PIC X(01) VALUE 'N'.
       01 AS-ERRO-ABERTURA          PIC X(01) VALUE 'N'.
       01 AS-ERRO-ARQUIVO           PIC X(01) VALUE 'N'.
       01 AS-MESTRE-ABERTO          PIC X(01) VALUE 'N'.

       01 AS-DATA-EXECUCAO          PIC X(08) VALUE SPACES.
       01 AS-HORA-EXECUCAO          PIC X(08) VALUE SPACES.
       01 AS-GERACAO                PIC X(14) VALUE SPACES.
       01 AS-CHAVE-EDITADA          PIC 9(05) VALUE ZERO.
       01 AS-COMPETENCIA            PIC X(06) VALUE SPACES.
       01 AS-COMPETENCIA-ENV        PIC X(06) VALUE SPACES.
       01 AS-ID-ENTRADA             PIC X(05) VALUE SPACES.
       01 AS-IDX                    PIC 9(06) VALUE ZERO.

      ******************************************************************
      * Cargos (salario base e nome) e departamentos (nome) indexados
      * pelo ID de 5 digitos.
      ******************************************************************
       01 TAB-CARGO-SAL               PIC 9(08)V99 OCCURS 99999 TIMES
                                       VALUE ZERO.
       01 TAB-CARGO-NOME              PIC X(50) OCCURS 99999 TIMES
                                       VALUE SPACES.
       01 TAB-CARGO-VIG-DATA          PIC X(08) OCCURS 99999 TIMES
                                       VALUE SPACES.
       01 TAB-DEP-NOME                PIC X(50) OCCURS 99999 TIMES
                                       VALUE SPACES.

      ******************************************************************
      * FGTS pelo tipo F do arquivo de parametros da folha; sem o
      * arquivo vale a aliquota legal de 8%.
      ******************************************************************
       01 AS-ALIQ-FGTS              PIC 9(03)V99 VALUE 8.

      ******************************************************************
      * Faixas de INSS e IRRF (ParametrosFolha, mesmas regras do
      * contracheque do CBLZGB04) para os descontos da rescisao.
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
       01 AS-BASE-INSS              PIC 9(09)V99 VALUE ZERO.
       01 AS-BASE-IRRF              PIC 9(09)V99 VALUE ZERO.
       01 AS-FAIXA-BASE             PIC 9(08)V99 VALUE ZERO.
       01 AS-FAIXA-TETO             PIC 9(09)V99 VALUE ZERO.
       01 AS-FAIXA-ACHADA           PIC X(01) VALUE 'N'.
       01 AS-FAIXA-CONTRIB          PIC 9(09)V99 VALUE ZERO.
       01 AS-CALC-TEMP              PIC 9(13)V9(04) VALUE ZERO.
       01 AS-IRRF-BRUTA             PIC 9(09)V99 VALUE ZERO.

      ******************************************************************
      * Historico de contracheques e eventos de pagamentos: abertos em
      * EXTEND (criados no status 35). Desligamento que ja tem registro
      * X ou I na competencia (nova execucao do mesmo mes) nao e
      * gravado de novo em nenhum dos dois.
      ******************************************************************
       01 AS-GRAVA-HIST             PIC X(01) VALUE 'N'.
       01 AS-GRAVA-EVENTOS          PIC X(01) VALUE 'N'.
       01 AS-QTDE-JA-GRAVADAS       PIC 9(04) VALUE ZERO.

      ******************************************************************
      * Desligamentos da competencia e a admissao encontrada para cada
      * um (ultima admissao do funcionario ate a data do desligamento).
      ******************************************************************
       01 AS-RES-MAX                PIC 9(04) VALUE 500.
       01 AS-RES-QTDE               PIC 9(04) VALUE ZERO.
       01 AS-RES-IDX                PIC 9(04) VALUE ZERO.
       01 TAB-RES-ID-FUNC             PIC X(05) OCCURS 500 TIMES.
       01 TAB-RES-DATA-DESL           PIC X(08) OCCURS 500 TIMES.
       01 TAB-RES-MOTIVO              PIC X(02) OCCURS 500 TIMES.
       01 TAB-RES-ID-CARGO            PIC X(05) OCCURS 500 TIMES.
       01 TAB-RES-ID-DEP              PIC X(05) OCCURS 500 TIMES.
       01 TAB-RES-DATA-ADM            PIC X(08) OCCURS 500 TIMES
                                       VALUE SPACES.
       01 TAB-RES-NO-HIST             PIC X(01) OCCURS 500 TIMES
                                       VALUE 'N'.

      ******************************************************************
      * Datas do calculo em AAAAMMDD com visao por partes.
      ******************************************************************
       01 AS-DATA-ADM               PIC 9(08) VALUE ZERO.
       01 FILLER REDEFINES AS-DATA-ADM.
          05 ADM-AAAA                      PIC 9(04).
          05 ADM-MMDD.
             10 ADM-MM                     PIC 9(02).
             10 ADM-DD                     PIC 9(02).
       01 AS-DATA-DESL              PIC 9(08) VALUE ZERO.
       01 FILLER REDEFINES AS-DATA-DESL.
          05 DESL-AAAA                     PIC 9(04).
          05 DESL-MMDD.
             10 DESL-MM                    PIC 9(02).
             10 DESL-DD                    PIC 9(02).
       01 AS-DATA-PROJ              PIC 9(08) VALUE ZERO.
       01 FILLER REDEFINES AS-DATA-PROJ.
          05 PROJ-AAAA                     PIC 9(04).
          05 PROJ-MMDD.
             10 PROJ-MM                    PIC 9(02).
             10 PROJ-DD                    PIC 9(02).
       01 AS-DATA-ANIV              PIC 9(08) VALUE ZERO.
       01 FILLER REDEFINES AS-DATA-ANIV.
          05 ANIV-AAAA                     PIC 9(04).
          05 ANIV-MM                       PIC 9(02).
          05 ANIV-DD                       PIC 9(02).
       01 AS-DATA-INI               PIC 9(08) VALUE ZERO.
       01 FILLER REDEFINES AS-DATA-INI.
          05 INI-AAAA                      PIC 9(04).
          05 INI-MM                        PIC 9(02).
          05 INI-DD                        PIC 9(02).
       01 AS-DATA-FIM               PIC 9(08) VALUE ZERO.
       01 FILLER REDEFINES AS-DATA-FIM.
          05 FIM-AAAA                      PIC 9(04).
          05 FIM-MM                        PIC 9(02).
          05 FIM-DD                        PIC 9(02).
       01 AS-DATA-AUX               PIC 9(08) VALUE ZERO.
       01 FILLER REDEFINES AS-DATA-AUX.
          05 AUX-AAAA                      PIC 9(04).
          05 AUX-MM                        PIC 9(02).
          05 AUX-DD                        PIC 9(02).

       01 AS-DATA-INT               PIC 9(08) VALUE ZERO.
       01 AS-DIAS-MES               PIC 9(02) VALUE ZERO.
       01 AS-DIAS-TRABALHADOS       PIC S9(03) VALUE ZERO.
       01 AS-DIAS-SOBRA             PIC S9(03) VALUE ZERO.
       01 AS-MESES                  PIC S9(05) VALUE ZERO.
       01 AS-MES-INI                PIC S9(03) VALUE ZERO.
       01 AS-MES-FIM                PIC S9(03) VALUE ZERO.
       01 AS-ANOS-SERVICO           PIC 9(03) VALUE ZERO.
       01 AS-ANOS-FERIAS            PIC 9(03) VALUE ZERO.

      ******************************************************************
      * Verbas da rescisao corrente.
      ******************************************************************
       01 AS-RESCISAO-OK            PIC X(01) VALUE 'N'.
       01 AS-MOTIVO-DESCRICAO       PIC X(30) VALUE SPACES.
       01 AS-NOME-FUNC              PIC X(100) VALUE SPACES.
       01 AS-CPF-FUNC               PIC X(14) VALUE SPACES.
       01 AS-PENDENCIA              PIC X(60) VALUE SPACES.
       01 AS-SALARIO                PIC 9(08)V99 VALUE ZERO.
       01 AS-AVISO-DIAS             PIC 9(03) VALUE ZERO.
       01 AS-DIAS-SALDO             PIC 9(02) VALUE ZERO.
       01 AS-MESES-DEC              PIC 9(02) VALUE ZERO.
       01 AS-PERIODOS-VENCIDOS      PIC 9(01) VALUE ZERO.
       01 AS-MESES-FERIAS           PIC 9(02) VALUE ZERO.
       01 AS-MESES-SERVICO          PIC 9(05) VALUE ZERO.
       01 AS-PERC-MULTA             PIC 9(03) VALUE ZERO.
       01 AS-SALDO-FGTS             PIC 9(11)V99 VALUE ZERO.
       01 AS-SALDO-SALARIO          PIC 9(09)V99 VALUE ZERO.
       01 AS-AVISO-PREVIO           PIC 9(09)V99 VALUE ZERO.
       01 AS-DEC-TERCEIRO           PIC 9(09)V99 VALUE ZERO.
       01 AS-FERIAS-VENCIDAS        PIC 9(09)V99 VALUE ZERO.
       01 AS-FERIAS-PROPORC         PIC 9(09)V99 VALUE ZERO.
       01 AS-TERCO-FERIAS           PIC 9(09)V99 VALUE ZERO.
       01 AS-MULTA-FGTS             PIC 9(09)V99 VALUE ZERO.
       01 AS-TOTAL-RESCISAO         PIC 9(10)V99 VALUE ZERO.
       01 AS-INSS                   PIC 9(09)V99 VALUE ZERO.
       01 AS-IRRF                   PIC S9(09)V99 VALUE ZERO.
       01 AS-LIQUIDO                PIC S9(10)V99 VALUE ZERO.
       01 AS-INDENIZACOES           PIC 9(10)V99 VALUE ZERO.
       01 AS-LIQUIDO-TRIB           PIC S9(10)V99 VALUE ZERO.

       01 AS-QTDE-CALCULADAS        PIC 9(04) VALUE ZERO.
       01 AS-QTDE-PENDENTES         PIC 9(04) VALUE ZERO.
       01 AS-TOTAL-GERAL            PIC 9(12)V99 VALUE ZERO.

       01 AS-DATA-FORMATADA.
          05 FMT-DD                        PIC X(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 FMT-MM                        PIC X(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 FMT-AAAA                      PIC X(04).
       01 AS-DATA-FORMATAR          PIC X(08) VALUE SPACES.

       01 TERMO-TITULO.
           05 FILLER PIC X(41) VALUE
              'TERMO DE RESCISAO DO CONTRATO DE TRABALHO'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'Competencia: '.
           05 TTI-COMPETENCIA PIC X(06).

       01 TERMO-SEPARADOR.
           05 FILLER PIC X(80) VALUE ALL '-'.

       01 TERMO-FUNCIONARIO.
           05 FILLER PIC X(13) VALUE 'Funcionario: '.
           05 TFU-ID PIC X(05).
           05 FILLER PIC X(3) VALUE SPACES.
           05 TFU-NOME PIC X(60).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'CPF: '.
           05 TFU-CPF PIC X(14).

       01 TERMO-LOTACAO.
           05 FILLER PIC X(7) VALUE 'Cargo: '.
           05 TLO-ID-CARGO PIC X(05).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TLO-NOME-CARGO PIC X(40).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'Departamento: '.
           05 TLO-ID-DEP PIC X(05).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TLO-NOME-DEP PIC X(40).

       01 TERMO-CONTRATO.
           05 FILLER PIC X(10) VALUE 'Admissao: '.
           05 TCO-ADMISSAO PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'Desligamento: '.
           05 TCO-DESLIGAMENTO PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'Motivo: '.
           05 TCO-MOTIVO PIC X(02).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TCO-MOTIVO-DESC PIC X(30).

       01 TERMO-BASE.
           05 FILLER PIC X(14) VALUE 'Salario base: '.
           05 TBA-SALARIO PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'Aviso previo: '.
           05 TBA-AVISO-DIAS PIC ZZ9.
           05 FILLER PIC X(5) VALUE ' dias'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(25) VALUE 'Projecao do aviso ate:   '.
           05 TBA-PROJECAO PIC X(10).

       01 TERMO-CABECALHO-VERBAS.
           05 FILLER PIC X(35) VALUE 'Verba'.
           05 FILLER PIC X(15) VALUE 'Referencia'.
           05 FILLER PIC X(15) VALUE '          Valor'.

       01 TERMO-VERBA.
           05 TVE-DESCRICAO PIC X(35).
           05 TVE-REFERENCIA PIC X(15).
           05 TVE-VALOR PIC ZZZ,ZZZ,ZZ9.99.

       01 AS-REFERENCIA.
          05 REF-QTDE                      PIC ZZ9.
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 REF-UNIDADE                   PIC X(11).

       01 TERMO-PENDENCIA.
           05 FILLER PIC X(25) VALUE 'RESCISAO NAO CALCULADA - '.
           05 TPE-MOTIVO PIC X(60).

       01 TERMO-RESUMO.
           05 FILLER PIC X(22) VALUE 'Rescisoes calculadas: '.
           05 TRS-CALCULADAS PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'Pendentes: '.
           05 TRS-PENDENTES PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'Total verbas: '.
           05 TRS-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.

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
           PERFORM CARREGAR-CAMINHOS.

      ******************************************************************
      * Competencia dos desligamentos (AAAAMM) por CBLZGB10_COMPETENCIA;
      * sem a variavel vale o mes da execucao.
      ******************************************************************
           ACCEPT AS-COMPETENCIA-ENV FROM ENVIRONMENT
               "CBLZGB10_COMPETENCIA".
           IF AS-COMPETENCIA-ENV IS NUMERIC
               MOVE AS-COMPETENCIA-ENV TO AS-COMPETENCIA
           ELSE
               MOVE AS-DATA-EXECUCAO(1:6) TO AS-COMPETENCIA
           END-IF

           OPEN INPUT HISTORICO-FUNCIONAL.
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           END-IF

           OPEN INPUT CARGOS.
           IF AS-STATUS-E2 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           END-IF

           OPEN INPUT DEPARTAMENTOS.
           IF AS-STATUS-E3 NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO VAZIO'
               MOVE 'Y' TO AS-ERRO-ABERTURA
           END-IF

      ******************************************************************
      * Sem historico ou sem cargos nao ha como calcular: a execucao
      * para antes de emitir termos incompletos.
      ******************************************************************
           IF AS-ERRO-ABERTURA = 'Y'
               DISPLAY 'ERRO: FALHA NA ABERTURA DE ENTRADA, '
                   'NENHUMA RESCISAO CALCULADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARREGAR-CARGOS.
           PERFORM CARREGAR-TABELA-SALARIAL.
           PERFORM CARREGAR-DEPARTAMENTOS.
           PERFORM CARREGAR-PARAMETROS.

      ******************************************************************
      * O mestre de funcionarios so fornece nome e CPF para o termo:
      * funcionario excluido do mestre sai sem eles.
      ******************************************************************
           OPEN INPUT FUNCIONARIOS-M.
           IF AS-STATUS-E5 EQUAL ZEROS
               MOVE 'Y' TO AS-MESTRE-ABERTO
           END-IF

           OPEN OUTPUT RESCISOES-S.
           OPEN OUTPUT TERMO-RESCISAO-S.

           CARREGAR-CAMINHOS.
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB10_HISTORICO"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-HISTORICO
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB10_CARGOS"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-CARGOS
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB10_TABELA_SALARIAL"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-TAB-SALARIAL
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB10_DEPARTAMENTOS"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-DEPARTAMENTOS
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB10_PARAMETROS"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-PARAMETROS
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB10_FUNCIONARIOS"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-FUNCIONARIOS-M
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB10_RESCISOES_S"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-RESCISOES-S
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB10_TERMO_S"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-TERMO-S
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB10_HIST_CONTRACHEQUE"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-HIST-CONTRACHEQUE
               END-IF
               ACCEPT AS-CAMINHO-ENV FROM ENVIRONMENT
                   "CBLZGB10_EVENTOS_PAGAMENTOS"
               IF AS-CAMINHO-ENV NOT = SPACES
                   MOVE AS-CAMINHO-ENV TO AS-CAMINHO-EVENTOS-PAG
               END-IF.

           CARREGAR-CARGOS.
               MOVE 'N' TO AS-FIM-REF
               PERFORM LER-CARGO UNTIL AS-FIM-REF EQUAL 'S'
               CLOSE CARGOS
               IF AS-STATUS-E2 NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-E2
               END-IF.

           LER-CARGO.
               READ CARGOS
               AT END
                   MOVE 'S' TO AS-FIM-REF
               NOT AT END
                   MOVE CAR-ID TO AS-ID-ENTRADA
                   PERFORM CONVERTER-ID-IDX
                   IF AS-IDX > ZERO
                       COMPUTE TAB-CARGO-SAL(AS-IDX) =
                           FUNCTION NUMVAL(CAR-SAL-BASE)
                       MOVE CAR-NOME TO TAB-CARGO-NOME(AS-IDX)
                   END-IF
               END-READ
               IF AS-STATUS-E2 NOT EQUAL ZEROS AND
                       AS-STATUS-E2 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-REF
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

      ******************************************************************
      * Tabela salarial opcional: a ultima vigencia ate o mes da
      * competencia substitui o salario base do cadastro de cargos.
      ******************************************************************
           CARREGAR-TABELA-SALARIAL.
               OPEN INPUT TABELA-SALARIAL
               IF AS-STATUS-E6 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-REF
                   PERFORM LER-TABELA-SALARIAL
                       UNTIL AS-FIM-REF EQUAL 'S'
                   CLOSE TABELA-SALARIAL
                   IF AS-STATUS-E6 NOT EQUAL ZEROS
                       DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-E6
                   END-IF
               ELSE
                   IF AS-STATUS-E6 NOT EQUAL 35
                       DISPLAY 'ARQUIVO VAZIO'
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

           LER-TABELA-SALARIAL.
               READ TABELA-SALARIAL
               AT END
                   MOVE 'S' TO AS-FIM-REF
               NOT AT END
                   MOVE TSA-ID-CARGO TO AS-ID-ENTRADA
                   PERFORM CONVERTER-ID-IDX
                   IF AS-IDX > ZERO AND TSA-VIGENCIA IS NUMERIC AND
                           TSA-VIGENCIA(1:6) <= AS-COMPETENCIA AND
                           TSA-VIGENCIA >= TAB-CARGO-VIG-DATA(AS-IDX)
                       MOVE TSA-VIGENCIA TO TAB-CARGO-VIG-DATA(AS-IDX)
                       COMPUTE TAB-CARGO-SAL(AS-IDX) =
                           FUNCTION NUMVAL(TSA-SAL-BASE)
                   END-IF
               END-READ
               IF AS-STATUS-E6 NOT EQUAL ZEROS AND
                       AS-STATUS-E6 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-REF
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           CARREGAR-DEPARTAMENTOS.
               MOVE 'N' TO AS-FIM-REF
               PERFORM LER-DEPARTAMENTO UNTIL AS-FIM-REF EQUAL 'S'
               CLOSE DEPARTAMENTOS
               IF AS-STATUS-E3 NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-E3
               END-IF.

           LER-DEPARTAMENTO.
               READ DEPARTAMENTOS
               AT END
                   MOVE 'S' TO AS-FIM-REF
               NOT AT END
                   MOVE DEP-ID TO AS-ID-ENTRADA
                   PERFORM CONVERTER-ID-IDX
                   IF AS-IDX > ZERO
                       MOVE DEP-NOME TO TAB-DEP-NOME(AS-IDX)
                   END-IF
               END-READ
               IF AS-STATUS-E3 NOT EQUAL ZEROS AND
                       AS-STATUS-E3 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-REF
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           CARREGAR-PARAMETROS.
               OPEN INPUT PARAMETROS-FOLHA
               IF AS-STATUS-E4 EQUAL ZEROS
                   MOVE 'N' TO AS-FIM-REF
                   PERFORM LER-PARAMETRO UNTIL AS-FIM-REF EQUAL 'S'
                   CLOSE PARAMETROS-FOLHA
               END-IF.

           LER-PARAMETRO.
               READ PARAMETROS-FOLHA
               AT END
                   MOVE 'S' TO AS-FIM-REF
               NOT AT END
                   EVALUATE PRM-TIPO
                       WHEN 'F'
                           COMPUTE AS-ALIQ-FGTS =
                               FUNCTION NUMVAL(PRM-ALIQUOTA)
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
               IF AS-STATUS-E4 NOT EQUAL ZEROS AND
                       AS-STATUS-E4 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-REF
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

       1000-INICIALIZAR-FIM.
           EXIT.

       2000-PROCESSAR          SECTION.

           PERFORM CARREGAR-DESLIGAMENTOS.
           PERFORM LOCALIZAR-ADMISSOES.
           PERFORM ABRIR-HIST-CONTRACHEQUE.
           MOVE AS-COMPETENCIA TO TTI-COMPETENCIA.
           MOVE TERMO-TITULO TO ARQ-TERMO-RESCISAO-S.
           WRITE ARQ-TERMO-RESCISAO-S.
           PERFORM VARYING AS-RES-IDX FROM 1 BY 1
                   UNTIL AS-RES-IDX > AS-RES-QTDE
               PERFORM CALCULAR-RESCISAO
           END-PERFORM.
           PERFORM GRAVAR-RESUMO-TERMO.

       2000-PROCESSAR-FIM.
           EXIT.

      ******************************************************************
      * Primeira passada no historico: desligamentos com data efetiva
      * na competencia. Segunda passada: para cada um, a admissao mais
      * recente do mesmo funcionario ate a data do desligamento (o
      * historico e acumulado e pode trazer readmissoes).
      ******************************************************************
       2100-LER-HISTORICO      SECTION.
           CARREGAR-DESLIGAMENTOS.
               MOVE 'N' TO AS-FIM-HIST
               PERFORM LER-DESLIGAMENTO UNTIL AS-FIM-HIST EQUAL 'S'
               CLOSE HISTORICO-FUNCIONAL.

           LER-DESLIGAMENTO.
               READ HISTORICO-FUNCIONAL
               AT END
                   MOVE 'S' TO AS-FIM-HIST
               NOT AT END
                   IF HIS-EVENTO = 'D' AND
                           HIS-DATA-EFETIVA(1:6) = AS-COMPETENCIA
                       PERFORM GUARDAR-DESLIGAMENTO
                   END-IF
               END-READ
               IF AS-STATUS-E1 NOT EQUAL ZEROS AND
                       AS-STATUS-E1 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-HIST
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           GUARDAR-DESLIGAMENTO.
               IF AS-RES-QTDE >= AS-RES-MAX
                   DISPLAY 'ERRO: LIMITE DE ' AS-RES-MAX
                       ' DESLIGAMENTOS EXCEDIDO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO AS-RES-QTDE
               MOVE HIS-ID-FUNC TO TAB-RES-ID-FUNC(AS-RES-QTDE)
               MOVE HIS-DATA-EFETIVA TO TAB-RES-DATA-DESL(AS-RES-QTDE)
               MOVE HIS-MOTIVO TO TAB-RES-MOTIVO(AS-RES-QTDE)
               MOVE HIS-ID-CARGO TO TAB-RES-ID-CARGO(AS-RES-QTDE)
               MOVE HIS-ID-DEP TO TAB-RES-ID-DEP(AS-RES-QTDE).

           LOCALIZAR-ADMISSOES.
               IF AS-RES-QTDE > ZERO
                   OPEN INPUT HISTORICO-FUNCIONAL
                   MOVE 'N' TO AS-FIM-HIST
                   PERFORM LER-ADMISSAO UNTIL AS-FIM-HIST EQUAL 'S'
                   CLOSE HISTORICO-FUNCIONAL
               END-IF.

           LER-ADMISSAO.
               READ HISTORICO-FUNCIONAL
               AT END
                   MOVE 'S' TO AS-FIM-HIST
               NOT AT END
                   IF HIS-EVENTO = 'A'
                       PERFORM ASSOCIAR-ADMISSAO
                   END-IF
               END-READ
               IF AS-STATUS-E1 NOT EQUAL ZEROS AND
                       AS-STATUS-E1 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-HIST
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           ASSOCIAR-ADMISSAO.
               PERFORM VARYING AS-RES-IDX FROM 1 BY 1
                       UNTIL AS-RES-IDX > AS-RES-QTDE
                   IF TAB-RES-ID-FUNC(AS-RES-IDX) = HIS-ID-FUNC AND
                           HIS-DATA-EFETIVA <=
                               TAB-RES-DATA-DESL(AS-RES-IDX) AND
                           (TAB-RES-DATA-ADM(AS-RES-IDX) = SPACES OR
                            HIS-DATA-EFETIVA >
                               TAB-RES-DATA-ADM(AS-RES-IDX))
                       MOVE HIS-DATA-EFETIVA TO
                           TAB-RES-DATA-ADM(AS-RES-IDX)
                   END-IF
               END-PERFORM.

      ******************************************************************
      * Historico de contracheques: primeiro marca os desligamentos que
      * ja tem registro X ou I na competencia, depois abre para gravar
      * os que faltam, junto com o arquivo de eventos de pagamentos.
      * Sem o arquivo (status 35) ele e criado.
      ******************************************************************
           ABRIR-HIST-CONTRACHEQUE.
               IF AS-RES-QTDE > ZERO
                   OPEN INPUT HISTORICO-CONTRACHEQUE
                   IF AS-STATUS-S3 EQUAL ZEROS
                       MOVE 'N' TO AS-FIM-HIST
                       PERFORM LER-HIST-CONTRACHEQUE
                           UNTIL AS-FIM-HIST EQUAL 'S'
                       CLOSE HISTORICO-CONTRACHEQUE
                   END-IF
                   OPEN EXTEND HISTORICO-CONTRACHEQUE
                   IF AS-STATUS-S3 EQUAL 35
                       OPEN OUTPUT HISTORICO-CONTRACHEQUE
                   END-IF
                   IF AS-STATUS-S3 EQUAL ZEROS
                       MOVE 'Y' TO AS-GRAVA-HIST
                   ELSE
                       DISPLAY 'ARQUIVO VAZIO'
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
                   OPEN EXTEND EVENTOS-PAGAMENTOS
                   IF AS-STATUS-S4 EQUAL 35
                       OPEN OUTPUT EVENTOS-PAGAMENTOS
                   END-IF
                   IF AS-STATUS-S4 EQUAL ZEROS
                       MOVE 'Y' TO AS-GRAVA-EVENTOS
                   ELSE
                       DISPLAY 'ARQUIVO VAZIO'
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

           LER-HIST-CONTRACHEQUE.
               READ HISTORICO-CONTRACHEQUE
               AT END
                   MOVE 'S' TO AS-FIM-HIST
               NOT AT END
                   IF (HCC-TIPO = 'X' OR HCC-TIPO = 'I') AND
                           HCC-COMPETENCIA = AS-COMPETENCIA
                       PERFORM MARCAR-RESCISAO-GRAVADA
                   END-IF
               END-READ
               IF AS-STATUS-S3 NOT EQUAL ZEROS AND
                       AS-STATUS-S3 NOT EQUAL 10
                   MOVE 'S' TO AS-FIM-HIST
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           MARCAR-RESCISAO-GRAVADA.
               PERFORM VARYING AS-RES-IDX FROM 1 BY 1
                       UNTIL AS-RES-IDX > AS-RES-QTDE
                   IF TAB-RES-ID-FUNC(AS-RES-IDX) = HCC-ID-FUNC
                       MOVE 'Y' TO TAB-RES-NO-HIST(AS-RES-IDX)
                   END-IF
               END-PERFORM.

       2100-LER-HISTORICO-FIM.
           EXIT.

      ******************************************************************
      * Verbas por motivo (salario base do cargo no desligamento):
      *   01 sem justa causa: todas, aviso de 30 dias + 3 por ano
      *      completo (maximo 90) projetado no contrato, multa 40%;
      *   02 justa causa: saldo de salario e ferias vencidas + 1/3;
      *   03 pedido de demissao: tudo menos aviso e multa;
      *   04 termino de contrato: tudo menos aviso e multa;
      *   05 acordo: aviso pela metade e multa de 20%.
      * Ferias vencidas: um periodo quando ha ano completo de servico
      * (os periodos anteriores sao considerados gozados). Saldo do
      * FGTS estimado pela aliquota sobre o salario base nos meses de
      * servico. INSS e IRRF pelas faixas do contracheque sobre a
      * parcela salarial (saldo de salario e 13o); aviso indenizado,
      * ferias indenizadas com 1/3 e multa do FGTS sao indenizatorios
      * e ficam fora da base. Liquido = bruto - INSS - IRRF; o
      * liquido da parcela tributavel (registro X) e a base - INSS -
      * IRRF e as indenizacoes (registro I) nao tem desconto.
      ******************************************************************
       2200-CALCULAR-RESCISOES SECTION.
           CALCULAR-RESCISAO.
               MOVE 'Y' TO AS-RESCISAO-OK
               MOVE SPACES TO AS-PENDENCIA
               PERFORM DESCREVER-MOTIVO
               MOVE TAB-RES-ID-CARGO(AS-RES-IDX) TO AS-ID-ENTRADA
               PERFORM CONVERTER-ID-IDX
               IF AS-IDX > ZERO
                   MOVE TAB-CARGO-SAL(AS-IDX) TO AS-SALARIO
               ELSE
                   MOVE ZERO TO AS-SALARIO
               END-IF
               EVALUATE TRUE
                   WHEN TAB-RES-DATA-ADM(AS-RES-IDX) = SPACES
                       MOVE 'N' TO AS-RESCISAO-OK
                       MOVE 'ADMISSAO NAO ENCONTRADA NO HISTORICO' TO
                           AS-PENDENCIA
                   WHEN AS-MOTIVO-DESCRICAO = SPACES
                       MOVE 'N' TO AS-RESCISAO-OK
                       MOVE 'MOTIVO DO DESLIGAMENTO INVALIDO' TO
                           AS-PENDENCIA
                   WHEN AS-SALARIO = ZERO
                       MOVE 'CARGO SEM SALARIO BASE' TO AS-PENDENCIA
                       MOVE 'N' TO AS-RESCISAO-OK
               END-EVALUATE
               PERFORM IMPRIMIR-CABECALHO-TERMO
               IF AS-RESCISAO-OK = 'Y'
                   PERFORM CALCULAR-VERBAS
                   PERFORM IMPRIMIR-VERBAS-TERMO
                   PERFORM GRAVAR-RESCISAO
                   PERFORM GRAVAR-HIST-RESCISAO
                   ADD 1 TO AS-QTDE-CALCULADAS
                   ADD AS-TOTAL-RESCISAO TO AS-TOTAL-GERAL
               ELSE
                   ADD 1 TO AS-QTDE-PENDENTES
                   MOVE AS-PENDENCIA TO TPE-MOTIVO
                   MOVE TERMO-PENDENCIA TO ARQ-TERMO-RESCISAO-S
                   WRITE ARQ-TERMO-RESCISAO-S
               END-IF
               MOVE TERMO-SEPARADOR TO ARQ-TERMO-RESCISAO-S
               WRITE ARQ-TERMO-RESCISAO-S.

           DESCREVER-MOTIVO.
               EVALUATE TAB-RES-MOTIVO(AS-RES-IDX)
                   WHEN '01'
                       MOVE 'DISPENSA SEM JUSTA CAUSA' TO
                           AS-MOTIVO-DESCRICAO
                   WHEN '02'
                       MOVE 'DISPENSA POR JUSTA CAUSA' TO
                           AS-MOTIVO-DESCRICAO
                   WHEN '03'
                       MOVE 'PEDIDO DE DEMISSAO' TO AS-MOTIVO-DESCRICAO
                   WHEN '04'
                       MOVE 'TERMINO DE CONTRATO' TO
                           AS-MOTIVO-DESCRICAO
                   WHEN '05'
                       MOVE 'ACORDO ENTRE AS PARTES' TO
                           AS-MOTIVO-DESCRICAO
                   WHEN OTHER
                       MOVE SPACES TO AS-MOTIVO-DESCRICAO
               END-EVALUATE.

           CALCULAR-VERBAS.
               MOVE TAB-RES-DATA-ADM(AS-RES-IDX) TO AS-DATA-ADM
               MOVE TAB-RES-DATA-DESL(AS-RES-IDX) TO AS-DATA-DESL
               MOVE ZERO TO AS-SALDO-SALARIO AS-AVISO-PREVIO
                   AS-DEC-TERCEIRO AS-FERIAS-VENCIDAS AS-FERIAS-PROPORC
                   AS-TERCO-FERIAS AS-MULTA-FGTS AS-AVISO-DIAS
                   AS-MESES-DEC AS-PERIODOS-VENCIDOS AS-MESES-FERIAS
                   AS-PERC-MULTA

      *    Saldo de salario: dias trabalhados no mes do desligamento
               MOVE DESL-DD TO AS-DIAS-SALDO
               IF AS-DIAS-SALDO > 30
                   MOVE 30 TO AS-DIAS-SALDO
               END-IF
               COMPUTE AS-SALDO-SALARIO ROUNDED =
                   AS-SALARIO * AS-DIAS-SALDO / 30

      *    Aviso previo indenizado e projecao do contrato
               COMPUTE AS-ANOS-SERVICO = DESL-AAAA - ADM-AAAA
               IF DESL-MMDD < ADM-MMDD AND AS-ANOS-SERVICO > ZERO
                   SUBTRACT 1 FROM AS-ANOS-SERVICO
               END-IF
               IF TAB-RES-MOTIVO(AS-RES-IDX) = '01' OR
                       TAB-RES-MOTIVO(AS-RES-IDX) = '05'
                   COMPUTE AS-AVISO-DIAS = 30 + 3 * AS-ANOS-SERVICO
                   IF AS-AVISO-DIAS > 90
                       MOVE 90 TO AS-AVISO-DIAS
                   END-IF
                   IF TAB-RES-MOTIVO(AS-RES-IDX) = '01'
                       COMPUTE AS-AVISO-PREVIO ROUNDED =
                           AS-SALARIO * AS-AVISO-DIAS / 30
                       MOVE 40 TO AS-PERC-MULTA
                   ELSE
                       COMPUTE AS-AVISO-PREVIO ROUNDED =
                           AS-SALARIO * AS-AVISO-DIAS / 60
                       MOVE 20 TO AS-PERC-MULTA
                   END-IF
               END-IF
               COMPUTE AS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE(AS-DATA-DESL) +
                   AS-AVISO-DIAS
               COMPUTE AS-DATA-PROJ =
                   FUNCTION DATE-OF-INTEGER(AS-DATA-INT)

      *    13o proporcional: meses do ano com 15 dias ou mais
               IF TAB-RES-MOTIVO(AS-RES-IDX) NOT = '02'
                   PERFORM CALCULAR-MESES-DECIMO
                   COMPUTE AS-DEC-TERCEIRO ROUNDED =
                       AS-SALARIO * AS-MESES-DEC / 12
               END-IF

      *    Ferias: periodo vencido e fracao do periodo aquisitivo
               COMPUTE AS-ANOS-FERIAS = PROJ-AAAA - ADM-AAAA
               IF PROJ-MMDD < ADM-MMDD AND AS-ANOS-FERIAS > ZERO
                   SUBTRACT 1 FROM AS-ANOS-FERIAS
               END-IF
               IF AS-ANOS-FERIAS > ZERO
                   MOVE 1 TO AS-PERIODOS-VENCIDOS
                   MOVE AS-SALARIO TO AS-FERIAS-VENCIDAS
               END-IF
               IF TAB-RES-MOTIVO(AS-RES-IDX) NOT = '02'
                   MOVE AS-DATA-ADM TO AS-DATA-ANIV
                   ADD AS-ANOS-FERIAS TO ANIV-AAAA
                   IF FUNCTION TEST-DATE-YYYYMMDD(AS-DATA-ANIV)
                           NOT = ZERO
                       MOVE 28 TO ANIV-DD
                   END-IF
                   MOVE AS-DATA-ANIV TO AS-DATA-INI
                   MOVE AS-DATA-PROJ TO AS-DATA-FIM
                   PERFORM CONTAR-MESES
                   IF AS-MESES > 12
                       MOVE 12 TO AS-MESES
                   END-IF
                   MOVE AS-MESES TO AS-MESES-FERIAS
                   COMPUTE AS-FERIAS-PROPORC ROUNDED =
                       AS-SALARIO * AS-MESES-FERIAS / 12
               END-IF
               COMPUTE AS-TERCO-FERIAS ROUNDED =
                   (AS-FERIAS-VENCIDAS + AS-FERIAS-PROPORC) / 3

      *    Multa sobre o saldo estimado do FGTS
               IF AS-PERC-MULTA > ZERO
                   MOVE AS-DATA-ADM TO AS-DATA-INI
                   MOVE AS-DATA-DESL TO AS-DATA-FIM
                   PERFORM CONTAR-MESES
                   MOVE AS-MESES TO AS-MESES-SERVICO
                   COMPUTE AS-SALDO-FGTS ROUNDED =
                       AS-SALARIO * AS-ALIQ-FGTS / 100 *
                       AS-MESES-SERVICO
                   COMPUTE AS-MULTA-FGTS ROUNDED =
                       AS-SALDO-FGTS * AS-PERC-MULTA / 100
               END-IF

               COMPUTE AS-TOTAL-RESCISAO = AS-SALDO-SALARIO +
                   AS-AVISO-PREVIO + AS-DEC-TERCEIRO +
                   AS-FERIAS-VENCIDAS + AS-FERIAS-PROPORC +
                   AS-TERCO-FERIAS + AS-MULTA-FGTS

      *    Descontos sobre a parcela salarial
               COMPUTE AS-BASE-INSS = AS-SALDO-SALARIO + AS-DEC-TERCEIRO
               COMPUTE AS-INDENIZACOES = AS-TOTAL-RESCISAO -
                   AS-BASE-INSS
               PERFORM CALCULAR-INSS
               PERFORM CALCULAR-IRRF
               COMPUTE AS-LIQUIDO = AS-TOTAL-RESCISAO - AS-INSS
                   - AS-IRRF
               IF AS-LIQUIDO < ZERO
                   MOVE ZERO TO AS-LIQUIDO
               END-IF
               COMPUTE AS-LIQUIDO-TRIB = AS-BASE-INSS - AS-INSS
                   - AS-IRRF
               IF AS-LIQUIDO-TRIB < ZERO
                   MOVE ZERO TO AS-LIQUIDO-TRIB
               END-IF.

      ******************************************************************
      * INSS progressivo e IRRF por faixa unica, como no contracheque
      * do CBLZGB04; sem faixas no arquivo de parametros nao ha
      * desconto.
      ******************************************************************
           CALCULAR-INSS.
               MOVE ZERO TO AS-INSS
               MOVE ZERO TO AS-FAIXA-BASE
               PERFORM VARYING AS-PRM-IDX FROM 1 BY 1
                       UNTIL AS-PRM-IDX > AS-INSS-QTDE
                   IF AS-BASE-INSS > AS-FAIXA-BASE
                       IF TAB-INSS-LIMITE(AS-PRM-IDX) = ZERO OR
                               AS-BASE-INSS <=
                                   TAB-INSS-LIMITE(AS-PRM-IDX)
                           MOVE AS-BASE-INSS TO AS-FAIXA-TETO
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
               COMPUTE AS-BASE-IRRF = AS-BASE-INSS - AS-INSS
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

      ******************************************************************
      * 13o: do mes de admissao (se admitido no ano da projecao) ou de
      * janeiro ate o mes da projecao, contando o mes inicial e o final
      * so quando trabalhados 15 dias ou mais.
      ******************************************************************
           CALCULAR-MESES-DECIMO.
               IF ADM-AAAA < PROJ-AAAA
                   MOVE 1 TO AS-MES-INI
               ELSE
                   MOVE AS-DATA-ADM TO AS-DATA-AUX
                   PERFORM CALCULAR-DIAS-MES
                   COMPUTE AS-DIAS-TRABALHADOS =
                       AS-DIAS-MES - ADM-DD + 1
                   IF AS-DIAS-TRABALHADOS >= 15
                       MOVE ADM-MM TO AS-MES-INI
                   ELSE
                       COMPUTE AS-MES-INI = ADM-MM + 1
                   END-IF
               END-IF
               IF PROJ-DD >= 15
                   MOVE PROJ-MM TO AS-MES-FIM
               ELSE
                   COMPUTE AS-MES-FIM = PROJ-MM - 1
               END-IF
               IF AS-MES-FIM >= AS-MES-INI
                   COMPUTE AS-MESES-DEC = AS-MES-FIM - AS-MES-INI + 1
               ELSE
                   MOVE ZERO TO AS-MESES-DEC
               END-IF.

           CALCULAR-DIAS-MES.
               MOVE 01 TO AUX-DD
               COMPUTE AS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE(AS-DATA-AUX)
               IF AUX-MM = 12
                   ADD 1 TO AUX-AAAA
                   MOVE 01 TO AUX-MM
               ELSE
                   ADD 1 TO AUX-MM
               END-IF
               COMPUTE AS-DIAS-MES =
                   FUNCTION INTEGER-OF-DATE(AS-DATA-AUX) - AS-DATA-INT.

      ******************************************************************
      * Meses entre AS-DATA-INI e AS-DATA-FIM (inclusive), contando a
      * fracao final de 15 dias ou mais como mes inteiro.
      ******************************************************************
           CONTAR-MESES.
               COMPUTE AS-MESES = (FIM-AAAA * 12 + FIM-MM) -
                   (INI-AAAA * 12 + INI-MM)
               IF FIM-DD >= INI-DD
                   COMPUTE AS-DIAS-SOBRA = FIM-DD - INI-DD + 1
               ELSE
                   SUBTRACT 1 FROM AS-MESES
                   COMPUTE AS-DIAS-SOBRA = FIM-DD + 30 - INI-DD + 1
               END-IF
               IF AS-DIAS-SOBRA >= 15
                   ADD 1 TO AS-MESES
               END-IF
               IF AS-MESES < ZERO
                   MOVE ZERO TO AS-MESES
               END-IF.

       2200-CALCULAR-RESCISOES-FIM.
           EXIT.

       2300-IMPRIMIR-TERMO     SECTION.
           IMPRIMIR-CABECALHO-TERMO.
               MOVE TAB-RES-ID-FUNC(AS-RES-IDX) TO TFU-ID
               MOVE SPACES TO TFU-NOME TFU-CPF
               MOVE SPACES TO AS-NOME-FUNC AS-CPF-FUNC
               IF AS-MESTRE-ABERTO = 'Y'
                   MOVE TAB-RES-ID-FUNC(AS-RES-IDX) TO FUN-M-ID
                   READ FUNCIONARIOS-M
                   INVALID KEY
                       MOVE 'NAO CONSTA NO CADASTRO' TO TFU-NOME
                   NOT INVALID KEY
                       MOVE FUN-M-NOME TO TFU-NOME
                       MOVE FUN-M-CPF TO TFU-CPF
                       MOVE FUN-M-NOME TO AS-NOME-FUNC
                       MOVE FUN-M-CPF TO AS-CPF-FUNC
                   END-READ
               END-IF
               MOVE TERMO-FUNCIONARIO TO ARQ-TERMO-RESCISAO-S
               WRITE ARQ-TERMO-RESCISAO-S
               MOVE TAB-RES-ID-CARGO(AS-RES-IDX) TO TLO-ID-CARGO
               MOVE TAB-RES-ID-CARGO(AS-RES-IDX) TO AS-ID-ENTRADA
               PERFORM CONVERTER-ID-IDX
               IF AS-IDX > ZERO
                   MOVE TAB-CARGO-NOME(AS-IDX) TO TLO-NOME-CARGO
               ELSE
                   MOVE SPACES TO TLO-NOME-CARGO
               END-IF
               MOVE TAB-RES-ID-DEP(AS-RES-IDX) TO TLO-ID-DEP
               MOVE TAB-RES-ID-DEP(AS-RES-IDX) TO AS-ID-ENTRADA
               PERFORM CONVERTER-ID-IDX
               IF AS-IDX > ZERO
                   MOVE TAB-DEP-NOME(AS-IDX) TO TLO-NOME-DEP
               ELSE
                   MOVE SPACES TO TLO-NOME-DEP
               END-IF
               MOVE TERMO-LOTACAO TO ARQ-TERMO-RESCISAO-S
               WRITE ARQ-TERMO-RESCISAO-S
               MOVE TAB-RES-DATA-ADM(AS-RES-IDX) TO AS-DATA-FORMATAR
               PERFORM FORMATAR-DATA
               MOVE AS-DATA-FORMATADA TO TCO-ADMISSAO
               MOVE TAB-RES-DATA-DESL(AS-RES-IDX) TO AS-DATA-FORMATAR
               PERFORM FORMATAR-DATA
               MOVE AS-DATA-FORMATADA TO TCO-DESLIGAMENTO
               MOVE TAB-RES-MOTIVO(AS-RES-IDX) TO TCO-MOTIVO
               MOVE AS-MOTIVO-DESCRICAO TO TCO-MOTIVO-DESC
               MOVE TERMO-CONTRATO TO ARQ-TERMO-RESCISAO-S
               WRITE ARQ-TERMO-RESCISAO-S.

           IMPRIMIR-VERBAS-TERMO.
               MOVE AS-SALARIO TO TBA-SALARIO
               MOVE AS-AVISO-DIAS TO TBA-AVISO-DIAS
               MOVE AS-DATA-PROJ TO AS-DATA-FORMATAR
               PERFORM FORMATAR-DATA
               MOVE AS-DATA-FORMATADA TO TBA-PROJECAO
               MOVE TERMO-BASE TO ARQ-TERMO-RESCISAO-S
               WRITE ARQ-TERMO-RESCISAO-S
               MOVE TERMO-CABECALHO-VERBAS TO ARQ-TERMO-RESCISAO-S
               WRITE ARQ-TERMO-RESCISAO-S

               MOVE 'Saldo de salario' TO TVE-DESCRICAO
               MOVE AS-DIAS-SALDO TO REF-QTDE
               MOVE 'dias' TO REF-UNIDADE
               MOVE AS-SALDO-SALARIO TO TVE-VALOR
               PERFORM IMPRIMIR-LINHA-VERBA
               MOVE 'Aviso previo indenizado' TO TVE-DESCRICAO
               MOVE AS-AVISO-DIAS TO REF-QTDE
               MOVE 'dias' TO REF-UNIDADE
               MOVE AS-AVISO-PREVIO TO TVE-VALOR
               PERFORM IMPRIMIR-LINHA-VERBA
               MOVE '13o salario proporcional' TO TVE-DESCRICAO
               MOVE AS-MESES-DEC TO REF-QTDE
               MOVE 'avos' TO REF-UNIDADE
               MOVE AS-DEC-TERCEIRO TO TVE-VALOR
               PERFORM IMPRIMIR-LINHA-VERBA
               MOVE 'Ferias vencidas' TO TVE-DESCRICAO
               MOVE AS-PERIODOS-VENCIDOS TO REF-QTDE
               MOVE 'periodo' TO REF-UNIDADE
               MOVE AS-FERIAS-VENCIDAS TO TVE-VALOR
               PERFORM IMPRIMIR-LINHA-VERBA
               MOVE 'Ferias proporcionais' TO TVE-DESCRICAO
               MOVE AS-MESES-FERIAS TO REF-QTDE
               MOVE 'avos' TO REF-UNIDADE
               MOVE AS-FERIAS-PROPORC TO TVE-VALOR
               PERFORM IMPRIMIR-LINHA-VERBA
               MOVE '1/3 constitucional de ferias' TO TVE-DESCRICAO
               MOVE SPACES TO AS-REFERENCIA
               MOVE AS-TERCO-FERIAS TO TVE-VALOR
               PERFORM IMPRIMIR-LINHA-VERBA
               MOVE 'Multa rescisoria do FGTS' TO TVE-DESCRICAO
               MOVE AS-PERC-MULTA TO REF-QTDE
               MOVE '%' TO REF-UNIDADE
               MOVE AS-MULTA-FGTS TO TVE-VALOR
               PERFORM IMPRIMIR-LINHA-VERBA
               MOVE 'TOTAL BRUTO DA RESCISAO' TO TVE-DESCRICAO
               MOVE SPACES TO AS-REFERENCIA
               MOVE AS-TOTAL-RESCISAO TO TVE-VALOR
               PERFORM IMPRIMIR-LINHA-VERBA
               MOVE '(-) INSS' TO TVE-DESCRICAO
               MOVE AS-INSS TO TVE-VALOR
               PERFORM IMPRIMIR-LINHA-VERBA
               MOVE '(-) IRRF' TO TVE-DESCRICAO
               MOVE AS-IRRF TO TVE-VALOR
               PERFORM IMPRIMIR-LINHA-VERBA
               MOVE 'LIQUIDO DA RESCISAO' TO TVE-DESCRICAO
               MOVE AS-LIQUIDO TO TVE-VALOR
               PERFORM IMPRIMIR-LINHA-VERBA.

           IMPRIMIR-LINHA-VERBA.
               MOVE AS-REFERENCIA TO TVE-REFERENCIA
               MOVE TERMO-VERBA TO ARQ-TERMO-RESCISAO-S
               WRITE ARQ-TERMO-RESCISAO-S.

           FORMATAR-DATA.
               MOVE AS-DATA-FORMATAR(7:2) TO FMT-DD
               MOVE AS-DATA-FORMATAR(5:2) TO FMT-MM
               MOVE AS-DATA-FORMATAR(1:4) TO FMT-AAAA.

           GRAVAR-RESCISAO.
               MOVE SPACES TO ARQ-RESCISAO-S
               MOVE TAB-RES-ID-FUNC(AS-RES-IDX) TO RES-ID-FUNC
               MOVE TAB-RES-DATA-ADM(AS-RES-IDX) TO RES-DATA-ADMISSAO
               MOVE TAB-RES-DATA-DESL(AS-RES-IDX) TO
                   RES-DATA-DESLIGAMENTO
               MOVE TAB-RES-MOTIVO(AS-RES-IDX) TO RES-MOTIVO
               MOVE TAB-RES-ID-CARGO(AS-RES-IDX) TO RES-ID-CARGO
               MOVE TAB-RES-ID-DEP(AS-RES-IDX) TO RES-ID-DEP
               MOVE AS-SALARIO TO RES-SALARIO
               MOVE AS-AVISO-DIAS TO RES-AVISO-DIAS
               MOVE AS-SALDO-SALARIO TO RES-SALDO-SALARIO
               MOVE AS-AVISO-PREVIO TO RES-AVISO-PREVIO
               MOVE AS-DEC-TERCEIRO TO RES-DEC-TERCEIRO
               MOVE AS-FERIAS-VENCIDAS TO RES-FERIAS-VENCIDAS
               MOVE AS-FERIAS-PROPORC TO RES-FERIAS-PROPORC
               MOVE AS-TERCO-FERIAS TO RES-TERCO-FERIAS
               MOVE AS-MULTA-FGTS TO RES-MULTA-FGTS
               MOVE AS-TOTAL-RESCISAO TO RES-TOTAL
               WRITE ARQ-RESCISAO-S
               IF AS-STATUS-S1 NOT EQUAL ZEROS
                   MOVE 'Y' TO AS-ERRO-ARQUIVO
               END-IF.

           GRAVAR-HIST-RESCISAO.
               IF AS-GRAVA-HIST = 'Y'
                   IF TAB-RES-NO-HIST(AS-RES-IDX) = 'Y'
                       ADD 1 TO AS-QTDE-JA-GRAVADAS
                   ELSE
                       MOVE SPACES TO ARQ-HIST-CONTRACHEQUE
                       MOVE TAB-RES-DATA-DESL(AS-RES-IDX)(1:6) TO
                           HCC-COMPETENCIA
                       MOVE AS-GERACAO TO HCC-GERACAO
                       MOVE 'X' TO HCC-TIPO
                       MOVE TAB-RES-ID-FUNC(AS-RES-IDX) TO HCC-ID-FUNC
                       MOVE TAB-RES-ID-CARGO(AS-RES-IDX) TO
                           HCC-ID-CARGO
                       MOVE TAB-RES-ID-DEP(AS-RES-IDX) TO HCC-ID-DEP
                       MOVE AS-CPF-FUNC TO HCC-CPF
                       MOVE AS-NOME-FUNC TO HCC-NOME
                       MOVE AS-BASE-INSS TO HCC-BRUTO
                       MOVE AS-INSS TO HCC-INSS
                       MOVE AS-IRRF TO HCC-IRRF
                       MOVE AS-LIQUIDO-TRIB TO HCC-LIQUIDO
                       WRITE ARQ-HIST-CONTRACHEQUE
                       IF AS-STATUS-S3 NOT EQUAL ZEROS
                           MOVE 'Y' TO AS-ERRO-ARQUIVO
                       END-IF
                       IF AS-INDENIZACOES > ZERO
                           MOVE 'I' TO HCC-TIPO
                           MOVE AS-INDENIZACOES TO HCC-BRUTO
                           MOVE ZERO TO HCC-INSS
                           MOVE ZERO TO HCC-IRRF
                           MOVE AS-INDENIZACOES TO HCC-LIQUIDO
                           WRITE ARQ-HIST-CONTRACHEQUE
                           IF AS-STATUS-S3 NOT EQUAL ZEROS
                               MOVE 'Y' TO AS-ERRO-ARQUIVO
                           END-IF
                       END-IF
                       PERFORM GRAVAR-EVENTOS-RESCISAO
                   END-IF
               END-IF.

      ******************************************************************
      * Eventos contabeis da rescisao: RESC (parcela tributavel), RIND
      * (indenizacoes), INSS e IRRF retidos; cargo e departamento do
      * desligamento escolhem as contas no plano do CBLZGB09 e a
      * competencia e a do pagamento (mes do desligamento).
      ******************************************************************
           GRAVAR-EVENTOS-RESCISAO.
               IF AS-GRAVA-EVENTOS = 'Y'
                   MOVE SPACES TO ARQ-EVENTO-PAGAMENTO
                   MOVE TAB-RES-DATA-DESL(AS-RES-IDX)(1:6) TO
                       EVT-COMPETENCIA
                   MOVE TAB-RES-ID-CARGO(AS-RES-IDX) TO EVT-ID-CARGO
                   MOVE TAB-RES-ID-DEP(AS-RES-IDX) TO EVT-ID-DEP
                   MOVE TAB-RES-ID-FUNC(AS-RES-IDX) TO EVT-DOCUMENTO
                   MOVE TAB-RES-DATA-DESL(AS-RES-IDX) TO EVT-DATA
                   MOVE 'RESC' TO EVT-EVENTO
                   MOVE AS-BASE-INSS TO EVT-VALOR
                   PERFORM GRAVAR-EVENTO-PAGAMENTO
                   MOVE 'RIND' TO EVT-EVENTO
                   MOVE AS-INDENIZACOES TO EVT-VALOR
                   PERFORM GRAVAR-EVENTO-PAGAMENTO
                   MOVE 'INSS' TO EVT-EVENTO
                   MOVE AS-INSS TO EVT-VALOR
                   PERFORM GRAVAR-EVENTO-PAGAMENTO
                   MOVE 'IRRF' TO EVT-EVENTO
                   MOVE AS-IRRF TO EVT-VALOR
                   PERFORM GRAVAR-EVENTO-PAGAMENTO
               END-IF.

           GRAVAR-EVENTO-PAGAMENTO.
               IF EVT-VALOR > ZERO
                   WRITE ARQ-EVENTO-PAGAMENTO
                   IF AS-STATUS-S4 NOT EQUAL ZEROS
                       MOVE 'Y' TO AS-ERRO-ARQUIVO
                   END-IF
               END-IF.

           GRAVAR-RESUMO-TERMO.
               MOVE AS-QTDE-CALCULADAS TO TRS-CALCULADAS
               MOVE AS-QTDE-PENDENTES TO TRS-PENDENTES
               MOVE AS-TOTAL-GERAL TO TRS-TOTAL
               MOVE TERMO-RESUMO TO ARQ-TERMO-RESCISAO-S
               WRITE ARQ-TERMO-RESCISAO-S.

       2300-IMPRIMIR-TERMO-FIM.
           EXIT.

       2800-CONVERTER-ID-IDX SECTION.
           CONVERTER-ID-IDX.
               IF AS-ID-ENTRADA IS NUMERIC AND AS-ID-ENTRADA > '00000'
                   MOVE AS-ID-ENTRADA TO AS-IDX
               ELSE
                   MOVE ZERO TO AS-IDX
               END-IF.

       2800-CONVERTER-ID-IDX-FIM.
           EXIT.

       3000-FINALIZAR          SECTION.

           IF AS-MESTRE-ABERTO = 'Y'
               CLOSE FUNCIONARIOS-M
               IF AS-STATUS-E5 NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-E5
               END-IF
           END-IF

           CLOSE RESCISOES-S.
           IF AS-STATUS-S1 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S1
           END-IF

           CLOSE TERMO-RESCISAO-S.
           IF AS-STATUS-S2 NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S2
           END-IF

           IF AS-GRAVA-HIST = 'Y'
               CLOSE HISTORICO-CONTRACHEQUE
               IF AS-STATUS-S3 NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S3
               END-IF
           END-IF

           IF AS-GRAVA-EVENTOS = 'Y'
               CLOSE EVENTOS-PAGAMENTOS
               IF AS-STATUS-S4 NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NO FECHAR ' AS-STATUS-S4
               END-IF
           END-IF

           IF AS-QTDE-JA-GRAVADAS > ZERO
               DISPLAY 'RESCISOES JA NO HISTORICO DE CONTRACHEQUES: '
                   AS-QTDE-JA-GRAVADAS
           END-IF

      ******************************************************************
      * RETURN-CODE: 12 abertura, 8 erro de arquivo, 4 desligamento sem
      * rescisao calculada (admissao, motivo ou salario ausente).
      ******************************************************************
           EVALUATE TRUE
               WHEN AS-ERRO-ABERTURA = 'Y'
                   MOVE 12 TO RETURN-CODE
               WHEN AS-ERRO-ARQUIVO = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN AS-QTDE-PENDENTES > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZGB10.
