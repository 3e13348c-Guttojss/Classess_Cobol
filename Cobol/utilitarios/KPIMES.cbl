      ******************************************************************
      * KPIMES.cbl
      * 10/15/26 - monthly executive indicator pack. The board had a
      *            number from each department, put together by hand
      *            from EX7COMP, IMCROLL, EX1ANAL, DQSCORE and SLAREPT,
      *            each run on its own day and over its own idea of
      *            the month, so the figures never agreed. This step
      *            reads the underlying sources itself, all for ONE
      *            closed month (the month of the business date, as
      *            GLCLOSE closes it), and prints one page per company
      *            active on the company master (EMPRMST):
      *              - active members by bracket (the EX7 brackets and
      *                the EX7 active rule, from the member master,
      *                per MEMBRO-EMPRESA), the movement being the
      *                change against the prior month;
      *              - employees screened in the month (IMCHIST) and
      *                the share whose latest screening of the month
      *                is in the NORMAL band;
      *              - exceptions still open at month end and the
      *                average days to resolve of those resolved in
      *                the month (EX1EXCM, EX1ANAL's day count);
      *              - data-quality rejects and their rate per
      *                thousand of the month's intake volume (DQHIST,
      *                as DQSCORE scores them), for the company and
      *                for the group;
      *              - nights of the month with SLA history and the
      *                share that finished inside the SLAPARM window
      *                (SLAHIST, the stream total SLAREPT checks; a
      *                step rerun on a night counts once, last run);
      *              - GL posting batches in force in the month
      *                (GLMES, superseded and reversing batches left
      *                out as GLCLOSE does) and how many balance.
      *            Employees, sites and the nightly batch carry no
      *            company, so those figures are the group's and are
      *            printed as such on every company's page. Every
      *            figure is shown against the prior month and the
      *            same month of the year before, read from the
      *            indicator history (KPIHIST) this step keeps: one
      *            line per month, company (spaces = group) and
      *            indicator. A rerun in the same month replaces that
      *            month's lines; months older than three years are
      *            dropped. A source that is missing prints N/D, is
      *            not written to the history and ends the step with
      *            RETURN-CODE 4; no active company, or a full history
      *            table (history left untouched), ends with 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPIMES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESAS-FILE ASSIGN TO "EMPRMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT MEMBROS-FILE ASSIGN TO "EX3IDADE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEMBRO-ID
               ALTERNATE RECORD KEY IS MEMBRO-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT RASTREIOS-FILE ASSIGN TO "IMCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT EXCECOES-FILE ASSIGN TO "EX1EXCM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT QUALIDADE-FILE ASSIGN TO "DQHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT SLAHIST-FILE ASSIGN TO "SLAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT JANELA-FILE ASSIGN TO "SLAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT LOTES-FILE ASSIGN TO "GLMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT KPIHIST-FILE ASSIGN TO "KPIHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESAS-FILE.
           COPY "EMPRESA.cpy".
       FD  MEMBROS-FILE.
           COPY "MEMBRO.cpy".
       FD  RASTREIOS-FILE.
       01  HISTORICO-REC.
           05  HIST-CHAVE.
               10  HIST-ID          PIC 9(5).
               10  FILLER           PIC X.
               10  HIST-DATA        PIC 9(8).
           05  FILLER               PIC X.
           05  HIST-IMC             PIC 999V9.
           05  FILLER               PIC X.
           05  HIST-ESCALAO         PIC X(12).
           COPY "OPSTAMP.cpy".
       FD  EXCECOES-FILE.
       01  EXCECAO-REC.
           05  MST-SITE             PIC X(3).
           05  FILLER               PIC X.
           05  MST-POSICAO          PIC 9(4).
           05  FILLER               PIC X.
           05  MST-NUM              PIC S9(5).
           05  FILLER               PIC X.
           05  MST-TIPO             PIC X(5).
           05  FILLER               PIC X.
           05  MST-DATA-EXCECAO     PIC 9(8).
           05  FILLER               PIC X.
           05  MST-STATUS           PIC X.
           05  FILLER               PIC X.
           05  MST-NOTA             PIC X(20).
           COPY "OPSTAMP.cpy".
       FD  QUALIDADE-FILE.
       01  QUALIDADE-REC.
           05  DQH-MES              PIC 9(6).
           05  FILLER               PIC X.
           05  DQH-FONTE            PIC X(8).
           05  FILLER               PIC X.
           05  DQH-EMPRESA          PIC XX.
           05  FILLER               PIC X.
           05  DQH-SITE             PIC X(3).
           05  FILLER               PIC X.
           05  DQH-REJEITADOS       PIC 9(7).
           05  FILLER               PIC X.
           05  DQH-VOLUME           PIC 9(7).
       FD  SLAHIST-FILE.
       01  SLAHIST-REC.
           05  SLH-PROGRAMA         PIC X(8).
           05  FILLER               PIC X.
           05  SLH-SEGUNDOS         PIC 9(7).
           05  FILLER               PIC X.
           05  SLH-DATA             PIC 9(8).
           05  FILLER               PIC X.
           05  SLH-VOLUME           PIC 9(7).
           05  FILLER               PIC X.
           05  SLH-LIDOS            PIC 9(7).
       FD  JANELA-FILE.
       01  JANELA-REC.
           05  PARM-JANELA-SEG      PIC 9(5).
       FD  LOTES-FILE.
       01  LOTES-REC.
           05  LOT-CONTA            PIC X(8).
           05  FILLER               PIC X.
           05  LOT-DC               PIC X.
           05  FILLER               PIC X.
           05  LOT-VALOR.
               10  LOT-VALOR-INT    PIC 9(9).
               10  FILLER           PIC X.
               10  LOT-VALOR-CENT   PIC 99.
           05  FILLER               PIC X.
           05  LOT-OPERADOR         PIC X(8).
           05  FILLER               PIC X.
           05  LOT-TIMESTAMP        PIC X(21).
           05  FILLER               PIC X.
           05  LOT-EMPRESA          PIC XX.
           05  FILLER               PIC X.
           05  LOT-DATA-NEG         PIC 9(8).
           05  FILLER               PIC X.
           05  LOT-RUNID            PIC X(19).
           05  FILLER               PIC X.
           05  LOT-LOTE             PIC X(8).
           05  FILLER               PIC X.
           05  LOT-REVERTE          PIC X(19).
       FD  KPIHIST-FILE.
       01  KPIHIST-REC.
           05  KPH-MES              PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  KPH-EMPRESA          PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  KPH-INDICADOR        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  KPH-VALOR            PIC S9(9)V9
               SIGN LEADING SEPARATE.
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-FONTE-STATUS PIC XX VALUE SPACES.
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-KPI-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-RC PIC 9 VALUE 0.
       77 WS-MES-ACTUAL PIC 9(6).
       77 WS-MES-ANTERIOR PIC 9(6).
       77 WS-MES-ANO-ANT PIC 9(6).
       77 WS-MES-CORTE PIC 9(6).
       77 WS-MESES-GUARDA PIC 99 VALUE 36.
       77 WS-IDX-ACTUAL PIC 9(6).
       77 WS-IDX-MES PIC 9(6).
       77 WS-AAAA PIC 9(4).
       77 WS-MM PIC 99.
       77 WS-MES-AAAAMM PIC 9(6).
       77 WS-FONTE PIC X(8).
       77 WS-DE PIC 99.
       77 WS-ATE PIC 99.
       77 WS-FONTES-AUSENTES PIC X(60) VALUE SPACES.
       77 WS-PTR-AUSENTES PIC 99 VALUE 1.
      * socios
       77 WS-MEMBRO-ATIVO PIC X.
       77 IDADE-ENTRADA PIC S999.
       77 WS-CONT-SEM-EMPRESA PIC 9(5) VALUE 0.
       77 WS-CONT-INVALIDOS PIC 9(5) VALUE 0.
      * rastreios IMC
       77 WS-IMC-ID PIC 9(5) VALUE 0.
       77 WS-IMC-TEM-MES PIC X VALUE "N".
       77 WS-IMC-ESCALAO PIC X(12).
       77 WS-IMC-RASTREADOS PIC 9(7) VALUE 0.
       77 WS-IMC-NORMAL PIC 9(7) VALUE 0.
      * excecoes
       77 WS-EX1-ABERTAS PIC 9(7) VALUE 0.
       77 WS-EX1-RESOLVIDAS PIC 9(7) VALUE 0.
       77 WS-EX1-SOMA-DIAS PIC 9(9) VALUE 0.
       77 WS-DIAS PIC S9(6).
       77 WS-DATA-DISPO PIC X(8).
       77 WS-DATA-DISPO-NUM PIC 9(8).
      * qualidade de dados
       77 WS-DQ-VOLUME PIC 9(9) VALUE 0.
       77 WS-DQ-REJEITADOS PIC 9(9) VALUE 0.
      * cadeia nocturna
       77 WS-JANELA-SEG PIC 9(5) VALUE 14400.
       77 WS-MAX-TEMPOS PIC 9(4) VALUE 1000.
       77 WS-CONT-TEMPOS PIC 9(4) VALUE 0.
       77 WS-MAX-NOITES PIC 99 VALUE 31.
       77 WS-CONT-NOITES PIC 99 VALUE 0.
       77 WS-NOITES-PRAZO PIC 99 VALUE 0.
       01 TABELA-TEMPOS.
           03 TEMPO-LINHA OCCURS 1000 TIMES.
               05  TT-DATA          PIC 9(8).
               05  TT-PROGRAMA      PIC X(8).
               05  TT-SEGUNDOS      PIC 9(7).
       01 TABELA-NOITES.
           03 NOITE-LINHA OCCURS 31 TIMES.
               05  NT-DATA          PIC 9(8).
               05  NT-SEGUNDOS      PIC 9(9).
      * lotes GL do mes, por data e run id, e os run ids revertidos
       01 WS-PARCELA-DIGITOS.
           05  WS-PARCELA-INT       PIC 9(9).
           05  WS-PARCELA-CENT      PIC 99.
       01 WS-PARCELA REDEFINES WS-PARCELA-DIGITOS
                                    PIC 9(9)V99.
       77 WS-MAX-LOTES PIC 99 VALUE 93.
       77 WS-CONT-LOTES PIC 99 VALUE 0.
       77 WS-MAX-REVERTIDOS PIC 99 VALUE 62.
       77 WS-CONT-REVERTIDOS PIC 99 VALUE 0.
       77 WS-GL-LOTES PIC 9(5) VALUE 0.
       77 WS-GL-EQUILIBRADOS PIC 9(5) VALUE 0.
       77 WS-REVERTIDO PIC X.
       01 TABELA-LOTES.
           03 LOTE-LINHA OCCURS 93 TIMES.
               05  LT-DATA          PIC 9(8).
               05  LT-RUNID         PIC X(19).
               05  LT-DEBITOS       PIC 9(11)V99.
               05  LT-CREDITOS      PIC 9(11)V99.
       01 TABELA-REVERTIDOS.
           03 REVERTIDO-LINHA OCCURS 62 TIMES.
               05  RV-RUNID         PIC X(19).
      * indicadores: id, ambito (E = empresa, G = grupo), casas
      * decimais, seccao do pacote e rotulo
       01 TABELA-INDICADORES.
           05  FILLER               PIC X(41) VALUE
               "MEMCRIANE01CRIANCA (ATE 11 ANOS)".
           05  FILLER               PIC X(41) VALUE
               "MEMJOVEME01JOVEM (12 A 24 ANOS)".
           05  FILLER               PIC X(41) VALUE
               "MEMADULTE01ADULTO (25 A 63 ANOS)".
           05  FILLER               PIC X(41) VALUE
               "MEMSENIOE01SENIOR (64 ANOS OU MAIS)".
           05  FILLER               PIC X(41) VALUE
               "MEMTOTALE01TOTAL DE SOCIOS ATIVOS".
           05  FILLER               PIC X(41) VALUE
               "IMCRASTRG02FUNCIONARIOS RASTREADOS".
           05  FILLER               PIC X(41) VALUE
               "IMCNORMLG02NA FAIXA NORMAL".
           05  FILLER               PIC X(41) VALUE
               "IMCPCTNRG12% NA FAIXA NORMAL".
           05  FILLER               PIC X(41) VALUE
               "EX1ABERTG03ABERTAS NO FIM DO MES".
           05  FILLER               PIC X(41) VALUE
               "EX1RESOLG03RESOLVIDAS NO MES".
           05  FILLER               PIC X(41) VALUE
               "EX1DIASMG13DIAS MEDIOS ATE RESOLUCAO".
           05  FILLER               PIC X(41) VALUE
               "DQREJEITE04REJEICOES DA EMPRESA".
           05  FILLER               PIC X(41) VALUE
               "DQPERMILE14POR MIL DO VOLUME (EMPRESA)".
           05  FILLER               PIC X(41) VALUE
               "DQREJEITG04REJEICOES DO GRUPO".
           05  FILLER               PIC X(41) VALUE
               "DQPERMILG14POR MIL DO VOLUME (GRUPO)".
           05  FILLER               PIC X(41) VALUE
               "SLANOITEG05NOITES COM REGISTO SLA".
           05  FILLER               PIC X(41) VALUE
               "SLAPRAZOG05NOITES CONCLUIDAS NA JANELA".
           05  FILLER               PIC X(41) VALUE
               "SLAPCTPRG15% CONCLUIDAS NA JANELA".
           05  FILLER               PIC X(41) VALUE
               "GLLOTES G06LOTES LANCADOS EM VIGOR".
           05  FILLER               PIC X(41) VALUE
               "GLEQUILBG06LOTES EQUILIBRADOS".
       01 FILLER REDEFINES TABELA-INDICADORES.
           03 INDICADOR-LINHA OCCURS 20 TIMES.
               05  IND-ID           PIC X(8).
               05  IND-AMBITO       PIC X.
               05  IND-DECIMAIS     PIC 9.
               05  IND-SECCAO       PIC 9.
               05  IND-ROTULO       PIC X(30).
       77 WS-MAX-INDICADORES PIC 99 VALUE 20.
       01 TABELA-DISPONIVEL.
           05  IND-DISPONIVEL       PIC X OCCURS 20 TIMES.
       01 TABELA-SECCOES.
           05  FILLER               PIC X(40) VALUE
               "SOCIOS ATIVOS POR FAIXA (EMPRESA)".
           05  FILLER               PIC X(40) VALUE
               "SAUDE OCUPACIONAL (GRUPO)".
           05  FILLER               PIC X(40) VALUE
               "EXCECOES (GRUPO)".
           05  FILLER               PIC X(40) VALUE
               "QUALIDADE DE DADOS".
           05  FILLER               PIC X(40) VALUE
               "CADEIA NOCTURNA (GRUPO)".
           05  FILLER               PIC X(40) VALUE
               "LANCAMENTOS GL (GRUPO)".
       01 FILLER REDEFINES TABELA-SECCOES.
           05  SECCAO-TITULO        PIC X(40) OCCURS 6 TIMES.
       77 WS-SECCAO-ANT PIC 9.
      * valores do mes: por empresa e do grupo
       77 WS-MAX-EMPRESAS PIC 99 VALUE 20.
       77 WS-CONT-EMPRESAS PIC 99 VALUE 0.
       77 WS-EMPRESA-PROCURA PIC XX.
       01 TABELA-EMPRESAS.
           03 EMPRESA-LINHA OCCURS 20 TIMES.
               05  EMP-CODIGO       PIC XX.
               05  EMP-NOME         PIC X(30).
               05  EMP-VALOR        PIC S9(9)V9 OCCURS 20 TIMES.
       01 TABELA-GRUPO.
           05  GRUPO-VALOR          PIC S9(9)V9 OCCURS 20 TIMES.
      * historia de indicadores
       77 WS-MAX-HIST PIC 9(4) VALUE 6000.
       77 WS-CONT-HIST PIC 9(4) VALUE 0.
       77 WS-CONT-DESCARTADAS PIC 9(5) VALUE 0.
       77 WS-TABELA-CHEIA PIC X VALUE "N".
           88 TABELA-CHEIA VALUE "S".
       01 TABELA-HISTORIA.
           03 HISTORIA-LINHA OCCURS 6000 TIMES.
               05  TH-MES           PIC 9(6).
               05  TH-EMPRESA       PIC XX.
               05  TH-INDICADOR     PIC X(8).
               05  TH-VALOR         PIC S9(9)V9.
       77 WS-CHAVE-EMPRESA PIC XX.
       77 WS-MES-PROCURA PIC 9(6).
       77 WS-ACHOU PIC X.
       77 WS-VALOR PIC S9(9)V9.
       77 WS-VALOR-ACTUAL PIC S9(9)V9.
       77 WS-VALOR-HIST PIC S9(9)V9.
       77 WS-ED-INTEIRO PIC -(10)9.
       77 WS-ED-DECIMAL PIC -(8)9.9.
       77 WS-TEXTO-VALOR PIC X(11).
       77 E PIC 99.
       77 N PIC 99.
       77 I PIC 9(4).
       77 J PIC 9(4).
       01 LINHA-EMPRESA.
           05  FILLER               PIC X(9) VALUE "EMPRESA: ".
           05  LEM-CODIGO           PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  LEM-NOME             PIC X(30).
           05  FILLER               PIC X(21) VALUE
               "  MES DE REFERENCIA: ".
           05  LEM-MES              PIC 9(6).
       01 LINHA-PERIODOS.
           05  FILLER               PIC X(26) VALUE
               "COMPARADO COM: MES ANTER. ".
           05  LPE-ANTERIOR         PIC 9(6).
           05  FILLER               PIC X(16) VALUE
               "  MESMO MES DE  ".
           05  LPE-ANO-ANT          PIC 9(6).
       01 LINHA-AUSENTES.
           05  FILLER               PIC X(23) VALUE
               "FONTES AUSENTES (N/D): ".
           05  LAU-FONTES           PIC X(60).
       01 LINHA-CABECALHO.
           05  FILLER               PIC X(30) VALUE "INDICADOR".
           05  FILLER               PIC X(13) VALUE
               "   MES ACTUAL".
           05  FILLER               PIC X(13) VALUE
               "  MES ANTER. ".
           05  FILLER               PIC X(13) VALUE
               "     VARIACAO".
           05  FILLER               PIC X(13) VALUE
               "  ANO ANTER. ".
           05  FILLER               PIC X(13) VALUE
               "     VARIACAO".
       01 LINHA-SECCAO.
           05  FILLER               PIC X(4) VALUE "--- ".
           05  LSE-TITULO           PIC X(40).
       01 LINHA-INDICADOR.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LIN-ROTULO           PIC X(28).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LIN-ACTUAL           PIC X(11).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LIN-ANTERIOR         PIC X(11).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LIN-VAR-ANT          PIC X(11).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LIN-ANO-ANT          PIC X(11).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LIN-VAR-ANO          PIC X(11).
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM CALCULAR-MESES
           PERFORM CARREGAR-EMPRESAS
           IF WS-CONT-EMPRESAS = 0
               DISPLAY "KPIMES: NENHUMA EMPRESA ATIVA NO EMPRMST - "
                   "SEM PACOTE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM INICIAR-VALORES
           PERFORM CONTAR-SOCIOS
           PERFORM CONTAR-RASTREIOS
           PERFORM CONTAR-EXCECOES
           PERFORM SOMAR-QUALIDADE
           PERFORM LER-JANELA
           PERFORM APURAR-CADEIA
           PERFORM APURAR-LOTES-GL
           PERFORM CARREGAR-HISTORIA
           IF NOT TABELA-CHEIA
               PERFORM REGISTAR-MES-ACTUAL
           END-IF
           IF TABELA-CHEIA
               DISPLAY "KPIMES: TABELA DE HISTORIA CHEIA ("
                   WS-MAX-HIST ") - KPIHIST NAO ALTERADO, SEM PACOTE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM IMPRIMIR-PACOTE
           PERFORM GRAVAR-HISTORIA
           DISPLAY "KPIMES: MES " WS-MES-ACTUAL " EMPRESAS "
               WS-CONT-EMPRESAS " LINHAS DE HISTORIA " WS-CONT-HIST
           IF WS-CONT-SEM-EMPRESA > 0
               DISPLAY "SOCIOS DE EMPRESA FORA DO EMPRMST: "
                   WS-CONT-SEM-EMPRESA
           END-IF
           IF WS-CONT-INVALIDOS > 0
               DISPLAY "DATAS DE NASCIMENTO INVALIDAS   : "
                   WS-CONT-INVALIDOS
           END-IF
           IF WS-FONTES-AUSENTES NOT = SPACES
               DISPLAY "KPIMES: FONTES AUSENTES: " WS-FONTES-AUSENTES
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.
      ******************************************************************
      * O mes fechado e o da data de negocio; o anterior e o mesmo mes
      * do ano anterior sao as colunas de comparacao, e a historia so
      * guarda os ultimos WS-MESES-GUARDA meses.
      ******************************************************************
       CALCULAR-MESES.
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES-ACTUAL
           MOVE WS-MES-ACTUAL TO WS-MES-AAAAMM
           PERFORM CALCULAR-IDX-MES
           MOVE WS-IDX-MES TO WS-IDX-ACTUAL
           COMPUTE WS-IDX-MES = WS-IDX-ACTUAL - 1
           PERFORM CALCULAR-AAAAMM
           MOVE WS-MES-AAAAMM TO WS-MES-ANTERIOR
           COMPUTE WS-MES-ANO-ANT = WS-MES-ACTUAL - 100
           COMPUTE WS-IDX-MES = WS-IDX-ACTUAL - WS-MESES-GUARDA + 1
           PERFORM CALCULAR-AAAAMM
           MOVE WS-MES-AAAAMM TO WS-MES-CORTE.
      * AAAAMM em WS-MES-AAAAMM -> numero do mes em WS-IDX-MES
       CALCULAR-IDX-MES.
           MOVE WS-MES-AAAAMM(1:4) TO WS-AAAA
           MOVE WS-MES-AAAAMM(5:2) TO WS-MM
           COMPUTE WS-IDX-MES = WS-AAAA * 12 + WS-MM - 1.
      * numero do mes em WS-IDX-MES -> AAAAMM em WS-MES-AAAAMM
       CALCULAR-AAAAMM.
           DIVIDE WS-IDX-MES BY 12 GIVING WS-AAAA REMAINDER WS-MM
           ADD 1 TO WS-MM
           COMPUTE WS-MES-AAAAMM = WS-AAAA * 100 + WS-MM.
      ******************************************************************
      * Uma pagina por empresa ativa e valida na data de negocio, a
      * regra do EMPRVAL.
      ******************************************************************
       CARREGAR-EMPRESAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT EMPRESAS-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "KPIMES: SEM EMPRMST"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ EMPRESAS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF EMPR-ATIVA
                               AND EMPR-DATA-INICIO NUMERIC
                               AND EMPR-DATA-FIM NUMERIC
                               AND EMPR-DATA-INICIO <= WS-DATA-NEGOCIO
                               AND EMPR-DATA-FIM >= WS-DATA-NEGOCIO
                               PERFORM GUARDAR-EMPRESA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPRESAS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-EMPRESA.
           IF WS-CONT-EMPRESAS < WS-MAX-EMPRESAS
               ADD 1 TO WS-CONT-EMPRESAS
               MOVE EMPR-CODIGO TO EMP-CODIGO(WS-CONT-EMPRESAS)
               MOVE EMPR-NOME TO EMP-NOME(WS-CONT-EMPRESAS)
           ELSE
               DISPLAY "AVISO: TABELA DE EMPRESAS CHEIA - "
                   EMPR-CODIGO " IGNORADA"
           END-IF.
       INICIAR-VALORES.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-MAX-INDICADORES
               MOVE "S" TO IND-DISPONIVEL(N)
               MOVE 0 TO GRUPO-VALOR(N)
               PERFORM VARYING E FROM 1 BY 1
                       UNTIL E > WS-CONT-EMPRESAS
                   MOVE 0 TO EMP-VALOR(E, N)
               END-PERFORM
           END-PERFORM.
       LOCALIZAR-EMPRESA.
           MOVE 0 TO E
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-EMPRESAS
               IF EMP-CODIGO(I) = WS-EMPRESA-PROCURA
                   MOVE I TO E
                   MOVE WS-CONT-EMPRESAS TO I
               END-IF
           END-PERFORM.
      ******************************************************************
      * Fonte ausente: os seus indicadores (WS-DE a WS-ATE) ficam N/D,
      * nao entram na historia e o passo termina com RETURN-CODE 4.
      ******************************************************************
       MARCAR-AUSENTE.
           DISPLAY "KPIMES: FONTE " WS-FONTE " AUSENTE"
           STRING WS-FONTE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
               INTO WS-FONTES-AUSENTES
               WITH POINTER WS-PTR-AUSENTES
           END-STRING
           PERFORM VARYING N FROM WS-DE BY 1 UNTIL N > WS-ATE
               MOVE "N" TO IND-DISPONIVEL(N)
           END-PERFORM
           MOVE 4 TO WS-RC.
      ******************************************************************
      * Socios ativos por faixa, com as faixas e a regra de ativo do
      * EX7DISTR: estado S ou C so conta a partir da data efetiva.
      ******************************************************************
       CONTAR-SOCIOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT MEMBROS-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "EX3IDADE" TO WS-FONTE
               MOVE 1 TO WS-DE
               MOVE 5 TO WS-ATE
               PERFORM MARCAR-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ MEMBROS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM CLASSIFICAR-SOCIO
                   END-READ
               END-PERFORM
               CLOSE MEMBROS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       CLASSIFICAR-SOCIO.
           MOVE MEMBRO-EMPRESA TO WS-EMPRESA-PROCURA
           PERFORM LOCALIZAR-EMPRESA
           IF E = 0
               ADD 1 TO WS-CONT-SEM-EMPRESA
           ELSE
               PERFORM AVALIAR-STATUS
               IF WS-MEMBRO-ATIVO = "S"
                   PERFORM CALCULAR-IDADE
                   IF IDADE-ENTRADA < 0
                       ADD 1 TO WS-CONT-INVALIDOS
                   ELSE
                       EVALUATE TRUE
                           WHEN IDADE-ENTRADA < 12
                               MOVE 1 TO N
                           WHEN IDADE-ENTRADA < 25
                               MOVE 2 TO N
                           WHEN IDADE-ENTRADA < 64
                               MOVE 3 TO N
                           WHEN OTHER
                               MOVE 4 TO N
                       END-EVALUATE
                       ADD 1 TO EMP-VALOR(E, N)
                       ADD 1 TO EMP-VALOR(E, 5)
                   END-IF
               END-IF
           END-IF.
       AVALIAR-STATUS.
           MOVE "S" TO WS-MEMBRO-ATIVO
           IF (MEMBRO-STATUS = "S" OR MEMBRO-STATUS = "C")
               AND MEMBRO-DATA-EFETIVA NUMERIC
               AND MEMBRO-DATA-EFETIVA <= WS-DATA-NEGOCIO
               MOVE "N" TO WS-MEMBRO-ATIVO
           END-IF.
       CALCULAR-IDADE.
           IF MEMBRO-DATA-NASC NOT NUMERIC
               OR MEMBRO-DATA-NASC = 0
               OR MEMBRO-DATA-NASC > WS-DATA-NEGOCIO
               MOVE -1 TO IDADE-ENTRADA
           ELSE
               COMPUTE IDADE-ENTRADA =
                   (WS-DATA-NEGOCIO - MEMBRO-DATA-NASC) / 10000
           END-IF.
      ******************************************************************
      * O IMCHIST vem por funcionario e data: o ultimo rastreio do mes
      * de cada funcionario decide se conta na faixa NORMAL.
      ******************************************************************
       CONTAR-RASTREIOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT RASTREIOS-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "IMCHIST" TO WS-FONTE
               MOVE 6 TO WS-DE
               MOVE 8 TO WS-ATE
               PERFORM MARCAR-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ RASTREIOS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM ACUMULAR-RASTREIO
                   END-READ
               END-PERFORM
               PERFORM FECHAR-FUNCIONARIO
               CLOSE RASTREIOS-FILE
           END-IF
           MOVE "N" TO WS-EOF
           MOVE WS-IMC-RASTREADOS TO GRUPO-VALOR(6)
           MOVE WS-IMC-NORMAL TO GRUPO-VALOR(7)
           IF WS-IMC-RASTREADOS > 0
               COMPUTE GRUPO-VALOR(8) ROUNDED =
                   WS-IMC-NORMAL * 100 / WS-IMC-RASTREADOS
           END-IF.
       ACUMULAR-RASTREIO.
           IF HIST-ID NOT = WS-IMC-ID
               PERFORM FECHAR-FUNCIONARIO
               MOVE HIST-ID TO WS-IMC-ID
           END-IF
           IF HIST-DATA(1:6) = WS-MES-ACTUAL
               MOVE "S" TO WS-IMC-TEM-MES
               MOVE HIST-ESCALAO TO WS-IMC-ESCALAO
           END-IF.
       FECHAR-FUNCIONARIO.
           IF WS-IMC-TEM-MES = "S"
               ADD 1 TO WS-IMC-RASTREADOS
               IF WS-IMC-ESCALAO = "NORMAL"
                   ADD 1 TO WS-IMC-NORMAL
               END-IF
           END-IF
           MOVE "N" TO WS-IMC-TEM-MES.
      ******************************************************************
      * Abertas: as que continuam por resolver e foram assinaladas ate
      * ao fim do mes. Resolvidas: disposicao (data do OPSTAMP, que o
      * EX1DISP regrava) dentro do mes, com os dias contados como no
      * EX1ANAL.
      ******************************************************************
       CONTAR-EXCECOES.
           MOVE "N" TO WS-EOF
           OPEN INPUT EXCECOES-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "EX1EXCM" TO WS-FONTE
               MOVE 9 TO WS-DE
               MOVE 11 TO WS-ATE
               PERFORM MARCAR-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ EXCECOES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM ACUMULAR-EXCECAO
                   END-READ
               END-PERFORM
               CLOSE EXCECOES-FILE
           END-IF
           MOVE "N" TO WS-EOF
           MOVE WS-EX1-ABERTAS TO GRUPO-VALOR(9)
           MOVE WS-EX1-RESOLVIDAS TO GRUPO-VALOR(10)
           IF WS-EX1-RESOLVIDAS > 0
               COMPUTE GRUPO-VALOR(11) ROUNDED =
                   WS-EX1-SOMA-DIAS / WS-EX1-RESOLVIDAS
           END-IF.
       ACUMULAR-EXCECAO.
           MOVE OPSTAMP-TIMESTAMP OF EXCECAO-REC (1:8)
               TO WS-DATA-DISPO
           IF MST-STATUS = "R" OR MST-STATUS = "C"
               IF WS-DATA-DISPO NUMERIC
                   AND MST-DATA-EXCECAO NUMERIC
                   MOVE WS-DATA-DISPO TO WS-DATA-DISPO-NUM
                   IF WS-DATA-DISPO-NUM(1:6) = WS-MES-ACTUAL
                       COMPUTE WS-DIAS =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-DISPO-NUM)
                           - FUNCTION INTEGER-OF-DATE(MST-DATA-EXCECAO)
                       IF WS-DIAS < 0
                           MOVE 0 TO WS-DIAS
                       END-IF
                       ADD 1 TO WS-EX1-RESOLVIDAS
                       ADD WS-DIAS TO WS-EX1-SOMA-DIAS
                   END-IF
               END-IF
           ELSE
               IF MST-DATA-EXCECAO NOT NUMERIC
                   OR MST-DATA-EXCECAO(1:6) NOT > WS-MES-ACTUAL
                   ADD 1 TO WS-EX1-ABERTAS
               END-IF
           END-IF.
      ******************************************************************
      * DQHIST do mes: a linha VOLUME e o denominador, como no DQSCORE;
      * as rejeicoes sem empresa (fontes sem empresa no registo) so
      * contam para o grupo.
      ******************************************************************
       SOMAR-QUALIDADE.
           MOVE "N" TO WS-EOF
           OPEN INPUT QUALIDADE-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "DQHIST" TO WS-FONTE
               MOVE 12 TO WS-DE
               MOVE 15 TO WS-ATE
               PERFORM MARCAR-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ QUALIDADE-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF DQH-MES = WS-MES-ACTUAL
                               PERFORM ACUMULAR-QUALIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUALIDADE-FILE
           END-IF
           MOVE "N" TO WS-EOF
           MOVE WS-DQ-REJEITADOS TO GRUPO-VALOR(14)
           IF WS-DQ-VOLUME > 0
               COMPUTE GRUPO-VALOR(15) ROUNDED =
                   WS-DQ-REJEITADOS * 1000 / WS-DQ-VOLUME
               PERFORM VARYING E FROM 1 BY 1
                       UNTIL E > WS-CONT-EMPRESAS
                   COMPUTE EMP-VALOR(E, 13) ROUNDED =
                       EMP-VALOR(E, 12) * 1000 / WS-DQ-VOLUME
               END-PERFORM
           END-IF.
       ACUMULAR-QUALIDADE.
           IF DQH-FONTE = "VOLUME"
               ADD DQH-VOLUME TO WS-DQ-VOLUME
           ELSE
               ADD DQH-REJEITADOS TO WS-DQ-REJEITADOS
               IF DQH-EMPRESA NOT = SPACES
                   MOVE DQH-EMPRESA TO WS-EMPRESA-PROCURA
                   PERFORM LOCALIZAR-EMPRESA
                   IF E > 0
                       ADD DQH-REJEITADOS TO EMP-VALOR(E, 12)
                   END-IF
               END-IF
           END-IF.
       LER-JANELA.
           OPEN INPUT JANELA-FILE
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               READ JANELA-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-JANELA-SEG NUMERIC
                           AND PARM-JANELA-SEG > 0
                           MOVE PARM-JANELA-SEG TO WS-JANELA-SEG
                       END-IF
               END-READ
               CLOSE JANELA-FILE
           END-IF.
      ******************************************************************
      * Tempo da noite = soma dos passos dessa data no SLAHIST (o total
      * da cadeia que o SLAREPT confronta com a janela). Um passo que
      * aparece duas vezes na mesma data foi re-executado: conta o
      * ultimo registo.
      ******************************************************************
       APURAR-CADEIA.
           MOVE "N" TO WS-EOF
           OPEN INPUT SLAHIST-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "SLAHIST" TO WS-FONTE
               MOVE 16 TO WS-DE
               MOVE 18 TO WS-ATE
               PERFORM MARCAR-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SLAHIST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF SLH-DATA NUMERIC
                               AND SLH-SEGUNDOS NUMERIC
                               AND SLH-DATA(1:6) = WS-MES-ACTUAL
                               PERFORM GUARDAR-TEMPO-PASSO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLAHIST-FILE
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-TEMPOS
               PERFORM SOMAR-NOITE
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-NOITES
               IF NT-SEGUNDOS(J) <= WS-JANELA-SEG
                   ADD 1 TO WS-NOITES-PRAZO
               END-IF
           END-PERFORM
           MOVE WS-CONT-NOITES TO GRUPO-VALOR(16)
           MOVE WS-NOITES-PRAZO TO GRUPO-VALOR(17)
           IF WS-CONT-NOITES > 0
               COMPUTE GRUPO-VALOR(18) ROUNDED =
                   WS-NOITES-PRAZO * 100 / WS-CONT-NOITES
           END-IF.
       GUARDAR-TEMPO-PASSO.
           MOVE 0 TO J
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-TEMPOS
               IF TT-DATA(I) = SLH-DATA
                   AND TT-PROGRAMA(I) = SLH-PROGRAMA
                   MOVE I TO J
                   MOVE WS-CONT-TEMPOS TO I
               END-IF
           END-PERFORM
           IF J = 0
               IF WS-CONT-TEMPOS < WS-MAX-TEMPOS
                   ADD 1 TO WS-CONT-TEMPOS
                   MOVE WS-CONT-TEMPOS TO J
                   MOVE SLH-DATA TO TT-DATA(J)
                   MOVE SLH-PROGRAMA TO TT-PROGRAMA(J)
               ELSE
                   DISPLAY "AVISO: TABELA DE TEMPOS SLA CHEIA - "
                       SLH-PROGRAMA " " SLH-DATA " IGNORADO"
               END-IF
           END-IF
           IF J > 0
               MOVE SLH-SEGUNDOS TO TT-SEGUNDOS(J)
           END-IF.
       SOMAR-NOITE.
           MOVE 0 TO J
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-CONT-NOITES
               IF NT-DATA(N) = TT-DATA(I)
                   MOVE N TO J
                   MOVE WS-CONT-NOITES TO N
               END-IF
           END-PERFORM
           IF J = 0
               AND WS-CONT-NOITES < WS-MAX-NOITES
               ADD 1 TO WS-CONT-NOITES
               MOVE WS-CONT-NOITES TO J
               MOVE TT-DATA(I) TO NT-DATA(J)
               MOVE 0 TO NT-SEGUNDOS(J)
           END-IF
           IF J > 0
               ADD TT-SEGUNDOS(I) TO NT-SEGUNDOS(J)
           END-IF.
      ******************************************************************
      * Lotes GL do mes como o GLCLOSE os fecha: o lote de reversao e o
      * lote que ele anula (o run id em LOT-REVERTE) ficam fora; cada
      * lote em vigor (data + run id) conta, e conta como equilibrado
      * quando os debitos igualam os creditos.
      ******************************************************************
       APURAR-LOTES-GL.
           MOVE "N" TO WS-EOF
           OPEN INPUT LOTES-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "GLMES" TO WS-FONTE
               MOVE 19 TO WS-DE
               MOVE 20 TO WS-ATE
               PERFORM MARCAR-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ LOTES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF LOT-DATA-NEG NUMERIC
                               AND LOT-DATA-NEG(1:6) = WS-MES-ACTUAL
                               PERFORM ACUMULAR-LINHA-GL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTES-FILE
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-LOTES
               PERFORM AVALIAR-LOTE
           END-PERFORM
           MOVE WS-GL-LOTES TO GRUPO-VALOR(19)
           MOVE WS-GL-EQUILIBRADOS TO GRUPO-VALOR(20).
       ACUMULAR-LINHA-GL.
           IF LOT-REVERTE NOT = SPACES
               PERFORM GUARDAR-REVERTIDO
           ELSE
               MOVE 0 TO J
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-LOTES
                   IF LT-DATA(I) = LOT-DATA-NEG
                       AND LT-RUNID(I) = LOT-RUNID
                       MOVE I TO J
                       MOVE WS-CONT-LOTES TO I
                   END-IF
               END-PERFORM
               IF J = 0
                   IF WS-CONT-LOTES < WS-MAX-LOTES
                       ADD 1 TO WS-CONT-LOTES
                       MOVE WS-CONT-LOTES TO J
                       MOVE LOT-DATA-NEG TO LT-DATA(J)
                       MOVE LOT-RUNID TO LT-RUNID(J)
                       MOVE 0 TO LT-DEBITOS(J)
                       MOVE 0 TO LT-CREDITOS(J)
                   ELSE
                       DISPLAY "AVISO: TABELA DE LOTES GL CHEIA - "
                           LOT-DATA-NEG " " LOT-RUNID " IGNORADO"
                   END-IF
               END-IF
               IF J > 0
                   MOVE LOT-VALOR-INT TO WS-PARCELA-INT
                   MOVE LOT-VALOR-CENT TO WS-PARCELA-CENT
                   IF LOT-DC = "D"
                       ADD WS-PARCELA TO LT-DEBITOS(J)
                   ELSE
                       ADD WS-PARCELA TO LT-CREDITOS(J)
                   END-IF
               END-IF
           END-IF.
       GUARDAR-REVERTIDO.
           MOVE 0 TO J
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-REVERTIDOS
               IF RV-RUNID(I) = LOT-REVERTE
                   MOVE I TO J
                   MOVE WS-CONT-REVERTIDOS TO I
               END-IF
           END-PERFORM
           IF J = 0
               AND WS-CONT-REVERTIDOS < WS-MAX-REVERTIDOS
               ADD 1 TO WS-CONT-REVERTIDOS
               MOVE LOT-REVERTE TO RV-RUNID(WS-CONT-REVERTIDOS)
           END-IF.
       AVALIAR-LOTE.
           MOVE "N" TO WS-REVERTIDO
           IF LT-RUNID(I) NOT = SPACES
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-CONT-REVERTIDOS
                   IF RV-RUNID(J) = LT-RUNID(I)
                       MOVE "S" TO WS-REVERTIDO
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REVERTIDO = "N"
               ADD 1 TO WS-GL-LOTES
               IF LT-DEBITOS(I) = LT-CREDITOS(I)
                   ADD 1 TO WS-GL-EQUILIBRADOS
               END-IF
           END-IF.
      ******************************************************************
      * A historia e lida toda menos o proprio mes (uma re-execucao
      * substitui-o) e os meses anteriores ao corte, e regravada no
      * fim com as linhas do mes.
      ******************************************************************
       CARREGAR-HISTORIA.
           MOVE "N" TO WS-EOF
           OPEN INPUT KPIHIST-FILE
           IF WS-KPI-STATUS = "35"
               DISPLAY "SEM HISTORIA DE INDICADORES ANTERIOR"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ KPIHIST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF KPH-MES = WS-MES-ACTUAL
                               OR KPH-MES < WS-MES-CORTE
                               ADD 1 TO WS-CONT-DESCARTADAS
                           ELSE
                               MOVE KPH-MES TO WS-MES-PROCURA
                               MOVE KPH-EMPRESA TO WS-CHAVE-EMPRESA
                               MOVE KPH-INDICADOR TO WS-FONTE
                               MOVE KPH-VALOR TO WS-VALOR
                               PERFORM GUARDAR-HISTORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KPIHIST-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-HISTORIA.
           IF WS-CONT-HIST < WS-MAX-HIST
               ADD 1 TO WS-CONT-HIST
               MOVE WS-MES-PROCURA TO TH-MES(WS-CONT-HIST)
               MOVE WS-CHAVE-EMPRESA TO TH-EMPRESA(WS-CONT-HIST)
               MOVE WS-FONTE TO TH-INDICADOR(WS-CONT-HIST)
               MOVE WS-VALOR TO TH-VALOR(WS-CONT-HIST)
           ELSE
               SET TABELA-CHEIA TO TRUE
           END-IF.
       REGISTAR-MES-ACTUAL.
           MOVE WS-MES-ACTUAL TO WS-MES-PROCURA
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-MAX-INDICADORES
               IF IND-DISPONIVEL(N) = "S"
                   MOVE IND-ID(N) TO WS-FONTE
                   IF IND-AMBITO(N) = "G"
                       MOVE SPACES TO WS-CHAVE-EMPRESA
                       MOVE GRUPO-VALOR(N) TO WS-VALOR
                       PERFORM GUARDAR-HISTORIA
                   ELSE
                       PERFORM VARYING E FROM 1 BY 1
                               UNTIL E > WS-CONT-EMPRESAS
                           MOVE EMP-CODIGO(E) TO WS-CHAVE-EMPRESA
                           MOVE EMP-VALOR(E, N) TO WS-VALOR
                           PERFORM GUARDAR-HISTORIA
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
       GRAVAR-HISTORIA.
           OPEN OUTPUT KPIHIST-FILE
           MOVE SPACES TO KPIHIST-REC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-HIST
               MOVE TH-MES(I) TO KPH-MES
               MOVE TH-EMPRESA(I) TO KPH-EMPRESA
               MOVE TH-INDICADOR(I) TO KPH-INDICADOR
               MOVE TH-VALOR(I) TO KPH-VALOR
               WRITE KPIHIST-REC
           END-PERFORM
           CLOSE KPIHIST-FILE.
      ******************************************************************
      * Uma pagina por empresa (PRNTFMT "P"); os indicadores de grupo
      * repetem-se em todas.
      ******************************************************************
       IMPRIMIR-PACOTE.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "INDICADORES EXECUTIVOS MENSAIS" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-CONT-EMPRESAS
               MOVE "P" TO PRT-FUNCAO-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
               PERFORM IMPRIMIR-EMPRESA
           END-PERFORM
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       IMPRIMIR-EMPRESA.
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE EMP-CODIGO(E) TO LEM-CODIGO
           MOVE EMP-NOME(E) TO LEM-NOME
           MOVE WS-MES-ACTUAL TO LEM-MES
           MOVE LINHA-EMPRESA TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE WS-MES-ANTERIOR TO LPE-ANTERIOR
           MOVE WS-MES-ANO-ANT TO LPE-ANO-ANT
           MOVE LINHA-PERIODOS TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           IF WS-FONTES-AUSENTES NOT = SPACES
               MOVE WS-FONTES-AUSENTES TO LAU-FONTES
               MOVE LINHA-AUSENTES TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-IF
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CABECALHO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE 0 TO WS-SECCAO-ANT
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-MAX-INDICADORES
               IF IND-SECCAO(N) NOT = WS-SECCAO-ANT
                   MOVE IND-SECCAO(N) TO WS-SECCAO-ANT
                   MOVE SECCAO-TITULO(WS-SECCAO-ANT) TO LSE-TITULO
                   MOVE LINHA-SECCAO TO PRT-LINHA-PARM
                   CALL "PRNTFMT" USING PRNTFMT-PARMS
               END-IF
               PERFORM IMPRIMIR-INDICADOR
           END-PERFORM.
       IMPRIMIR-INDICADOR.
           IF IND-AMBITO(N) = "G"
               MOVE SPACES TO WS-CHAVE-EMPRESA
               MOVE GRUPO-VALOR(N) TO WS-VALOR-ACTUAL
           ELSE
               MOVE EMP-CODIGO(E) TO WS-CHAVE-EMPRESA
               MOVE EMP-VALOR(E, N) TO WS-VALOR-ACTUAL
           END-IF
           MOVE IND-ROTULO(N) TO LIN-ROTULO
           IF IND-DISPONIVEL(N) = "S"
               MOVE WS-VALOR-ACTUAL TO WS-VALOR
               PERFORM EDITAR-VALOR
               MOVE WS-TEXTO-VALOR TO LIN-ACTUAL
           ELSE
               MOVE "        N/D" TO LIN-ACTUAL
           END-IF
           MOVE WS-MES-ANTERIOR TO WS-MES-PROCURA
           PERFORM PROCURAR-HISTORIA
           MOVE SPACES TO LIN-VAR-ANT
           IF WS-ACHOU = "S"
               MOVE WS-VALOR-HIST TO WS-VALOR
               PERFORM EDITAR-VALOR
               MOVE WS-TEXTO-VALOR TO LIN-ANTERIOR
               IF IND-DISPONIVEL(N) = "S"
                   COMPUTE WS-VALOR = WS-VALOR-ACTUAL - WS-VALOR-HIST
                   PERFORM EDITAR-VALOR
                   MOVE WS-TEXTO-VALOR TO LIN-VAR-ANT
               END-IF
           ELSE
               MOVE "        N/D" TO LIN-ANTERIOR
           END-IF
           MOVE WS-MES-ANO-ANT TO WS-MES-PROCURA
           PERFORM PROCURAR-HISTORIA
           MOVE SPACES TO LIN-VAR-ANO
           IF WS-ACHOU = "S"
               MOVE WS-VALOR-HIST TO WS-VALOR
               PERFORM EDITAR-VALOR
               MOVE WS-TEXTO-VALOR TO LIN-ANO-ANT
               IF IND-DISPONIVEL(N) = "S"
                   COMPUTE WS-VALOR = WS-VALOR-ACTUAL - WS-VALOR-HIST
                   PERFORM EDITAR-VALOR
                   MOVE WS-TEXTO-VALOR TO LIN-VAR-ANO
               END-IF
           ELSE
               MOVE "        N/D" TO LIN-ANO-ANT
           END-IF
           MOVE LINHA-INDICADOR TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       PROCURAR-HISTORIA.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-HIST
               IF TH-MES(I) = WS-MES-PROCURA
                   AND TH-EMPRESA(I) = WS-CHAVE-EMPRESA
                   AND TH-INDICADOR(I) = IND-ID(N)
                   MOVE "S" TO WS-ACHOU
                   MOVE TH-VALOR(I) TO WS-VALOR-HIST
                   MOVE WS-CONT-HIST TO I
               END-IF
           END-PERFORM.
       EDITAR-VALOR.
           IF IND-DECIMAIS(N) = 0
               MOVE WS-VALOR TO WS-ED-INTEIRO
               MOVE WS-ED-INTEIRO TO WS-TEXTO-VALOR
           ELSE
               MOVE WS-VALOR TO WS-ED-DECIMAL
               MOVE WS-ED-DECIMAL TO WS-TEXTO-VALOR
           END-IF.
       OBTER-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           CALL "BUSDATE" USING BUSDATE-PARMS
           IF BUS-DATA-PARM = 0
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-DATA-NEGOCIO
           ELSE
               MOVE BUS-DATA-PARM TO WS-DATA-NEGOCIO
           END-IF
           IF PARM-OPERADOR-LEN > 7
               MOVE PARM-OPERADOR-TEXTO(8:8) TO WS-OPERADOR-ID
           END-IF
           MOVE "KPIMES" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM KPIMES.
