      ******************************************************************
      * MEMBRETN.cbl
      * 10/15/26 - monthly membership churn and retention report, so
      *            the board can ask how many members a club lost in
      *            the month and from which bracket. For the month in
      *            RETNPARM (AAAAMM; default the month of the business
      *            date) it reads the member maintenance journal
      *            (MEMBMLOG, the month's generations concatenated)
      *            and counts per company and age bracket:
      *              - entradas: inclusoes;
      *              - reativacoes: status S or C back to A;
      *              - suspensoes: status A to S;
      *              - cancelamentos: status to C, or an active
      *                member deleted outright;
      *            an event belongs to the month of its effective date
      *            (the business date of the journal entry when none),
      *            and its bracket is the member's age ON that date
      *            against the EX3PARM boundaries. Journal records
      *            written before the journal carried the statuses can
      *            only be counted as entradas; other old records are
      *            counted as unclassified. The opening headcount comes
      *            from the member master: members active on the first
      *            of the month (not suspended or cancelled before it,
      *            not reinstated or enrolled on or after it), by
      *            their age that day. Retention is opening headcount
      *            less suspensions and cancellations, as a percentage
      *            of the opening headcount. Each company's month is
      *            kept in the history file RETNHIST (a rerun replaces
      *            the month, 24 months are kept) and the report
      *            (PRNTFMT) ends with the last twelve months per
      *            company so the board sees the direction.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBRETN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDADE-FILE ASSIGN TO "EX3IDADE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBRO-ID
               ALTERNATE RECORD KEY IS MEMBRO-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-MBR-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "MEMBMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT PARM-FILE ASSIGN TO "EX3PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MES-FILE ASSIGN TO "RETNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MES-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "RETNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IDADE-FILE.
           COPY "MEMBRO.cpy".
       FD  JORNAL-FILE.
           COPY "MEMBMLOG.cpy".
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-LIM-BEBE        PIC 99.
           05  PARM-LIM-INFANTIL    PIC 99.
           05  PARM-LIM-JUVENIL     PIC 99.
           05  PARM-LIM-ADULTO      PIC 99.
       FD  MES-FILE.
       01  MES-REC.
           05  MES-PARM             PIC 9(6).
       FD  HISTORICO-FILE.
       01  HISTORICO-REC.
           05  HST-MES              PIC 9(6).
           05  FILLER               PIC X.
           05  HST-EMPRESA          PIC XX.
           05  FILLER               PIC X.
           05  HST-INICIO           PIC 9(5).
           05  FILLER               PIC X.
           05  HST-ENTRADAS         PIC 9(5).
           05  FILLER               PIC X.
           05  HST-REATIVACOES      PIC 9(5).
           05  FILLER               PIC X.
           05  HST-SUSPENSOES       PIC 9(5).
           05  FILLER               PIC X.
           05  HST-CANCELAMENTOS    PIC 9(5).
           05  FILLER               PIC X.
           05  HST-RETENCAO         PIC 999V99.
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-MBR-STATUS PIC XX VALUE SPACES.
       77 WS-JRN-STATUS PIC XX VALUE SPACES.
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-MES-STATUS PIC XX VALUE SPACES.
       77 WS-HST-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-LIM-BEBE PIC 99 VALUE 04.
       77 WS-LIM-INFANTIL PIC 99 VALUE 11.
       77 WS-LIM-JUVENIL PIC 99 VALUE 17.
       77 WS-LIM-ADULTO PIC 99 VALUE 64.
       01 WS-MES.
           05  WS-MES-ANO           PIC 9(4).
           05  WS-MES-MM            PIC 99.
       01 WS-MES-NUM REDEFINES WS-MES PIC 9(6).
       77 WS-INICIO-MES PIC 9(8).
       77 WS-IDX-MES PIC 9(6).
       77 WS-IDX-HST PIC 9(6).
       01 WS-MES-HST.
           05  WS-HST-ANO           PIC 9(4).
           05  WS-HST-MM            PIC 99.
       01 WS-DATA-EVENTO PIC 9(8).
       01 WS-DATA-EVENTO-R REDEFINES WS-DATA-EVENTO.
           05  WS-EVENTO-MES        PIC 9(6).
           05  WS-EVENTO-DIA        PIC 99.
       77 WS-DATA-NASC PIC 9(8).
       77 WS-EMPRESA PIC XX.
       77 WS-EVENTO PIC X.
           88 EVT-ENTRADA VALUE "E".
           88 EVT-REATIVACAO VALUE "R".
           88 EVT-SUSPENSAO VALUE "S".
           88 EVT-CANCELAMENTO VALUE "C".
           88 EVT-NENHUM VALUE " ".
       77 IDADE-ENTRADA PIC S999.
       77 IDADE PIC 999.
       77 K PIC 9.
       77 E PIC 99.
       77 I PIC 999.
       77 J PIC 999.
       77 T PIC 99.
       01 NOMES-FAIXAS.
           05  FILLER               PIC X(8) VALUE "BEBE".
           05  FILLER               PIC X(8) VALUE "INFANTIL".
           05  FILLER               PIC X(8) VALUE "JUVENIL".
           05  FILLER               PIC X(8) VALUE "ADULTO".
           05  FILLER               PIC X(8) VALUE "SENIOR".
       01 FILLER REDEFINES NOMES-FAIXAS.
           05  NOME-FAIXA           PIC X(8) OCCURS 5 TIMES.
       77 WS-MAX-EMPRESAS PIC 99 VALUE 10.
       77 WS-CONT-EMPRESAS PIC 99 VALUE 0.
       01 TABELA-EMPRESAS.
           03 EMPRESA-LINHA OCCURS 10 TIMES.
               05  EMP-CODIGO       PIC XX.
               05  EMP-FAIXA OCCURS 5 TIMES.
                   10  EMP-INICIO         PIC 9(5).
                   10  EMP-ENTRADAS       PIC 9(5).
                   10  EMP-REATIVACOES    PIC 9(5).
                   10  EMP-SUSPENSOES     PIC 9(5).
                   10  EMP-CANCELAMENTOS  PIC 9(5).
       01 WS-TOTAIS.
           05  TOT-INICIO           PIC 9(5).
           05  TOT-ENTRADAS         PIC 9(5).
           05  TOT-REATIVACOES      PIC 9(5).
           05  TOT-SUSPENSOES       PIC 9(5).
           05  TOT-CANCELAMENTOS    PIC 9(5).
       77 WS-RETENCAO PIC S999V99.
       77 WS-MAX-ENTRADAS PIC 999 VALUE 500.
       77 WS-CONT-ENTRADAS PIC 999 VALUE 0.
       01 TABELA-ENTRADAS.
           03 ENT-MEMBRO PIC 9(5) OCCURS 500 TIMES.
       77 WS-ENTROU PIC X.
       77 WS-MAX-HISTORICO PIC 999 VALUE 300.
       77 WS-CONT-HISTORICO PIC 999 VALUE 0.
       01 TABELA-HISTORICO.
           03 HISTORICO-LINHA OCCURS 300 TIMES.
               05  TH-MES           PIC 9(6).
               05  TH-EMPRESA       PIC XX.
               05  TH-INICIO        PIC 9(5).
               05  TH-ENTRADAS      PIC 9(5).
               05  TH-REATIVACOES   PIC 9(5).
               05  TH-SUSPENSOES    PIC 9(5).
               05  TH-CANCELAMENTOS PIC 9(5).
               05  TH-RETENCAO      PIC 999V99.
       77 WS-CONT-JORNAL PIC 9(5) VALUE 0.
       77 WS-CONT-EVENTOS PIC 9(5) VALUE 0.
       77 WS-CONT-NAO-CLASSIF PIC 9(5) VALUE 0.
       77 WS-CONT-SEM-NASC PIC 9(5) VALUE 0.
       01 WS-LINHA-FAIXA.
           05  LF-EMPRESA           PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  LF-FAIXA             PIC X(8).
           05  FILLER               PIC X(9) VALUE "  INICIO ".
           05  LF-INICIO            PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE "  ENTRADAS ".
           05  LF-ENTRADAS          PIC ZZZZ9.
           05  FILLER               PIC X(9) VALUE "  REATIV ".
           05  LF-REATIVACOES       PIC ZZZZ9.
           05  FILLER               PIC X(7) VALUE "  SUSP ".
           05  LF-SUSPENSOES        PIC ZZZZ9.
           05  FILLER               PIC X(9) VALUE "  CANCEL ".
           05  LF-CANCELAMENTOS     PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE "  RETENCAO ".
           05  LF-RETENCAO          PIC -ZZ9.99.
           05  FILLER               PIC X VALUE "%".
       01 WS-LINHA-TENDENCIA.
           05  FILLER               PIC X(11) VALUE "TENDENCIA  ".
           05  LT-MES               PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  LT-EMPRESA           PIC XX.
           05  FILLER               PIC X(9) VALUE "  INICIO ".
           05  LT-INICIO            PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE "  ENTRADAS ".
           05  LT-ENTRADAS          PIC ZZZZ9.
           05  FILLER               PIC X(9) VALUE "  SAIDAS ".
           05  LT-SAIDAS            PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE "  RETENCAO ".
           05  LT-RETENCAO          PIC ZZ9.99.
           05  FILLER               PIC X VALUE "%".
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-PARAMETROS
           PERFORM LER-MES
           COMPUTE WS-INICIO-MES = WS-MES-NUM * 100 + 1
           COMPUTE WS-IDX-MES = WS-MES-ANO * 12 + WS-MES-MM
           OPEN INPUT IDADE-FILE
           IF WS-MBR-STATUS NOT = "00"
               DISPLAY "MEMBRETN: MASTER INDISPONIVEL - STATUS "
                   WS-MBR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LER-JORNAL
           PERFORM CONTAR-INICIO
           CLOSE IDADE-FILE
           PERFORM LER-HISTORICO
           PERFORM ACRESCENTAR-HISTORICO
           PERFORM GRAVAR-HISTORICO
           PERFORM IMPRIMIR-RELATORIO
           DISPLAY "MES DO RELATORIO     : " WS-MES-NUM
           DISPLAY "REGISTOS DO JORNAL   : " WS-CONT-JORNAL
           DISPLAY "EVENTOS NO MES       : " WS-CONT-EVENTOS
           DISPLAY "NAO CLASSIFICADOS    : " WS-CONT-NAO-CLASSIF
           DISPLAY "SEM DATA DE NASCIMENTO: " WS-CONT-SEM-NASC
           IF WS-CONT-SEM-NASC > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PARM-LIM-BEBE TO WS-LIM-BEBE
                       MOVE PARM-LIM-INFANTIL TO WS-LIM-INFANTIL
                       MOVE PARM-LIM-JUVENIL TO WS-LIM-JUVENIL
                       MOVE PARM-LIM-ADULTO TO WS-LIM-ADULTO
               END-READ
               CLOSE PARM-FILE
           END-IF.
       LER-MES.
           COMPUTE WS-MES-NUM = WS-DATA-NEGOCIO / 100
           OPEN INPUT MES-FILE
           IF WS-MES-STATUS = "35"
               CONTINUE
           ELSE
               READ MES-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF MES-PARM NUMERIC
                           MOVE MES-PARM TO WS-MES-NUM
                       END-IF
               END-READ
               CLOSE MES-FILE
           END-IF
           IF WS-MES-MM < 1 OR WS-MES-MM > 12
               DISPLAY "MEMBRETN: MES INVALIDO - " WS-MES-NUM
                   " - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       LER-JORNAL.
           OPEN INPUT JORNAL-FILE
           IF WS-JRN-STATUS = "35"
               DISPLAY "MEMBRETN: SEM JORNAL MEMBMLOG"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ JORNAL-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CONT-JORNAL
                           PERFORM CLASSIFICAR-EVENTO
                   END-READ
               END-PERFORM
               CLOSE JORNAL-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Tipo de evento pelo status antes/depois; um registo antigo
      * (sem data de nascimento depois do carimbo) so se reconhece
      * como entrada.
      ******************************************************************
       CLASSIFICAR-EVENTO.
           SET EVT-NENHUM TO TRUE
           IF JORNAL-DATA-NASC NOT NUMERIC
               IF JORNAL-TIPO = "I"
                   SET EVT-ENTRADA TO TRUE
               ELSE
                   ADD 1 TO WS-CONT-NAO-CLASSIF
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN JORNAL-TIPO = "I"
                       SET EVT-ENTRADA TO TRUE
                   WHEN JORNAL-TIPO = "E"
                       IF JORNAL-STATUS-ANT = "A"
                           OR JORNAL-STATUS-ANT = SPACE
                           SET EVT-CANCELAMENTO TO TRUE
                       END-IF
                   WHEN JORNAL-STATUS-NOVO = "C"
                       AND JORNAL-STATUS-ANT NOT = "C"
                       SET EVT-CANCELAMENTO TO TRUE
                   WHEN JORNAL-STATUS-NOVO = "S"
                       AND JORNAL-STATUS-ANT NOT = "S"
                       AND JORNAL-STATUS-ANT NOT = "C"
                       SET EVT-SUSPENSAO TO TRUE
                   WHEN JORNAL-STATUS-NOVO = "A"
                       AND (JORNAL-STATUS-ANT = "S"
                           OR JORNAL-STATUS-ANT = "C")
                       SET EVT-REATIVACAO TO TRUE
               END-EVALUATE
           END-IF
           IF NOT EVT-NENHUM
               PERFORM DATAR-EVENTO
               IF WS-EVENTO-MES = WS-MES-NUM
                   PERFORM REGISTAR-EVENTO
               END-IF
               IF EVT-ENTRADA AND WS-DATA-EVENTO >= WS-INICIO-MES
                   PERFORM GUARDAR-ENTRADA
               END-IF
           END-IF.
       DATAR-EVENTO.
           IF JORNAL-TIPO = "A" AND JORNAL-DATA-EFETIVA NUMERIC
               AND JORNAL-DATA-EFETIVA > 0
               MOVE JORNAL-DATA-EFETIVA TO WS-DATA-EVENTO
           ELSE
               IF OPSTAMP-DATA-NEGOCIO NUMERIC
                   AND OPSTAMP-DATA-NEGOCIO > 0
                   MOVE OPSTAMP-DATA-NEGOCIO TO WS-DATA-EVENTO
               ELSE
                   MOVE OPSTAMP-TIMESTAMP(1:8) TO WS-DATA-EVENTO
               END-IF
           END-IF.
      ******************************************************************
      * Empresa e data de nascimento do jornal; na falta delas (ou
      * num registo antigo) do master.
      ******************************************************************
       REGISTAR-EVENTO.
           MOVE OPSTAMP-EMPRESA TO WS-EMPRESA
           MOVE 0 TO WS-DATA-NASC
           IF JORNAL-DATA-NASC NUMERIC
               MOVE JORNAL-DATA-NASC TO WS-DATA-NASC
           END-IF
           IF WS-EMPRESA = SPACES OR WS-DATA-NASC = 0
               MOVE JORNAL-ID TO MEMBRO-ID
               READ IDADE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF WS-EMPRESA = SPACES
                           MOVE MEMBRO-EMPRESA TO WS-EMPRESA
                       END-IF
                       IF WS-DATA-NASC = 0
                           AND MEMBRO-DATA-NASC NUMERIC
                           MOVE MEMBRO-DATA-NASC TO WS-DATA-NASC
                       END-IF
               END-READ
           END-IF
           IF WS-DATA-NASC = 0 OR WS-DATA-NASC > WS-DATA-EVENTO
               ADD 1 TO WS-CONT-SEM-NASC
               DISPLAY "MEMBRETN: EVENTO SEM DATA DE NASCIMENTO - "
                   "MEMBRO " JORNAL-ID
           ELSE
               COMPUTE IDADE-ENTRADA =
                   (WS-DATA-EVENTO - WS-DATA-NASC) / 10000
               MOVE IDADE-ENTRADA TO IDADE
               PERFORM CLASSIFICAR-FAIXA
               PERFORM LOCALIZAR-EMPRESA
               IF E > 0
                   ADD 1 TO WS-CONT-EVENTOS
                   EVALUATE TRUE
                       WHEN EVT-ENTRADA
                           ADD 1 TO EMP-ENTRADAS(E, K)
                       WHEN EVT-REATIVACAO
                           ADD 1 TO EMP-REATIVACOES(E, K)
                       WHEN EVT-SUSPENSAO
                           ADD 1 TO EMP-SUSPENSOES(E, K)
                       WHEN EVT-CANCELAMENTO
                           ADD 1 TO EMP-CANCELAMENTOS(E, K)
                   END-EVALUATE
               END-IF
           END-IF.
       GUARDAR-ENTRADA.
           IF WS-CONT-ENTRADAS < WS-MAX-ENTRADAS
               ADD 1 TO WS-CONT-ENTRADAS
               MOVE JORNAL-ID TO ENT-MEMBRO(WS-CONT-ENTRADAS)
           ELSE
               DISPLAY "MEMBRETN: TABELA DE ENTRADAS CHEIA - MEMBRO "
                   JORNAL-ID " CONTA NO INICIO"
           END-IF.
       CLASSIFICAR-FAIXA.
           EVALUATE TRUE
               WHEN IDADE <= WS-LIM-BEBE
                   MOVE 1 TO K
               WHEN IDADE <= WS-LIM-INFANTIL
                   MOVE 2 TO K
               WHEN IDADE <= WS-LIM-JUVENIL
                   MOVE 3 TO K
               WHEN IDADE <= WS-LIM-ADULTO
                   MOVE 4 TO K
               WHEN OTHER
                   MOVE 5 TO K
           END-EVALUATE.
       LOCALIZAR-EMPRESA.
           MOVE 0 TO E
           PERFORM VARYING T FROM 1 BY 1
                   UNTIL T > WS-CONT-EMPRESAS OR E > 0
               IF EMP-CODIGO(T) = WS-EMPRESA
                   MOVE T TO E
               END-IF
           END-PERFORM
           IF E = 0
               IF WS-CONT-EMPRESAS < WS-MAX-EMPRESAS
                   ADD 1 TO WS-CONT-EMPRESAS
                   MOVE WS-CONT-EMPRESAS TO E
                   MOVE WS-EMPRESA TO EMP-CODIGO(E)
                   PERFORM VARYING T FROM 1 BY 1 UNTIL T > 5
                       MOVE 0 TO EMP-INICIO(E, T)
                       MOVE 0 TO EMP-ENTRADAS(E, T)
                       MOVE 0 TO EMP-REATIVACOES(E, T)
                       MOVE 0 TO EMP-SUSPENSOES(E, T)
                       MOVE 0 TO EMP-CANCELAMENTOS(E, T)
                   END-PERFORM
               ELSE
                   DISPLAY "MEMBRETN: TABELA DE EMPRESAS CHEIA - "
                       WS-EMPRESA " IGNORADA"
               END-IF
           END-IF.
      ******************************************************************
      * Efetivo no dia 1: nao suspenso/cancelado antes dele, nao
      * reativado nem inscrito nesse dia ou depois.
      ******************************************************************
       CONTAR-INICIO.
           MOVE 0 TO MEMBRO-ID
           START IDADE-FILE KEY IS NOT < MEMBRO-ID
               INVALID KEY SET FIM-FICHEIRO TO TRUE
           END-START
           PERFORM UNTIL FIM-FICHEIRO
               READ IDADE-FILE NEXT RECORD
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END PERFORM CONTAR-MEMBRO-INICIO
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.
       CONTAR-MEMBRO-INICIO.
           MOVE "N" TO WS-ENTROU
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-ENTRADAS OR WS-ENTROU = "S"
               IF ENT-MEMBRO(I) = MEMBRO-ID
                   MOVE "S" TO WS-ENTROU
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ENTROU = "S"
                   CONTINUE
               WHEN MEMBRO-DATA-NASC NOT NUMERIC
                   OR MEMBRO-DATA-NASC = 0
                   OR MEMBRO-DATA-NASC > WS-INICIO-MES
                   CONTINUE
               WHEN (MEMBRO-STATUS = "S" OR MEMBRO-STATUS = "C")
                   AND MEMBRO-DATA-EFETIVA NUMERIC
                   AND MEMBRO-DATA-EFETIVA < WS-INICIO-MES
                   CONTINUE
               WHEN (MEMBRO-STATUS = "A" OR MEMBRO-STATUS = SPACE)
                   AND MEMBRO-DATA-EFETIVA NUMERIC
                   AND MEMBRO-DATA-EFETIVA >= WS-INICIO-MES
                   CONTINUE
               WHEN OTHER
                   COMPUTE IDADE-ENTRADA =
                       (WS-INICIO-MES - MEMBRO-DATA-NASC) / 10000
                   MOVE IDADE-ENTRADA TO IDADE
                   PERFORM CLASSIFICAR-FAIXA
                   MOVE MEMBRO-EMPRESA TO WS-EMPRESA
                   PERFORM LOCALIZAR-EMPRESA
                   IF E > 0
                       ADD 1 TO EMP-INICIO(E, K)
                   END-IF
           END-EVALUATE.
      ******************************************************************
      * Historico: o mes do relatorio e substituido (reexecucao) e
      * so ficam os ultimos 24 meses.
      ******************************************************************
       LER-HISTORICO.
           OPEN INPUT HISTORICO-FILE
           IF WS-HST-STATUS = "35"
               DISPLAY "MEMBRETN: SEM HISTORICO - PRIMEIRA EXECUCAO"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ HISTORICO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-HISTORICO.
           IF HST-MES NUMERIC AND HST-MES NOT = WS-MES-NUM
               MOVE HST-MES TO WS-MES-HST
               COMPUTE WS-IDX-HST = WS-HST-ANO * 12 + WS-HST-MM
               IF WS-IDX-HST + 24 > WS-IDX-MES
                   IF WS-CONT-HISTORICO < WS-MAX-HISTORICO
                       ADD 1 TO WS-CONT-HISTORICO
                       MOVE WS-CONT-HISTORICO TO J
                       MOVE HST-MES TO TH-MES(J)
                       MOVE HST-EMPRESA TO TH-EMPRESA(J)
                       MOVE HST-INICIO TO TH-INICIO(J)
                       MOVE HST-ENTRADAS TO TH-ENTRADAS(J)
                       MOVE HST-REATIVACOES TO TH-REATIVACOES(J)
                       MOVE HST-SUSPENSOES TO TH-SUSPENSOES(J)
                       MOVE HST-CANCELAMENTOS TO TH-CANCELAMENTOS(J)
                       MOVE HST-RETENCAO TO TH-RETENCAO(J)
                   ELSE
                       DISPLAY "MEMBRETN: HISTORICO CHEIO - "
                           HST-MES " " HST-EMPRESA " PERDIDO"
                   END-IF
               END-IF
           END-IF.
       ACRESCENTAR-HISTORICO.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-CONT-EMPRESAS
               PERFORM TOTALIZAR-EMPRESA
               IF WS-CONT-HISTORICO < WS-MAX-HISTORICO
                   ADD 1 TO WS-CONT-HISTORICO
                   MOVE WS-CONT-HISTORICO TO J
                   MOVE WS-MES-NUM TO TH-MES(J)
                   MOVE EMP-CODIGO(E) TO TH-EMPRESA(J)
                   MOVE TOT-INICIO TO TH-INICIO(J)
                   MOVE TOT-ENTRADAS TO TH-ENTRADAS(J)
                   MOVE TOT-REATIVACOES TO TH-REATIVACOES(J)
                   MOVE TOT-SUSPENSOES TO TH-SUSPENSOES(J)
                   MOVE TOT-CANCELAMENTOS TO TH-CANCELAMENTOS(J)
                   IF WS-RETENCAO < 0
                       MOVE 0 TO TH-RETENCAO(J)
                   ELSE
                       MOVE WS-RETENCAO TO TH-RETENCAO(J)
                   END-IF
               ELSE
                   DISPLAY "MEMBRETN: HISTORICO CHEIO - "
                       WS-MES-NUM " " EMP-CODIGO(E) " PERDIDO"
               END-IF
           END-PERFORM.
       TOTALIZAR-EMPRESA.
           MOVE 0 TO TOT-INICIO
           MOVE 0 TO TOT-ENTRADAS
           MOVE 0 TO TOT-REATIVACOES
           MOVE 0 TO TOT-SUSPENSOES
           MOVE 0 TO TOT-CANCELAMENTOS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               ADD EMP-INICIO(E, K) TO TOT-INICIO
               ADD EMP-ENTRADAS(E, K) TO TOT-ENTRADAS
               ADD EMP-REATIVACOES(E, K) TO TOT-REATIVACOES
               ADD EMP-SUSPENSOES(E, K) TO TOT-SUSPENSOES
               ADD EMP-CANCELAMENTOS(E, K) TO TOT-CANCELAMENTOS
           END-PERFORM
           PERFORM CALCULAR-RETENCAO.
       CALCULAR-RETENCAO.
           IF TOT-INICIO = 0
               MOVE 0 TO WS-RETENCAO
           ELSE
               COMPUTE WS-RETENCAO ROUNDED =
                   (TOT-INICIO - TOT-SUSPENSOES - TOT-CANCELAMENTOS)
                   * 100 / TOT-INICIO
           END-IF.
       GRAVAR-HISTORICO.
           OPEN OUTPUT HISTORICO-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-HISTORICO
               MOVE SPACES TO HISTORICO-REC
               MOVE TH-MES(J) TO HST-MES
               MOVE TH-EMPRESA(J) TO HST-EMPRESA
               MOVE TH-INICIO(J) TO HST-INICIO
               MOVE TH-ENTRADAS(J) TO HST-ENTRADAS
               MOVE TH-REATIVACOES(J) TO HST-REATIVACOES
               MOVE TH-SUSPENSOES(J) TO HST-SUSPENSOES
               MOVE TH-CANCELAMENTOS(J) TO HST-CANCELAMENTOS
               MOVE TH-RETENCAO(J) TO HST-RETENCAO
               WRITE HISTORICO-REC
           END-PERFORM
           CLOSE HISTORICO-FILE.
       IMPRIMIR-RELATORIO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "RETENCAO DE MEMBROS" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-CONT-EMPRESAS
               MOVE EMP-CODIGO(E) TO LF-EMPRESA
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                   MOVE NOME-FAIXA(K) TO LF-FAIXA
                   MOVE EMP-INICIO(E, K) TO TOT-INICIO
                   MOVE EMP-SUSPENSOES(E, K) TO TOT-SUSPENSOES
                   MOVE EMP-CANCELAMENTOS(E, K) TO TOT-CANCELAMENTOS
                   PERFORM CALCULAR-RETENCAO
                   MOVE EMP-INICIO(E, K) TO LF-INICIO
                   MOVE EMP-ENTRADAS(E, K) TO LF-ENTRADAS
                   MOVE EMP-REATIVACOES(E, K) TO LF-REATIVACOES
                   MOVE EMP-SUSPENSOES(E, K) TO LF-SUSPENSOES
                   MOVE EMP-CANCELAMENTOS(E, K) TO LF-CANCELAMENTOS
                   MOVE WS-RETENCAO TO LF-RETENCAO
                   MOVE WS-LINHA-FAIXA TO PRT-LINHA-PARM
                   CALL "PRNTFMT" USING PRNTFMT-PARMS
               END-PERFORM
               PERFORM TOTALIZAR-EMPRESA
               MOVE "TOTAL" TO LF-FAIXA
               MOVE TOT-INICIO TO LF-INICIO
               MOVE TOT-ENTRADAS TO LF-ENTRADAS
               MOVE TOT-REATIVACOES TO LF-REATIVACOES
               MOVE TOT-SUSPENSOES TO LF-SUSPENSOES
               MOVE TOT-CANCELAMENTOS TO LF-CANCELAMENTOS
               MOVE WS-RETENCAO TO LF-RETENCAO
               MOVE WS-LINHA-FAIXA TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 12
               COMPUTE I = 12 - T
               PERFORM IMPRIMIR-TENDENCIA-MES
           END-PERFORM
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       IMPRIMIR-TENDENCIA-MES.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-HISTORICO
               MOVE TH-MES(J) TO WS-MES-HST
               COMPUTE WS-IDX-HST = WS-HST-ANO * 12 + WS-HST-MM
               IF WS-IDX-HST + I = WS-IDX-MES
                   MOVE TH-MES(J) TO LT-MES
                   MOVE TH-EMPRESA(J) TO LT-EMPRESA
                   MOVE TH-INICIO(J) TO LT-INICIO
                   MOVE TH-ENTRADAS(J) TO LT-ENTRADAS
                   COMPUTE LT-SAIDAS =
                       TH-SUSPENSOES(J) + TH-CANCELAMENTOS(J)
                   MOVE TH-RETENCAO(J) TO LT-RETENCAO
                   MOVE WS-LINHA-TENDENCIA TO PRT-LINHA-PARM
                   CALL "PRNTFMT" USING PRNTFMT-PARMS
               END-IF
           END-PERFORM.
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
           MOVE "MEMBRETN" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM MEMBRETN.
