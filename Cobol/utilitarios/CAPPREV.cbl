      ******************************************************************
      * CAPPREV.cbl
      * 10/15/26 - monthly batch-window capacity forecast. SLAREPT
      *            flags a step once it has already grown; with the
      *            second company and the new sites coming the shop
      *            needs to know months ahead when the night will no
      *            longer finish before the 06:00 transmission. From
      *            the dated SLA history (SLAHIST: per step and night
      *            the elapsed seconds, the night's intake volume from
      *            INTCTL and the records the step read from its
      *            JOBJRNL FIM entry) over the last CAPPARM months
      *            (default 6) this fits, per step, a fixed cost plus
      *            a cost per record read (least squares; a step whose
      *            cost does not grow with its records, or that reads
      *            none, is carried at its average), and how many
      *            records the step reads per intake record. The
      *            monthly growth of the average nightly intake
      *            volume between the first and last month of the
      *            history is compounded forward over the horizon
      *            (CAPPARM, default 36 months) and each month's
      *            projected night is set against the SLAPARM window
      *            (seconds, default 14400, as SLAREPT). A what-if
      *            file of planned new sites (CAPSITES: site, first
      *            month AAAAMM, records per night, description) is
      *            projected as a second scenario on top of the base
      *            volume. The PRNTFMT report gives the cost fitted
      *            per step, the month-by-month projection, the month
      *            the window is first breached in each scenario and
      *            the steps that dominate the night in that month.
      *            Ends with RETURN-CODE 4 when a breach falls inside
      *            the horizon or there is no dated history to fit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPPREV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-FILE ASSIGN TO "SLAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT JANELA-FILE ASSIGN TO "SLAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PARM-FILE ASSIGN TO "CAPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SITES-FILE ASSIGN TO "CAPSITES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIA-FILE.
       01  HISTORIA-REC.
           05  HST-PROGRAMA         PIC X(8).
           05  FILLER               PIC X.
           05  HST-SEGUNDOS         PIC 9(7).
           05  FILLER               PIC X.
           05  HST-DATA             PIC 9(8).
           05  FILLER               PIC X.
           05  HST-VOLUME           PIC 9(7).
           05  FILLER               PIC X.
           05  HST-LIDOS            PIC 9(7).
       FD  JANELA-FILE.
       01  JANELA-REC.
           05  PARM-JANELA-SEG      PIC 9(5).
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-MESES-HIST      PIC 99.
           05  FILLER               PIC X.
           05  PARM-MESES-HORIZ     PIC 99.
       FD  SITES-FILE.
       01  SITES-REC.
           05  STP-SITE             PIC X(3).
           05  FILLER               PIC X.
           05  STP-MES              PIC 9(6).
           05  FILLER               PIC X.
           05  STP-REGISTOS         PIC 9(7).
           05  FILLER               PIC X.
           05  STP-DESCRICAO        PIC X(30).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-SITES-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-JANELA-SEG PIC 9(5) VALUE 14400.
       77 WS-MESES-HIST PIC 99 VALUE 6.
       77 WS-MESES-HORIZ PIC 99 VALUE 36.
       77 WS-MES-ACTUAL PIC 9(6).
       77 WS-IDX-ACTUAL PIC 9(6).
       77 WS-IDX-CORTE PIC 9(6).
       77 WS-IDX-MES PIC 9(6).
       77 WS-IDX-PRIMEIRO PIC 9(6).
       77 WS-IDX-ULTIMO PIC 9(6).
       77 WS-AAAA PIC 9(4).
       77 WS-MM PIC 99.
       77 WS-MES-AAAAMM PIC 9(6).
       77 WS-MAX-PASSOS PIC 99 VALUE 30.
       77 WS-CONT-PASSOS PIC 99 VALUE 0.
       77 WS-MAX-NOITES PIC 999 VALUE 800.
       77 WS-CONT-NOITES PIC 999 VALUE 0.
       77 WS-MAX-MESES PIC 99 VALUE 24.
       77 WS-CONT-MESES PIC 99 VALUE 0.
       77 WS-MAX-SITES PIC 99 VALUE 20.
       77 WS-CONT-SITES PIC 99 VALUE 0.
       77 WS-CONT-REGISTOS PIC 9(5) VALUE 0.
       77 WS-DX PIC S9(9)V99.
       77 WS-DY PIC S9(9)V99.
       77 WS-VOL-ACTUAL PIC 9(9)V99 VALUE 0.
       77 WS-VOL-PRIMEIRO PIC 9(9)V99 VALUE 0.
       77 WS-FACTOR PIC 9(3)V9(8) VALUE 1.
       77 WS-CRESC-PCT PIC S9(3)V99 VALUE 0.
       77 WS-VOL-BASE PIC 9(11)V99.
       77 WS-VOL-SITES PIC 9(9).
       77 WS-VOL-CALC PIC 9(11)V99.
       77 WS-TOTAL-CALC PIC 9(11)V99.
       77 WS-TOTAL-BASE PIC 9(11)V99.
       77 WS-TOTAL-CENARIO PIC 9(11)V99.
       77 WS-PROJ-PASSO PIC S9(11)V99.
       77 WS-ROTURA-BASE PIC 9(6) VALUE 0.
       77 WS-ROTURA-SITES PIC 9(6) VALUE 0.
       77 WS-VOL-ROTURA-BASE PIC 9(11)V99 VALUE 0.
       77 WS-VOL-ROTURA-SITES PIC 9(11)V99 VALUE 0.
       77 WS-VOL-FIM-BASE PIC 9(11)V99 VALUE 0.
       77 WS-VOL-FIM-SITES PIC 9(11)V99 VALUE 0.
       77 WS-MES-DOMINANTE PIC 9(6).
       77 WS-MAIOR PIC S9(11)V99.
       77 WS-ESCOLHIDO PIC 99.
       77 WS-RC PIC 9 VALUE 0.
       77 M PIC 99.
       77 I PIC 99.
       77 J PIC 999.
       77 K PIC 99.
       01 TABELA-PASSOS.
           03 PASSO-LINHA OCCURS 30 TIMES.
               05  CP-PASSO         PIC X(8).
               05  CP-NOITES        PIC 9(5).
               05  CP-NOITES-VOL    PIC 9(5).
               05  CP-SOMA-X        PIC 9(12).
               05  CP-SOMA-Y        PIC 9(12).
               05  CP-SOMA-XV       PIC 9(12).
               05  CP-SOMA-V        PIC 9(12).
               05  CP-MEDIA-X       PIC S9(9)V99.
               05  CP-MEDIA-Y       PIC S9(9)V99.
               05  CP-SXY           PIC S9(15)V9(4).
               05  CP-SXX           PIC S9(15)V9(4).
               05  CP-FIXO          PIC S9(9)V99.
               05  CP-CUSTO         PIC S9(3)V9(8).
               05  CP-RACIO         PIC S9(5)V9(6).
               05  CP-MODELO        PIC X.
                   88  CP-POR-REGISTO VALUE "R".
                   88  CP-FIXO-MEDIO  VALUE "F".
               05  CP-PROJ          PIC S9(11)V99.
               05  CP-LISTADO       PIC X.
       01 TABELA-NOITES.
           03 NOITE-LINHA OCCURS 800 TIMES.
               05  NT-DATA          PIC 9(8).
               05  NT-VOLUME        PIC 9(7).
       01 TABELA-MESES.
           03 MES-LINHA OCCURS 24 TIMES.
               05  MS-IDX           PIC 9(6).
               05  MS-SOMA          PIC 9(12).
               05  MS-NOITES        PIC 9(5).
       01 TABELA-SITES.
           03 SITE-LINHA OCCURS 20 TIMES.
               05  TS-SITE          PIC X(3).
               05  TS-MES           PIC 9(6).
               05  TS-IDX           PIC 9(6).
               05  TS-REGISTOS      PIC 9(7).
               05  TS-DESCRICAO     PIC X(30).
       01 LINHA-PARAMETROS.
           05  FILLER               PIC X(8) VALUE "JANELA: ".
           05  LPA-JANELA           PIC ZZZZ9.
           05  FILLER               PIC X(17) VALUE
               " SEG   HISTORIA: ".
           05  LPA-DE               PIC 9(6).
           05  FILLER               PIC X VALUE "-".
           05  LPA-ATE              PIC 9(6).
           05  FILLER               PIC X(10) VALUE "  NOITES: ".
           05  LPA-NOITES           PIC ZZ9.
           05  FILLER               PIC X(12) VALUE "  HORIZONTE ".
           05  LPA-HORIZ            PIC Z9.
           05  FILLER               PIC X(6) VALUE " MESES".
       01 LINHA-VOLUME.
           05  FILLER               PIC X(27) VALUE
               "VOLUME MEDIO/NOITE ACTUAL: ".
           05  LVO-ACTUAL           PIC Z(8)9.
           05  FILLER               PIC X(23) VALUE
               "   CRESCIMENTO MENSAL: ".
           05  LVO-CRESC            PIC +ZZ9.99.
           05  FILLER               PIC X VALUE "%".
       01 LINHA-TITULO-CUSTO.
           05  FILLER               PIC X(40) VALUE
               "CUSTO AJUSTADO POR PASSO                ".
       01 LINHA-CAB-CUSTO.
           05  FILLER               PIC X(40) VALUE
               "PASSO    NOITS SEG MEDIO REG MEDIOS SEG ".
           05  FILLER               PIC X(40) VALUE
               "FIXOS S/1000REG REG/ENTRAD  MODELO      ".
       01 LINHA-CUSTO.
           05  LCU-PASSO            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LCU-NOITES           PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LCU-MEDIA-Y          PIC Z(8)9.
           05  FILLER               PIC X VALUE SPACE.
           05  LCU-MEDIA-X          PIC Z(9)9.
           05  FILLER               PIC X VALUE SPACE.
           05  LCU-FIXO             PIC Z(8)9.
           05  FILLER               PIC X VALUE SPACE.
           05  LCU-CUSTO-MIL        PIC ZZZZ9.999.
           05  FILLER               PIC X VALUE SPACE.
           05  LCU-RACIO            PIC ZZZZ9.9999.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LCU-MODELO           PIC X(11).
       01 LINHA-TITULO-PROJ.
           05  FILLER               PIC X(40) VALUE
               "PROJECCAO MENSAL DA NOITE               ".
       01 LINHA-CAB-PROJ.
           05  FILLER               PIC X(40) VALUE
               "MES        VOLUME  TOTAL SEG  FOLGA SEG ".
           05  FILLER               PIC X(40) VALUE
               "  VOL C/SITE   SEG C/SITE   FOLGA C/ST  ".
       01 LINHA-PROJ.
           05  LPR-MES              PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  LPR-VOLUME           PIC Z(9)9.
           05  FILLER               PIC X VALUE SPACE.
           05  LPR-TOTAL            PIC Z(9)9.
           05  FILLER               PIC X VALUE SPACE.
           05  LPR-FOLGA            PIC -(9)9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  LPR-VOL-SITES        PIC Z(9)9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  LPR-TOTAL-SITES      PIC Z(9)9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  LPR-FOLGA-SITES      PIC -(9)9.
           05  FILLER               PIC X VALUE SPACE.
           05  LPR-MARCA            PIC X(8).
       01 LINHA-ROTURA.
           05  LRO-CENARIO          PIC X(30).
           05  LRO-TEXTO            PIC X(40).
       01 LINHA-TITULO-DOMIN.
           05  FILLER               PIC X(34) VALUE
               "PASSOS DOMINANTES NA NOITE DO MES ".
           05  LTD-MES              PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  LTD-CENARIO          PIC X(12).
       01 LINHA-DOMIN.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LDO-PASSO            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LDO-SEGUNDOS         PIC Z(9)9.
           05  FILLER               PIC X(5) VALUE " SEG ".
           05  LDO-PERCENT          PIC ZZ9.9.
           05  FILLER               PIC X(3) VALUE " % ".
           05  LDO-MODELO           PIC X(11).
       01 LINHA-TITULO-SITES.
           05  FILLER               PIC X(40) VALUE
               "SITES PLANEADOS (CENARIO C/SITES)       ".
       01 LINHA-SITE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LSI-SITE             PIC X(3).
           05  FILLER               PIC X(9) VALUE " A PARTIR".
           05  FILLER               PIC X(4) VALUE " DE ".
           05  LSI-MES              PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  LSI-REGISTOS         PIC Z(6)9.
           05  FILLER               PIC X(11) VALUE " REG/NOITE ".
           05  LSI-DESCRICAO        PIC X(30).
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-PARAMETROS
           PERFORM LER-SITES
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES-ACTUAL
           MOVE WS-MES-ACTUAL TO WS-MES-AAAAMM
           PERFORM CALCULAR-IDX-MES
           MOVE WS-IDX-MES TO WS-IDX-ACTUAL
           COMPUTE WS-IDX-CORTE = WS-IDX-ACTUAL - WS-MESES-HIST + 1
           PERFORM LER-HISTORIA
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "PREVISAO DE CAPACIDADE" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           IF WS-CONT-REGISTOS = 0
               MOVE "SEM HISTORIA SLA DATADA NO PERIODO - SEM PREVISAO"
                   TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
               MOVE "F" TO PRT-FUNCAO-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
               DISPLAY "CAPPREV: SEM HISTORIA SLA DATADA"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM AJUSTAR-CUSTOS
           PERFORM CALCULAR-CRESCIMENTO
           PERFORM IMPRIMIR-PARAMETROS
           PERFORM IMPRIMIR-CUSTOS
           PERFORM PROJECTAR
           PERFORM IMPRIMIR-ROTURAS
           PERFORM IMPRIMIR-DOMINANTES
           IF WS-CONT-SITES > 0
               PERFORM IMPRIMIR-SITES
           END-IF
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           DISPLAY "CAPPREV: JANELA " WS-JANELA-SEG
               " ROTURA BASE " WS-ROTURA-BASE
               " ROTURA C/SITES " WS-ROTURA-SITES
           IF WS-ROTURA-BASE > 0 OR WS-ROTURA-SITES > 0
               MOVE 4 TO WS-RC
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.
       LER-PARAMETROS.
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
           END-IF
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               MOVE SPACES TO PARM-REC
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-MESES-HIST NUMERIC
                           AND PARM-MESES-HIST > 1
                           MOVE PARM-MESES-HIST TO WS-MESES-HIST
                       END-IF
                       IF PARM-MESES-HORIZ NUMERIC
                           AND PARM-MESES-HORIZ > 0
                           MOVE PARM-MESES-HORIZ TO WS-MESES-HORIZ
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-MESES-HIST > WS-MAX-MESES
               MOVE WS-MAX-MESES TO WS-MESES-HIST
           END-IF.
       LER-SITES.
           MOVE "N" TO WS-EOF
           OPEN INPUT SITES-FILE
           IF WS-SITES-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SITES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF STP-MES NUMERIC AND STP-REGISTOS NUMERIC
                               AND STP-SITE NOT = SPACES
                               PERFORM GUARDAR-SITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITES-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-SITE.
           IF WS-CONT-SITES < WS-MAX-SITES
               ADD 1 TO WS-CONT-SITES
               MOVE STP-SITE TO TS-SITE(WS-CONT-SITES)
               MOVE STP-MES TO TS-MES(WS-CONT-SITES)
               MOVE STP-MES TO WS-MES-AAAAMM
               PERFORM CALCULAR-IDX-MES
               MOVE WS-IDX-MES TO TS-IDX(WS-CONT-SITES)
               MOVE STP-REGISTOS TO TS-REGISTOS(WS-CONT-SITES)
               MOVE STP-DESCRICAO TO TS-DESCRICAO(WS-CONT-SITES)
           ELSE
               DISPLAY "AVISO: TABELA DE SITES CHEIA - " STP-SITE
                   " IGNORADO"
           END-IF.
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
      * Duas passagens ao SLAHIST: a primeira soma por passo (e guarda
      * o volume de cada noite uma vez so), a segunda soma os desvios
      * a media para o ajuste -- somar x*x directamente nao cabe nos
      * campos com volumes de milhoes.
      ******************************************************************
       LER-HISTORIA.
           MOVE "N" TO WS-EOF
           OPEN INPUT HISTORIA-FILE
           IF WS-HIST-STATUS = "35"
               DISPLAY "CAPPREV: SEM SLAHIST"
               MOVE "N" TO WS-EOF
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   MOVE SPACES TO HISTORIA-REC
                   READ HISTORIA-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           PERFORM VALIDAR-HISTORIA
                           IF WS-IDX-MES > 0
                               PERFORM SOMAR-PASSO
                               PERFORM GUARDAR-NOITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIA-FILE
               MOVE "N" TO WS-EOF
               PERFORM CALCULAR-MEDIAS
               OPEN INPUT HISTORIA-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   MOVE SPACES TO HISTORIA-REC
                   READ HISTORIA-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           PERFORM VALIDAR-HISTORIA
                           IF WS-IDX-MES > 0
                               PERFORM SOMAR-DESVIOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIA-FILE
               MOVE "N" TO WS-EOF
           END-IF.
      * registo datado, dentro do periodo: WS-IDX-MES > 0 e I = passo
       VALIDAR-HISTORIA.
           MOVE 0 TO WS-IDX-MES
           IF HST-DATA NUMERIC AND HST-DATA > 0
               AND HST-SEGUNDOS NUMERIC
               AND HST-VOLUME NUMERIC AND HST-LIDOS NUMERIC
               AND HST-PROGRAMA NOT = SPACES
               MOVE HST-DATA(1:6) TO WS-MES-AAAAMM
               PERFORM CALCULAR-IDX-MES
               IF WS-IDX-MES < WS-IDX-CORTE
                   OR WS-IDX-MES > WS-IDX-ACTUAL
                   MOVE 0 TO WS-IDX-MES
               ELSE
                   PERFORM LOCALIZAR-PASSO
                   IF I = 0
                       MOVE 0 TO WS-IDX-MES
                   END-IF
               END-IF
           END-IF.
       LOCALIZAR-PASSO.
           MOVE 0 TO K
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PASSOS
               IF CP-PASSO(I) = HST-PROGRAMA
                   MOVE I TO K
                   MOVE WS-CONT-PASSOS TO I
               END-IF
           END-PERFORM
           MOVE K TO I
           IF I = 0
               IF WS-CONT-PASSOS < WS-MAX-PASSOS
                   ADD 1 TO WS-CONT-PASSOS
                   MOVE WS-CONT-PASSOS TO I
                   INITIALIZE PASSO-LINHA(I)
                   MOVE HST-PROGRAMA TO CP-PASSO(I)
                   MOVE "F" TO CP-MODELO(I)
                   MOVE "N" TO CP-LISTADO(I)
               ELSE
                   DISPLAY "AVISO: TABELA DE PASSOS CHEIA - "
                       HST-PROGRAMA " IGNORADO"
               END-IF
           END-IF.
       SOMAR-PASSO.
           ADD 1 TO WS-CONT-REGISTOS
           ADD 1 TO CP-NOITES(I)
           ADD HST-LIDOS TO CP-SOMA-X(I)
           ADD HST-SEGUNDOS TO CP-SOMA-Y(I)
           IF HST-VOLUME > 0
               ADD 1 TO CP-NOITES-VOL(I)
               ADD HST-LIDOS TO CP-SOMA-XV(I)
               ADD HST-VOLUME TO CP-SOMA-V(I)
           END-IF.
      * uma entrada por data: o volume e o mesmo em todos os passos
       GUARDAR-NOITE.
           MOVE 0 TO K
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-NOITES
               IF NT-DATA(J) = HST-DATA
                   MOVE 1 TO K
                   MOVE WS-CONT-NOITES TO J
               END-IF
           END-PERFORM
           IF K = 0
               IF WS-CONT-NOITES < WS-MAX-NOITES
                   ADD 1 TO WS-CONT-NOITES
                   MOVE HST-DATA TO NT-DATA(WS-CONT-NOITES)
                   MOVE HST-VOLUME TO NT-VOLUME(WS-CONT-NOITES)
                   PERFORM SOMAR-MES
               ELSE
                   DISPLAY "AVISO: TABELA DE NOITES CHEIA - "
                       HST-DATA " IGNORADA"
               END-IF
           END-IF.
       SOMAR-MES.
           MOVE 0 TO K
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-CONT-MESES
               IF MS-IDX(M) = WS-IDX-MES
                   MOVE M TO K
                   MOVE WS-CONT-MESES TO M
               END-IF
           END-PERFORM
           IF K = 0 AND WS-CONT-MESES < WS-MAX-MESES
               ADD 1 TO WS-CONT-MESES
               MOVE WS-CONT-MESES TO K
               MOVE WS-IDX-MES TO MS-IDX(K)
               MOVE 0 TO MS-SOMA(K)
               MOVE 0 TO MS-NOITES(K)
           END-IF
           IF K > 0 AND HST-VOLUME > 0
               ADD HST-VOLUME TO MS-SOMA(K)
               ADD 1 TO MS-NOITES(K)
           END-IF.
       CALCULAR-MEDIAS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PASSOS
               COMPUTE CP-MEDIA-X(I) ROUNDED =
                   CP-SOMA-X(I) / CP-NOITES(I)
               COMPUTE CP-MEDIA-Y(I) ROUNDED =
                   CP-SOMA-Y(I) / CP-NOITES(I)
               MOVE 0 TO CP-SXY(I)
               MOVE 0 TO CP-SXX(I)
           END-PERFORM.
       SOMAR-DESVIOS.
           COMPUTE WS-DX = HST-LIDOS - CP-MEDIA-X(I)
           COMPUTE WS-DY = HST-SEGUNDOS - CP-MEDIA-Y(I)
           COMPUTE CP-SXY(I) = CP-SXY(I) + WS-DX * WS-DY
           COMPUTE CP-SXX(I) = CP-SXX(I) + WS-DX * WS-DX.
      ******************************************************************
      * Por passo: segundos = fixo + custo * registos lidos, quando os
      * registos variam e o custo sai positivo; so uma noite (ou
      * sempre os mesmos registos) da custo = media / registos. Sem
      * registos, ou custo que nao cresce com eles, fica a media.
      * O racio registos lidos / registo de entrada liga o passo ao
      * volume projectado.
      ******************************************************************
       AJUSTAR-CUSTOS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PASSOS
               MOVE "F" TO CP-MODELO(I)
               MOVE CP-MEDIA-Y(I) TO CP-FIXO(I)
               MOVE 0 TO CP-CUSTO(I)
               MOVE 0 TO CP-RACIO(I)
               IF CP-SOMA-V(I) > 0 AND CP-SOMA-XV(I) > 0
                   COMPUTE CP-RACIO(I) ROUNDED =
                       CP-SOMA-XV(I) / CP-SOMA-V(I)
                   EVALUATE TRUE
                       WHEN CP-SXX(I) > 0 AND CP-SXY(I) > 0
                           COMPUTE CP-CUSTO(I) ROUNDED =
                               CP-SXY(I) / CP-SXX(I)
                           COMPUTE CP-FIXO(I) ROUNDED =
                               CP-MEDIA-Y(I)
                               - CP-CUSTO(I) * CP-MEDIA-X(I)
                           IF CP-FIXO(I) < 0
                               MOVE 0 TO CP-FIXO(I)
                           END-IF
                           MOVE "R" TO CP-MODELO(I)
                       WHEN CP-SXX(I) = 0 AND CP-MEDIA-X(I) > 0
                           COMPUTE CP-CUSTO(I) ROUNDED =
                               CP-MEDIA-Y(I) / CP-MEDIA-X(I)
                           MOVE 0 TO CP-FIXO(I)
                           MOVE "R" TO CP-MODELO(I)
                   END-EVALUATE
               END-IF
           END-PERFORM.
      ******************************************************************
      * Crescimento mensal composto do volume medio por noite entre o
      * primeiro e o ultimo mes com volume no periodo.
      ******************************************************************
       CALCULAR-CRESCIMENTO.
           MOVE 999999 TO WS-IDX-PRIMEIRO
           MOVE 0 TO WS-IDX-ULTIMO
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-CONT-MESES
               IF MS-NOITES(M) > 0
                   IF MS-IDX(M) < WS-IDX-PRIMEIRO
                       MOVE MS-IDX(M) TO WS-IDX-PRIMEIRO
                       COMPUTE WS-VOL-PRIMEIRO ROUNDED =
                           MS-SOMA(M) / MS-NOITES(M)
                   END-IF
                   IF MS-IDX(M) > WS-IDX-ULTIMO
                       MOVE MS-IDX(M) TO WS-IDX-ULTIMO
                       COMPUTE WS-VOL-ACTUAL ROUNDED =
                           MS-SOMA(M) / MS-NOITES(M)
                   END-IF
               END-IF
           END-PERFORM
           MOVE 1 TO WS-FACTOR
           IF WS-IDX-ULTIMO > WS-IDX-PRIMEIRO
               AND WS-VOL-PRIMEIRO > 0
               COMPUTE WS-FACTOR ROUNDED =
                   (WS-VOL-ACTUAL / WS-VOL-PRIMEIRO)
                   ** (1 / (WS-IDX-ULTIMO - WS-IDX-PRIMEIRO))
           END-IF
           COMPUTE WS-CRESC-PCT ROUNDED = (WS-FACTOR - 1) * 100.
       IMPRIMIR-PARAMETROS.
           MOVE WS-JANELA-SEG TO LPA-JANELA
           MOVE WS-IDX-CORTE TO WS-IDX-MES
           PERFORM CALCULAR-AAAAMM
           MOVE WS-MES-AAAAMM TO LPA-DE
           MOVE WS-MES-ACTUAL TO LPA-ATE
           MOVE WS-CONT-NOITES TO LPA-NOITES
           MOVE WS-MESES-HORIZ TO LPA-HORIZ
           MOVE LINHA-PARAMETROS TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE WS-VOL-ACTUAL TO LVO-ACTUAL
           MOVE WS-CRESC-PCT TO LVO-CRESC
           MOVE LINHA-VOLUME TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       IMPRIMIR-CUSTOS.
           MOVE LINHA-TITULO-CUSTO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CAB-CUSTO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PASSOS
               MOVE CP-PASSO(I) TO LCU-PASSO
               MOVE CP-NOITES(I) TO LCU-NOITES
               MOVE CP-MEDIA-Y(I) TO LCU-MEDIA-Y
               MOVE CP-MEDIA-X(I) TO LCU-MEDIA-X
               MOVE CP-FIXO(I) TO LCU-FIXO
               COMPUTE LCU-CUSTO-MIL ROUNDED = CP-CUSTO(I) * 1000
               MOVE CP-RACIO(I) TO LCU-RACIO
               PERFORM DESCREVER-MODELO
               MOVE LDO-MODELO TO LCU-MODELO
               MOVE LINHA-CUSTO TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       DESCREVER-MODELO.
           IF CP-POR-REGISTO(I)
               MOVE "POR REGISTO" TO LDO-MODELO
           ELSE
               MOVE "FIXO MEDIO" TO LDO-MODELO
           END-IF.
      ******************************************************************
      * Mes a mes ate ao horizonte: volume base composto, volume com
      * os sites planeados ja em producao nesse mes, e a noite
      * projectada de cada um contra a janela.
      ******************************************************************
       PROJECTAR.
           MOVE LINHA-TITULO-PROJ TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CAB-PROJ TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE WS-VOL-ACTUAL TO WS-VOL-BASE
           PERFORM VARYING M FROM 0 BY 1 UNTIL M > WS-MESES-HORIZ
               IF M > 0
                   COMPUTE WS-VOL-BASE ROUNDED =
                       WS-VOL-BASE * WS-FACTOR
               END-IF
               COMPUTE WS-IDX-MES = WS-IDX-ACTUAL + M
               PERFORM PROJECTAR-MES
           END-PERFORM
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       PROJECTAR-MES.
           MOVE 0 TO WS-VOL-SITES
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CONT-SITES
               IF TS-IDX(K) NOT > WS-IDX-MES
                   ADD TS-REGISTOS(K) TO WS-VOL-SITES
               END-IF
           END-PERFORM
           MOVE WS-VOL-BASE TO WS-VOL-CALC
           PERFORM CALCULAR-TOTAL
           MOVE WS-TOTAL-CALC TO WS-TOTAL-BASE
           COMPUTE WS-VOL-CALC = WS-VOL-BASE + WS-VOL-SITES
           PERFORM CALCULAR-TOTAL
           MOVE WS-TOTAL-CALC TO WS-TOTAL-CENARIO
           PERFORM CALCULAR-AAAAMM
           MOVE SPACES TO LPR-MARCA
           IF WS-TOTAL-BASE > WS-JANELA-SEG AND WS-ROTURA-BASE = 0
               MOVE WS-MES-AAAAMM TO WS-ROTURA-BASE
               MOVE WS-VOL-BASE TO WS-VOL-ROTURA-BASE
               MOVE "<ROTURA" TO LPR-MARCA
           END-IF
           IF WS-CONT-SITES > 0
               AND WS-TOTAL-CENARIO > WS-JANELA-SEG
               AND WS-ROTURA-SITES = 0
               MOVE WS-MES-AAAAMM TO WS-ROTURA-SITES
               MOVE WS-VOL-CALC TO WS-VOL-ROTURA-SITES
               MOVE "<ROTURA" TO LPR-MARCA
           END-IF
           MOVE WS-VOL-BASE TO WS-VOL-FIM-BASE
           MOVE WS-VOL-CALC TO WS-VOL-FIM-SITES
           MOVE WS-MES-AAAAMM TO LPR-MES
           MOVE WS-VOL-BASE TO LPR-VOLUME
           MOVE WS-TOTAL-BASE TO LPR-TOTAL
           COMPUTE LPR-FOLGA = WS-JANELA-SEG - WS-TOTAL-BASE
           MOVE WS-VOL-CALC TO LPR-VOL-SITES
           MOVE WS-TOTAL-CENARIO TO LPR-TOTAL-SITES
           COMPUTE LPR-FOLGA-SITES = WS-JANELA-SEG - WS-TOTAL-CENARIO
           MOVE LINHA-PROJ TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
      * noite projectada para o volume WS-VOL-CALC; CP-PROJ por passo
       CALCULAR-TOTAL.
           MOVE 0 TO WS-TOTAL-CALC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PASSOS
               IF CP-POR-REGISTO(I)
                   COMPUTE WS-PROJ-PASSO ROUNDED =
                       CP-FIXO(I)
                       + CP-CUSTO(I) * CP-RACIO(I) * WS-VOL-CALC
               ELSE
                   MOVE CP-FIXO(I) TO WS-PROJ-PASSO
               END-IF
               MOVE WS-PROJ-PASSO TO CP-PROJ(I)
               ADD WS-PROJ-PASSO TO WS-TOTAL-CALC
           END-PERFORM.
       IMPRIMIR-ROTURAS.
           MOVE SPACES TO LINHA-ROTURA
           MOVE "ROTURA DA JANELA (BASE)     :" TO LRO-CENARIO
           MOVE WS-ROTURA-BASE TO WS-MES-AAAAMM
           PERFORM DESCREVER-ROTURA
           MOVE LINHA-ROTURA TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           IF WS-CONT-SITES > 0
               MOVE "ROTURA DA JANELA (C/ SITES) :" TO LRO-CENARIO
               MOVE WS-ROTURA-SITES TO WS-MES-AAAAMM
               PERFORM DESCREVER-ROTURA
               MOVE LINHA-ROTURA TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-IF
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       DESCREVER-ROTURA.
           MOVE SPACES TO LRO-TEXTO
           EVALUATE TRUE
               WHEN WS-MES-AAAAMM = 0
                   STRING "NAO PREVISTA NOS " WS-MESES-HORIZ
                       " MESES" DELIMITED BY SIZE INTO LRO-TEXTO
               WHEN WS-MES-AAAAMM = WS-MES-ACTUAL
                   MOVE "JA EXCEDIDA NO MES CORRENTE" TO LRO-TEXTO
               WHEN OTHER
                   STRING "A PARTIR DE " WS-MES-AAAAMM "01"
                       DELIMITED BY SIZE INTO LRO-TEXTO
           END-EVALUATE.
      ******************************************************************
      * Passos que pesam na noite do mes da rotura (cenario com sites
      * quando os ha; sem rotura, no fim do horizonte), por ordem
      * decrescente de segundos projectados.
      ******************************************************************
       IMPRIMIR-DOMINANTES.
           COMPUTE WS-IDX-MES = WS-IDX-ACTUAL + WS-MESES-HORIZ
           PERFORM CALCULAR-AAAAMM
           MOVE WS-MES-AAAAMM TO WS-MES-DOMINANTE
           MOVE SPACES TO LTD-CENARIO
           IF WS-CONT-SITES > 0
               MOVE "(C/ SITES)" TO LTD-CENARIO
               MOVE WS-VOL-FIM-SITES TO WS-VOL-CALC
               IF WS-ROTURA-SITES > 0
                   MOVE WS-ROTURA-SITES TO WS-MES-DOMINANTE
                   MOVE WS-VOL-ROTURA-SITES TO WS-VOL-CALC
               END-IF
           ELSE
               MOVE "(BASE)" TO LTD-CENARIO
               MOVE WS-VOL-FIM-BASE TO WS-VOL-CALC
               IF WS-ROTURA-BASE > 0
                   MOVE WS-ROTURA-BASE TO WS-MES-DOMINANTE
                   MOVE WS-VOL-ROTURA-BASE TO WS-VOL-CALC
               END-IF
           END-IF
           PERFORM CALCULAR-TOTAL
           MOVE WS-MES-DOMINANTE TO LTD-MES
           MOVE LINHA-TITULO-DOMIN TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PASSOS
               MOVE "N" TO CP-LISTADO(I)
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CONT-PASSOS
               PERFORM ESCOLHER-MAIOR
               IF WS-ESCOLHIDO > 0
                   PERFORM IMPRIMIR-DOMINANTE
               END-IF
           END-PERFORM
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       ESCOLHER-MAIOR.
           MOVE 0 TO WS-ESCOLHIDO
           MOVE -1 TO WS-MAIOR
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PASSOS
               IF CP-LISTADO(I) = "N" AND CP-PROJ(I) > WS-MAIOR
                   MOVE CP-PROJ(I) TO WS-MAIOR
                   MOVE I TO WS-ESCOLHIDO
               END-IF
           END-PERFORM.
       IMPRIMIR-DOMINANTE.
           MOVE WS-ESCOLHIDO TO I
           MOVE "S" TO CP-LISTADO(I)
           MOVE CP-PASSO(I) TO LDO-PASSO
           MOVE CP-PROJ(I) TO LDO-SEGUNDOS
           IF WS-TOTAL-CALC > 0
               COMPUTE LDO-PERCENT ROUNDED =
                   CP-PROJ(I) * 100 / WS-TOTAL-CALC
           ELSE
               MOVE 0 TO LDO-PERCENT
           END-IF
           PERFORM DESCREVER-MODELO
           MOVE LINHA-DOMIN TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       IMPRIMIR-SITES.
           MOVE LINHA-TITULO-SITES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CONT-SITES
               MOVE TS-SITE(K) TO LSI-SITE
               MOVE TS-MES(K) TO LSI-MES
               MOVE TS-REGISTOS(K) TO LSI-REGISTOS
               MOVE TS-DESCRICAO(K) TO LSI-DESCRICAO
               MOVE LINHA-SITE TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
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
           MOVE "CAPPREV" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM CAPPREV.
