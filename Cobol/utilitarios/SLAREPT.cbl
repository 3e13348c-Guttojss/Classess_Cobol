      *            JCL points the PRNTOUT DD where SLAREL used to
      *            point. A truncated print shows by its missing
      *            trailer.
      * 10/15/26 - each SLAHIST record now also carries the business
      *            date, that night's intake volume (every count in
      *            INTCTL, base and supplemental passes, rejects
      *            included) and the records the step read (JRN-
      *            LIDOS of its FIM entry), so the monthly capacity
      *            forecast (CAPPREV) can fit each step's cost per
      *            record against the volume. The trailing average
      *            still reads the first two fields only; records
      *            written before the change carry no date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLAREPT.
           SELECT HISTORIA-FILE ASSIGN TO "SLAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT INTAKE-FILE ASSIGN TO "INTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL-FILE.
           05  HST-PROGRAMA         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  HST-SEGUNDOS         PIC 9(7).
           05  FILLER               PIC X VALUE SPACE.
           05  HST-DATA             PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  HST-VOLUME           PIC 9(7).
           05  FILLER               PIC X VALUE SPACE.
           05  HST-LIDOS            PIC 9(7).
       FD  INTAKE-FILE.
       01  INTAKE-REC.
           05  ICT-DESTINO          PIC X(8).
           05  FILLER               PIC X.
           05  ICT-CONT             PIC 9(5).
       WORKING-STORAGE SECTION.
       01  RELATORIO-REC.
           05  REL-PROGRAMA         PIC X(8).
           05  REL-TENDENCIA        PIC X(6).
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
       77 WS-INTCTL-STATUS PIC XX VALUE SPACES.
       77 WS-VOLUME PIC 9(7) VALUE 0.
       77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-JANELA-SEG PIC 9(5) VALUE 14400.
               05  PAS-TEM-INICIO   PIC X.
               05  PAS-TEM-PAR      PIC X.
               05  PAS-ELAPSED      PIC 9(7).
               05  PAS-LIDOS        PIC 9(7).
               05  PAS-HIST-SOMA    PIC 9(9).
               05  PAS-HIST-CONT    PIC 9(5).
       PROCEDURE DIVISION.
           PERFORM LER-PARAMETROS
           PERFORM LER-JORNAL
           PERFORM LER-HISTORIA
           PERFORM LER-VOLUME
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           CALL "BUSDATE" USING BUSDATE-PARMS
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "JANELA DE EXECUCAO (SLA)" TO PRT-TITULO-PARM
           MOVE "BATCH" TO PRT-OPERADOR-PARM
           IF BUS-DATA-PARM = 0
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-DATA-NEGOCIO
           ELSE
               MOVE BUS-DATA-PARM TO WS-DATA-NEGOCIO
           END-IF
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE SPACES TO RELATORIO-REC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PASSOS
                               COMPUTE PAS-ELAPSED(J) =
                                   PAS-FIM-SEG(J)
                                   - PAS-INICIO-SEG(J)
                               MOVE JRN-LIDOS TO PAS-LIDOS(J)
                           END-IF
                       END-IF
                   END-IF
               MOVE "N" TO PAS-TEM-INICIO(J)
               MOVE "N" TO PAS-TEM-PAR(J)
               MOVE 0 TO PAS-ELAPSED(J)
               MOVE 0 TO PAS-LIDOS(J)
               MOVE 0 TO PAS-HIST-SOMA(J)
               MOVE 0 TO PAS-HIST-CONT(J)
           END-IF.
               IF PAS-TEM-PAR(I) = "S"
                   MOVE PAS-PROGRAMA(I) TO HST-PROGRAMA
                   MOVE PAS-ELAPSED(I) TO HST-SEGUNDOS
                   MOVE WS-DATA-NEGOCIO TO HST-DATA
                   MOVE WS-VOLUME TO HST-VOLUME
                   MOVE PAS-LIDOS(I) TO HST-LIDOS
                   WRITE HISTORIA-REC
               END-IF
           END-PERFORM
           CLOSE HISTORIA-FILE.
      * volume de entrada da noite: todos os contadores do INTCTL
       LER-VOLUME.
           MOVE "N" TO WS-EOF
           OPEN INPUT INTAKE-FILE
           IF WS-INTCTL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ INTAKE-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF ICT-CONT NUMERIC
                               ADD ICT-CONT TO WS-VOLUME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTAKE-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
