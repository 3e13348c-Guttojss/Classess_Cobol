      ******************************************************************
      * SITECAL.cbl
      * 10/15/26 - shared per-site calendar subprogram (BUSDATE-style
      *            CALL pattern). BUSCAL is one shop-wide calendar,
      *            but the NORTE and SUL sites observe regional
      *            holidays the head office does not, and on those
      *            days the stream reported them silent. CALBUILD now
      *            also builds a regional overlay (BUSCALR: region,
      *            date, type F) from its R rules; this answers, for
      *            a region and a date, whether the day is a normal
      *            day ("N"), a shop-wide no-run day on BUSCAL ("F")
      *            or a holiday of that region only ("R"). A missing
      *            calendar dataset, or a date not on it, is a normal
      *            day -- the CALCHK rule.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITECAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT REGIONAL-FILE ASSIGN TO "BUSCALR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-FILE.
       01  CALENDARIO-REC.
           05  CAL-DATA             PIC 9(8).
           05  FILLER               PIC X.
           05  CAL-TIPO             PIC X.
       FD  REGIONAL-FILE.
       01  REGIONAL-REC.
           05  CRG-REGIAO           PIC X(10).
           05  FILLER               PIC X.
           05  CRG-DATA             PIC 9(8).
           05  FILLER               PIC X.
           05  CRG-TIPO             PIC X.
       WORKING-STORAGE SECTION.
       77 WS-CAL-STATUS PIC XX VALUE SPACES.
       77 WS-REG-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       LINKAGE SECTION.
           COPY "SITECAL-WS.cpy".
       PROCEDURE DIVISION USING SITECAL-PARMS.
       MAIN-PROCEDURE.
           MOVE "N" TO SCL-RESULTADO-PARM
           PERFORM CONSULTAR-GERAL
           IF SCL-DIA-NORMAL
               PERFORM CONSULTAR-REGIONAL
           END-IF
           GOBACK.
       CONSULTAR-GERAL.
           MOVE "N" TO WS-EOF
           OPEN INPUT CALENDARIO-FILE
           IF WS-CAL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CALENDARIO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF CAL-DATA = SCL-DATA-PARM
                               IF CAL-TIPO = "F"
                                   MOVE "F" TO SCL-RESULTADO-PARM
                               END-IF
                               SET FIM-FICHEIRO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.
       CONSULTAR-REGIONAL.
           MOVE "N" TO WS-EOF
           OPEN INPUT REGIONAL-FILE
           IF WS-REG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ REGIONAL-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF CRG-REGIAO = SCL-REGIAO-PARM
                               AND CRG-DATA = SCL-DATA-PARM
                               AND CRG-TIPO = "F"
                               MOVE "R" TO SCL-RESULTADO-PARM
                               SET FIM-FICHEIRO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGIONAL-FILE
           END-IF.
       END PROGRAM SITECAL.
