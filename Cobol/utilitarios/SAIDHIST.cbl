      ******************************************************************
      * SAIDHIST.cbl
      * 10/15/26 - production output history. The night's outputs
      *            are rewritten every night, so nobody could say
      *            afterwards what a past night actually produced --
      *            and a program change could only be proved against
      *            last night. Runs at the end of the stream, before
      *            the business date rolls, and APPENDS every record
      *            of the outputs a historical replay can re-derive
      *            from the intake history (EX1EXC, EX2OUT, EX2REJ,
      *            PIPAR, PIIMPAR) to the output history (SAIDHISF,
      *            see SAIDHIST.cpy), each line stamped with the
      *            business date, the run timestamp and the output's
      *            DD name. REPLPREP extracts a night from it as the
      *            production output the replay is compared with.
      *            Same EXTEND/status-35 first-use fallback as
      *            INTHIST.
      * 10/15/26 - records kept to 120 positions, the width FILECOMP
      *            now compares by field: EX2OUT and EX2REJ run past
      *            100 and lost the tail of their reference fields.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAIDHIST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX1-FILE ASSIGN TO "EX1EXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT EX2-FILE ASSIGN TO "EX2OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT REJ-FILE ASSIGN TO "EX2REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT PAR-FILE ASSIGN TO "PIPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT IMP-FILE ASSIGN TO "PIIMPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "SAIDHISF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EX1-FILE.
       01  EX1-REC                  PIC X(120).
       FD  EX2-FILE.
       01  EX2-REC                  PIC X(120).
       FD  REJ-FILE.
       01  REJ-REC                  PIC X(120).
       FD  PAR-FILE.
       01  PAR-REC                  PIC X(120).
       FD  IMP-FILE.
       01  IMP-REC                  PIC X(120).
       FD  HISTORIA-FILE.
           COPY "SAIDHIST.cpy".
       WORKING-STORAGE SECTION.
       77 WS-FONTE-STATUS PIC XX VALUE SPACES.
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-CONT-GRAVADOS PIC 9(7) VALUE 0.
           COPY "BUSDATE-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           CALL "BUSDATE" USING BUSDATE-PARMS
           IF BUS-DATA-PARM = 0
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-DATA-NEGOCIO
           ELSE
               MOVE BUS-DATA-PARM TO WS-DATA-NEGOCIO
           END-IF
           OPEN EXTEND HISTORIA-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORIA-FILE
           END-IF
           MOVE SPACES TO SAIDHIST-REC
           PERFORM ARQUIVAR-EX1
           PERFORM ARQUIVAR-EX2
           PERFORM ARQUIVAR-REJ
           PERFORM ARQUIVAR-PAR
           PERFORM ARQUIVAR-IMP
           CLOSE HISTORIA-FILE
           DISPLAY "SAIDHIST: " WS-CONT-GRAVADOS
               " REGISTOS ARQUIVADOS PARA " WS-DATA-NEGOCIO
           STOP RUN.
       ARQUIVAR-EX1.
           MOVE "N" TO WS-EOF
           OPEN INPUT EX1-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "SAIDHIST: EX1EXC AUSENTE"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ EX1-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE "EX1EXC" TO SHS-FONTE
                           MOVE EX1-REC TO SHS-CONTEUDO
                           PERFORM GRAVAR-HISTORIA
                   END-READ
               END-PERFORM
               CLOSE EX1-FILE
           END-IF.
       ARQUIVAR-EX2.
           MOVE "N" TO WS-EOF
           OPEN INPUT EX2-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "SAIDHIST: EX2OUT AUSENTE"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ EX2-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE "EX2OUT" TO SHS-FONTE
                           MOVE EX2-REC TO SHS-CONTEUDO
                           PERFORM GRAVAR-HISTORIA
                   END-READ
               END-PERFORM
               CLOSE EX2-FILE
           END-IF.
       ARQUIVAR-REJ.
           MOVE "N" TO WS-EOF
           OPEN INPUT REJ-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "SAIDHIST: EX2REJ AUSENTE"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ REJ-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE "EX2REJ" TO SHS-FONTE
                           MOVE REJ-REC TO SHS-CONTEUDO
                           PERFORM GRAVAR-HISTORIA
                   END-READ
               END-PERFORM
               CLOSE REJ-FILE
           END-IF.
       ARQUIVAR-PAR.
           MOVE "N" TO WS-EOF
           OPEN INPUT PAR-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "SAIDHIST: PIPAR AUSENTE"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ PAR-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE "PIPAR" TO SHS-FONTE
                           MOVE PAR-REC TO SHS-CONTEUDO
                           PERFORM GRAVAR-HISTORIA
                   END-READ
               END-PERFORM
               CLOSE PAR-FILE
           END-IF.
       ARQUIVAR-IMP.
           MOVE "N" TO WS-EOF
           OPEN INPUT IMP-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "SAIDHIST: PIIMPAR AUSENTE"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ IMP-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE "PIIMPAR" TO SHS-FONTE
                           MOVE IMP-REC TO SHS-CONTEUDO
                           PERFORM GRAVAR-HISTORIA
                   END-READ
               END-PERFORM
               CLOSE IMP-FILE
           END-IF.
       GRAVAR-HISTORIA.
           ADD 1 TO WS-CONT-GRAVADOS
           MOVE WS-DATA-NEGOCIO TO SHS-DATA
           MOVE WS-RUN-TIMESTAMP TO SHS-TIMESTAMP
           WRITE SAIDHIST-REC.
       END PROGRAM SAIDHIST.
