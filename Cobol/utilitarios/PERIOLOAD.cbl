      *            RETURN-CODE 4 so the load gets looked at before
      *            the comparison step trusts it. Run once at
      *            conversion, then on demand to rebuild.
      * 10/15/26 - named series: PERIODOSQ records now carry a series
      *            code and a signed S9(9)V99 value (series, date,
      *            value) and load under series plus date, the new
      *            PERIODMS key (PERIODO.cpy); "duplicate" means the
      *            same date twice in one series. A record in the old
      *            layout (date and two-digit value, nothing after
      *            column 10) is still accepted and loads into series
      *            BASE, so the original sequential master converts
      *            as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOLOAD.
       FILE-CONTROL.
           SELECT SEQUENCIAL-FILE ASSIGN TO "PERIODOSQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO "PERIODMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WS-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEQUENCIAL-FILE.
       01  SEQUENCIAL-REC.
           05  SEQ-SERIE            PIC X(8).
           05  FILLER               PIC X.
           05  SEQ-DATA             PIC 9(8).
           05  FILLER               PIC X.
           05  SEQ-VALOR            PIC S9(9)V99
               SIGN LEADING SEPARATE.
       01  SEQUENCIAL-ANTIGO-REC.
           05  SEQA-DATA            PIC 9(8).
           05  SEQA-VALOR           PIC 99.
           05  SEQA-RESTO           PIC X(20).
       FD  MASTER-FILE.
           COPY "PERIODO.cpy".
       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      * Registo no layout antigo (so data e valor de dois digitos):
      * entra na serie BASE, a serie original.
      ******************************************************************
       CARREGAR-REGISTO.
           IF SEQA-RESTO = SPACES
               AND SEQA-DATA NUMERIC
               AND SEQA-VALOR NUMERIC
               MOVE "BASE" TO MASTER-SERIE
               MOVE SEQA-DATA TO MASTER-DATA
               MOVE SEQA-VALOR TO MASTER-VALOR
               PERFORM GRAVAR-MASTER
           ELSE
               IF SEQ-SERIE = SPACES
                   OR SEQ-DATA NOT NUMERIC
                   OR SEQ-VALOR NOT NUMERIC
                   ADD 1 TO WS-CONT-DUPLICADOS
                   DISPLAY "PERIOLOAD: REGISTO INVALIDO IGNORADO"
               ELSE
                   MOVE SEQ-SERIE TO MASTER-SERIE
                   MOVE SEQ-DATA TO MASTER-DATA
                   MOVE SEQ-VALOR TO MASTER-VALOR
                   PERFORM GRAVAR-MASTER
               END-IF
           END-IF.
       GRAVAR-MASTER.
           WRITE MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-CONT-DUPLICADOS
                   DISPLAY "PERIOLOAD: SERIE " MASTER-SERIE
                       " DATA DUPLICADA " MASTER-DATA " IGNORADA"
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-CARREGADOS
           END-WRITE.
       END PROGRAM PERIOLOAD.
