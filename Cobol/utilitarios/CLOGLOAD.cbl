      ******************************************************************
      * CLOGLOAD.cbl
      * 10/15/26 - one-time load utility in the MEMBLOAD mold:
      *            converts the sequential permanent classification
      *            log (the EX3LOG flat file, renamed EX3LOGSQ at
      *            conversion) into the INDEXED EX3LOG keyed on member
      *            id and business date (CLASSLOG.cpy) that EX3 now
      *            writes by key and the counter lookup STARTs at.
      *            Each record keeps its 80 bytes as they were; the
      *            key is built from the member id and the business
      *            date of the stamp, or the date of the run
      *            timestamp for records written before the stamp
      *            carried a business date. Records in the old layout
      *            (age first, no member id) are loaded under member
      *            00000 with the date of their timestamp, so nothing
      *            of the history is lost. A record with no readable
      *            date is reported, counted and skipped, and the run
      *            ends with RETURN-CODE 4 so the load gets looked at
      *            before anything trusts it. Run once at conversion,
      *            then on demand to rebuild.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOGLOAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQUENCIAL-FILE ASSIGN TO "EX3LOGSQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLASSLOG-FILE ASSIGN TO "EX3LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLASSLOG-CHAVE
               FILE STATUS IS CLW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEQUENCIAL-FILE.
       01  SEQUENCIAL-REC           PIC X(80).
       FD  CLASSLOG-FILE.
           COPY "CLASSLOG.cpy".
       WORKING-STORAGE SECTION.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-CONT-CARREGADOS PIC 9(7) VALUE 0.
       77 WS-CONT-ANTIGOS PIC 9(7) VALUE 0.
       77 WS-CONT-REJEITADOS PIC 9(7) VALUE 0.
       77 WS-DATA-REGISTO PIC X(8).
           COPY "CLASSLOG-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT SEQUENCIAL-FILE
           OPEN OUTPUT CLASSLOG-FILE
           PERFORM UNTIL FIM-FICHEIRO
               READ SEQUENCIAL-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END PERFORM CARREGAR-REGISTO
               END-READ
           END-PERFORM
           CLOSE SEQUENCIAL-FILE
           CLOSE CLASSLOG-FILE
           DISPLAY "CLOGLOAD: CARREGADOS " WS-CONT-CARREGADOS
               " (FORMATO ANTIGO " WS-CONT-ANTIGOS ")"
               " REJEITADOS " WS-CONT-REJEITADOS
           IF WS-CONT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      * Formato com membro: cinco digitos e espaco a cabeca, data de
      * negocio do carimbo nas colunas 53-60 (data do timestamp, 28-35,
      * nos registos anteriores a ela). Formato antigo: idade a
      * cabeca, timestamp a partir da coluna 22.
      ******************************************************************
       CARREGAR-REGISTO.
           MOVE SPACES TO CLASSLOG-REC
           MOVE SEQUENCIAL-REC TO CLASSLOG-REC(1:80)
           IF SEQUENCIAL-REC(1:5) NUMERIC
               AND SEQUENCIAL-REC(6:1) = SPACE
               MOVE SEQUENCIAL-REC(1:5) TO CLASSLOG-CHV-MEMBRO
               MOVE SEQUENCIAL-REC(53:8) TO WS-DATA-REGISTO
               IF WS-DATA-REGISTO NOT NUMERIC
                   MOVE SEQUENCIAL-REC(28:8) TO WS-DATA-REGISTO
               END-IF
           ELSE
               MOVE 0 TO CLASSLOG-CHV-MEMBRO
               MOVE SEQUENCIAL-REC(22:8) TO WS-DATA-REGISTO
           END-IF
           IF WS-DATA-REGISTO NOT NUMERIC
               ADD 1 TO WS-CONT-REJEITADOS
               DISPLAY "CLOGLOAD: SEM DATA, IGNORADO: "
                   SEQUENCIAL-REC(1:40)
           ELSE
               MOVE WS-DATA-REGISTO TO CLASSLOG-CHV-DATA
               PERFORM GRAVAR-CLASSLOG
               IF CLASSLOG-GRAVADO
                   ADD 1 TO WS-CONT-CARREGADOS
                   IF CLASSLOG-CHV-MEMBRO = 0
                       ADD 1 TO WS-CONT-ANTIGOS
                   END-IF
               ELSE
                   ADD 1 TO WS-CONT-REJEITADOS
                   DISPLAY "CLOGLOAD: NAO GRAVADO, STATUS "
                       CLW-STATUS ": " SEQUENCIAL-REC(1:40)
               END-IF
           END-IF.
           COPY "CLASSLOG-PD.cpy".
       END PROGRAM CLOGLOAD.
