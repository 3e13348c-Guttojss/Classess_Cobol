      * 09/02/26 - loads the MEMBRO-STATUS / MEMBRO-DATA-EFETIVA
      *            fields; an old 38-byte record without them comes
      *            out ATIVO with a zero effective date.
      * 10/15/26 - loads the household fields (MEMBRO-AGREGADO,
      *            MEMBRO-CHEFE); a record without them comes out
      *            with no household.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBLOAD.
       DATA DIVISION.
       FILE SECTION.
       FD  SEQUENCIAL-FILE.
       01  SEQUENCIAL-REC           PIC X(57).
       FD  MASTER-FILE.
           COPY "MEMBRO.cpy".
       WORKING-STORAGE SECTION.
               MOVE "A" TO MEMBRO-STATUS
               MOVE 0 TO MEMBRO-DATA-EFETIVA
           END-IF
           IF MEMBRO-AGREGADO NOT NUMERIC
               MOVE 0 TO MEMBRO-AGREGADO
           END-IF
           IF MEMBRO-AGREGADO = 0 OR MEMBRO-CHEFE NOT = "S"
               MOVE "N" TO MEMBRO-CHEFE
           END-IF
           IF MEMBRO-ID NOT NUMERIC
               ADD 1 TO WS-CONT-REJEITADOS
               DISPLAY "MEMBLOAD: ID INVALIDO IGNORADO"
