      ******************************************************************
      * CLASSLOG-PD.cpy
      * Keyed write to the indexed classification log. COPY this into
      * PROCEDURE DIVISION after COPY CLASSLOG (under the FD of
      * CLASSLOG-FILE) and CLASSLOG-WS. The caller fills CLASSLOG-REC
      * and CLASSLOG-CHV-MEMBRO / CLASSLOG-CHV-DATA, then PERFORMs
      * GRAVAR-CLASSLOG: the first free sequence for that member and
      * business date is taken, so a rerun adds records instead of
      * overwriting the first run's. CLASSLOG-GRAVADO is false only
      * when all 999 sequences of the day are used or the file
      * refuses the write (CLW-STATUS tells which).
      ******************************************************************
       GRAVAR-CLASSLOG.
           MOVE "N" TO CLW-GRAVADO
           MOVE 0 TO CLASSLOG-CHV-SEQ
           PERFORM UNTIL CLASSLOG-GRAVADO OR CLASSLOG-CHV-SEQ = 999
               ADD 1 TO CLASSLOG-CHV-SEQ
               WRITE CLASSLOG-REC
                   INVALID KEY
                       IF CLW-STATUS NOT = "22"
                           MOVE 999 TO CLASSLOG-CHV-SEQ
                       END-IF
                   NOT INVALID KEY
                       SET CLASSLOG-GRAVADO TO TRUE
               END-WRITE
           END-PERFORM.
