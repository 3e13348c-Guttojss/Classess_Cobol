      *            or survivor is not on the master, or whose two ids
      *            are equal, is rejected to the report and the run
      *            ends with RETURN-CODE 4.
      * 10/15/26 - takes the EX3IDADE lock through the shared lock
      *            manager before opening the master and releases it
      *            at close, the MEMBMNT rule, so a merge can no
      *            longer run under EX3's classification or the
      *            front-desk maintenance screen; a busy lock ends
      *            with RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBDUP.
           05  LR-SOBREVIVE-ID      PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  LR-MOTIVO            PIC X(20).
           COPY "LOCKMGR-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE "EX3IDADE" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "MEMBDUP: MASTER EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O MASTER-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "MEMBDUP: MASTER INDISPONIVEL - STATUS "
                   WS-MST-STATUS
               MOVE "L" TO LCK-FUNCAO-PARM
               CALL "LOCKMGR" USING LOCKMGR-PARMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM APLICAR-FUSOES
           CLOSE MASTER-FILE
           CLOSE RELATORIO-FILE
           MOVE "L" TO LCK-FUNCAO-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           DISPLAY "PARES CANDIDATOS : " WS-CONT-CANDIDATOS
           DISPLAY "FUSOES APLICADAS : " WS-CONT-FUNDIDOS
           DISPLAY "FUSOES REJEITADAS: " WS-CONT-REJEITADOS
