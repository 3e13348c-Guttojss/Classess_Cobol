      *            ignored, so the shortcut can never become a
      *            blindfold; everything unmatched surfaces to the
      *            meeting as ABERTO exactly as before.
      * 10/15/26 - the run holds the EX1EXCM lock (LOCKMGR) from
      *            loading the master to rewriting it, now that the
      *            EX1TELA workbench dispositions exceptions online
      *            between runs; a master in use ends the run with
      *            RETURN-CODE 8 before anything is read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX1DISP.
               05  TAB-REF          PIC X(13).
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
           COPY "LOCKMGR-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE "EX1EXCM" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "EX1DISP: EX1EXCM EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LER-PARAMETROS
           PERFORM LER-REGRAS-TRIAGEM
           PERFORM LER-SITE-MASTER
           PERFORM FUNDIR-EXCECOES-NOVAS
           PERFORM APLICAR-DISPOSICOES
           PERFORM GRAVAR-MASTER
           MOVE "L" TO LCK-FUNCAO-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           PERFORM GRAVAR-AGING
           DISPLAY "EXCECOES NOVAS        : " WS-CONT-NOVAS
           DISPLAY "DISPOSICOES APLICADAS : " WS-CONT-DISPOSTAS
