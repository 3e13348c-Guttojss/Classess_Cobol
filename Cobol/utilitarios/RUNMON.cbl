      *            shop return codes: 8 when an E-severity rule
      *            fired, 4 when only W rules fired, 0 on a quiet
      *            night.
      * 10/15/26 - an alert from a rule with spaces for the program or
      *            message code now carries the program and code of
      *            the last entry that matched it, so INCABRE can
      *            open the incident against the program that failed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNMON.
               05  TAB-LIMIAR       PIC 999.
               05  TAB-CONT         PIC 9(5).
               05  TAB-ULTIMO-TEXTO PIC X(40).
               05  TAB-ULTIMO-PROGRAMA PIC X(8).
               05  TAB-ULTIMO-CODIGO PIC X(4).
           COPY "BUSDATE-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                           OR TAB-CODIGO(I) = RLG-CODIGO)
                       ADD 1 TO TAB-CONT(I)
                       MOVE RLG-TEXTO TO TAB-ULTIMO-TEXTO(I)
                       MOVE RLG-PROGRAMA TO TAB-ULTIMO-PROGRAMA(I)
                       MOVE RLG-CODIGO TO TAB-ULTIMO-CODIGO(I)
                   END-IF
               END-PERFORM
           END-IF.
                   MOVE WS-DATA-NEGOCIO TO ALR-DATA
                   MOVE TAB-SEVERIDADE(I) TO ALR-SEVERIDADE
                   MOVE TAB-PROGRAMA(I) TO ALR-PROGRAMA
                   IF TAB-PROGRAMA(I) = SPACES
                       MOVE TAB-ULTIMO-PROGRAMA(I) TO ALR-PROGRAMA
                   END-IF
                   MOVE TAB-CODIGO(I) TO ALR-CODIGO
                   IF TAB-CODIGO(I) = SPACES
                       MOVE TAB-ULTIMO-CODIGO(I) TO ALR-CODIGO
                   END-IF
                   MOVE TAB-CONT(I) TO ALR-CONT
                   MOVE TAB-ULTIMO-TEXTO(I) TO ALR-TEXTO
                   WRITE ALERTAS-REC
