      *            NIGHTRUN steps gate with COND=(4,LT,STEP001) (run
      *            on 0 or 4, stop on 8); the MONTHEND driver gates
      *            with COND=(4,NE,STEP005) (run only on 4).
      * 10/15/26 - year-end gate. Run with PARM='FECHO=ANO' (the
      *            YEAREND stream's step zero) the condition code is 4
      *            only on the December month-end day -- the calendar's
      *            last working day of the year -- and 0 on any other
      *            day, so the year-end steps gate with
      *            COND=(4,NE,STEP005) exactly as MONTHEND does. With
      *            no PARM the codes above are unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCHK.
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-TIPO-DIA PIC X VALUE "N".
       77 WS-FECHO-ANO PIC X VALUE "N".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           CALL "BUSDATE" USING BUSDATE-PARMS
           ELSE
               MOVE BUS-DATA-PARM TO WS-DATA-NEGOCIO
           END-IF
           IF PARM-OPERADOR-LEN > 8
               IF PARM-OPERADOR-TEXTO(1:9) = "FECHO=ANO"
                   MOVE "S" TO WS-FECHO-ANO
               END-IF
           END-IF
           OPEN INPUT CALENDARIO-FILE
           IF WS-CAL-STATUS = "35"
               DISPLAY "CALCHK: SEM CALENDARIO BUSCAL - DIA NORMAL"
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF
           IF WS-FECHO-ANO = "S"
               PERFORM VERIFICAR-FECHO-ANO
               STOP RUN
           END-IF
           EVALUATE WS-TIPO-DIA
               WHEN "F"
                   DISPLAY "CALCHK: " WS-DATA-NEGOCIO
                       " E DIA NORMAL DE PROCESSAMENTO"
           END-EVALUATE
           STOP RUN.
      ******************************************************************
      * Fecho de ano = o fecho de mes (M) de dezembro.
      ******************************************************************
       VERIFICAR-FECHO-ANO.
           IF WS-TIPO-DIA = "M" AND WS-DATA-NEGOCIO(5:2) = "12"
               DISPLAY "CALCHK: " WS-DATA-NEGOCIO
                   " E DIA DE FECHO DE ANO"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "CALCHK: " WS-DATA-NEGOCIO
                   " NAO E DIA DE FECHO DE ANO"
           END-IF.
       END PROGRAM CALCHK.
