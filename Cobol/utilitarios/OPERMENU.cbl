      *            last-used state (EX3CONS's exit flag, PARMSIM's
      *            end-of-file switches, INTAKBLD's kept list) does
      *            not leak into the next selection.
      * 10/15/26 - fifth tool, MEMBTELA, the front-desk member
      *            maintenance screen. It is CALLed with the operator
      *            id this menu validated, which it stamps on the
      *            MEMBMLOG journal entry of every change it applies.
      * 10/15/26 - sixth tool, IMCTELA, the occupational-health
      *            inquiry screen. Health data, so it is offered only
      *            to operators OPERENT entitles to IMCTELA (or ALL)
      *            and is CALLed with the validated operator id, which
      *            it stamps on its own consultation journal.
      * 10/15/26 - seventh tool, EX1TELA, the exception workbench over
      *            the EX1EXCM disposition master. It is CALLed with
      *            the validated operator id, which it stamps on every
      *            disposition it applies and on its EX1TLOG journal.
      * 10/15/26 - eighth tool, PASSTELA, the shift handover log. It is
      *            CALLed with the validated operator id, which it
      *            stamps as the author of every note and on every
      *            action item the morning shift acknowledges.
      * 10/15/26 - ninth tool, RPTREPR, the report archive retrieval
      *            and reprint. It is CALLed with the validated
      *            operator id, which it stamps on its reprint journal.
      *            With nine tools the exit option is now 0 (was 9).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMENU.
       77 WS-TEM-OPERENT PIC X VALUE "N".
       77 WS-FERRAMENTA PIC X(8).
       77 WS-EVENTO PIC X(6).
       77 WS-OPCAO-MENU PIC 9.
       77 K PIC 99.
       01 TABELA-FERRAMENTAS.
           05  FILLER               PIC X(8) VALUE "EX3CONS".
           05  FILLER               PIC X(8) VALUE "TRICONS".
           05  FILLER               PIC X(8) VALUE "INTAKBLD".
           05  FILLER               PIC X(8) VALUE "PARMSIM".
           05  FILLER               PIC X(8) VALUE "MEMBTELA".
           05  FILLER               PIC X(8) VALUE "IMCTELA".
           05  FILLER               PIC X(8) VALUE "EX1TELA".
           05  FILLER               PIC X(8) VALUE "PASSTELA".
           05  FILLER               PIC X(8) VALUE "RPTREPR".
       01 FILLER REDEFINES TABELA-FERRAMENTAS.
           05  FERRAMENTA           PIC X(8) OCCURS 9 TIMES.
       01 TABELA-TITULARES.
           05  TITULAR              PIC X OCCURS 9 TIMES.
           COPY "OPERVAL-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM MOSTRAR-MENU
               ACCEPT WS-OPCAO
               EVALUATE TRUE
                   WHEN WS-OPCAO = 0
                       SET WS-CONTINUAR TO "N"
                   WHEN WS-OPCAO >= 1 AND WS-OPCAO <= 9
                       IF TITULAR(WS-OPCAO) = "S"
                           PERFORM LANCAR-FERRAMENTA
                       ELSE
           END-PERFORM
           STOP RUN.
       MOSTRAR-MENU.
           DISPLAY "FERRAMENTAS DISPONIVEIS (0=SAIR):"
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 9
               IF TITULAR(K) = "S"
                   MOVE K TO WS-OPCAO-MENU
                   DISPLAY "  " WS-OPCAO-MENU "=" FERRAMENTA(K)
               END-IF
           END-PERFORM
           DISPLAY "OPCAO ? ".
       APURAR-TITULARIDADES.
           OPEN INPUT ENTITULO-FILE
           IF WS-ENT-STATUS = "35"
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 9
                   MOVE "S" TO TITULAR(K)
               END-PERFORM
           ELSE
               MOVE "S" TO WS-TEM-OPERENT
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 9
                   MOVE "N" TO TITULAR(K)
               END-PERFORM
               PERFORM UNTIL FIM-FICHEIRO
           END-IF
           MOVE "N" TO WS-EOF.
       MARCAR-TITULARIDADE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 9
               IF ENT-PROGRAMA = FERRAMENTA(K)
                   OR ENT-PROGRAMA = "ALL"
                   MOVE "S" TO TITULAR(K)
               WHEN 4
                   CALL "PARMSIM"
                   CANCEL "PARMSIM"
               WHEN 5
                   CALL "MEMBTELA" USING WS-OPERADOR-ID
                   CANCEL "MEMBTELA"
               WHEN 6
                   CALL "IMCTELA" USING WS-OPERADOR-ID
                   CANCEL "IMCTELA"
               WHEN 7
                   CALL "EX1TELA" USING WS-OPERADOR-ID
                   CANCEL "EX1TELA"
               WHEN 8
                   CALL "PASSTELA" USING WS-OPERADOR-ID
                   CANCEL "PASSTELA"
               WHEN 9
                   CALL "RPTREPR" USING WS-OPERADOR-ID
                   CANCEL "RPTREPR"
           END-EVALUATE
           MOVE "FIM" TO WS-EVENTO
           PERFORM GRAVAR-SESSAO.
