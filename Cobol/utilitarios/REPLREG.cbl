      ******************************************************************
      * REPLREG.cbl
      * 10/15/26 - last step of each night of a historical replay.
      *            Reads the FILECOMP report of every output compared
      *            that night (FEX1EXC, FEX2OUT, FEX2REJ, FPIPAR,
      *            FPIIMPAR -- the replayed output against that
      *            night's production output, stamp columns left out
      *            through each compare's FCPARM) and appends one
      *            line per output to the replay results register
      *            (REPLRES, see REPLRES.cpy) under the replay id and
      *            date on the REPLPARM card:
      *              IDENTICO - the report is empty;
      *              ALTERADO - records inserted, deleted or changed
      *                         (the counts are kept);
      *              FALHOU   - the report still holds the NAOEXEC
      *                         line REPLPREP primed it with (the
      *                         compare never ran: a step before it
      *                         failed) or is missing altogether.
      *            RETURN-CODE 8 if any output failed, 4 if any
      *            changed. REPLREL prints the replay's summary.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLREG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "REPLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FEX1EXC-FILE ASSIGN TO "FEX1EXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT FEX2OUT-FILE ASSIGN TO "FEX2OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT FEX2REJ-FILE ASSIGN TO "FEX2REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT FPIPAR-FILE ASSIGN TO "FPIPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT FPIIMPAR-FILE ASSIGN TO "FPIIMPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT RESULTADOS-FILE ASSIGN TO "REPLRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-DATA            PIC 9(8).
           05  FILLER               PIC X.
           05  PARM-ID              PIC X(14).
       FD  FEX1EXC-FILE.
       01  FEX1EXC-REC              PIC X(75).
       FD  FEX2OUT-FILE.
       01  FEX2OUT-REC              PIC X(75).
       FD  FEX2REJ-FILE.
       01  FEX2REJ-REC              PIC X(75).
       FD  FPIPAR-FILE.
       01  FPIPAR-REC               PIC X(75).
       FD  FPIIMPAR-FILE.
       01  FPIIMPAR-REC             PIC X(75).
       FD  RESULTADOS-FILE.
           COPY "REPLRES.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-REL-STATUS PIC XX VALUE SPACES.
       77 WS-RES-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-DATA-NOITE PIC 9(8) VALUE 0.
       77 WS-REPLAY-ID PIC X(14) VALUE SPACES.
       77 WS-SAIDA PIC X(8).
       77 WS-NAO-EXECUTADO PIC X.
       77 WS-CONT-INSERIDOS PIC 9(5).
       77 WS-CONT-APAGADOS PIC 9(5).
       77 WS-CONT-ALTERADOS PIC 9(5).
       77 WS-CONT-MUDADAS PIC 9 VALUE 0.
       77 WS-CONT-FALHADAS PIC 9 VALUE 0.
       01 WS-LINHA-REL.
           05  WLR-TIPO             PIC X(8).
           05  FILLER               PIC X(67).
           COPY "BUSDATE-WS.cpy".
           COPY "OPERVAL-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-PARAMETROS
           OPEN EXTEND RESULTADOS-FILE
           IF WS-RES-STATUS = "35"
               OPEN OUTPUT RESULTADOS-FILE
           END-IF
           PERFORM AVALIAR-EX1EXC
           PERFORM AVALIAR-EX2OUT
           PERFORM AVALIAR-EX2REJ
           PERFORM AVALIAR-PIPAR
           PERFORM AVALIAR-PIIMPAR
           CLOSE RESULTADOS-FILE
           EVALUATE TRUE
               WHEN WS-CONT-FALHADAS > 0
                   DISPLAY "REPLREG: NOITE " WS-DATA-NOITE " - "
                       WS-CONT-FALHADAS " SAIDA(S) FALHADA(S)"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONT-MUDADAS > 0
                   DISPLAY "REPLREG: NOITE " WS-DATA-NOITE " - "
                       WS-CONT-MUDADAS " SAIDA(S) ALTERADA(S)"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "REPLREG: NOITE " WS-DATA-NOITE
                       " - SAIDAS IDENTICAS A PRODUCAO"
           END-EVALUATE
           STOP RUN.
       LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-DATA NUMERIC
                           MOVE PARM-DATA TO WS-DATA-NOITE
                       END-IF
                       MOVE PARM-ID TO WS-REPLAY-ID
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-DATA-NOITE = 0
               DISPLAY "REPLREG: SEM DATA VALIDA EM REPLPARM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       AVALIAR-EX1EXC.
           MOVE "EX1EXC" TO WS-SAIDA
           PERFORM INICIAR-CONTAGEM
           OPEN INPUT FEX1EXC-FILE
           IF WS-REL-STATUS = "35"
               MOVE "S" TO WS-NAO-EXECUTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FEX1EXC-FILE INTO WS-LINHA-REL
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM CONTAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE FEX1EXC-FILE
           END-IF
           PERFORM GRAVAR-RESULTADO.
       AVALIAR-EX2OUT.
           MOVE "EX2OUT" TO WS-SAIDA
           PERFORM INICIAR-CONTAGEM
           OPEN INPUT FEX2OUT-FILE
           IF WS-REL-STATUS = "35"
               MOVE "S" TO WS-NAO-EXECUTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FEX2OUT-FILE INTO WS-LINHA-REL
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM CONTAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE FEX2OUT-FILE
           END-IF
           PERFORM GRAVAR-RESULTADO.
       AVALIAR-EX2REJ.
           MOVE "EX2REJ" TO WS-SAIDA
           PERFORM INICIAR-CONTAGEM
           OPEN INPUT FEX2REJ-FILE
           IF WS-REL-STATUS = "35"
               MOVE "S" TO WS-NAO-EXECUTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FEX2REJ-FILE INTO WS-LINHA-REL
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM CONTAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE FEX2REJ-FILE
           END-IF
           PERFORM GRAVAR-RESULTADO.
       AVALIAR-PIPAR.
           MOVE "PIPAR" TO WS-SAIDA
           PERFORM INICIAR-CONTAGEM
           OPEN INPUT FPIPAR-FILE
           IF WS-REL-STATUS = "35"
               MOVE "S" TO WS-NAO-EXECUTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FPIPAR-FILE INTO WS-LINHA-REL
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM CONTAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE FPIPAR-FILE
           END-IF
           PERFORM GRAVAR-RESULTADO.
       AVALIAR-PIIMPAR.
           MOVE "PIIMPAR" TO WS-SAIDA
           PERFORM INICIAR-CONTAGEM
           OPEN INPUT FPIIMPAR-FILE
           IF WS-REL-STATUS = "35"
               MOVE "S" TO WS-NAO-EXECUTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FPIIMPAR-FILE INTO WS-LINHA-REL
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM CONTAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE FPIIMPAR-FILE
           END-IF
           PERFORM GRAVAR-RESULTADO.
       INICIAR-CONTAGEM.
           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-NAO-EXECUTADO
           MOVE 0 TO WS-CONT-INSERIDOS
           MOVE 0 TO WS-CONT-APAGADOS
           MOVE 0 TO WS-CONT-ALTERADOS.
       CONTAR-LINHA.
           EVALUATE WLR-TIPO
               WHEN "NAOEXEC"
                   MOVE "S" TO WS-NAO-EXECUTADO
               WHEN "INSERIDO"
                   ADD 1 TO WS-CONT-INSERIDOS
               WHEN "APAGADO"
                   ADD 1 TO WS-CONT-APAGADOS
               WHEN "ALTERADO"
                   ADD 1 TO WS-CONT-ALTERADOS
           END-EVALUATE.
       GRAVAR-RESULTADO.
           MOVE SPACES TO REPLRES-REC
           MOVE WS-REPLAY-ID TO RES-ID
           MOVE WS-DATA-NOITE TO RES-DATA
           MOVE WS-SAIDA TO RES-SAIDA
           MOVE WS-CONT-INSERIDOS TO RES-INSERIDOS
           MOVE WS-CONT-APAGADOS TO RES-APAGADOS
           MOVE WS-CONT-ALTERADOS TO RES-ALTERADOS
           MOVE WS-OPERADOR-ID TO RES-OPERADOR
           EVALUATE TRUE
               WHEN WS-NAO-EXECUTADO = "S"
                   MOVE "FALHOU" TO RES-RESULTADO
                   ADD 1 TO WS-CONT-FALHADAS
               WHEN WS-CONT-INSERIDOS > 0 OR WS-CONT-APAGADOS > 0
                       OR WS-CONT-ALTERADOS > 0
                   MOVE "ALTERADO" TO RES-RESULTADO
                   ADD 1 TO WS-CONT-MUDADAS
               WHEN OTHER
                   MOVE "IDENTICO" TO RES-RESULTADO
           END-EVALUATE
           WRITE REPLRES-REC
           DISPLAY "REPLREG: " WS-DATA-NOITE " " WS-SAIDA " "
               RES-RESULTADO.
       OBTER-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           CALL "BUSDATE" USING BUSDATE-PARMS
           IF BUS-DATA-PARM = 0
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-DATA-NEGOCIO
           ELSE
               MOVE BUS-DATA-PARM TO WS-DATA-NEGOCIO
           END-IF
           IF PARM-OPERADOR-LEN > 7
               MOVE PARM-OPERADOR-TEXTO(8:8) TO WS-OPERADOR-ID
           END-IF
           MOVE "REPLREG" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM REPLREG.
