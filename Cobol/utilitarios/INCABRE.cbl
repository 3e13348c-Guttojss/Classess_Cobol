      ******************************************************************
      * INCABRE.cbl
      * 10/15/26 - incidents from the RUNMON alert feed. RUNMON writes
      *            the alerts (ALERTOUT) for the pager, and once
      *            someone was paged nothing recorded who picked it
      *            up or when it was fixed; the same failure came back
      *            for weeks with no one seeing the pattern. Runs
      *            right after RUNMON: under the INCMST lock the
      *            incident master (INCIDENTE.cpy) is read whole and
      *            each alert either
      *              - is added to the incident still open (not
      *                resolved) for the same program and message
      *                code: one more night on INC-OCORRENCIAS, latest
      *                date and text, and an E alert raises a W
      *                incident to E; or
      *              - opens a new incident (state A, next number).
      *            An alert already counted for its date (a rerun of
      *            RUNMON) changes nothing. Every incident opened or
      *            repeated is journaled on INCLOG (INCJRNL.cpy).
      *            Operators then acknowledge, annotate and resolve
      *            through INCMNT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCABRE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTAS-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALR-STATUS.
           SELECT INCIDENTES-FILE ASSIGN TO "INCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "INCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS-FILE.
       01  ALERTAS-REC.
           05  ALR-DATA             PIC 9(8).
           05  FILLER               PIC X.
           05  ALR-SEVERIDADE       PIC X.
           05  FILLER               PIC X.
           05  ALR-PROGRAMA         PIC X(8).
           05  FILLER               PIC X.
           05  ALR-CODIGO           PIC X(4).
           05  FILLER               PIC X.
           05  ALR-CONT             PIC 9(5).
           05  FILLER               PIC X.
           05  ALR-TEXTO            PIC X(40).
       FD  INCIDENTES-FILE.
           COPY "INCIDENTE.cpy".
       FD  JORNAL-FILE.
           COPY "INCJRNL.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-ALR-STATUS PIC XX VALUE SPACES.
       77 WS-INC-STATUS PIC XX VALUE SPACES.
       77 WS-JRN-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-CONT-ALERTAS PIC 9(5) VALUE 0.
       77 WS-CONT-ABERTOS PIC 9(5) VALUE 0.
       77 WS-CONT-REPETIDOS PIC 9(5) VALUE 0.
       77 WS-CONT-JA-CONTADOS PIC 9(5) VALUE 0.
       77 WS-ULTIMO-NUMERO PIC 9(6) VALUE 0.
       77 WS-MAX-INCIDENTES PIC 9(4) VALUE 2000.
       77 WS-CONT-INCIDENTES PIC 9(4) VALUE 0.
       01 TABELA-INCIDENTES.
           03 INCIDENTE-LINHA OCCURS 2000 TIMES.
               05  TI-REGISTO       PIC X(229).
       77 P PIC 9(4).
       77 I PIC 9(4).
           COPY "LOCKMGR-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE "INCMST" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "INCABRE: INCMST EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGAR-INCIDENTES
           OPEN EXTEND JORNAL-FILE
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO INCJRNL-REC
           PERFORM TRATAR-ALERTAS
           CLOSE JORNAL-FILE
           PERFORM REESCREVER-INCIDENTES
           MOVE "L" TO LCK-FUNCAO-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           DISPLAY "ALERTAS LIDOS        : " WS-CONT-ALERTAS
           DISPLAY "INCIDENTES ABERTOS   : " WS-CONT-ABERTOS
           DISPLAY "INCIDENTES REPETIDOS : " WS-CONT-REPETIDOS
           DISPLAY "ALERTAS JA CONTADOS  : " WS-CONT-JA-CONTADOS
           STOP RUN.
       CARREGAR-INCIDENTES.
           MOVE "N" TO WS-EOF
           OPEN INPUT INCIDENTES-FILE
           IF WS-INC-STATUS = "35"
               DISPLAY "INCABRE: SEM INCMST - PRIMEIRO INCIDENTE"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ INCIDENTES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-INCIDENTES < WS-MAX-INCIDENTES
                               ADD 1 TO WS-CONT-INCIDENTES
                               MOVE INCIDENTE-REC TO
                                   TI-REGISTO(WS-CONT-INCIDENTES)
                               IF INC-NUMERO > WS-ULTIMO-NUMERO
                                   MOVE INC-NUMERO TO WS-ULTIMO-NUMERO
                               END-IF
                           ELSE
                               DISPLAY "INCABRE: TABELA DE INCIDENTES "
                                   "CHEIA - EXECUCAO RECUSADA"
                               CLOSE INCIDENTES-FILE
                               MOVE "L" TO LCK-FUNCAO-PARM
                               CALL "LOCKMGR" USING LOCKMGR-PARMS
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENTES-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       TRATAR-ALERTAS.
           OPEN INPUT ALERTAS-FILE
           IF WS-ALR-STATUS = "35"
               DISPLAY "INCABRE: SEM ALERTOUT - NADA A REGISTAR"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ ALERTAS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM TRATAR-ALERTA
                   END-READ
               END-PERFORM
               CLOSE ALERTAS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Um alerta junta-se ao incidente ainda nao resolvido do mesmo
      * programa e codigo; senao abre um incidente novo. Um alerta da
      * mesma data ja contada (RUNMON repetido) nao muda nada.
      ******************************************************************
       TRATAR-ALERTA.
           ADD 1 TO WS-CONT-ALERTAS
           IF ALR-DATA NOT NUMERIC
               MOVE WS-DATA-NEGOCIO TO ALR-DATA
           END-IF
           PERFORM LOCALIZAR-ABERTO
           IF P = 0
               PERFORM ABRIR-INCIDENTE
           ELSE
               MOVE TI-REGISTO(P) TO INCIDENTE-REC
               IF INC-DATA-ULTIMA >= ALR-DATA
                   ADD 1 TO WS-CONT-JA-CONTADOS
               ELSE
                   ADD 1 TO INC-OCORRENCIAS
                   MOVE ALR-DATA TO INC-DATA-ULTIMA
                   MOVE ALR-TEXTO TO INC-TEXTO
                   IF ALR-SEVERIDADE = "E"
                       MOVE "E" TO INC-SEVERIDADE
                   END-IF
                   MOVE INCIDENTE-REC TO TI-REGISTO(P)
                   ADD 1 TO WS-CONT-REPETIDOS
                   MOVE "REPETE" TO JIN-EVENTO
                   PERFORM GRAVAR-JORNAL
               END-IF
           END-IF.
       LOCALIZAR-ABERTO.
           MOVE 0 TO P
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-INCIDENTES OR P > 0
               MOVE TI-REGISTO(I) TO INCIDENTE-REC
               IF INC-PROGRAMA = ALR-PROGRAMA
                   AND INC-CODIGO = ALR-CODIGO
                   AND NOT INC-FECHADO
                   MOVE I TO P
               END-IF
           END-PERFORM.
       ABRIR-INCIDENTE.
           IF WS-CONT-INCIDENTES NOT < WS-MAX-INCIDENTES
               DISPLAY "INCABRE: TABELA DE INCIDENTES CHEIA - ALERTA "
                   ALR-PROGRAMA " " ALR-CODIGO " NAO REGISTADO"
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-ULTIMO-NUMERO
               MOVE SPACES TO INCIDENTE-REC
               MOVE WS-ULTIMO-NUMERO TO INC-NUMERO
               MOVE ALR-PROGRAMA TO INC-PROGRAMA
               MOVE ALR-CODIGO TO INC-CODIGO
               MOVE ALR-SEVERIDADE TO INC-SEVERIDADE
               MOVE "A" TO INC-ESTADO
               MOVE ALR-DATA TO INC-DATA-ABERTURA
               MOVE WS-RUN-TIMESTAMP TO INC-TS-ABERTURA
               MOVE ALR-DATA TO INC-DATA-ULTIMA
               MOVE 1 TO INC-OCORRENCIAS
               MOVE ALR-TEXTO TO INC-TEXTO
               MOVE 0 TO INC-NOTAS
               ADD 1 TO WS-CONT-INCIDENTES
               MOVE INCIDENTE-REC TO TI-REGISTO(WS-CONT-INCIDENTES)
               ADD 1 TO WS-CONT-ABERTOS
               DISPLAY "INCABRE: INCIDENTE " INC-NUMERO " ABERTO - "
                   INC-SEVERIDADE " " INC-PROGRAMA " " INC-CODIGO
               MOVE "ABERTO" TO JIN-EVENTO
               PERFORM GRAVAR-JORNAL
           END-IF.
       REESCREVER-INCIDENTES.
           IF WS-CONT-INCIDENTES > 0
               OPEN OUTPUT INCIDENTES-FILE
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-CONT-INCIDENTES
                   MOVE TI-REGISTO(I) TO INCIDENTE-REC
                   WRITE INCIDENTE-REC
               END-PERFORM
               CLOSE INCIDENTES-FILE
           END-IF.
       GRAVAR-JORNAL.
           MOVE INC-NUMERO TO JIN-NUMERO
           MOVE INC-PROGRAMA TO JIN-PROGRAMA
           MOVE INC-CODIGO TO JIN-CODIGO
           MOVE WS-OPERADOR-ID TO JIN-OPERADOR
           MOVE WS-RUN-TIMESTAMP(1:12) TO JIN-DATA-HORA
           MOVE SPACES TO JIN-CAUSA
           MOVE ALR-TEXTO TO JIN-TEXTO
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP
           MOVE WS-DATA-NEGOCIO TO OPSTAMP-DATA-NEGOCIO
           WRITE INCJRNL-REC.
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
           MOVE "INCABRE" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM INCABRE.
