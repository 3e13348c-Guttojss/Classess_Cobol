      ******************************************************************
      * CONGCHK.cbl
      * 10/15/26 - change-freeze check (LOCKMGR-style CALL pattern).
      *            During the month-end close and the year-end audit
      *            finance wants no control file or master changed,
      *            and that was enforced by an email. The freeze
      *            windows are now defined on CONGELA against the
      *            business calendar (from/to business date, scope
      *            P = parameter files, M = masters, A = both, up to
      *            four emergency approvers, description) and every
      *            maintenance program asks this subprogram before it
      *            applies a change. Inside a window a change goes
      *            through only with an emergency approval from an
      *            approver listed on EVERY window that covers the
      *            date -- and never one the operator gives
      *            themselves. Applied emergency changes are appended
      *            to CONGLOG. See CONGCHK-WS.cpy for the calling
      *            convention. The windows are read once per run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONGCHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JANELAS-FILE ASSIGN TO "CONGELA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JAN-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "CONGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JANELAS-FILE.
       01  JANELAS-REC.
           05  JAN-DE               PIC 9(8).
           05  FILLER               PIC X.
           05  JAN-ATE              PIC 9(8).
           05  FILLER               PIC X.
           05  JAN-AMBITO           PIC X.
           05  FILLER               PIC X.
           05  JAN-APROVADORES OCCURS 4 TIMES.
               10  JAN-APROVADOR    PIC X(8).
               10  FILLER           PIC X.
           05  JAN-DESCRICAO        PIC X(30).
       FD  JORNAL-FILE.
           COPY "CONGLOG.cpy".
       WORKING-STORAGE SECTION.
       77 WS-JAN-STATUS PIC XX VALUE SPACES.
       77 WS-JRN-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-CARREGADO PIC X VALUE "N".
       77 WS-AGORA PIC X(21).
       77 WS-APROVADO PIC X.
       77 WS-MAX-JANELAS PIC 99 VALUE 30.
       77 WS-CONT-JANELAS PIC 99 VALUE 0.
       77 I PIC 99.
       77 K PIC 9.
       01 TABELA-JANELAS.
           03 JANELA-LINHA OCCURS 30 TIMES.
               05  TJ-DE            PIC 9(8).
               05  TJ-ATE           PIC 9(8).
               05  TJ-AMBITO        PIC X.
               05  TJ-APROVADOR     PIC X(8) OCCURS 4 TIMES.
               05  TJ-DESCRICAO     PIC X(30).
       LINKAGE SECTION.
           COPY "CONGCHK-WS.cpy".
       PROCEDURE DIVISION USING CONGCHK-PARMS.
       MAIN-PROCEDURE.
           IF WS-CARREGADO = "N"
               PERFORM CARREGAR-JANELAS
               MOVE "S" TO WS-CARREGADO
           END-IF
           EVALUATE CNG-FUNCAO-PARM
               WHEN "V"
                   PERFORM VERIFICAR
               WHEN "J"
                   PERFORM GRAVAR-JORNAL
           END-EVALUATE
           GOBACK.
       CARREGAR-JANELAS.
           MOVE 0 TO WS-CONT-JANELAS
           MOVE "N" TO WS-EOF
           OPEN INPUT JANELAS-FILE
           IF WS-JAN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ JANELAS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF JAN-DE NUMERIC AND JAN-ATE NUMERIC
                               AND WS-CONT-JANELAS < WS-MAX-JANELAS
                               ADD 1 TO WS-CONT-JANELAS
                               MOVE WS-CONT-JANELAS TO I
                               MOVE JAN-DE TO TJ-DE(I)
                               MOVE JAN-ATE TO TJ-ATE(I)
                               MOVE JAN-AMBITO TO TJ-AMBITO(I)
                               PERFORM VARYING K FROM 1 BY 1
                                       UNTIL K > 4
                                   MOVE JAN-APROVADOR(K)
                                       TO TJ-APROVADOR(I, K)
                               END-PERFORM
                               MOVE JAN-DESCRICAO TO TJ-DESCRICAO(I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JANELAS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Cada janela que cobre a data e o ambito tem de aceitar o
      * aprovador; a primeira que o recusa decide a resposta.
      ******************************************************************
       VERIFICAR.
           MOVE "L" TO CNG-RESULTADO-PARM
           MOVE SPACES TO CNG-MOTIVO-PARM
           MOVE 0 TO CNG-DE-PARM
           MOVE 0 TO CNG-ATE-PARM
           MOVE SPACES TO CNG-JANELA-PARM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-JANELAS
               IF CNG-DATA-PARM NOT < TJ-DE(I)
                   AND CNG-DATA-PARM NOT > TJ-ATE(I)
                   AND (TJ-AMBITO(I) = "A"
                   OR TJ-AMBITO(I) = CNG-AMBITO-PARM)
                   AND NOT CNG-RECUSADO
                   PERFORM VERIFICAR-JANELA
               END-IF
           END-PERFORM.
       VERIFICAR-JANELA.
           MOVE TJ-DE(I) TO CNG-DE-PARM
           MOVE TJ-ATE(I) TO CNG-ATE-PARM
           MOVE TJ-DESCRICAO(I) TO CNG-JANELA-PARM
           MOVE "N" TO WS-APROVADO
           IF CNG-APROVADOR-PARM NOT = SPACES
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
                   IF TJ-APROVADOR(I, K) = CNG-APROVADOR-PARM
                       MOVE "S" TO WS-APROVADO
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN CNG-APROVADOR-PARM = SPACES
                   MOVE "R" TO CNG-RESULTADO-PARM
                   MOVE "PERIODO CONGELADO" TO CNG-MOTIVO-PARM
               WHEN WS-APROVADO = "N"
                   MOVE "R" TO CNG-RESULTADO-PARM
                   MOVE "APROVADOR NAO CONSTA" TO CNG-MOTIVO-PARM
               WHEN CNG-APROVADOR-PARM = CNG-OPERADOR-PARM
                   MOVE "R" TO CNG-RESULTADO-PARM
                   MOVE "AUTO-APROVACAO" TO CNG-MOTIVO-PARM
               WHEN OTHER
                   MOVE "E" TO CNG-RESULTADO-PARM
           END-EVALUATE.
       GRAVAR-JORNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-AGORA
           OPEN EXTEND JORNAL-FILE
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO CONGLOG-REC
           MOVE CNG-PROGRAMA-PARM TO CGL-PROGRAMA
           MOVE CNG-AMBITO-PARM TO CGL-AMBITO
           MOVE CNG-CHAVE-PARM TO CGL-CHAVE
           MOVE CNG-APROVADOR-PARM TO CGL-APROVADOR
           MOVE CNG-DE-PARM TO CGL-DE
           MOVE CNG-ATE-PARM TO CGL-ATE
           MOVE CNG-JANELA-PARM TO CGL-JANELA
           MOVE CNG-OPERADOR-PARM TO OPSTAMP-OPERADOR
           MOVE WS-AGORA TO OPSTAMP-TIMESTAMP
           MOVE CNG-DATA-PARM TO OPSTAMP-DATA-NEGOCIO
           WRITE CONGLOG-REC
           CLOSE JORNAL-FILE.
       END PROGRAM CONGCHK.
