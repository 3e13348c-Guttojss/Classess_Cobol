      *            (PARMPLOG: parameter id, hash, editor, approver,
      *            OPSTAMP); PARMVERI gates the stream on the live
      *            file still matching the last journaled approval.
      * 10/15/26 - change freeze: inside a CONGELA window of scope
      *            parameters (P or A) on the business date the
      *            promotion is refused unless the approval carries an
      *            emergency approver (APR-EMERGENCIA, at the end of
      *            the APPRTRAN record) listed on the window and other
      *            than the editor (CALL "CONGCHK"). A promotion on an
      *            emergency approval is logged on CONGLOG for the
      *            GONOGO sheet and the finance freeze-exception
      *            report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMPROM.
           05  APR-APROVADOR        PIC X(8).
           05  FILLER               PIC X.
           05  APR-HASH             PIC 9(9).
           05  FILLER               PIC X.
           05  APR-EMERGENCIA       PIC X(8).
       FD  STAGING-FILE.
       01  STAGING-REC              PIC X(80).
       FD  LIVE-FILE.
           05  WSA-EDITOR           PIC X(8).
           05  WSA-APROVADOR        PIC X(8).
           05  WSA-HASH             PIC 9(9).
           05  WSA-EMERGENCIA       PIC X(8).
       77 WS-CONT-COPIADOS PIC 9(5) VALUE 0.
       77 I PIC 99.
           COPY "CONGCHK-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           ELSE
               PERFORM PROMOVER-STAGING
               PERFORM GRAVAR-JORNAL
               IF CNG-EMERGENCIA
                   MOVE "J" TO CNG-FUNCAO-PARM
                   CALL "CONGCHK" USING CONGCHK-PARMS
                   DISPLAY "PARMPROM: PROMOCAO DE EMERGENCIA EM "
                       "PERIODO CONGELADO - APROVADOR " WSA-EMERGENCIA
               END-IF
               DISPLAY "PARMPROM: " WSA-PARMID " PROMOVIDO ("
                   WS-CONT-COPIADOS " REGISTOS, HASH " WS-HASH ")"
           END-IF
                   MOVE APR-PARMID TO WSA-PARMID
                   MOVE APR-EDITOR TO WSA-EDITOR
                   MOVE APR-APROVADOR TO WSA-APROVADOR
                   MOVE APR-EMERGENCIA TO WSA-EMERGENCIA
                   IF APR-HASH NUMERIC
                       MOVE APR-HASH TO WSA-HASH
                   ELSE
               DISPLAY "PARMPROM: STAGING MUDOU DEPOIS DA "
                   "APROVACAO - HASH " WS-HASH " APROVADO "
                   WSA-HASH
           END-IF
           PERFORM VERIFICAR-CONGELAMENTO.
      ******************************************************************
      * Periodo congelado: so com aprovador de emergencia da janela,
      * que nao pode ser o proprio editor.
      ******************************************************************
       VERIFICAR-CONGELAMENTO.
           MOVE "V" TO CNG-FUNCAO-PARM
           MOVE "P" TO CNG-AMBITO-PARM
           MOVE WS-DATA-NEGOCIO TO CNG-DATA-PARM
           MOVE "PARMPROM" TO CNG-PROGRAMA-PARM
           MOVE WSA-EDITOR TO CNG-OPERADOR-PARM
           MOVE WSA-EMERGENCIA TO CNG-APROVADOR-PARM
           MOVE WSA-PARMID TO CNG-CHAVE-PARM
           CALL "CONGCHK" USING CONGCHK-PARMS
           IF CNG-RECUSADO
               MOVE "S" TO WS-RECUSA
               DISPLAY "PARMPROM: " CNG-MOTIVO-PARM " - "
                   CNG-JANELA-PARM " (" CNG-DE-PARM " A "
                   CNG-ATE-PARM ")"
           END-IF.
       VALIDAR-OPERADOR-ATIVO.
           MOVE "N" TO WS-ID-OK
