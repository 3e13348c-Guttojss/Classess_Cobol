      ******************************************************************
      * MANDDEVL.cbl
      * 10/15/26 - direct-debit returns. Reads the bank's return file
      *            (MANDDEV: member, mandate reference, the end-to-end
      *            reference MANDCOBR sent, amount, collection date and
      *            the bank's reason code) and puts each returned
      *            collection back on the member's receivables ledger
      *            (QUOTACC) as unpaid with status "D" (devolvido):
      *              - when the collection had already settled (a
      *                credit with that reference is on the account)
      *                a re-opening debit for the returned amount is
      *                posted under the original charge date, sequence
      *                above zero, reference DEVOLVIDO AAAAMM;
      *              - when it had not, the original charge itself is
      *                still open and is just marked "D".
      *            A return already processed, for a member without a
      *            mandate, for a different mandate or for a month
      *            never charged goes to the reject file (MANDDREJ)
      *            with a reason code. Each return also counts on the
      *            mandate (MANDMST): returns further apart than the
      *            MANDPARM window (default 180 days) start the count
      *            again, and the count reaching the MANDPARM limit
      *            (default 2) flags the mandate and writes one line
      *            to the alert file (MANDALRT) for the membership
      *            office, which decides whether to deactivate it
      *            through MANDMNT. Takes both the ledger and the
      *            mandate master under LOCKMGR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDDEVL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "QUOTACC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTA-CHAVE
               FILE STATUS IS WS-QTA-STATUS.
           SELECT MANDATO-FILE ASSIGN TO "MANDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MND-MEMBRO
               FILE STATUS IS WS-MND-STATUS.
           SELECT IDADE-FILE ASSIGN TO "EX3IDADE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEMBRO-ID
               ALTERNATE RECORD KEY IS MEMBRO-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-MBR-STATUS.
           SELECT DEVOLUCOES-FILE ASSIGN TO "MANDDEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEV-STATUS.
           SELECT PARM-FILE ASSIGN TO "MANDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REJEITADOS-FILE ASSIGN TO "MANDDREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTAS-FILE ASSIGN TO "MANDALRT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
           COPY "QUOTACC.cpy".
       FD  MANDATO-FILE.
           COPY "MANDATO.cpy".
       FD  IDADE-FILE.
           COPY "MEMBRO.cpy".
       FD  DEVOLUCOES-FILE.
       01  DEVOLUCAO-REC.
           05  DEV-MEMBRO           PIC 9(5).
           05  FILLER               PIC X.
           05  DEV-MANDATO          PIC X(16).
           05  FILLER               PIC X.
           05  DEV-REFERENCIA       PIC X(16).
           05  DEV-REF-PARTES REDEFINES DEV-REFERENCIA.
               10  DEV-REF-PREFIXO  PIC XX.
               10  DEV-REF-MES      PIC X(6).
               10  FILLER           PIC X(8).
           05  FILLER               PIC X.
           05  DEV-VALOR            PIC 9(7)V99.
           05  FILLER               PIC X.
           05  DEV-DATA-COBRANCA    PIC 9(8).
           05  FILLER               PIC X.
           05  DEV-MOTIVO           PIC X(4).
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-DIAS-COBRANCA   PIC 99.
           05  FILLER               PIC X.
           05  PARM-MAX-DEVOL       PIC 99.
           05  FILLER               PIC X.
           05  PARM-JANELA-DIAS     PIC 999.
       FD  REJEITADOS-FILE.
       01  REJEITADO-REC.
           05  REJ-MEMBRO           PIC X(5).
           05  FILLER               PIC X VALUE SPACE.
           05  REJ-REFERENCIA       PIC X(16).
           05  FILLER               PIC X VALUE SPACE.
           05  REJ-VALOR            PIC 9(7).99.
           05  FILLER               PIC X VALUE SPACE.
           05  REJ-MOTIVO           PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  REJ-COD              PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  REJ-MSG              PIC X(20).
           COPY "OPSTAMP.cpy".
       FD  ALERTAS-FILE.
       01  ALERTA-REC.
           05  ALR-EMPRESA          PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  ALR-MEMBRO           PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  ALR-NOME             PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  ALR-MANDATO          PIC X(16).
           05  FILLER               PIC X VALUE SPACE.
           05  ALR-CONT-DEVOL       PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  ALR-ULT-MOTIVO       PIC X(4).
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-QTA-STATUS PIC XX VALUE SPACES.
       77 WS-MND-STATUS PIC XX VALUE SPACES.
       77 WS-MBR-STATUS PIC XX VALUE SPACES.
       77 WS-DEV-STATUS PIC XX VALUE SPACES.
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-MAX-DEVOL PIC 99 VALUE 2.
       77 WS-JANELA-DIAS PIC 999 VALUE 180.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-FIM-CONTA PIC X VALUE "N".
           88 FIM-CONTA VALUE "S".
       77 WS-CONT-LIDAS PIC 9(5) VALUE 0.
       77 WS-CONT-REABERTAS PIC 9(5) VALUE 0.
       77 WS-CONT-MARCADAS PIC 9(5) VALUE 0.
       77 WS-CONT-REJEITADAS PIC 9(5) VALUE 0.
       77 WS-CONT-ALERTAS PIC 9(5) VALUE 0.
       77 WS-EMPRESA PIC XX.
       77 WS-MEMBRO PIC 9(5).
       77 WS-REF-DEVOLVIDO PIC X(16).
       77 WS-DATA-COBRADA PIC 9(8).
       77 WS-ESCALAO PIC X(8).
       77 WS-CHAVE-COBRADA PIC X(19).
       77 WS-COBRANCA-ACHADA PIC X.
       77 WS-COBRANCA-DEVOLVIDA PIC X.
       77 WS-CREDITO-ACHADO PIC X.
       77 WS-JA-REABERTA PIC X.
       77 WS-SEQ PIC 9(4).
       77 WS-GRAVADO PIC X.
       77 WS-DIAS PIC S9(7).
           COPY "LOCKMGR-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-PARAMETROS
           MOVE "QUOTACC" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "MANDDEVL: LEDGER EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "MANDMST" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "MANDDEVL: MANDATOS EM USO - EXECUCAO RECUSADA"
               MOVE "QUOTACC" TO LCK-NOME-PARM
               MOVE "L" TO LCK-FUNCAO-PARM
               CALL "LOCKMGR" USING LOCKMGR-PARMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LEDGER-FILE
           OPEN I-O MANDATO-FILE
           OPEN INPUT IDADE-FILE
           IF WS-QTA-STATUS NOT = "00" OR WS-MND-STATUS NOT = "00"
               OR WS-MBR-STATUS NOT = "00"
               DISPLAY "MANDDEVL: FICHEIROS INDISPONIVEIS - LEDGER "
                   WS-QTA-STATUS " MANDATOS " WS-MND-STATUS
                   " MEMBROS " WS-MBR-STATUS
               PERFORM LIBERTAR-LOCKS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEVOLUCOES-FILE
           IF WS-DEV-STATUS = "35"
               DISPLAY "MANDDEVL: SEM DEVOLUCOES DO BANCO"
           ELSE
               OPEN OUTPUT REJEITADOS-FILE
               OPEN OUTPUT ALERTAS-FILE
               MOVE SPACES TO REJEITADO-REC
               MOVE SPACES TO ALERTA-REC
               PERFORM UNTIL FIM-FICHEIRO
                   READ DEVOLUCOES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CONT-LIDAS
                           PERFORM PROCESSAR-DEVOLUCAO
                   END-READ
               END-PERFORM
               CLOSE DEVOLUCOES-FILE
               CLOSE REJEITADOS-FILE
               CLOSE ALERTAS-FILE
           END-IF
           CLOSE LEDGER-FILE
           CLOSE MANDATO-FILE
           CLOSE IDADE-FILE
           PERFORM LIBERTAR-LOCKS
           DISPLAY "DEVOLUCOES LIDAS      : " WS-CONT-LIDAS
           DISPLAY "DEBITOS REABERTOS     : " WS-CONT-REABERTAS
           DISPLAY "COBRANCAS MARCADAS    : " WS-CONT-MARCADAS
           DISPLAY "DEVOLUCOES REJEITADAS : " WS-CONT-REJEITADAS
           DISPLAY "MANDATOS EM ALERTA    : " WS-CONT-ALERTAS
           IF WS-CONT-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       LIBERTAR-LOCKS.
           MOVE "L" TO LCK-FUNCAO-PARM
           MOVE "MANDMST" TO LCK-NOME-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           MOVE "QUOTACC" TO LCK-NOME-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS.
       LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
               DISPLAY "MANDDEVL: SEM MANDPARM - LIMITE "
                   WS-MAX-DEVOL " DEVOLUCOES EM " WS-JANELA-DIAS
                   " DIAS"
           ELSE
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-MAX-DEVOL NUMERIC
                           AND PARM-MAX-DEVOL > 0
                           MOVE PARM-MAX-DEVOL TO WS-MAX-DEVOL
                       END-IF
                       IF PARM-JANELA-DIAS NUMERIC
                           AND PARM-JANELA-DIAS > 0
                           MOVE PARM-JANELA-DIAS TO WS-JANELA-DIAS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       PROCESSAR-DEVOLUCAO.
           IF DEV-MEMBRO NOT NUMERIC OR DEV-VALOR NOT NUMERIC
               OR DEV-VALOR = 0 OR DEV-REF-PREFIXO NOT = "DD"
               OR DEV-REF-MES NOT NUMERIC
               MOVE 01 TO REJ-COD
               MOVE "DADOS INVALIDOS" TO REJ-MSG
               PERFORM GRAVAR-REJEITADO
           ELSE
               MOVE DEV-MEMBRO TO MND-MEMBRO
               READ MANDATO-FILE
                   INVALID KEY
                       MOVE 02 TO REJ-COD
                       MOVE "MANDATO DESCONHECIDO" TO REJ-MSG
                       PERFORM GRAVAR-REJEITADO
                   NOT INVALID KEY
                       IF MND-REFERENCIA NOT = DEV-MANDATO
                           MOVE 03 TO REJ-COD
                           MOVE "MANDATO DIFERENTE" TO REJ-MSG
                           PERFORM GRAVAR-REJEITADO
                       ELSE
                           PERFORM DEVOLVER-COBRANCA
                       END-IF
               END-READ
           END-IF.
      ******************************************************************
      * Uma leitura da conta do membro acha a quota do mes cobrado
      * (debito de sequencia zero), o credito com a referencia da
      * cobranca e uma reabertura ja lancada para a mesma devolucao.
      ******************************************************************
       DEVOLVER-COBRANCA.
           MOVE MND-EMPRESA TO WS-EMPRESA
           MOVE MND-MEMBRO TO WS-MEMBRO
           MOVE SPACES TO WS-REF-DEVOLVIDO
           STRING "DEVOLVIDO " DEV-REF-MES DELIMITED BY SIZE
               INTO WS-REF-DEVOLVIDO
           MOVE "N" TO WS-COBRANCA-ACHADA
           MOVE "N" TO WS-COBRANCA-DEVOLVIDA
           MOVE "N" TO WS-CREDITO-ACHADO
           MOVE "N" TO WS-JA-REABERTA
           PERFORM POSICIONAR-CONTA
           PERFORM UNTIL FIM-CONTA
               READ LEDGER-FILE NEXT RECORD
                   AT END SET FIM-CONTA TO TRUE
                   NOT AT END
                       IF QTA-EMPRESA NOT = WS-EMPRESA
                           OR QTA-MEMBRO NOT = WS-MEMBRO
                           SET FIM-CONTA TO TRUE
                       ELSE
                           PERFORM EXAMINAR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-COBRANCA-ACHADA = "N"
                   MOVE 05 TO REJ-COD
                   MOVE "COBRANCA NAO EXISTE" TO REJ-MSG
                   PERFORM GRAVAR-REJEITADO
               WHEN WS-JA-REABERTA = "S"
                   MOVE 04 TO REJ-COD
                   MOVE "DEVOLUCAO REPETIDA" TO REJ-MSG
                   PERFORM GRAVAR-REJEITADO
               WHEN WS-CREDITO-ACHADO = "S"
                   PERFORM REABRIR-DEBITO
               WHEN WS-COBRANCA-DEVOLVIDA = "S"
                   MOVE 04 TO REJ-COD
                   MOVE "DEVOLUCAO REPETIDA" TO REJ-MSG
                   PERFORM GRAVAR-REJEITADO
               WHEN OTHER
                   PERFORM MARCAR-COBRANCA
           END-EVALUATE.
       EXAMINAR-MOVIMENTO.
           IF QTA-DEBITO AND QTA-SEQ = 0
               AND QTA-DATA-MOV(1:6) = DEV-REF-MES
               MOVE "S" TO WS-COBRANCA-ACHADA
               MOVE QTA-CHAVE TO WS-CHAVE-COBRADA
               MOVE QTA-DATA-MOV TO WS-DATA-COBRADA
               MOVE QTA-ESCALAO TO WS-ESCALAO
               IF QTA-DEVOLVIDO
                   MOVE "S" TO WS-COBRANCA-DEVOLVIDA
               END-IF
           END-IF
           IF QTA-DEBITO AND QTA-SEQ > 0
               AND QTA-REFERENCIA = WS-REF-DEVOLVIDO
               MOVE "S" TO WS-JA-REABERTA
           END-IF
           IF QTA-CREDITO AND QTA-REFERENCIA = DEV-REFERENCIA
               MOVE "S" TO WS-CREDITO-ACHADO
           END-IF.
       POSICIONAR-CONTA.
           MOVE "N" TO WS-FIM-CONTA
           MOVE WS-EMPRESA TO QTA-EMPRESA
           MOVE WS-MEMBRO TO QTA-MEMBRO
           MOVE 0 TO QTA-DATA-MOV
           MOVE LOW-VALUE TO QTA-TIPO
           MOVE 0 TO QTA-SEQ
           START LEDGER-FILE KEY IS NOT LESS THAN QTA-CHAVE
               INVALID KEY SET FIM-CONTA TO TRUE
           END-START.
      ******************************************************************
      * A cobranca ja tinha sido paga pelo banco: o valor devolvido
      * volta a conta como debito novo na data da quota original.
      ******************************************************************
       REABRIR-DEBITO.
           MOVE "N" TO WS-GRAVADO
           MOVE 1 TO WS-SEQ
           PERFORM UNTIL WS-GRAVADO = "S" OR WS-SEQ > 999
               MOVE SPACES TO QUOTA-REC
               MOVE WS-EMPRESA TO QTA-EMPRESA
               MOVE WS-MEMBRO TO QTA-MEMBRO
               MOVE WS-DATA-COBRADA TO QTA-DATA-MOV
               MOVE "D" TO QTA-TIPO
               MOVE WS-SEQ TO QTA-SEQ
               MOVE DEV-VALOR TO QTA-VALOR
               MOVE DEV-VALOR TO QTA-SALDO
               MOVE WS-REF-DEVOLVIDO TO QTA-REFERENCIA
               MOVE WS-ESCALAO TO QTA-ESCALAO
               MOVE DEV-DATA-COBRANCA TO QTA-DATA-VALOR
               MOVE "D" TO QTA-STATUS
               PERFORM CARIMBAR-LEDGER
               WRITE QUOTA-REC
                   INVALID KEY ADD 1 TO WS-SEQ
                   NOT INVALID KEY MOVE "S" TO WS-GRAVADO
               END-WRITE
           END-PERFORM
           IF WS-GRAVADO = "S"
               ADD 1 TO WS-CONT-REABERTAS
               PERFORM CONTAR-DEVOLUCAO
           ELSE
               MOVE 06 TO REJ-COD
               MOVE "ERRO DE GRAVACAO" TO REJ-MSG
               PERFORM GRAVAR-REJEITADO
           END-IF.
      ******************************************************************
      * A cobranca nao chegou a ser paga: a quota continua em aberto
      * e fica marcada como devolvida.
      ******************************************************************
       MARCAR-COBRANCA.
           MOVE WS-CHAVE-COBRADA TO QTA-CHAVE
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 06 TO REJ-COD
                   MOVE "ERRO DE GRAVACAO" TO REJ-MSG
                   PERFORM GRAVAR-REJEITADO
               NOT INVALID KEY
                   MOVE "D" TO QTA-STATUS
                   PERFORM CARIMBAR-LEDGER
                   REWRITE QUOTA-REC
                       INVALID KEY
                           MOVE 06 TO REJ-COD
                           MOVE "ERRO DE GRAVACAO" TO REJ-MSG
                           PERFORM GRAVAR-REJEITADO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-MARCADAS
                           PERFORM CONTAR-DEVOLUCAO
                   END-REWRITE
           END-READ.
       CARIMBAR-LEDGER.
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF QUOTA-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF QUOTA-REC
           MOVE QTA-EMPRESA TO OPSTAMP-EMPRESA OF QUOTA-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF QUOTA-REC.
      ******************************************************************
      * Contagem de devolucoes no mandato: uma devolucao mais antiga
      * que a janela recomeca a contagem; chegar ao limite poe o
      * mandato em alerta (uma so linha de alerta por episodio).
      ******************************************************************
       CONTAR-DEVOLUCAO.
           IF MND-DATA-ULT-DEVOL NOT NUMERIC
               OR MND-CONT-DEVOL NOT NUMERIC
               MOVE 0 TO MND-DATA-ULT-DEVOL
               MOVE 0 TO MND-CONT-DEVOL
           END-IF
           IF MND-DATA-ULT-DEVOL > 0
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                   - FUNCTION INTEGER-OF-DATE(MND-DATA-ULT-DEVOL)
               IF WS-DIAS > WS-JANELA-DIAS
                   MOVE 0 TO MND-CONT-DEVOL
               END-IF
           END-IF
           IF MND-CONT-DEVOL < 99
               ADD 1 TO MND-CONT-DEVOL
           END-IF
           MOVE WS-DATA-NEGOCIO TO MND-DATA-ULT-DEVOL
           IF MND-CONT-DEVOL NOT < WS-MAX-DEVOL
               AND NOT MANDATO-EM-ALERTA
               MOVE "S" TO MND-ALERTA
               PERFORM GRAVAR-ALERTA
           END-IF
           REWRITE MANDATO-REC
               INVALID KEY
                   DISPLAY "MANDDEVL: ERRO AO ATUALIZAR MANDATO "
                       MND-MEMBRO
           END-REWRITE.
       GRAVAR-ALERTA.
           ADD 1 TO WS-CONT-ALERTAS
           MOVE MND-MEMBRO TO MEMBRO-ID
           READ IDADE-FILE
               INVALID KEY MOVE SPACES TO MEMBRO-NOME
           END-READ
           MOVE MND-EMPRESA TO ALR-EMPRESA
           MOVE MND-MEMBRO TO ALR-MEMBRO
           MOVE MEMBRO-NOME TO ALR-NOME
           MOVE MND-REFERENCIA TO ALR-MANDATO
           MOVE MND-CONT-DEVOL TO ALR-CONT-DEVOL
           MOVE DEV-MOTIVO TO ALR-ULT-MOTIVO
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF ALERTA-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF ALERTA-REC
           MOVE MND-EMPRESA TO OPSTAMP-EMPRESA OF ALERTA-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF ALERTA-REC
           WRITE ALERTA-REC.
       GRAVAR-REJEITADO.
           ADD 1 TO WS-CONT-REJEITADAS
           MOVE DEV-MEMBRO TO REJ-MEMBRO
           MOVE DEV-REFERENCIA TO REJ-REFERENCIA
           IF DEV-VALOR NUMERIC
               MOVE DEV-VALOR TO REJ-VALOR
           ELSE
               MOVE 0 TO REJ-VALOR
           END-IF
           MOVE DEV-MOTIVO TO REJ-MOTIVO
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF REJEITADO-REC
           MOVE WS-RUN-TIMESTAMP TO
               OPSTAMP-TIMESTAMP OF REJEITADO-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF REJEITADO-REC
           WRITE REJEITADO-REC.
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
           MOVE "MANDDEVL" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM MANDDEVL.
