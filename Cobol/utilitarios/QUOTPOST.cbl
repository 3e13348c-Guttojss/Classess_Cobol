      ******************************************************************
      * QUOTPOST.cbl
      * 10/15/26 - member dues receivables ledger. EX3BILL writes
      *            BILLOUT every month and then the trail went cold:
      *            nobody in the system knew whether a member paid,
      *            and the membership office kept the ledger in a
      *            spreadsheet. This step maintains the receivables
      *            ledger (QUOTACC, the INDEXED file laid out in
      *            QUOTACC.cpy, keyed on company + member + movement
      *            date) from two inputs, either of which may be
      *            absent on a given night:
      *              - BILLOUT (monthly): every detail line posts as a
      *                DEBITO dated with the billing business date
      *                the line carries; a month already posted for
      *                the member is refused on its duplicate key, so
      *                a rerun can never bill a member twice;
      *              - QUOTPAG (the bank's daily payment file: member
      *                id, amount, value date, bank reference) posts
      *                as CREDITOS, each applied to the member's
      *                OLDEST open charge first and spilling into the
      *                next; what is left over stays on the ledger as
      *                an unapplied credit that the next month's
      *                charge consumes when it posts.
      *            A payment whose member is not on the member master
      *            (or whose fields are unusable, or whose bank
      *            reference was already posted for that member)
      *            goes to the suspense file (QUOTSUSP) with a reason
      *            code instead of the ledger. The run ends with the
      *            open-balance listing (QUOTAGE): one line per
      *            member with an open balance, aged 0-30, 31-60,
      *            61-90 and 90+ days from the charge date to the
      *            business date, unapplied credit and net balance,
      *            and a total line per company. The ledger is taken
      *            under the shared LOCKMGR lock (the MEMBMNT
      *            pattern); a busy lock ends with RETURN-CODE 8.
      *            Anything in suspense or any refused charge ends
      *            the run with RETURN-CODE 4.
      * 10/15/26 - a debit re-opened by MANDDEVL for a returned
      *            direct debit keeps its "D" (devolvido) status
      *            while a payment only part-settles it.
      * 10/15/26 - the month already billed is looked for on the
      *            ledger before a debit posts (a billing debit,
      *            sequence 0, of the member in the billing month):
      *            BILLOUT for the same month produced again on
      *            another business date no longer bills the member a
      *            second time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTPOST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "QUOTACC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTA-CHAVE
               FILE STATUS IS WS-QTA-STATUS.
           SELECT FATURACAO-FILE ASSIGN TO "BILLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAT-STATUS.
           SELECT PAGAMENTOS-FILE ASSIGN TO "QUOTPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-STATUS.
           SELECT IDADE-FILE ASSIGN TO "EX3IDADE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEMBRO-ID
               ALTERNATE RECORD KEY IS MEMBRO-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-MBR-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "QUOTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-FILE ASSIGN TO "QUOTAGE"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
           COPY "QUOTACC.cpy".
       FD  FATURACAO-FILE.
       01  FATURACAO-REC            PIC X(120).
       01  FATURA-VIEW REDEFINES FATURACAO-REC.
           05  FAT-MEMBRO           PIC 9(5).
           05  FILLER               PIC X.
           05  FAT-NOME             PIC X(20).
           05  FILLER               PIC X.
           05  FAT-EMPRESA          PIC XX.
           05  FILLER               PIC X.
           05  FAT-ESCALAO          PIC X(8).
           05  FILLER               PIC X.
           05  FAT-VALOR            PIC 9(5).99.
           05  FILLER               PIC X.
           05  FAT-DATA-NEG         PIC 9(8).
           05  FILLER               PIC X(63).
       01  TRAILER-VIEW REDEFINES FATURACAO-REC.
           05  TRL-MARCA            PIC X(6).
           05  FILLER               PIC X(114).
       FD  PAGAMENTOS-FILE.
       01  PAGAMENTOS-REC.
           05  PAG-MEMBRO           PIC 9(5).
           05  FILLER               PIC X.
           05  PAG-VALOR            PIC 9(7)V99.
           05  FILLER               PIC X.
           05  PAG-DATA-VALOR       PIC 9(8).
           05  FILLER               PIC X.
           05  PAG-REFERENCIA       PIC X(16).
       FD  IDADE-FILE.
           COPY "MEMBRO.cpy".
       FD  SUSPENSE-FILE.
       01  SUSPENSE-REC.
           05  SUS-MEMBRO           PIC X(5).
           05  FILLER               PIC X VALUE SPACE.
           05  SUS-VALOR            PIC 9(7).99.
           05  FILLER               PIC X VALUE SPACE.
           05  SUS-DATA-VALOR       PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  SUS-REFERENCIA       PIC X(16).
           05  FILLER               PIC X VALUE SPACE.
           05  SUS-COD              PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  SUS-MSG              PIC X(20).
           COPY "OPSTAMP.cpy".
       FD  AGING-FILE.
       01  AGING-REC.
           05  AGE-LINHA            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  AGE-EMPRESA          PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  AGE-MEMBRO           PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  AGE-NOME             PIC X(20).
           05  AGE-FAIXAS OCCURS 4 TIMES.
               10  FILLER           PIC X.
               10  AGE-FAIXA-VALOR  PIC Z(6)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  AGE-CREDITO          PIC Z(6)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  AGE-SALDO            PIC -(7)9.99.
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-QTA-STATUS PIC XX VALUE SPACES.
       77 WS-FAT-STATUS PIC XX VALUE SPACES.
       77 WS-PAG-STATUS PIC XX VALUE SPACES.
       77 WS-MBR-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-FIM-CONTA PIC X VALUE "N".
           88 FIM-CONTA VALUE "S".
       77 WS-CONT-DEBITOS PIC 9(5) VALUE 0.
       77 WS-CONT-REPETIDOS PIC 9(5) VALUE 0.
       77 WS-CONT-FAT-INVALIDAS PIC 9(5) VALUE 0.
       77 WS-CONT-CREDITOS PIC 9(5) VALUE 0.
       77 WS-CONT-SUSPENSOS PIC 9(5) VALUE 0.
       77 WS-CONT-LINHAS PIC 9(5) VALUE 0.
       77 WS-EMPRESA PIC XX.
       77 WS-MEMBRO PIC 9(5).
       77 WS-CHAVE-GUARDADA PIC X(19).
       77 WS-VALOR PIC 9(7)V99.
       77 WS-POR-APLICAR PIC 9(7)V99.
       77 WS-APLICADO PIC 9(7)V99.
       77 WS-DATA-MOV PIC 9(8).
       77 WS-SEQ PIC 9(4).
       77 WS-GRAVADO PIC X.
       77 WS-REPETIDA PIC X.
       77 WS-DEBITO-DO-MES PIC X.
       77 WS-DIAS PIC S9(7).
       77 WS-ANT-EMPRESA PIC XX VALUE SPACES.
       77 WS-ANT-MEMBRO PIC 9(5) VALUE 0.
       77 WS-MBR-CREDITO PIC 9(7)V99.
       77 WS-EMP-CREDITO PIC 9(7)V99.
       77 WS-SALDO PIC S9(8)V99.
       01 WS-MBR-FAIXAS.
           05  WS-MBR-FAIXA PIC 9(7)V99 OCCURS 4 TIMES.
       01 WS-EMP-FAIXAS.
           05  WS-EMP-FAIXA PIC 9(7)V99 OCCURS 4 TIMES.
       77 F PIC 9.
       01 WS-DATA-PARTES.
           05  WS-DP-ANO            PIC 9(4).
           05  WS-DP-MES            PIC 99.
           05  WS-DP-DIA            PIC 99.
           COPY "LOCKMGR-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE "QUOTACC" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "QUOTPOST: LEDGER EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRIR-LEDGER
           OPEN INPUT IDADE-FILE
           IF WS-MBR-STATUS NOT = "00"
               DISPLAY "QUOTPOST: MASTER DE MEMBROS INDISPONIVEL - "
                   "STATUS " WS-MBR-STATUS
               CLOSE LEDGER-FILE
               PERFORM LIBERTAR-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           MOVE SPACES TO SUSPENSE-REC
           PERFORM LANCAR-FATURACAO
           PERFORM LANCAR-PAGAMENTOS
           CLOSE SUSPENSE-FILE
           PERFORM GRAVAR-ANTIGUIDADE
           CLOSE IDADE-FILE
           PERFORM LIBERTAR-LOCK
           DISPLAY "DEBITOS LANCADOS      : " WS-CONT-DEBITOS
           DISPLAY "DEBITOS JA LANCADOS   : " WS-CONT-REPETIDOS
           DISPLAY "LINHAS BILLOUT INVAL. : " WS-CONT-FAT-INVALIDAS
           DISPLAY "CREDITOS LANCADOS     : " WS-CONT-CREDITOS
           DISPLAY "PAGAMENTOS EM SUSPENSO: " WS-CONT-SUSPENSOS
           DISPLAY "MEMBROS COM SALDO     : " WS-CONT-LINHAS
           IF WS-CONT-SUSPENSOS > 0 OR WS-CONT-REPETIDOS > 0
               OR WS-CONT-FAT-INVALIDAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      * Primeira utilizacao: sem ledger (status 35) cria-o vazio e
      * reabre, o fallback de primeira vez do AUDITLOG.
      ******************************************************************
       ABRIR-LEDGER.
           OPEN I-O LEDGER-FILE
           IF WS-QTA-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF
           IF WS-QTA-STATUS NOT = "00"
               DISPLAY "QUOTPOST: LEDGER INDISPONIVEL - STATUS "
                   WS-QTA-STATUS
               PERFORM LIBERTAR-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       LIBERTAR-LOCK.
           MOVE "L" TO LCK-FUNCAO-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS.
       LANCAR-FATURACAO.
           MOVE "N" TO WS-EOF
           OPEN INPUT FATURACAO-FILE
           IF WS-FAT-STATUS = "35"
               DISPLAY "SEM FATURACAO PARA LANCAR"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FATURACAO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF TRL-MARCA NOT = "TOTAIS"
                               PERFORM LANCAR-DEBITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FATURACAO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Um debito por membro e mes faturado: antes de lancar procura-
      * se o debito de faturacao (sequencia 0) do membro nesse mes, por
      * isso o mesmo mes refaturado, mesmo noutra data de negocio, nao
      * cobra o membro outra vez.
      ******************************************************************
       LANCAR-DEBITO.
           IF FAT-MEMBRO NOT NUMERIC
               ADD 1 TO WS-CONT-FAT-INVALIDAS
               DISPLAY "QUOTPOST: LINHA BILLOUT INVALIDA - "
                   FATURACAO-REC(1:40)
           ELSE
               IF FAT-DATA-NEG NUMERIC AND FAT-DATA-NEG > 0
                   MOVE FAT-DATA-NEG TO WS-DATA-MOV
               ELSE
                   MOVE WS-DATA-NEGOCIO TO WS-DATA-MOV
               END-IF
               MOVE FAT-EMPRESA TO WS-EMPRESA
               MOVE FAT-MEMBRO TO WS-MEMBRO
               PERFORM PROCURAR-DEBITO-DO-MES
               IF WS-DEBITO-DO-MES = "S"
                   ADD 1 TO WS-CONT-REPETIDOS
                   DISPLAY "QUOTPOST: MES JA FATURADO - MEMBRO "
                       FAT-MEMBRO " MES " WS-DATA-MOV(1:6)
               ELSE
                   PERFORM GRAVAR-DEBITO
               END-IF
           END-IF.
       GRAVAR-DEBITO.
           MOVE SPACES TO QUOTA-REC
           MOVE FAT-EMPRESA TO QTA-EMPRESA
           MOVE FAT-MEMBRO TO QTA-MEMBRO
           MOVE WS-DATA-MOV TO QTA-DATA-MOV
           MOVE "D" TO QTA-TIPO
           MOVE 0 TO QTA-SEQ
           MOVE FAT-VALOR TO WS-VALOR
           MOVE WS-VALOR TO QTA-VALOR
           MOVE WS-VALOR TO QTA-SALDO
           STRING "QUOTA " QTA-DATA-MOV(1:6)
               DELIMITED BY SIZE INTO QTA-REFERENCIA
           MOVE FAT-ESCALAO TO QTA-ESCALAO
           MOVE QTA-DATA-MOV TO QTA-DATA-VALOR
           PERFORM MARCAR-STATUS
           PERFORM CARIMBAR-LEDGER
           WRITE QUOTA-REC
               INVALID KEY
                   ADD 1 TO WS-CONT-REPETIDOS
                   DISPLAY "QUOTPOST: DEBITO JA LANCADO - MEMBRO "
                       FAT-MEMBRO " DATA " QTA-DATA-MOV
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-DEBITOS
                   PERFORM APLICAR-CREDITOS-ABERTOS
           END-WRITE.
      * WS-DEBITO-DO-MES fica S se a conta WS-EMPRESA/WS-MEMBRO ja tem
      * o debito de faturacao do mes de WS-DATA-MOV
       PROCURAR-DEBITO-DO-MES.
           MOVE "N" TO WS-DEBITO-DO-MES
           MOVE "N" TO WS-FIM-CONTA
           MOVE WS-EMPRESA TO QTA-EMPRESA
           MOVE WS-MEMBRO TO QTA-MEMBRO
           MOVE WS-DATA-MOV TO QTA-DATA-MOV
           MOVE "00" TO QTA-DATA-MOV(7:2)
           MOVE LOW-VALUE TO QTA-TIPO
           MOVE 0 TO QTA-SEQ
           START LEDGER-FILE KEY IS NOT LESS THAN QTA-CHAVE
               INVALID KEY SET FIM-CONTA TO TRUE
           END-START
           PERFORM UNTIL FIM-CONTA OR WS-DEBITO-DO-MES = "S"
               READ LEDGER-FILE NEXT RECORD
                   AT END SET FIM-CONTA TO TRUE
                   NOT AT END
                       IF QTA-EMPRESA NOT = WS-EMPRESA
                           OR QTA-MEMBRO NOT = WS-MEMBRO
                           OR QTA-DATA-MOV(1:6) NOT = WS-DATA-MOV(1:6)
                           SET FIM-CONTA TO TRUE
                       ELSE
                           IF QTA-DEBITO AND QTA-SEQ = 0
                               MOVE "S" TO WS-DEBITO-DO-MES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * Credito por aplicar do membro (pagamento adiantado) abate o
      * debito acabado de lancar, o credito mais antigo primeiro.
      ******************************************************************
       APLICAR-CREDITOS-ABERTOS.
           MOVE QTA-CHAVE TO WS-CHAVE-GUARDADA
           MOVE QTA-SALDO TO WS-POR-APLICAR
           MOVE QTA-EMPRESA TO WS-EMPRESA
           MOVE QTA-MEMBRO TO WS-MEMBRO
           PERFORM POSICIONAR-CONTA
           PERFORM UNTIL FIM-CONTA OR WS-POR-APLICAR = 0
               READ LEDGER-FILE NEXT RECORD
                   AT END SET FIM-CONTA TO TRUE
                   NOT AT END
                       IF QTA-EMPRESA NOT = WS-EMPRESA
                           OR QTA-MEMBRO NOT = WS-MEMBRO
                           SET FIM-CONTA TO TRUE
                       ELSE
                           IF QTA-CREDITO AND QTA-SALDO > 0
                               PERFORM ABATER-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POR-APLICAR NOT = WS-VALOR
               MOVE WS-CHAVE-GUARDADA TO QTA-CHAVE
               READ LEDGER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WS-POR-APLICAR TO QTA-SALDO
                       PERFORM MARCAR-STATUS
                       REWRITE QUOTA-REC
               END-READ
           END-IF.
      ******************************************************************
      * Abate o movimento corrente (debito ou credito em aberto) pelo
      * que ainda falta aplicar e regrava-o.
      ******************************************************************
       ABATER-MOVIMENTO.
           IF QTA-SALDO > WS-POR-APLICAR
               MOVE WS-POR-APLICAR TO WS-APLICADO
           ELSE
               MOVE QTA-SALDO TO WS-APLICADO
           END-IF
           SUBTRACT WS-APLICADO FROM QTA-SALDO
           SUBTRACT WS-APLICADO FROM WS-POR-APLICAR
           PERFORM MARCAR-STATUS
           REWRITE QUOTA-REC.
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
       MARCAR-STATUS.
           IF QTA-SALDO > 0
               IF NOT QTA-DEVOLVIDO
                   MOVE "A" TO QTA-STATUS
               END-IF
           ELSE
               MOVE "L" TO QTA-STATUS
           END-IF.
       CARIMBAR-LEDGER.
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF QUOTA-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF QUOTA-REC
           MOVE QTA-EMPRESA TO OPSTAMP-EMPRESA OF QUOTA-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF QUOTA-REC.
       LANCAR-PAGAMENTOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT PAGAMENTOS-FILE
           IF WS-PAG-STATUS = "35"
               DISPLAY "SEM PAGAMENTOS DO BANCO"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ PAGAMENTOS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM LANCAR-CREDITO
                   END-READ
               END-PERFORM
               CLOSE PAGAMENTOS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       LANCAR-CREDITO.
           IF PAG-MEMBRO NOT NUMERIC OR PAG-VALOR NOT NUMERIC
               OR PAG-DATA-VALOR NOT NUMERIC
               MOVE 01 TO SUS-COD
               MOVE "DADOS INVALIDOS" TO SUS-MSG
               PERFORM GRAVAR-SUSPENSO
           ELSE
               MOVE PAG-DATA-VALOR TO WS-DATA-PARTES
               IF PAG-VALOR = 0
                   OR WS-DP-MES < 1 OR WS-DP-MES > 12
                   OR WS-DP-DIA < 1 OR WS-DP-DIA > 31
                   MOVE 01 TO SUS-COD
                   MOVE "DADOS INVALIDOS" TO SUS-MSG
                   PERFORM GRAVAR-SUSPENSO
               ELSE
                   MOVE PAG-MEMBRO TO MEMBRO-ID
                   READ IDADE-FILE
                       INVALID KEY
                           MOVE 02 TO SUS-COD
                           MOVE "MEMBRO DESCONHECIDO" TO SUS-MSG
                           PERFORM GRAVAR-SUSPENSO
                       NOT INVALID KEY
                           PERFORM LANCAR-CREDITO-MEMBRO
                   END-READ
               END-IF
           END-IF.
       LANCAR-CREDITO-MEMBRO.
           MOVE MEMBRO-EMPRESA TO WS-EMPRESA
           MOVE PAG-MEMBRO TO WS-MEMBRO
           PERFORM VERIFICAR-REFERENCIA
           IF WS-REPETIDA = "S"
               MOVE 03 TO SUS-COD
               MOVE "REFERENCIA REPETIDA" TO SUS-MSG
               PERFORM GRAVAR-SUSPENSO
           ELSE
               MOVE PAG-VALOR TO WS-POR-APLICAR
               PERFORM POSICIONAR-CONTA
               PERFORM UNTIL FIM-CONTA OR WS-POR-APLICAR = 0
                   READ LEDGER-FILE NEXT RECORD
                       AT END SET FIM-CONTA TO TRUE
                       NOT AT END
                           IF QTA-EMPRESA NOT = WS-EMPRESA
                               OR QTA-MEMBRO NOT = WS-MEMBRO
                               SET FIM-CONTA TO TRUE
                           ELSE
                               IF QTA-DEBITO AND QTA-SALDO > 0
                                   PERFORM ABATER-MOVIMENTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM GRAVAR-CREDITO
           END-IF.
      ******************************************************************
      * A mesma referencia bancaria ja lancada para o membro e um
      * ficheiro do banco reenviado: vai para suspenso, nao paga duas
      * vezes.
      ******************************************************************
       VERIFICAR-REFERENCIA.
           MOVE "N" TO WS-REPETIDA
           PERFORM POSICIONAR-CONTA
           PERFORM UNTIL FIM-CONTA
               READ LEDGER-FILE NEXT RECORD
                   AT END SET FIM-CONTA TO TRUE
                   NOT AT END
                       IF QTA-EMPRESA NOT = WS-EMPRESA
                           OR QTA-MEMBRO NOT = WS-MEMBRO
                           SET FIM-CONTA TO TRUE
                       ELSE
                           IF QTA-CREDITO
                               AND QTA-REFERENCIA = PAG-REFERENCIA
                               MOVE "S" TO WS-REPETIDA
                               SET FIM-CONTA TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * O credito fica no ledger com o que sobrou por aplicar; a
      * sequencia distingue varios pagamentos do mesmo dia-valor.
      ******************************************************************
       GRAVAR-CREDITO.
           MOVE "N" TO WS-GRAVADO
           MOVE 1 TO WS-SEQ
           PERFORM UNTIL WS-GRAVADO = "S" OR WS-SEQ > 999
               MOVE SPACES TO QUOTA-REC
               MOVE WS-EMPRESA TO QTA-EMPRESA
               MOVE WS-MEMBRO TO QTA-MEMBRO
               MOVE PAG-DATA-VALOR TO QTA-DATA-MOV
               MOVE "C" TO QTA-TIPO
               MOVE WS-SEQ TO QTA-SEQ
               MOVE PAG-VALOR TO QTA-VALOR
               MOVE WS-POR-APLICAR TO QTA-SALDO
               MOVE PAG-REFERENCIA TO QTA-REFERENCIA
               MOVE PAG-DATA-VALOR TO QTA-DATA-VALOR
               PERFORM MARCAR-STATUS
               PERFORM CARIMBAR-LEDGER
               WRITE QUOTA-REC
                   INVALID KEY ADD 1 TO WS-SEQ
                   NOT INVALID KEY MOVE "S" TO WS-GRAVADO
               END-WRITE
           END-PERFORM
           IF WS-GRAVADO = "S"
               ADD 1 TO WS-CONT-CREDITOS
           ELSE
               MOVE 04 TO SUS-COD
               MOVE "ERRO DE GRAVACAO" TO SUS-MSG
               PERFORM GRAVAR-SUSPENSO
           END-IF.
       GRAVAR-SUSPENSO.
           ADD 1 TO WS-CONT-SUSPENSOS
           MOVE PAG-MEMBRO TO SUS-MEMBRO
           IF PAG-VALOR NUMERIC
               MOVE PAG-VALOR TO SUS-VALOR
           ELSE
               MOVE 0 TO SUS-VALOR
           END-IF
           MOVE PAG-DATA-VALOR TO SUS-DATA-VALOR
           MOVE PAG-REFERENCIA TO SUS-REFERENCIA
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF SUSPENSE-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF SUSPENSE-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF SUSPENSE-REC
           WRITE SUSPENSE-REC.
      ******************************************************************
      * Listagem de saldos em aberto: o ledger lido pela chave sai
      * agrupado por empresa e membro; cada debito em aberto cai na
      * faixa da sua antiguidade (dias da data do debito a data de
      * negocio), cada credito por aplicar abate o saldo liquido.
      ******************************************************************
       GRAVAR-ANTIGUIDADE.
           CLOSE LEDGER-FILE
           OPEN INPUT LEDGER-FILE
           OPEN OUTPUT AGING-FILE
           MOVE SPACES TO AGING-REC
           MOVE SPACES TO WS-ANT-EMPRESA
           MOVE 0 TO WS-ANT-MEMBRO
           INITIALIZE WS-MBR-FAIXAS WS-EMP-FAIXAS
           MOVE 0 TO WS-MBR-CREDITO WS-EMP-CREDITO
           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-FICHEIRO
               READ LEDGER-FILE NEXT RECORD
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END PERFORM ACUMULAR-ANTIGUIDADE
               END-READ
           END-PERFORM
           IF WS-ANT-EMPRESA NOT = SPACES
               PERFORM FECHAR-MEMBRO
               PERFORM FECHAR-EMPRESA
           END-IF
           CLOSE AGING-FILE
           CLOSE LEDGER-FILE.
       ACUMULAR-ANTIGUIDADE.
           IF WS-ANT-EMPRESA NOT = SPACES
               IF QTA-EMPRESA NOT = WS-ANT-EMPRESA
                   PERFORM FECHAR-MEMBRO
                   PERFORM FECHAR-EMPRESA
               ELSE
                   IF QTA-MEMBRO NOT = WS-ANT-MEMBRO
                       PERFORM FECHAR-MEMBRO
                   END-IF
               END-IF
           END-IF
           MOVE QTA-EMPRESA TO WS-ANT-EMPRESA
           MOVE QTA-MEMBRO TO WS-ANT-MEMBRO
           IF QTA-SALDO > 0
               IF QTA-DEBITO
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                       - FUNCTION INTEGER-OF-DATE(QTA-DATA-MOV)
                   EVALUATE TRUE
                       WHEN WS-DIAS <= 30
                           MOVE 1 TO F
                       WHEN WS-DIAS <= 60
                           MOVE 2 TO F
                       WHEN WS-DIAS <= 90
                           MOVE 3 TO F
                       WHEN OTHER
                           MOVE 4 TO F
                   END-EVALUATE
                   ADD QTA-SALDO TO WS-MBR-FAIXA(F)
               ELSE
                   ADD QTA-SALDO TO WS-MBR-CREDITO
               END-IF
           END-IF.
       FECHAR-MEMBRO.
           IF WS-MBR-FAIXA(1) + WS-MBR-FAIXA(2) + WS-MBR-FAIXA(3)
               + WS-MBR-FAIXA(4) + WS-MBR-CREDITO > 0
               MOVE SPACES TO AGING-REC
               MOVE "D" TO AGE-LINHA
               MOVE WS-ANT-EMPRESA TO AGE-EMPRESA
               MOVE WS-ANT-MEMBRO TO AGE-MEMBRO
               MOVE WS-ANT-MEMBRO TO MEMBRO-ID
               READ IDADE-FILE
                   INVALID KEY MOVE "(FORA DO MASTER)" TO AGE-NOME
                   NOT INVALID KEY MOVE MEMBRO-NOME TO AGE-NOME
               END-READ
               MOVE 0 TO WS-SALDO
               PERFORM VARYING F FROM 1 BY 1 UNTIL F > 4
                   MOVE WS-MBR-FAIXA(F) TO AGE-FAIXA-VALOR(F)
                   ADD WS-MBR-FAIXA(F) TO WS-EMP-FAIXA(F)
                   ADD WS-MBR-FAIXA(F) TO WS-SALDO
               END-PERFORM
               MOVE WS-MBR-CREDITO TO AGE-CREDITO
               ADD WS-MBR-CREDITO TO WS-EMP-CREDITO
               SUBTRACT WS-MBR-CREDITO FROM WS-SALDO
               MOVE WS-SALDO TO AGE-SALDO
               PERFORM CARIMBAR-ANTIGUIDADE
               WRITE AGING-REC
               ADD 1 TO WS-CONT-LINHAS
           END-IF
           INITIALIZE WS-MBR-FAIXAS
           MOVE 0 TO WS-MBR-CREDITO.
       FECHAR-EMPRESA.
           MOVE SPACES TO AGING-REC
           MOVE "T" TO AGE-LINHA
           MOVE WS-ANT-EMPRESA TO AGE-EMPRESA
           MOVE 0 TO AGE-MEMBRO
           MOVE "TOTAL DA EMPRESA" TO AGE-NOME
           MOVE 0 TO WS-SALDO
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 4
               MOVE WS-EMP-FAIXA(F) TO AGE-FAIXA-VALOR(F)
               ADD WS-EMP-FAIXA(F) TO WS-SALDO
           END-PERFORM
           MOVE WS-EMP-CREDITO TO AGE-CREDITO
           SUBTRACT WS-EMP-CREDITO FROM WS-SALDO
           MOVE WS-SALDO TO AGE-SALDO
           PERFORM CARIMBAR-ANTIGUIDADE
           WRITE AGING-REC
           INITIALIZE WS-EMP-FAIXAS
           MOVE 0 TO WS-EMP-CREDITO.
       CARIMBAR-ANTIGUIDADE.
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF AGING-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF AGING-REC
           MOVE WS-ANT-EMPRESA TO OPSTAMP-EMPRESA OF AGING-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF AGING-REC.
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
           MOVE "QUOTPOST" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM QUOTPOST.
