      ******************************************************************
      * QUOTAVIS.cbl
      * 10/15/26 - monthly dues collection cycle. Reads the member
      *            receivables ledger (QUOTACC) in key order, one
      *            member at a time, and ages each member's debt by
      *            the OLDEST open charge (days from the charge date
      *            to the business date) against the company's
      *            thresholds in the control file QUOTAVPM (company,
      *            first reminder, second reminder, final notice and
      *            suspension days; a company with no line uses
      *            30/60/90/120):
      *              - an active member owing money past a letter
      *                threshold gets one letter record (QUOTAVIS:
      *                1=primeiro aviso, 2=segundo aviso, 3=aviso
      *                final) with the amount owed, net of any
      *                unapplied credit;
      *              - an active member past the suspension threshold
      *                gets an "A" transaction in the MEMBTRAN layout
      *                (QUOTTRAN) setting MEMBRO-STATUS to S effective
      *                the business date, which MEMBMNT applies
      *                through its normal validation and journal; from
      *                then on EX3 and EX3BILL leave the member alone
      *                by the existing status rules;
      *              - a member this cycle suspended who has since
      *                paid (nothing left open past the first
      *                threshold) gets the matching reinstatement
      *                "A" transaction back to status A.
      *            The members suspended here are kept in a small
      *            register (QUOTSUSR: company, member, suspension
      *            date), loaded into a table and rewritten each run,
      *            so only dues suspensions are ever reinstated
      *            automatically -- a suspension the office keyed by
      *            hand for another reason is never undone here. The
      *            ledger is only read, under the shared LOCKMGR
      *            lock; name, birth date and status come from the
      *            member master.
      * 10/15/26 - the generated transactions carry the member's
      *            household id and head marker, so a suspension or
      *            reinstatement never takes a member out of their
      *            household.
      * 10/15/26 - each letter is joined to the member contact
      *            subfile (MEMBCONT, CONTACTO-PD.cpy) and carries the
      *            postal address, phone and contact preference after
      *            the stamp. A member with no usable address gets no
      *            letter record but a line on the exceptions list
      *            QUOTAVEX with the reason, so the office can chase
      *            the debt by phone; suspension still follows the
      *            age of the debt either way.
      * 10/15/26 - QUOTTRAN takes its record from MEMBTRAN.cpy, the
      *            layout MEMBMNT reads, instead of its own copy of it
      *            (TRAN-EMERGENCIA is written blank).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTAVIS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "QUOTACC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QTA-CHAVE
               FILE STATUS IS WS-QTA-STATUS.
           SELECT IDADE-FILE ASSIGN TO "EX3IDADE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEMBRO-ID
               ALTERNATE RECORD KEY IS MEMBRO-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-MBR-STATUS.
           SELECT PARM-FILE ASSIGN TO "QUOTAVPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REGISTO-FILE ASSIGN TO "QUOTSUSR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT AVISOS-FILE ASSIGN TO "QUOTAVIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACOES-FILE ASSIGN TO "QUOTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTACTO-FILE ASSIGN TO "MEMBCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTO-MEMBRO
               FILE STATUS IS CTW-STATUS.
           SELECT EXCECOES-FILE ASSIGN TO "QUOTAVEX"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
           COPY "QUOTACC.cpy".
       FD  IDADE-FILE.
           COPY "MEMBRO.cpy".
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-EMPRESA         PIC XX.
           05  FILLER               PIC X.
           05  PARM-DIAS-1          PIC 999.
           05  FILLER               PIC X.
           05  PARM-DIAS-2          PIC 999.
           05  FILLER               PIC X.
           05  PARM-DIAS-FINAL      PIC 999.
           05  FILLER               PIC X.
           05  PARM-DIAS-SUSPENSAO  PIC 999.
       FD  REGISTO-FILE.
       01  REGISTO-REC.
           05  REG-EMPRESA          PIC XX.
           05  FILLER               PIC X.
           05  REG-MEMBRO           PIC 9(5).
           05  FILLER               PIC X.
           05  REG-DATA-SUSPENSAO   PIC 9(8).
       FD  AVISOS-FILE.
       01  AVISO-REC.
           05  AVS-TIPO             PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  AVS-EMPRESA          PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  AVS-MEMBRO           PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  AVS-NOME             PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  AVS-VALOR            PIC 9(7).99.
           05  FILLER               PIC X VALUE SPACE.
           05  AVS-DATA-ANTIGA      PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  AVS-DIAS             PIC 9(5).
           COPY "OPSTAMP.cpy".
           COPY "MORADA.cpy".
       FD  TRANSACOES-FILE.
           COPY "MEMBTRAN.cpy".
       FD  CONTACTO-FILE.
           COPY "CONTACTO.cpy".
       FD  EXCECOES-FILE.
           COPY "CONTEXC.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-QTA-STATUS PIC XX VALUE SPACES.
       77 WS-MBR-STATUS PIC XX VALUE SPACES.
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-REG-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-MAX-EMPRESAS PIC 9 VALUE 5.
       77 WS-CONT-EMPRESAS PIC 9 VALUE 0.
       01 TABELA-LIMIARES.
           03 LIMIAR-LINHA OCCURS 5 TIMES.
               05  LIM-EMPRESA      PIC XX.
               05  LIM-DIAS-1       PIC 999.
               05  LIM-DIAS-2       PIC 999.
               05  LIM-DIAS-FINAL   PIC 999.
               05  LIM-DIAS-SUSP    PIC 999.
       77 WS-DIAS-1 PIC 999.
       77 WS-DIAS-2 PIC 999.
       77 WS-DIAS-FINAL PIC 999.
       77 WS-DIAS-SUSP PIC 999.
       77 WS-MAX-REGISTO PIC 999 VALUE 500.
       77 WS-CONT-REGISTO PIC 999 VALUE 0.
       01 TABELA-REGISTO.
           03 REGISTO-LINHA OCCURS 500 TIMES.
               05  TAB-EMPRESA      PIC XX.
               05  TAB-MEMBRO       PIC 9(5).
               05  TAB-DATA-SUSP    PIC 9(8).
               05  TAB-SITUACAO     PIC X.
                   88  TAB-EM-VIGOR VALUE "V".
                   88  TAB-VISTO    VALUE "S".
                   88  TAB-ANULADO  VALUE "N".
       77 WS-ANT-EMPRESA PIC XX VALUE SPACES.
       77 WS-ANT-MEMBRO PIC 9(5) VALUE 0.
       77 WS-MBR-DEBITO PIC 9(7)V99 VALUE 0.
       77 WS-MBR-CREDITO PIC 9(7)V99 VALUE 0.
       77 WS-DIVIDA PIC S9(8)V99 VALUE 0.
       77 WS-DATA-ANTIGA PIC 9(8) VALUE 0.
       77 WS-DIAS PIC S9(7) VALUE 0.
       77 WS-CONT-MEMBROS PIC 9(5) VALUE 0.
       77 WS-CONT-AVISOS-1 PIC 9(5) VALUE 0.
       77 WS-CONT-AVISOS-2 PIC 9(5) VALUE 0.
       77 WS-CONT-AVISOS-3 PIC 9(5) VALUE 0.
       77 WS-CONT-SUSPENSOES PIC 9(5) VALUE 0.
       77 WS-CONT-REATIVACOES PIC 9(5) VALUE 0.
       77 WS-CONT-SEM-MEMBRO PIC 9(5) VALUE 0.
       77 WS-MEMBRO-ACHADO PIC X.
       77 I PIC 999.
       77 R PIC 999.
       77 E PIC 9.
           COPY "CONTACTO-WS.cpy".
           COPY "LOCKMGR-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-PARAMETROS
           PERFORM LER-REGISTO
           MOVE "QUOTACC" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "QUOTAVIS: LEDGER EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LEDGER-FILE
           OPEN INPUT IDADE-FILE
           IF WS-QTA-STATUS NOT = "00" OR WS-MBR-STATUS NOT = "00"
               DISPLAY "QUOTAVIS: FICHEIROS INDISPONIVEIS - LEDGER "
                   WS-QTA-STATUS " MEMBROS " WS-MBR-STATUS
               MOVE "L" TO LCK-FUNCAO-PARM
               CALL "LOCKMGR" USING LOCKMGR-PARMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AVISOS-FILE
           OPEN OUTPUT TRANSACOES-FILE
           OPEN OUTPUT EXCECOES-FILE
           PERFORM ABRIR-CONTACTOS
           MOVE SPACES TO AVISO-REC
           MOVE SPACES TO CONTEXC-REC
           PERFORM UNTIL FIM-FICHEIRO
               READ LEDGER-FILE NEXT RECORD
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       IF QTA-EMPRESA NOT = WS-ANT-EMPRESA
                           OR QTA-MEMBRO NOT = WS-ANT-MEMBRO
                           PERFORM FECHAR-MEMBRO
                           MOVE QTA-EMPRESA TO WS-ANT-EMPRESA
                           MOVE QTA-MEMBRO TO WS-ANT-MEMBRO
                       END-IF
                       PERFORM ACUMULAR-MOVIMENTO
               END-READ
           END-PERFORM
           PERFORM FECHAR-MEMBRO
           CLOSE LEDGER-FILE
           MOVE "L" TO LCK-FUNCAO-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           PERFORM REATIVAR-NAO-VISTOS
           CLOSE IDADE-FILE
           CLOSE AVISOS-FILE
           CLOSE TRANSACOES-FILE
           CLOSE EXCECOES-FILE
           PERFORM FECHAR-CONTACTOS
           PERFORM GRAVAR-REGISTO
           DISPLAY "MEMBROS COM CONTA     : " WS-CONT-MEMBROS
           DISPLAY "PRIMEIROS AVISOS      : " WS-CONT-AVISOS-1
           DISPLAY "SEGUNDOS AVISOS       : " WS-CONT-AVISOS-2
           DISPLAY "AVISOS FINAIS         : " WS-CONT-AVISOS-3
           DISPLAY "AVISOS SEM MORADA     : " CTW-CONT-EXCECOES
           DISPLAY "SUSPENSOES GERADAS    : " WS-CONT-SUSPENSOES
           DISPLAY "REATIVACOES GERADAS   : " WS-CONT-REATIVACOES
           DISPLAY "CONTAS SEM MEMBRO     : " WS-CONT-SEM-MEMBRO
           IF WS-CONT-SEM-MEMBRO > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
               DISPLAY "QUOTAVIS: SEM QUOTAVPM - LIMIARES 30/60/90/120"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ PARM-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LIMIAR
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Os limiares tem de subir: primeiro aviso < segundo < final <
      * suspensao; uma linha fora de ordem e ignorada e a empresa fica
      * com os limiares de omissao.
      ******************************************************************
       GUARDAR-LIMIAR.
           IF PARM-DIAS-1 NOT NUMERIC OR PARM-DIAS-2 NOT NUMERIC
               OR PARM-DIAS-FINAL NOT NUMERIC
               OR PARM-DIAS-SUSPENSAO NOT NUMERIC
               OR PARM-DIAS-1 = 0
               OR PARM-DIAS-2 NOT > PARM-DIAS-1
               OR PARM-DIAS-FINAL NOT > PARM-DIAS-2
               OR PARM-DIAS-SUSPENSAO NOT > PARM-DIAS-FINAL
               DISPLAY "QUOTAVIS: LINHA QUOTAVPM IGNORADA - " PARM-REC
           ELSE
               IF WS-CONT-EMPRESAS < WS-MAX-EMPRESAS
                   ADD 1 TO WS-CONT-EMPRESAS
                   MOVE PARM-EMPRESA TO LIM-EMPRESA(WS-CONT-EMPRESAS)
                   MOVE PARM-DIAS-1 TO LIM-DIAS-1(WS-CONT-EMPRESAS)
                   MOVE PARM-DIAS-2 TO LIM-DIAS-2(WS-CONT-EMPRESAS)
                   MOVE PARM-DIAS-FINAL TO
                       LIM-DIAS-FINAL(WS-CONT-EMPRESAS)
                   MOVE PARM-DIAS-SUSPENSAO TO
                       LIM-DIAS-SUSP(WS-CONT-EMPRESAS)
               ELSE
                   DISPLAY "QUOTAVIS: TABELA DE LIMIARES CHEIA - "
                       PARM-EMPRESA " IGNORADA"
               END-IF
           END-IF.
       LER-REGISTO.
           OPEN INPUT REGISTO-FILE
           IF WS-REG-STATUS = "35"
               DISPLAY "QUOTAVIS: SEM REGISTO DE SUSPENSOES - "
                   "PRIMEIRA EXECUCAO"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ REGISTO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-REGISTO < WS-MAX-REGISTO
                               ADD 1 TO WS-CONT-REGISTO
                               MOVE REG-EMPRESA TO
                                   TAB-EMPRESA(WS-CONT-REGISTO)
                               MOVE REG-MEMBRO TO
                                   TAB-MEMBRO(WS-CONT-REGISTO)
                               MOVE REG-DATA-SUSPENSAO TO
                                   TAB-DATA-SUSP(WS-CONT-REGISTO)
                               MOVE "V" TO
                                   TAB-SITUACAO(WS-CONT-REGISTO)
                           ELSE
                               DISPLAY "QUOTAVIS: REGISTO CHEIO - "
                                   "MEMBRO " REG-MEMBRO " PERDIDO"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       ACUMULAR-MOVIMENTO.
           IF QTA-SALDO > 0
               IF QTA-DEBITO
                   ADD QTA-SALDO TO WS-MBR-DEBITO
                   IF WS-DATA-ANTIGA = 0
                       OR QTA-DATA-MOV < WS-DATA-ANTIGA
                       MOVE QTA-DATA-MOV TO WS-DATA-ANTIGA
                   END-IF
               ELSE
                   ADD QTA-SALDO TO WS-MBR-CREDITO
               END-IF
           END-IF.
      ******************************************************************
      * Fim da conta de um membro: avisa, suspende ou reativa conforme
      * a antiguidade do debito em aberto mais antigo.
      ******************************************************************
       FECHAR-MEMBRO.
           IF WS-ANT-EMPRESA NOT = SPACES
               ADD 1 TO WS-CONT-MEMBROS
               PERFORM PROCURAR-REGISTO
               IF R > 0
                   MOVE "S" TO TAB-SITUACAO(R)
               END-IF
               COMPUTE WS-DIVIDA = WS-MBR-DEBITO - WS-MBR-CREDITO
               MOVE 0 TO WS-DIAS
               IF WS-DATA-ANTIGA > 0
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                       - FUNCTION INTEGER-OF-DATE(WS-DATA-ANTIGA)
               END-IF
               PERFORM OBTER-LIMIARES
               PERFORM LER-MEMBRO
               IF WS-MEMBRO-ACHADO = "S"
                   IF WS-DIVIDA > 0 AND WS-DIAS NOT < WS-DIAS-1
                       PERFORM TRATAR-DIVIDA
                   ELSE
                       IF R > 0
                           PERFORM REATIVAR-MEMBRO
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO WS-MBR-DEBITO
           MOVE 0 TO WS-MBR-CREDITO
           MOVE 0 TO WS-DATA-ANTIGA.
       TRATAR-DIVIDA.
           IF MEMBRO-STATUS = "A" OR MEMBRO-STATUS = SPACE
               EVALUATE TRUE
                   WHEN WS-DIAS NOT < WS-DIAS-SUSP
                       PERFORM SUSPENDER-MEMBRO
                   WHEN WS-DIAS NOT < WS-DIAS-FINAL
                       MOVE "3" TO AVS-TIPO
                       ADD 1 TO WS-CONT-AVISOS-3
                       PERFORM GRAVAR-AVISO
                   WHEN WS-DIAS NOT < WS-DIAS-2
                       MOVE "2" TO AVS-TIPO
                       ADD 1 TO WS-CONT-AVISOS-2
                       PERFORM GRAVAR-AVISO
                   WHEN OTHER
                       MOVE "1" TO AVS-TIPO
                       ADD 1 TO WS-CONT-AVISOS-1
                       PERFORM GRAVAR-AVISO
               END-EVALUATE
           END-IF.
       OBTER-LIMIARES.
           MOVE 30 TO WS-DIAS-1
           MOVE 60 TO WS-DIAS-2
           MOVE 90 TO WS-DIAS-FINAL
           MOVE 120 TO WS-DIAS-SUSP
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-CONT-EMPRESAS
               IF LIM-EMPRESA(E) = WS-ANT-EMPRESA
                   MOVE LIM-DIAS-1(E) TO WS-DIAS-1
                   MOVE LIM-DIAS-2(E) TO WS-DIAS-2
                   MOVE LIM-DIAS-FINAL(E) TO WS-DIAS-FINAL
                   MOVE LIM-DIAS-SUSP(E) TO WS-DIAS-SUSP
               END-IF
           END-PERFORM.
       PROCURAR-REGISTO.
           MOVE 0 TO R
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-REGISTO OR R > 0
               IF TAB-EMPRESA(I) = WS-ANT-EMPRESA
                   AND TAB-MEMBRO(I) = WS-ANT-MEMBRO
                   AND NOT TAB-ANULADO(I)
                   MOVE I TO R
               END-IF
           END-PERFORM.
       LER-MEMBRO.
           MOVE "S" TO WS-MEMBRO-ACHADO
           MOVE WS-ANT-MEMBRO TO MEMBRO-ID
           READ IDADE-FILE
               INVALID KEY
                   MOVE "N" TO WS-MEMBRO-ACHADO
                   ADD 1 TO WS-CONT-SEM-MEMBRO
                   DISPLAY "QUOTAVIS: CONTA SEM MEMBRO - "
                       WS-ANT-EMPRESA " " WS-ANT-MEMBRO
           END-READ.
       GRAVAR-AVISO.
           MOVE WS-ANT-MEMBRO TO CTO-MEMBRO
           PERFORM OBTER-CONTACTO
           IF CTW-SEM-MORADA
               PERFORM GRAVAR-EXCECAO
           ELSE
               PERFORM GRAVAR-AVISO-MORADA
           END-IF.
       GRAVAR-AVISO-MORADA.
           MOVE WS-ANT-EMPRESA TO AVS-EMPRESA
           MOVE WS-ANT-MEMBRO TO AVS-MEMBRO
           MOVE MEMBRO-NOME TO AVS-NOME
           MOVE WS-DIVIDA TO AVS-VALOR
           MOVE WS-DATA-ANTIGA TO AVS-DATA-ANTIGA
           MOVE WS-DIAS TO AVS-DIAS
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF AVISO-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF AVISO-REC
           MOVE WS-ANT-EMPRESA TO OPSTAMP-EMPRESA OF AVISO-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF AVISO-REC
           MOVE CTO-ENDERECO TO MRD-ENDERECO OF AVISO-REC
           WRITE AVISO-REC.
       GRAVAR-EXCECAO.
           MOVE "QUOTAVIS" TO EXC-ORIGEM
           MOVE SPACES TO EXC-DOCUMENTO
           STRING "AVISO " AVS-TIPO DELIMITED BY SIZE
               INTO EXC-DOCUMENTO
           MOVE WS-ANT-EMPRESA TO EXC-EMPRESA
           MOVE WS-ANT-MEMBRO TO EXC-MEMBRO
           MOVE MEMBRO-NOME TO EXC-NOME
           MOVE CTW-MOTIVO TO EXC-MOTIVO
           MOVE CTO-TELEFONE TO EXC-TELEFONE
           MOVE CTO-PREFERENCIA TO EXC-PREFERENCIA
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF CONTEXC-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF CONTEXC-REC
           MOVE WS-ANT-EMPRESA TO OPSTAMP-EMPRESA OF CONTEXC-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF CONTEXC-REC
           WRITE CONTEXC-REC.
       SUSPENDER-MEMBRO.
           MOVE "S" TO TRAN-STATUS
           PERFORM GRAVAR-TRANSACAO
           ADD 1 TO WS-CONT-SUSPENSOES
           IF R > 0
               MOVE WS-DATA-NEGOCIO TO TAB-DATA-SUSP(R)
           ELSE
               IF WS-CONT-REGISTO < WS-MAX-REGISTO
                   ADD 1 TO WS-CONT-REGISTO
                   MOVE WS-ANT-EMPRESA TO TAB-EMPRESA(WS-CONT-REGISTO)
                   MOVE WS-ANT-MEMBRO TO TAB-MEMBRO(WS-CONT-REGISTO)
                   MOVE WS-DATA-NEGOCIO TO
                       TAB-DATA-SUSP(WS-CONT-REGISTO)
                   MOVE "S" TO TAB-SITUACAO(WS-CONT-REGISTO)
               ELSE
                   DISPLAY "QUOTAVIS: REGISTO CHEIO - MEMBRO "
                       WS-ANT-MEMBRO " SEM REATIVACAO AUTOMATICA"
               END-IF
           END-IF.
      ******************************************************************
      * So reativa quem continua suspenso no master; se o escritorio
      * ja mudou o status a mao, o membro sai do registo sem
      * transacao.
      ******************************************************************
       REATIVAR-MEMBRO.
           IF MEMBRO-STATUS = "S"
               MOVE "A" TO TRAN-STATUS
               PERFORM GRAVAR-TRANSACAO
               ADD 1 TO WS-CONT-REATIVACOES
           END-IF
           MOVE "N" TO TAB-SITUACAO(R).
      ******************************************************************
      * Suspensos do registo sem conta no ledger ja nao devem nada.
      ******************************************************************
       REATIVAR-NAO-VISTOS.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-CONT-REGISTO
               IF TAB-EM-VIGOR(R)
                   MOVE TAB-EMPRESA(R) TO WS-ANT-EMPRESA
                   MOVE TAB-MEMBRO(R) TO WS-ANT-MEMBRO
                   PERFORM LER-MEMBRO
                   IF WS-MEMBRO-ACHADO = "S"
                       PERFORM REATIVAR-MEMBRO
                   ELSE
                       MOVE "N" TO TAB-SITUACAO(R)
                   END-IF
               END-IF
           END-PERFORM.
       GRAVAR-TRANSACAO.
           MOVE SPACES TO TRANSACAO-REC
           MOVE "A" TO TRAN-TIPO
           MOVE MEMBRO-EMPRESA TO TRAN-EMPRESA
           MOVE MEMBRO-ID TO TRAN-ID
           MOVE MEMBRO-NOME TO TRAN-NOME
           MOVE MEMBRO-DATA-NASC TO TRAN-DATA-NASC
           MOVE WS-DATA-NEGOCIO TO TRAN-DATA-EFETIVA
           MOVE MEMBRO-AGREGADO TO TRAN-AGREGADO
           MOVE MEMBRO-CHEFE TO TRAN-CHEFE
           WRITE TRANSACAO-REC.
       GRAVAR-REGISTO.
           OPEN OUTPUT REGISTO-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-REGISTO
               IF NOT TAB-ANULADO(I)
                   MOVE SPACES TO REGISTO-REC
                   MOVE TAB-EMPRESA(I) TO REG-EMPRESA
                   MOVE TAB-MEMBRO(I) TO REG-MEMBRO
                   MOVE TAB-DATA-SUSP(I) TO REG-DATA-SUSPENSAO
                   WRITE REGISTO-REC
               END-IF
           END-PERFORM
           CLOSE REGISTO-FILE.
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
           MOVE "QUOTAVIS" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
           COPY "CONTACTO-PD.cpy".
       END PROGRAM QUOTAVIS.
