      ******************************************************************
      * MEMBAPAG.cbl
      * 10/15/26 - right-to-erasure run for former members. Reads the
      *            erasure requests (APAGPED: member id, date of the
      *            request, legal basis) and anonymises each accepted
      *            member wherever the member's id and name survive:
      *              EX3LOG   - permanent classification log
      *              EX3ARCH  - its archive generation
      *              BILLOUT  - billing extract history
      *              BILLFAM  - household bills (head of household)
      *              MEMBXREF - duplicate cross-reference
      *              MEMBMLOG - maintenance journal
      *            The records stay where they are, so every count,
      *            amount, bracket and control total finance and the
      *            regulator reports rely on is unchanged: the member
      *            id becomes 00000, a name becomes ANONIMIZADO and a
      *            date of birth keeps only its year. Old-format
      *            EX3LOG records carry no member id and are left as
      *            they are. The member's master record (EX3IDADE)
      *            and contact record (MEMBCONT) are deleted. Each
      *            dataset is rewritten in place through a work file
      *            (the RETENTN pattern) and only when something in it
      *            changed; EX3IDADE, EX3LOG, MEMBCONT and the ledger
      *            QUOTACC are held under the shared LOCKMGR locks for
      *            the whole run. A request is refused, and nothing of
      *            that member is touched, when the member still has
      *            an open movement on the receivables ledger (QUOTACC
      *            status A or D -- an unpaid charge, a returned debit
      *            or an unapplied payment), when the member is still
      *            on the master with a status other than cancelado,
      *            or when the request itself is incomplete. The run
      *            is repeatable: with EX3ARCH pointed at each archive
      *            generation in turn, members already anonymised are
      *            simply not found again. The erasure certificate
      *            (PRNTFMT) lists every request, its outcome and, per
      *            dataset, how many records were changed, and ends
      *            with the operator and time of the run and the
      *            data-protection officer's sign-off line. Any
      *            refusal ends with RETURN-CODE 4; a busy lock or an
      *            unreadable master or ledger ends with RETURN-CODE 8
      *            before anything is changed.
      * 10/15/26 - EX3LOG is now INDEXED on member id and business
      *            date (CLASSLOG.cpy). Instead of copying the whole
      *            log through the work file, each accepted member's
      *            entries are reached by START; each is written back
      *            anonymised under member 00000 (same business date,
      *            next free sequence -- where the converted old-
      *            format records already sit) and the original key
      *            is deleted, so the member id leaves the key too.
      * 10/15/26 - the direct-debit mandate data is erased too: the
      *            member's mandate (MANDMST -- bank account and
      *            mandate reference) is deleted like the contact
      *            record, active or not (the member is cancelled and
      *            owes nothing, so there is nothing left to collect),
      *            and the member id on the mandate journal (MANDLOG,
      *            columns 3-7) becomes 00000 like MEMBMLOG. MANDMST is
      *            held under its LOCKMGR lock with the others, and
      *            both datasets are counted on the certificate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBAPAG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-FILE ASSIGN TO "APAGPED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PED-STATUS.
           SELECT MASTER-FILE ASSIGN TO "EX3IDADE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEMBRO-ID
               ALTERNATE RECORD KEY IS MEMBRO-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "QUOTACC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QTA-CHAVE
               FILE STATUS IS WS-QTA-STATUS.
           SELECT CONTACTO-FILE ASSIGN TO "MEMBCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTO-MEMBRO
               FILE STATUS IS WS-CTO-STATUS.
           SELECT MANDATO-FILE ASSIGN TO "MANDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MND-MEMBRO
               FILE STATUS IS WS-MND-STATUS.
           SELECT CLASSLOG-FILE ASSIGN TO "EX3LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLASSLOG-CHAVE
               FILE STATUS IS CLW-STATUS.
           SELECT ARQUIVO-FILE ASSIGN TO "EX3ARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.
           SELECT FATURACAO-FILE ASSIGN TO "BILLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.
           SELECT FAMILIA-FILE ASSIGN TO "BILLFAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.
           SELECT XREF-FILE ASSIGN TO "MEMBXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "MEMBMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.
           SELECT MANDLOG-FILE ASSIGN TO "MANDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.
           SELECT TRABALHO-FILE ASSIGN TO "APAGWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS-FILE.
       01  PEDIDOS-REC.
           05  PEDR-MEMBRO          PIC 9(5).
           05  FILLER               PIC X.
           05  PEDR-DATA            PIC 9(8).
           05  FILLER               PIC X.
           05  PEDR-BASE-LEGAL      PIC X(30).
       FD  MASTER-FILE.
           COPY "MEMBRO.cpy".
       FD  LEDGER-FILE.
           COPY "QUOTACC.cpy".
       FD  CONTACTO-FILE.
           COPY "CONTACTO.cpy".
       FD  MANDATO-FILE.
           COPY "MANDATO.cpy".
       FD  CLASSLOG-FILE.
           COPY "CLASSLOG.cpy".
       FD  ARQUIVO-FILE.
       01  ARQUIVO-REC              PIC X(80).
       FD  FATURACAO-FILE.
       01  FATURACAO-REC            PIC X(120).
       FD  FAMILIA-FILE.
       01  FAMILIA-REC              PIC X(80).
       FD  XREF-FILE.
       01  XREF-REC                 PIC X(80).
       FD  JORNAL-FILE.
       01  JORNAL-LINHA             PIC X(120).
       FD  MANDLOG-FILE.
       01  MANDLOG-LINHA            PIC X(120).
       FD  TRABALHO-FILE.
       01  TRABALHO-REC             PIC X(120).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-PED-STATUS PIC XX VALUE SPACES.
       77 WS-MST-STATUS PIC XX VALUE SPACES.
       77 WS-QTA-STATUS PIC XX VALUE SPACES.
       77 WS-CTO-STATUS PIC XX VALUE SPACES.
       77 WS-MND-STATUS PIC XX VALUE SPACES.
       77 WS-DS-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-CONT-ACEITES PIC 9(5) VALUE 0.
       77 WS-CONT-RECUSADOS PIC 9(5) VALUE 0.
       77 WS-CONT-ALTERADOS PIC 9(7) VALUE 0.
       77 WS-AREA PIC X(120).
       77 WS-ID-LIDO PIC 9(5).
       77 WS-MEMBRO-LOG PIC 9(5).
       77 WS-NOME-ANONIMO PIC X(20) VALUE "ANONIMIZADO".
      * colunas do registo do dataset em tratamento: numero de
      * membro (e segundo numero, no MEMBXREF), nome e data de
      * nascimento; zero = o dataset nao tem esse campo
       77 WS-COL-ID PIC 999.
       77 WS-COL-ID2 PIC 999.
       77 WS-COL-NOME PIC 999.
       77 WS-COL-NASC PIC 999.
       77 WS-COL-SEGUINTE PIC 999.
       77 WS-MAX-PEDIDOS PIC 99 VALUE 50.
       77 WS-CONT-PEDIDOS PIC 99 VALUE 0.
       77 WS-CONT-LOCKS PIC 9 VALUE 0.
       77 WS-LOCKS-OK PIC X VALUE "S".
       77 P PIC 99.
       77 P2 PIC 99.
       77 Q PIC 99.
       77 R PIC 99.
       77 D PIC 99.
       77 K PIC 9.
       77 WS-CHAVE-LIDA PIC X(16).
           COPY "CLASSLOG-WS.cpy".
       01 TABELA-DATASETS.
           05  FILLER               PIC X(8) VALUE "EX3LOG".
           05  FILLER               PIC X(8) VALUE "EX3ARCH".
           05  FILLER               PIC X(8) VALUE "BILLOUT".
           05  FILLER               PIC X(8) VALUE "BILLFAM".
           05  FILLER               PIC X(8) VALUE "MEMBXREF".
           05  FILLER               PIC X(8) VALUE "MEMBMLOG".
           05  FILLER               PIC X(8) VALUE "EX3IDADE".
           05  FILLER               PIC X(8) VALUE "MEMBCONT".
           05  FILLER               PIC X(8) VALUE "MANDMST".
           05  FILLER               PIC X(8) VALUE "MANDLOG".
       01 FILLER REDEFINES TABELA-DATASETS.
           05  DATASET-NOME         PIC X(8) OCCURS 10 TIMES.
       01 TABELA-LOCKS.
           05  FILLER               PIC X(8) VALUE "EX3IDADE".
           05  FILLER               PIC X(8) VALUE "EX3LOG".
           05  FILLER               PIC X(8) VALUE "MEMBCONT".
           05  FILLER               PIC X(8) VALUE "QUOTACC".
           05  FILLER               PIC X(8) VALUE "MANDMST".
       01 FILLER REDEFINES TABELA-LOCKS.
           05  LOCK-NOME            PIC X(8) OCCURS 5 TIMES.
       01 TABELA-PEDIDOS.
           03 PEDIDO-LINHA OCCURS 50 TIMES.
               05  PED-MEMBRO       PIC 9(5).
               05  PED-DATA         PIC 9(8).
               05  PED-BASE-LEGAL   PIC X(30).
               05  PED-SITUACAO     PIC X.
                   88  PED-ACEITE   VALUE "A".
                   88  PED-RECUSADO VALUE "R".
               05  PED-MOTIVO       PIC X(24).
               05  PED-CONTAGEM     PIC 9(7) OCCURS 10 TIMES.
       01 WS-LINHA-PEDIDO.
           05  FILLER               PIC X(29)
               VALUE "PEDIDO DE APAGAMENTO - MEMBRO".
           05  FILLER               PIC X VALUE SPACE.
           05  LP-MEMBRO            PIC 9(5).
           05  FILLER               PIC X(12) VALUE "  PEDIDO EM ".
           05  LP-DATA              PIC 9999/99/99.
       01 WS-LINHA-BASE.
           05  FILLER               PIC X(14) VALUE "  BASE LEGAL: ".
           05  LB-BASE-LEGAL        PIC X(30).
       01 WS-LINHA-RESULTADO.
           05  FILLER               PIC X(13) VALUE "  RESULTADO: ".
           05  LR-RESULTADO         PIC X(8).
           05  LR-MOTIVO            PIC X(24).
       01 WS-LINHA-DATASET.
           05  FILLER               PIC X(12) VALUE "    DATASET ".
           05  LD-DATASET           PIC X(8).
           05  FILLER               PIC X(22)
               VALUE "  REGISTOS ALTERADOS: ".
           05  LD-CONTAGEM          PIC ZZZZZZ9.
       01 WS-LINHA-EXECUCAO.
           05  FILLER               PIC X(23)
               VALUE "EXECUTADO PELO OPERADOR".
           05  FILLER               PIC X VALUE SPACE.
           05  LX-OPERADOR          PIC X(8).
           05  FILLER               PIC X(4) VALUE " EM ".
           05  LX-TIMESTAMP         PIC X(21).
       01 WS-LINHA-VISTO.
           05  FILLER               PIC X(44)
               VALUE "VISTO DO ENCARREGADO DA PROTECAO DE DADOS: ".
           05  FILLER               PIC X(30) VALUE ALL "_".
           05  FILLER               PIC X(8) VALUE "  DATA: ".
           05  FILLER               PIC X(10) VALUE ALL "_".
           COPY "LOCKMGR-WS.cpy".
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM CARREGAR-PEDIDOS
           IF WS-CONT-PEDIDOS = 0
               DISPLAY "MEMBAPAG: SEM PEDIDOS DE APAGAMENTO"
               STOP RUN
           END-IF
           PERFORM ADQUIRIR-LOCKS
           IF WS-LOCKS-OK = "N"
               PERFORM LIBERTAR-LOCKS
               DISPLAY "MEMBAPAG: DATASETS EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICAR-SALDOS
           PERFORM TRATAR-MASTER
           PERFORM CONTAR-ACEITES
           IF WS-CONT-ACEITES > 0
               PERFORM TRATAR-CONTACTOS
               PERFORM TRATAR-MANDATOS
               PERFORM TRATAR-EX3LOG
               PERFORM TRATAR-ARQUIVO
               PERFORM TRATAR-FATURACAO
               PERFORM TRATAR-FAMILIAS
               PERFORM TRATAR-XREF
               PERFORM TRATAR-JORNAL
               PERFORM TRATAR-MANDLOG
           END-IF
           PERFORM LIBERTAR-LOCKS
           PERFORM EMITIR-CERTIFICADO
           DISPLAY "PEDIDOS ACEITES   : " WS-CONT-ACEITES
           DISPLAY "PEDIDOS RECUSADOS : " WS-CONT-RECUSADOS
           IF WS-CONT-RECUSADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      * Um pedido sem membro, sem data ou sem base legal fica no
      * certificado como recusado; so os pedidos aceites seguem.
      ******************************************************************
       CARREGAR-PEDIDOS.
           OPEN INPUT PEDIDOS-FILE
           IF WS-PED-STATUS = "35"
               DISPLAY "MEMBAPAG: SEM FICHEIRO APAGPED"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ PEDIDOS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-PEDIDO
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-PEDIDO.
           IF WS-CONT-PEDIDOS NOT < WS-MAX-PEDIDOS
               DISPLAY "MEMBAPAG: PEDIDOS A MAIS, IGNORADO "
                   PEDIDOS-REC
           ELSE
               ADD 1 TO WS-CONT-PEDIDOS
               MOVE WS-CONT-PEDIDOS TO P
               MOVE PEDR-BASE-LEGAL TO PED-BASE-LEGAL(P)
               IF PEDR-MEMBRO NUMERIC
                   MOVE PEDR-MEMBRO TO PED-MEMBRO(P)
               ELSE
                   MOVE 0 TO PED-MEMBRO(P)
               END-IF
               IF PEDR-DATA NUMERIC
                   MOVE PEDR-DATA TO PED-DATA(P)
               ELSE
                   MOVE 0 TO PED-DATA(P)
               END-IF
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > 10
                   MOVE 0 TO PED-CONTAGEM(P, D)
               END-PERFORM
               SET PED-ACEITE(P) TO TRUE
               MOVE SPACES TO PED-MOTIVO(P)
               IF PED-MEMBRO(P) = 0 OR PED-DATA(P) = 0
                   OR PED-BASE-LEGAL(P) = SPACES
                   SET PED-RECUSADO(P) TO TRUE
                   MOVE "PEDIDO INCOMPLETO" TO PED-MOTIVO(P)
               END-IF
           END-IF.
      ******************************************************************
      * Os locks sao pedidos todos antes de se tocar em qualquer
      * dataset; se um estiver ocupado devolvem-se os ja obtidos e
      * nada muda.
      ******************************************************************
       ADQUIRIR-LOCKS.
           MOVE 0 TO WS-CONT-LOCKS
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 5 OR WS-LOCKS-OK = "N"
               MOVE LOCK-NOME(K) TO LCK-NOME-PARM
               MOVE "A" TO LCK-FUNCAO-PARM
               MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
               CALL "LOCKMGR" USING LOCKMGR-PARMS
               IF LCK-RESULTADO-PARM = "B"
                   MOVE "N" TO WS-LOCKS-OK
                   DISPLAY "MEMBAPAG: " LOCK-NOME(K) " EM USO"
               ELSE
                   MOVE K TO WS-CONT-LOCKS
               END-IF
           END-PERFORM.
       LIBERTAR-LOCKS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CONT-LOCKS
               MOVE LOCK-NOME(K) TO LCK-NOME-PARM
               MOVE "L" TO LCK-FUNCAO-PARM
               MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
               CALL "LOCKMGR" USING LOCKMGR-PARMS
           END-PERFORM
           MOVE 0 TO WS-CONT-LOCKS.
      ******************************************************************
      * Saldo em aberto: qualquer movimento do membro no ledger, de
      * qualquer empresa, que nao esteja liquidado. Sem ledger nao ha
      * nada faturado e portanto nada em aberto.
      ******************************************************************
       VERIFICAR-SALDOS.
           OPEN INPUT LEDGER-FILE
           IF WS-QTA-STATUS = "35"
               DISPLAY "MEMBAPAG: SEM LEDGER QUOTACC - SEM SALDOS"
           ELSE
               IF WS-QTA-STATUS NOT = "00"
                   DISPLAY "MEMBAPAG: LEDGER INDISPONIVEL - STATUS "
                       WS-QTA-STATUS
                   PERFORM LIBERTAR-LOCKS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FIM-FICHEIRO
                   READ LEDGER-FILE NEXT RECORD
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF NOT QTA-LIQUIDADO
                               MOVE QTA-MEMBRO TO WS-ID-LIDO
                               PERFORM PROCURAR-PEDIDO
                               IF P > 0
                                   SET PED-RECUSADO(P) TO TRUE
                                   MOVE "SALDO EM ABERTO" TO
                                       PED-MOTIVO(P)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * So um membro que ja saiu pode ser apagado: no master, apenas
      * com status cancelado. Um membro ja excluido do master passa.
      ******************************************************************
       TRATAR-MASTER.
           OPEN I-O MASTER-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "MEMBAPAG: MASTER INDISPONIVEL - STATUS "
                   WS-MST-STATUS
               PERFORM LIBERTAR-LOCKS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CONT-PEDIDOS
               IF PED-ACEITE(P)
                   MOVE PED-MEMBRO(P) TO MEMBRO-ID
                   READ MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM APAGAR-DO-MASTER
                   END-READ
               END-IF
           END-PERFORM
           CLOSE MASTER-FILE.
       APAGAR-DO-MASTER.
           IF MEMBRO-STATUS NOT = "C"
               SET PED-RECUSADO(P) TO TRUE
               MOVE "MEMBRO NAO CANCELADO" TO PED-MOTIVO(P)
           ELSE
               DELETE MASTER-FILE
                   INVALID KEY
                       SET PED-RECUSADO(P) TO TRUE
                       MOVE "ERRO AO EXCLUIR DO MASTER" TO
                           PED-MOTIVO(P)
                   NOT INVALID KEY
                       MOVE 1 TO PED-CONTAGEM(P, 7)
               END-DELETE
           END-IF.
       CONTAR-ACEITES.
           MOVE 0 TO WS-CONT-ACEITES
           MOVE 0 TO WS-CONT-RECUSADOS
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CONT-PEDIDOS
               IF PED-ACEITE(P)
                   ADD 1 TO WS-CONT-ACEITES
               ELSE
                   ADD 1 TO WS-CONT-RECUSADOS
               END-IF
           END-PERFORM.
       TRATAR-CONTACTOS.
           OPEN I-O CONTACTO-FILE
           IF WS-CTO-STATUS NOT = "00"
               DISPLAY "MEMBAPAG: SEM SUBFICHEIRO DE CONTACTOS"
           ELSE
               PERFORM VARYING P FROM 1 BY 1
                       UNTIL P > WS-CONT-PEDIDOS
                   IF PED-ACEITE(P)
                       MOVE PED-MEMBRO(P) TO CTO-MEMBRO
                       DELETE CONTACTO-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 1 TO PED-CONTAGEM(P, 8)
                       END-DELETE
                   END-IF
               END-PERFORM
               CLOSE CONTACTO-FILE
           END-IF.
      ******************************************************************
      * MANDMST: o mandato do membro (conta bancaria e referencia)
      * sai do master, ativo ou nao -- o membro esta cancelado e sem
      * saldo, nada fica por cobrar.
      ******************************************************************
       TRATAR-MANDATOS.
           OPEN I-O MANDATO-FILE
           IF WS-MND-STATUS NOT = "00"
               DISPLAY "MEMBAPAG: SEM MASTER DE MANDATOS MANDMST"
           ELSE
               PERFORM VARYING P FROM 1 BY 1
                       UNTIL P > WS-CONT-PEDIDOS
                   IF PED-ACEITE(P)
                       MOVE PED-MEMBRO(P) TO MND-MEMBRO
                       DELETE MANDATO-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 1 TO PED-CONTAGEM(P, 9)
                       END-DELETE
                   END-IF
               END-PERFORM
               CLOSE MANDATO-FILE
           END-IF.
      ******************************************************************
      * EX3LOG: a chave comeca pelo membro, por isso cada pedido aceite
      * posiciona nas entradas dele. Cada entrada e regravada
      * anonimizada sob o membro 00000 e so depois apagada a chave
      * original; o START seguinte encontra a proxima. Os registos
      * antigos ja estao sob 00000 e nao sao tocados.
      ******************************************************************
       TRATAR-EX3LOG.
           MOVE 1 TO D
           MOVE 1 TO WS-COL-ID
           MOVE 0 TO WS-COL-ID2
           MOVE 0 TO WS-COL-NOME
           MOVE 0 TO WS-COL-NASC
           MOVE 0 TO WS-CONT-ALTERADOS
           OPEN I-O CLASSLOG-FILE
           IF CLW-STATUS = "35"
               DISPLAY "MEMBAPAG: EX3LOG AUSENTE"
           ELSE
               PERFORM VARYING R FROM 1 BY 1
                       UNTIL R > WS-CONT-PEDIDOS
                   IF PED-ACEITE(R)
                       PERFORM APAGAR-LOG-DO-MEMBRO
                   END-IF
               END-PERFORM
               CLOSE CLASSLOG-FILE
           END-IF.
       APAGAR-LOG-DO-MEMBRO.
           MOVE PED-MEMBRO(R) TO WS-MEMBRO-LOG
           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-FICHEIRO
               MOVE WS-MEMBRO-LOG TO CLASSLOG-CHV-MEMBRO
               MOVE 0 TO CLASSLOG-CHV-DATA
               MOVE 0 TO CLASSLOG-CHV-SEQ
               START CLASSLOG-FILE
                   KEY IS NOT LESS THAN CLASSLOG-CHAVE
                   INVALID KEY SET FIM-FICHEIRO TO TRUE
               END-START
               IF NOT FIM-FICHEIRO
                   READ CLASSLOG-FILE NEXT RECORD
                       AT END SET FIM-FICHEIRO TO TRUE
                   END-READ
               END-IF
               IF NOT FIM-FICHEIRO
                   IF CLASSLOG-CHV-MEMBRO NOT = WS-MEMBRO-LOG
                       SET FIM-FICHEIRO TO TRUE
                   ELSE
                       PERFORM ANONIMIZAR-ENTRADA-LOG
                   END-IF
               END-IF
           END-PERFORM.
       ANONIMIZAR-ENTRADA-LOG.
           MOVE CLASSLOG-CHAVE TO WS-CHAVE-LIDA
           MOVE CLASSLOG-REC(1:80) TO WS-AREA
           PERFORM ANONIMIZAR-AREA
           MOVE WS-AREA(1:80) TO CLASSLOG-REC(1:80)
           MOVE 0 TO CLASSLOG-CHV-MEMBRO
           PERFORM GRAVAR-CLASSLOG
           IF CLASSLOG-GRAVADO
               MOVE WS-CHAVE-LIDA TO CLASSLOG-CHAVE
               DELETE CLASSLOG-FILE RECORD
                   INVALID KEY
                       DISPLAY "MEMBAPAG: EX3LOG DELETE FALHOU, "
                           "STATUS " CLW-STATUS
                       MOVE 8 TO RETURN-CODE
                       SET FIM-FICHEIRO TO TRUE
               END-DELETE
           ELSE
               DISPLAY "MEMBAPAG: EX3LOG REGRAVACAO FALHOU, STATUS "
                   CLW-STATUS " - MEMBRO " WS-MEMBRO-LOG
               MOVE 8 TO RETURN-CODE
               SET FIM-FICHEIRO TO TRUE
           END-IF.
       TRATAR-ARQUIVO.
           MOVE 2 TO D
           MOVE 1 TO WS-COL-ID
           MOVE 0 TO WS-COL-ID2
           MOVE 0 TO WS-COL-NOME
           MOVE 0 TO WS-COL-NASC
           MOVE 0 TO WS-CONT-ALTERADOS
           MOVE "N" TO WS-EOF
           OPEN INPUT ARQUIVO-FILE
           IF WS-DS-STATUS = "35"
               DISPLAY "MEMBAPAG: SEM ARQUIVO EX3ARCH"
           ELSE
               OPEN OUTPUT TRABALHO-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   READ ARQUIVO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE ARQUIVO-REC TO WS-AREA
                           PERFORM ANONIMIZAR-AREA
                           WRITE TRABALHO-REC FROM WS-AREA
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-FILE
               CLOSE TRABALHO-FILE
               IF WS-CONT-ALTERADOS > 0
                   MOVE "N" TO WS-EOF
                   OPEN INPUT TRABALHO-FILE
                   OPEN OUTPUT ARQUIVO-FILE
                   PERFORM UNTIL FIM-FICHEIRO
                       READ TRABALHO-FILE
                           AT END SET FIM-FICHEIRO TO TRUE
                           NOT AT END
                               WRITE ARQUIVO-REC FROM TRABALHO-REC
                       END-READ
                   END-PERFORM
                   CLOSE TRABALHO-FILE
                   CLOSE ARQUIVO-FILE
               END-IF
           END-IF.
      ******************************************************************
      * BILLOUT: membro 1-5 e nome 7-26 nas linhas de detalhe; os
      * trailers TOTAIS nao comecam por um numero e ficam intactos,
      * tal como o valor de cada linha.
      ******************************************************************
       TRATAR-FATURACAO.
           MOVE 3 TO D
           MOVE 1 TO WS-COL-ID
           MOVE 0 TO WS-COL-ID2
           MOVE 7 TO WS-COL-NOME
           MOVE 0 TO WS-COL-NASC
           MOVE 0 TO WS-CONT-ALTERADOS
           MOVE "N" TO WS-EOF
           OPEN INPUT FATURACAO-FILE
           IF WS-DS-STATUS = "35"
               DISPLAY "MEMBAPAG: SEM BILLOUT"
           ELSE
               OPEN OUTPUT TRABALHO-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FATURACAO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE FATURACAO-REC TO WS-AREA
                           PERFORM ANONIMIZAR-AREA
                           WRITE TRABALHO-REC FROM WS-AREA
                   END-READ
               END-PERFORM
               CLOSE FATURACAO-FILE
               CLOSE TRABALHO-FILE
               IF WS-CONT-ALTERADOS > 0
                   MOVE "N" TO WS-EOF
                   OPEN INPUT TRABALHO-FILE
                   OPEN OUTPUT FATURACAO-FILE
                   PERFORM UNTIL FIM-FICHEIRO
                       READ TRABALHO-FILE
                           AT END SET FIM-FICHEIRO TO TRUE
                           NOT AT END
                               WRITE FATURACAO-REC FROM TRABALHO-REC
                       END-READ
                   END-PERFORM
                   CLOSE TRABALHO-FILE
                   CLOSE FATURACAO-FILE
               END-IF
           END-IF.
      ******************************************************************
      * BILLFAM: o chefe do agregado (colunas 10-14) e o seu nome
      * (16-35); o agregado, a contagem e os valores ficam.
      ******************************************************************
       TRATAR-FAMILIAS.
           MOVE 4 TO D
           MOVE 10 TO WS-COL-ID
           MOVE 0 TO WS-COL-ID2
           MOVE 16 TO WS-COL-NOME
           MOVE 0 TO WS-COL-NASC
           MOVE 0 TO WS-CONT-ALTERADOS
           MOVE "N" TO WS-EOF
           OPEN INPUT FAMILIA-FILE
           IF WS-DS-STATUS = "35"
               DISPLAY "MEMBAPAG: SEM BILLFAM"
           ELSE
               OPEN OUTPUT TRABALHO-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FAMILIA-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE FAMILIA-REC TO WS-AREA
                           PERFORM ANONIMIZAR-AREA
                           WRITE TRABALHO-REC FROM WS-AREA
                   END-READ
               END-PERFORM
               CLOSE FAMILIA-FILE
               CLOSE TRABALHO-FILE
               IF WS-CONT-ALTERADOS > 0
                   MOVE "N" TO WS-EOF
                   OPEN INPUT TRABALHO-FILE
                   OPEN OUTPUT FAMILIA-FILE
                   PERFORM UNTIL FIM-FICHEIRO
                       READ TRABALHO-FILE
                           AT END SET FIM-FICHEIRO TO TRUE
                           NOT AT END
                               WRITE FAMILIA-REC FROM TRABALHO-REC
                       END-READ
                   END-PERFORM
                   CLOSE TRABALHO-FILE
                   CLOSE FAMILIA-FILE
               END-IF
           END-IF.
      ******************************************************************
      * MEMBXREF: o membro pode ser o duplicado (1-5) ou o
      * sobrevivente (7-11); o par fica para as contagens do MEMBDUP.
      ******************************************************************
       TRATAR-XREF.
           MOVE 5 TO D
           MOVE 1 TO WS-COL-ID
           MOVE 7 TO WS-COL-ID2
           MOVE 0 TO WS-COL-NOME
           MOVE 0 TO WS-COL-NASC
           MOVE 0 TO WS-CONT-ALTERADOS
           MOVE "N" TO WS-EOF
           OPEN INPUT XREF-FILE
           IF WS-DS-STATUS = "35"
               DISPLAY "MEMBAPAG: SEM MEMBXREF"
           ELSE
               OPEN OUTPUT TRABALHO-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   READ XREF-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE XREF-REC TO WS-AREA
                           PERFORM ANONIMIZAR-AREA
                           WRITE TRABALHO-REC FROM WS-AREA
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
               CLOSE TRABALHO-FILE
               IF WS-CONT-ALTERADOS > 0
                   MOVE "N" TO WS-EOF
                   OPEN INPUT TRABALHO-FILE
                   OPEN OUTPUT XREF-FILE
                   PERFORM UNTIL FIM-FICHEIRO
                       READ TRABALHO-FILE
                           AT END SET FIM-FICHEIRO TO TRUE
                           NOT AT END
                               WRITE XREF-REC FROM TRABALHO-REC
                       END-READ
                   END-PERFORM
                   CLOSE TRABALHO-FILE
                   CLOSE XREF-FILE
               END-IF
           END-IF.
      ******************************************************************
      * MEMBMLOG (MEMBMLOG.cpy): membro 3-7 e data de nascimento
      * 85-92 nos registos que ja a trazem; o tipo, os status e as
      * datas efetivas ficam para o relatorio de retencao.
      ******************************************************************
       TRATAR-JORNAL.
           MOVE 6 TO D
           MOVE 3 TO WS-COL-ID
           MOVE 0 TO WS-COL-ID2
           MOVE 0 TO WS-COL-NOME
           MOVE 85 TO WS-COL-NASC
           MOVE 0 TO WS-CONT-ALTERADOS
           MOVE "N" TO WS-EOF
           OPEN INPUT JORNAL-FILE
           IF WS-DS-STATUS = "35"
               DISPLAY "MEMBAPAG: SEM JORNAL MEMBMLOG"
           ELSE
               OPEN OUTPUT TRABALHO-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   READ JORNAL-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE JORNAL-LINHA TO WS-AREA
                           PERFORM ANONIMIZAR-AREA
                           WRITE TRABALHO-REC FROM WS-AREA
                   END-READ
               END-PERFORM
               CLOSE JORNAL-FILE
               CLOSE TRABALHO-FILE
               IF WS-CONT-ALTERADOS > 0
                   MOVE "N" TO WS-EOF
                   OPEN INPUT TRABALHO-FILE
                   OPEN OUTPUT JORNAL-FILE
                   PERFORM UNTIL FIM-FICHEIRO
                       READ TRABALHO-FILE
                           AT END SET FIM-FICHEIRO TO TRUE
                           NOT AT END
                               WRITE JORNAL-LINHA FROM TRABALHO-REC
                       END-READ
                   END-PERFORM
                   CLOSE TRABALHO-FILE
                   CLOSE JORNAL-FILE
               END-IF
           END-IF.
      ******************************************************************
      * MANDLOG (jornal do MANDMNT): membro 3-7; o tipo, o ativo e o
      * carimbo do operador ficam.
      ******************************************************************
       TRATAR-MANDLOG.
           MOVE 10 TO D
           MOVE 3 TO WS-COL-ID
           MOVE 0 TO WS-COL-ID2
           MOVE 0 TO WS-COL-NOME
           MOVE 0 TO WS-COL-NASC
           MOVE 0 TO WS-CONT-ALTERADOS
           MOVE "N" TO WS-EOF
           OPEN INPUT MANDLOG-FILE
           IF WS-DS-STATUS = "35"
               DISPLAY "MEMBAPAG: SEM JORNAL MANDLOG"
           ELSE
               OPEN OUTPUT TRABALHO-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   READ MANDLOG-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE MANDLOG-LINHA TO WS-AREA
                           PERFORM ANONIMIZAR-AREA
                           WRITE TRABALHO-REC FROM WS-AREA
                   END-READ
               END-PERFORM
               CLOSE MANDLOG-FILE
               CLOSE TRABALHO-FILE
               IF WS-CONT-ALTERADOS > 0
                   MOVE "N" TO WS-EOF
                   OPEN INPUT TRABALHO-FILE
                   OPEN OUTPUT MANDLOG-FILE
                   PERFORM UNTIL FIM-FICHEIRO
                       READ TRABALHO-FILE
                           AT END SET FIM-FICHEIRO TO TRUE
                           NOT AT END
                               WRITE MANDLOG-LINHA FROM TRABALHO-REC
                       END-READ
                   END-PERFORM
                   CLOSE TRABALHO-FILE
                   CLOSE MANDLOG-FILE
               END-IF
           END-IF.
      ******************************************************************
      * Um numero de membro so conta quando e seguido de espaco (o
      * separador de todos estes layouts), o que deixa de fora os
      * registos antigos do EX3LOG e os trailers. Cada registo conta
      * uma vez por pedido.
      ******************************************************************
       ANONIMIZAR-AREA.
           MOVE 0 TO P2
           COMPUTE WS-COL-SEGUINTE = WS-COL-ID + 5
           IF WS-AREA(WS-COL-ID:5) NUMERIC
               AND WS-AREA(WS-COL-SEGUINTE:1) = SPACE
               MOVE WS-AREA(WS-COL-ID:5) TO WS-ID-LIDO
               PERFORM PROCURAR-PEDIDO
               IF P > 0
                   MOVE ZEROS TO WS-AREA(WS-COL-ID:5)
                   IF WS-COL-NOME > 0
                       MOVE WS-NOME-ANONIMO TO WS-AREA(WS-COL-NOME:20)
                   END-IF
                   IF WS-COL-NASC > 0
                       AND WS-AREA(WS-COL-NASC:8) NUMERIC
                       MOVE "0101" TO WS-AREA(WS-COL-NASC + 4:4)
                   END-IF
                   ADD 1 TO PED-CONTAGEM(P, D)
                   ADD 1 TO WS-CONT-ALTERADOS
                   MOVE P TO P2
               END-IF
           END-IF
           IF WS-COL-ID2 > 0
               COMPUTE WS-COL-SEGUINTE = WS-COL-ID2 + 5
               IF WS-AREA(WS-COL-ID2:5) NUMERIC
                   AND WS-AREA(WS-COL-SEGUINTE:1) = SPACE
                   MOVE WS-AREA(WS-COL-ID2:5) TO WS-ID-LIDO
                   PERFORM PROCURAR-PEDIDO
                   IF P > 0
                       MOVE ZEROS TO WS-AREA(WS-COL-ID2:5)
                       IF P NOT = P2
                           ADD 1 TO PED-CONTAGEM(P, D)
                       END-IF
                       ADD 1 TO WS-CONT-ALTERADOS
                   END-IF
               END-IF
           END-IF.
      * P fica com o pedido aceite do membro WS-ID-LIDO, ou zero
       PROCURAR-PEDIDO.
           MOVE 0 TO P
           IF WS-ID-LIDO > 0
               PERFORM VARYING Q FROM 1 BY 1
                       UNTIL Q > WS-CONT-PEDIDOS OR P > 0
                   IF PED-MEMBRO(Q) = WS-ID-LIDO
                       AND PED-ACEITE(Q)
                       MOVE Q TO P
                   END-IF
               END-PERFORM
           END-IF.
       EMITIR-CERTIFICADO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "CERTIFICADO DE APAGAMENTO" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CONT-PEDIDOS
               MOVE PED-MEMBRO(P) TO LP-MEMBRO
               MOVE PED-DATA(P) TO LP-DATA
               MOVE WS-LINHA-PEDIDO TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
               MOVE PED-BASE-LEGAL(P) TO LB-BASE-LEGAL
               MOVE WS-LINHA-BASE TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
               IF PED-ACEITE(P)
                   MOVE "APAGADO" TO LR-RESULTADO
                   MOVE SPACES TO LR-MOTIVO
               ELSE
                   MOVE "RECUSADO" TO LR-RESULTADO
                   MOVE PED-MOTIVO(P) TO LR-MOTIVO
               END-IF
               MOVE WS-LINHA-RESULTADO TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
               IF PED-ACEITE(P)
                   PERFORM VARYING D FROM 1 BY 1 UNTIL D > 10
                       MOVE DATASET-NOME(D) TO LD-DATASET
                       MOVE PED-CONTAGEM(P, D) TO LD-CONTAGEM
                       MOVE WS-LINHA-DATASET TO PRT-LINHA-PARM
                       CALL "PRNTFMT" USING PRNTFMT-PARMS
                   END-PERFORM
               END-IF
               MOVE SPACES TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM
           MOVE WS-OPERADOR-ID TO LX-OPERADOR
           MOVE WS-RUN-TIMESTAMP TO LX-TIMESTAMP
           MOVE WS-LINHA-EXECUCAO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE WS-LINHA-VISTO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
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
           MOVE "MEMBAPAG" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
           COPY "CLASSLOG-PD.cpy".
       END PROGRAM MEMBAPAG.
