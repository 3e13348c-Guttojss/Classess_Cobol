      ******************************************************************
      * EXTRANUA.cbl
      * 10/15/26 - annual member statement, for the tax and employer
      *            statements the front desk used to assemble from
      *            EX3CONS screens. Run after the year closes for the
      *            year in EXTRPARM (default: the year before the
      *            business date); one statement per member active at
      *            any point of the year (a member suspended or
      *            cancelled before 1 January is left out):
      *              - bracket changes during the year, from the
      *                classification log: the archive generations
      *                (EX3ARCH, concatenated oldest-first, optional)
      *                and the live EX3LOG are SORTed by member and
      *                business date, and a change is a log record
      *                whose bracket differs from the member's
      *                previous one (records from before the year only
      *                set the starting bracket; pre-member-id log
      *                records carry no member and are skipped);
      *              - per month, the dues billed, the payments
      *                received and the collections the bank returned,
      *                from the receivables ledger (QUOTACC, read
      *                under the shared LOCKMGR lock);
      *              - the opening balance at 1 January and the
      *                closing balance at 31 December (positive = owed
      *                by the member).
      *            The statement file (EXTRATO) is print-ready: one
      *            record per printed line, typed 1 heading, 2 bracket,
      *            3 opening balance, 4 month, 5 closing balance, with
      *            the member's postal address from the contact
      *            subfile (MEMBCONT) on the heading. A member with no
      *            usable address still gets the statement, marked B
      *            (balcao, held for collection at the front desk)
      *            instead of C (correio), and goes to the exceptions
      *            list EXTRAEXC. The control report (PRNTFMT) gives
      *            statements produced, mailed and held, and the
      *            year's billed and paid totals per company.
      * 10/15/26 - EX3LOG is now INDEXED on member id and business
      *            date (CLASSLOG.cpy); read sequentially in key
      *            order. The classifications are SORTed by member
      *            anyway, so the statement is unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRANUA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDADE-FILE ASSIGN TO "EX3IDADE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEMBRO-ID
               ALTERNATE RECORD KEY IS MEMBRO-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-MBR-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "QUOTACC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTA-CHAVE
               FILE STATUS IS WS-QTA-STATUS.
           SELECT CLASSLOG-FILE ASSIGN TO "EX3LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLASSLOG-CHAVE
               FILE STATUS IS WS-CLASSLOG-STATUS.
           SELECT ARQUIVO-FILE ASSIGN TO "EX3ARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQUIVO-STATUS.
           SELECT SORT-WORK ASSIGN TO "EXTRWK".
           SELECT PARM-FILE ASSIGN TO "EXTRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EXTRATO-FILE ASSIGN TO "EXTRATO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTACTO-FILE ASSIGN TO "MEMBCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTO-MEMBRO
               FILE STATUS IS CTW-STATUS.
           SELECT EXCECOES-FILE ASSIGN TO "EXTRAEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  IDADE-FILE.
           COPY "MEMBRO.cpy".
       FD  LEDGER-FILE.
           COPY "QUOTACC.cpy".
       FD  CLASSLOG-FILE.
           COPY "CLASSLOG.cpy".
       FD  ARQUIVO-FILE.
       01  ARQUIVO-REC              PIC X(80).
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-MEMBRO           PIC 9(5).
           05  SRT-DATA             PIC 9(8).
           05  SRT-TIMESTAMP        PIC X(21).
           05  SRT-ESCALAO          PIC X(8).
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-ANO             PIC 9(4).
       FD  EXTRATO-FILE.
       01  EXTRATO-REC.
           05  EXT-EMPRESA          PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  EXT-MEMBRO           PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  EXT-TIPO             PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  EXT-ENVIO            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  EXT-LINHA            PIC X(80).
           COPY "OPSTAMP.cpy".
           COPY "MORADA.cpy".
       FD  CONTACTO-FILE.
           COPY "CONTACTO.cpy".
       FD  EXCECOES-FILE.
           COPY "CONTEXC.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-MBR-STATUS PIC XX VALUE SPACES.
       77 WS-QTA-STATUS PIC XX VALUE SPACES.
       77 WS-CLASSLOG-STATUS PIC XX VALUE SPACES.
       77 WS-ARQUIVO-STATUS PIC XX VALUE SPACES.
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-FIM-SORT PIC X VALUE "N".
           88 FIM-SORT VALUE "S".
       77 WS-FIM-CONTA PIC X VALUE "N".
           88 FIM-CONTA VALUE "S".
       77 WS-ANO PIC 9(4) VALUE 0.
       77 WS-INICIO-ANO PIC 9(8).
       77 WS-FIM-ANO PIC 9(8).
       77 WS-DATA-LOG PIC X(8).
       77 WS-LOG-MEMBRO PIC 9(6) VALUE 0.
       77 WS-ESCALAO-ANT PIC X(8).
       77 WS-ENVIO PIC X.
       01 WS-DATA-MOV.
           05  WS-MOV-ANO           PIC 9(4).
           05  WS-MOV-MES           PIC 99.
           05  WS-MOV-DIA           PIC 99.
       77 WS-MAX-MUDANCAS PIC 99 VALUE 10.
       77 WS-CONT-MUDANCAS PIC 99 VALUE 0.
       01 TABELA-MUDANCAS.
           03 MUDANCA-LINHA OCCURS 10 TIMES.
               05  MUD-DATA         PIC 9(8).
               05  MUD-DE           PIC X(8).
               05  MUD-PARA         PIC X(8).
       01 TABELA-MESES.
           03 MES-LINHA OCCURS 12 TIMES.
               05  MES-FATURADO     PIC 9(7)V99.
               05  MES-PAGO         PIC 9(7)V99.
               05  MES-DEVOLVIDO    PIC 9(7)V99.
       77 WS-SALDO-INICIAL PIC S9(8)V99 VALUE 0.
       77 WS-SALDO-FINAL PIC S9(8)V99 VALUE 0.
       77 WS-TOTAL-FATURADO PIC 9(8)V99 VALUE 0.
       77 WS-TOTAL-PAGO PIC 9(8)V99 VALUE 0.
       77 WS-MAX-EMPRESAS PIC 99 VALUE 10.
       77 WS-CONT-EMPRESAS PIC 99 VALUE 0.
       01 TABELA-EMPRESAS.
           03 EMPRESA-LINHA OCCURS 10 TIMES.
               05  EMP-CODIGO       PIC XX.
               05  EMP-EXTRATOS     PIC 9(5).
               05  EMP-CORREIO      PIC 9(5).
               05  EMP-BALCAO       PIC 9(5).
               05  EMP-FATURADO     PIC 9(9)V99.
               05  EMP-PAGO         PIC 9(9)V99.
       77 WS-CONT-LIDOS PIC 9(5) VALUE 0.
       77 WS-CONT-EXTRATOS PIC 9(5) VALUE 0.
       77 WS-CONT-NAO-ATIVOS PIC 9(5) VALUE 0.
       77 WS-CONT-LOG PIC 9(7) VALUE 0.
       77 I PIC 99.
       77 M PIC 99.
       77 E PIC 99.
       01 WS-LINHA-CABECALHO.
           05  FILLER               PIC X(14) VALUE "EXTRATO ANUAL ".
           05  LC-ANO               PIC 9(4).
           05  FILLER               PIC X(10) VALUE " - MEMBRO ".
           05  LC-MEMBRO            PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  LC-NOME              PIC X(20).
           05  FILLER               PIC X(9) VALUE " EMPRESA ".
           05  LC-EMPRESA           PIC XX.
       01 WS-LINHA-ESCALAO.
           05  FILLER               PIC X(19)
               VALUE "MUDANCA DE ESCALAO ".
           05  LE-DATA              PIC 9999/99/99.
           05  FILLER               PIC XX VALUE ": ".
           05  LE-DE                PIC X(8).
           05  FILLER               PIC X(4) VALUE " -> ".
           05  LE-PARA              PIC X(8).
       01 WS-LINHA-SEM-MUDANCA.
           05  FILLER               PIC X(31)
               VALUE "SEM MUDANCAS DE ESCALAO NO ANO ".
           05  LS-ESCALAO           PIC X(8).
       01 WS-LINHA-SALDO.
           05  FILLER               PIC X(9) VALUE "SALDO EM ".
           05  LSD-DATA             PIC 9999/99/99.
           05  FILLER               PIC XX VALUE ": ".
           05  LSD-VALOR            PIC -ZZZZZZZ9.99.
       01 WS-LINHA-MES.
           05  FILLER               PIC X(4) VALUE "MES ".
           05  LM-MES               PIC 99.
           05  FILLER               PIC X(11) VALUE "  FATURADO ".
           05  LM-FATURADO          PIC ZZZZZZ9.99.
           05  FILLER               PIC X(7) VALUE "  PAGO ".
           05  LM-PAGO              PIC ZZZZZZ9.99.
           05  FILLER               PIC X(12) VALUE "  DEVOLVIDO ".
           05  LM-DEVOLVIDO         PIC ZZZZZZ9.99.
       01 WS-LINHA-EMPRESA.
           05  FILLER               PIC X(8) VALUE "EMPRESA ".
           05  LR-EMPRESA           PIC XX.
           05  FILLER               PIC X(11) VALUE "  EXTRATOS ".
           05  LR-EXTRATOS          PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE "  CORREIO ".
           05  LR-CORREIO           PIC ZZZZ9.
           05  FILLER               PIC X(9) VALUE "  BALCAO ".
           05  LR-BALCAO            PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE "  FATURADO ".
           05  LR-FATURADO          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(7) VALUE "  PAGO ".
           05  LR-PAGO              PIC ZZZ,ZZZ,ZZ9.99.
           COPY "CONTACTO-WS.cpy".
           COPY "LOCKMGR-WS.cpy".
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-PARAMETROS
           COMPUTE WS-INICIO-ANO = WS-ANO * 10000 + 0101
           COMPUTE WS-FIM-ANO = WS-ANO * 10000 + 1231
           MOVE "QUOTACC" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "EXTRANUA: LEDGER EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LEDGER-FILE
           OPEN INPUT IDADE-FILE
           IF WS-QTA-STATUS NOT = "00" OR WS-MBR-STATUS NOT = "00"
               DISPLAY "EXTRANUA: FICHEIROS INDISPONIVEIS - LEDGER "
                   WS-QTA-STATUS " MEMBROS " WS-MBR-STATUS
               MOVE "L" TO LCK-FUNCAO-PARM
               CALL "LOCKMGR" USING LOCKMGR-PARMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRATO-FILE
           OPEN OUTPUT EXCECOES-FILE
           PERFORM ABRIR-CONTACTOS
           MOVE SPACES TO EXTRATO-REC
           MOVE SPACES TO CONTEXC-REC
           SORT SORT-WORK
               ON ASCENDING KEY SRT-MEMBRO SRT-DATA SRT-TIMESTAMP
               INPUT PROCEDURE IS LER-CLASSIFICACOES
               OUTPUT PROCEDURE IS PRODUZIR-EXTRATOS
           CLOSE LEDGER-FILE
           MOVE "L" TO LCK-FUNCAO-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           CLOSE IDADE-FILE
           CLOSE EXTRATO-FILE
           CLOSE EXCECOES-FILE
           PERFORM FECHAR-CONTACTOS
           PERFORM IMPRIMIR-CONTROLO
           DISPLAY "ANO DO EXTRATO       : " WS-ANO
           DISPLAY "MEMBROS LIDOS        : " WS-CONT-LIDOS
           DISPLAY "EXTRATOS PRODUZIDOS  : " WS-CONT-EXTRATOS
           DISPLAY "NAO ATIVOS NO ANO    : " WS-CONT-NAO-ATIVOS
           DISPLAY "REGISTOS DE LOG      : " WS-CONT-LOG
           DISPLAY "SEM MORADA UTILIZAVEL: " CTW-CONT-EXCECOES
           STOP RUN.
      ******************************************************************
      * Ano do extrato: EXTRPARM ou, sem ele, o ano anterior ao da
      * data de negocio. Um ano invalido ou futuro recusa a execucao.
      ******************************************************************
       LER-PARAMETROS.
           COMPUTE WS-ANO = WS-DATA-NEGOCIO / 10000 - 1
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
               DISPLAY "EXTRANUA: SEM EXTRPARM - ANO " WS-ANO
           ELSE
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-ANO NOT NUMERIC OR PARM-ANO < 1900
                           OR PARM-ANO > WS-DATA-NEGOCIO / 10000
                           DISPLAY "EXTRANUA: ANO INVALIDO - "
                               PARM-REC " - EXECUCAO RECUSADA"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE PARM-ANO TO WS-ANO
               END-READ
               CLOSE PARM-FILE
           END-IF.
      ******************************************************************
      * Arquivo primeiro (geracoes da mais antiga para a mais
      * recente), depois o EX3LOG vivo; so os registos com membro e
      * ate ao fim do ano entram no SORT.
      ******************************************************************
       LER-CLASSIFICACOES.
           OPEN INPUT ARQUIVO-FILE
           IF WS-ARQUIVO-STATUS = "35"
               DISPLAY "EXTRANUA: SEM ARQUIVO EX3ARCH"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ ARQUIVO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE ARQUIVO-REC TO CLASSLOG-REC
                           PERFORM LIBERTAR-CLASSIFICACAO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT CLASSLOG-FILE
           IF WS-CLASSLOG-STATUS = "35"
               DISPLAY "EXTRANUA: SEM EX3LOG"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CLASSLOG-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM LIBERTAR-CLASSIFICACAO
                   END-READ
               END-PERFORM
               CLOSE CLASSLOG-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Mesmos deslocamentos do EX3LOGRP: formato com membro comeca
      * por cinco digitos e um espaco; data de negocio na posicao 53,
      * timestamp fisico na 28 quando a data de negocio falta.
      ******************************************************************
       LIBERTAR-CLASSIFICACAO.
           IF CLASSLOG-REC(1:5) NUMERIC
               AND CLASSLOG-REC(6:1) = SPACE
               MOVE CLASSLOG-REC(53:8) TO WS-DATA-LOG
               IF WS-DATA-LOG NOT NUMERIC
                   OR WS-DATA-LOG = "00000000"
                   MOVE CLASSLOG-REC(28:8) TO WS-DATA-LOG
               END-IF
               IF WS-DATA-LOG NUMERIC
                   MOVE CLASSLOG-REC(1:5) TO SRT-MEMBRO
                   MOVE WS-DATA-LOG TO SRT-DATA
                   MOVE CLASSLOG-REC(28:21) TO SRT-TIMESTAMP
                   MOVE CLASSLOG-REC(10:8) TO SRT-ESCALAO
                   IF SRT-DATA <= WS-FIM-ANO
                       ADD 1 TO WS-CONT-LOG
                       RELEASE SORT-REC
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * Emparelha o master (por MEMBRO-ID) com o log ordenado pelo
      * mesmo membro: o log de um membro que ja nao esta no master e
      * saltado.
      ******************************************************************
       PRODUZIR-EXTRATOS.
           PERFORM OBTER-PROXIMO-LOG
           PERFORM UNTIL FIM-FICHEIRO
               READ IDADE-FILE NEXT RECORD
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT-LIDOS
                       PERFORM TRATAR-MEMBRO
               END-READ
           END-PERFORM.
       OBTER-PROXIMO-LOG.
           IF FIM-SORT
               MOVE 999999 TO WS-LOG-MEMBRO
           ELSE
               RETURN SORT-WORK
                   AT END
                       SET FIM-SORT TO TRUE
                       MOVE 999999 TO WS-LOG-MEMBRO
                   NOT AT END
                       MOVE SRT-MEMBRO TO WS-LOG-MEMBRO
               END-RETURN
           END-IF.
       TRATAR-MEMBRO.
           PERFORM UNTIL WS-LOG-MEMBRO >= MEMBRO-ID
               PERFORM OBTER-PROXIMO-LOG
           END-PERFORM
           MOVE 0 TO WS-CONT-MUDANCAS
           MOVE SPACES TO WS-ESCALAO-ANT
           PERFORM UNTIL WS-LOG-MEMBRO NOT = MEMBRO-ID
               PERFORM REGISTAR-ESCALAO
               PERFORM OBTER-PROXIMO-LOG
           END-PERFORM
           IF (MEMBRO-STATUS = "S" OR MEMBRO-STATUS = "C")
               AND MEMBRO-DATA-EFETIVA NUMERIC
               AND MEMBRO-DATA-EFETIVA < WS-INICIO-ANO
               ADD 1 TO WS-CONT-NAO-ATIVOS
           ELSE
               PERFORM EMITIR-EXTRATO
           END-IF.
       REGISTAR-ESCALAO.
           IF WS-ESCALAO-ANT NOT = SPACES
               AND SRT-ESCALAO NOT = WS-ESCALAO-ANT
               AND SRT-DATA >= WS-INICIO-ANO
               IF WS-CONT-MUDANCAS < WS-MAX-MUDANCAS
                   ADD 1 TO WS-CONT-MUDANCAS
                   MOVE SRT-DATA TO MUD-DATA(WS-CONT-MUDANCAS)
                   MOVE WS-ESCALAO-ANT TO MUD-DE(WS-CONT-MUDANCAS)
                   MOVE SRT-ESCALAO TO MUD-PARA(WS-CONT-MUDANCAS)
               ELSE
                   DISPLAY "EXTRANUA: MUDANCAS DE ESCALAO EM EXCESSO - "
                       "MEMBRO " MEMBRO-ID
               END-IF
           END-IF
           MOVE SRT-ESCALAO TO WS-ESCALAO-ANT.
       EMITIR-EXTRATO.
           ADD 1 TO WS-CONT-EXTRATOS
           PERFORM APURAR-CONTA
           MOVE MEMBRO-ID TO CTO-MEMBRO
           PERFORM OBTER-CONTACTO
           IF CTW-SEM-MORADA
               MOVE "B" TO WS-ENVIO
               PERFORM GRAVAR-EXCECAO
           ELSE
               MOVE "C" TO WS-ENVIO
           END-IF
           PERFORM ACUMULAR-EMPRESA
           MOVE WS-ANO TO LC-ANO
           MOVE MEMBRO-ID TO LC-MEMBRO
           MOVE MEMBRO-NOME TO LC-NOME
           MOVE MEMBRO-EMPRESA TO LC-EMPRESA
           MOVE "1" TO EXT-TIPO
           MOVE WS-LINHA-CABECALHO TO EXT-LINHA
           IF CTW-MORADA-OK
               MOVE CTO-ENDERECO TO MRD-ENDERECO OF EXTRATO-REC
           END-IF
           PERFORM GRAVAR-LINHA
           MOVE SPACES TO MRD-ENDERECO OF EXTRATO-REC
           MOVE "2" TO EXT-TIPO
           IF WS-CONT-MUDANCAS = 0
               MOVE WS-ESCALAO-ANT TO LS-ESCALAO
               MOVE WS-LINHA-SEM-MUDANCA TO EXT-LINHA
               PERFORM GRAVAR-LINHA
           ELSE
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-CONT-MUDANCAS
                   MOVE MUD-DATA(I) TO LE-DATA
                   MOVE MUD-DE(I) TO LE-DE
                   MOVE MUD-PARA(I) TO LE-PARA
                   MOVE WS-LINHA-ESCALAO TO EXT-LINHA
                   PERFORM GRAVAR-LINHA
               END-PERFORM
           END-IF
           MOVE "3" TO EXT-TIPO
           MOVE WS-INICIO-ANO TO LSD-DATA
           MOVE WS-SALDO-INICIAL TO LSD-VALOR
           MOVE WS-LINHA-SALDO TO EXT-LINHA
           PERFORM GRAVAR-LINHA
           MOVE "4" TO EXT-TIPO
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 12
               MOVE M TO LM-MES
               MOVE MES-FATURADO(M) TO LM-FATURADO
               MOVE MES-PAGO(M) TO LM-PAGO
               MOVE MES-DEVOLVIDO(M) TO LM-DEVOLVIDO
               MOVE WS-LINHA-MES TO EXT-LINHA
               PERFORM GRAVAR-LINHA
           END-PERFORM
           MOVE "5" TO EXT-TIPO
           MOVE WS-FIM-ANO TO LSD-DATA
           MOVE WS-SALDO-FINAL TO LSD-VALOR
           MOVE WS-LINHA-SALDO TO EXT-LINHA
           PERFORM GRAVAR-LINHA.
      ******************************************************************
      * Conta do membro no ledger desde o inicio: o que e anterior ao
      * ano forma o saldo inicial, o que cai no ano vai para o mes;
      * um debito reaberto por devolucao bancaria (MANDDEVL,
      * referencia DEVOLVIDO) conta como devolvido, nao como
      * faturado. Movimentos posteriores ao ano sao ignorados.
      ******************************************************************
       APURAR-CONTA.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 12
               MOVE 0 TO MES-FATURADO(M)
               MOVE 0 TO MES-PAGO(M)
               MOVE 0 TO MES-DEVOLVIDO(M)
           END-PERFORM
           MOVE 0 TO WS-SALDO-INICIAL
           MOVE 0 TO WS-TOTAL-FATURADO
           MOVE 0 TO WS-TOTAL-PAGO
           MOVE MEMBRO-EMPRESA TO QTA-EMPRESA
           MOVE MEMBRO-ID TO QTA-MEMBRO
           MOVE 0 TO QTA-DATA-MOV
           MOVE LOW-VALUE TO QTA-TIPO
           MOVE 0 TO QTA-SEQ
           MOVE "N" TO WS-FIM-CONTA
           START LEDGER-FILE KEY IS NOT < QTA-CHAVE
               INVALID KEY SET FIM-CONTA TO TRUE
           END-START
           PERFORM UNTIL FIM-CONTA
               READ LEDGER-FILE NEXT RECORD
                   AT END SET FIM-CONTA TO TRUE
                   NOT AT END
                       IF QTA-EMPRESA NOT = MEMBRO-EMPRESA
                           OR QTA-MEMBRO NOT = MEMBRO-ID
                           SET FIM-CONTA TO TRUE
                       ELSE
                           PERFORM ACUMULAR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-SALDO-FINAL = WS-SALDO-INICIAL
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 12
               ADD MES-FATURADO(M) TO WS-TOTAL-FATURADO
               ADD MES-PAGO(M) TO WS-TOTAL-PAGO
               COMPUTE WS-SALDO-FINAL = WS-SALDO-FINAL
                   + MES-FATURADO(M) + MES-DEVOLVIDO(M)
                   - MES-PAGO(M)
           END-PERFORM.
       ACUMULAR-MOVIMENTO.
           IF QTA-DATA-MOV < WS-INICIO-ANO
               IF QTA-DEBITO
                   ADD QTA-VALOR TO WS-SALDO-INICIAL
               ELSE
                   SUBTRACT QTA-VALOR FROM WS-SALDO-INICIAL
               END-IF
           ELSE
               IF QTA-DATA-MOV <= WS-FIM-ANO
                   MOVE QTA-DATA-MOV TO WS-DATA-MOV
                   MOVE WS-MOV-MES TO M
                   IF QTA-DEBITO
                       IF QTA-REFERENCIA(1:9) = "DEVOLVIDO"
                           ADD QTA-VALOR TO MES-DEVOLVIDO(M)
                       ELSE
                           ADD QTA-VALOR TO MES-FATURADO(M)
                       END-IF
                   ELSE
                       ADD QTA-VALOR TO MES-PAGO(M)
                   END-IF
               END-IF
           END-IF.
       ACUMULAR-EMPRESA.
           MOVE 0 TO E
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-EMPRESAS OR E > 0
               IF EMP-CODIGO(I) = MEMBRO-EMPRESA
                   MOVE I TO E
               END-IF
           END-PERFORM
           IF E = 0
               IF WS-CONT-EMPRESAS < WS-MAX-EMPRESAS
                   ADD 1 TO WS-CONT-EMPRESAS
                   MOVE WS-CONT-EMPRESAS TO E
                   MOVE MEMBRO-EMPRESA TO EMP-CODIGO(E)
                   MOVE 0 TO EMP-EXTRATOS(E)
                   MOVE 0 TO EMP-CORREIO(E)
                   MOVE 0 TO EMP-BALCAO(E)
                   MOVE 0 TO EMP-FATURADO(E)
                   MOVE 0 TO EMP-PAGO(E)
               ELSE
                   DISPLAY "EXTRANUA: TABELA DE EMPRESAS CHEIA - "
                       MEMBRO-EMPRESA " FORA DO CONTROLO"
               END-IF
           END-IF
           IF E > 0
               ADD 1 TO EMP-EXTRATOS(E)
               IF WS-ENVIO = "C"
                   ADD 1 TO EMP-CORREIO(E)
               ELSE
                   ADD 1 TO EMP-BALCAO(E)
               END-IF
               ADD WS-TOTAL-FATURADO TO EMP-FATURADO(E)
               ADD WS-TOTAL-PAGO TO EMP-PAGO(E)
           END-IF.
       GRAVAR-LINHA.
           MOVE MEMBRO-EMPRESA TO EXT-EMPRESA
           MOVE MEMBRO-ID TO EXT-MEMBRO
           MOVE WS-ENVIO TO EXT-ENVIO
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF EXTRATO-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF EXTRATO-REC
           MOVE MEMBRO-EMPRESA TO OPSTAMP-EMPRESA OF EXTRATO-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF EXTRATO-REC
           WRITE EXTRATO-REC.
       GRAVAR-EXCECAO.
           MOVE "EXTRANUA" TO EXC-ORIGEM
           MOVE SPACES TO EXC-DOCUMENTO
           STRING "EXTRATO " WS-ANO DELIMITED BY SIZE
               INTO EXC-DOCUMENTO
           MOVE MEMBRO-EMPRESA TO EXC-EMPRESA
           MOVE MEMBRO-ID TO EXC-MEMBRO
           MOVE MEMBRO-NOME TO EXC-NOME
           MOVE CTW-MOTIVO TO EXC-MOTIVO
           MOVE CTO-TELEFONE TO EXC-TELEFONE
           MOVE CTO-PREFERENCIA TO EXC-PREFERENCIA
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF CONTEXC-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF CONTEXC-REC
           MOVE MEMBRO-EMPRESA TO OPSTAMP-EMPRESA OF CONTEXC-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF CONTEXC-REC
           WRITE CONTEXC-REC.
       IMPRIMIR-CONTROLO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "EXTRATOS ANUAIS POR EMPRESA" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-CONT-EMPRESAS
               MOVE EMP-CODIGO(E) TO LR-EMPRESA
               MOVE EMP-EXTRATOS(E) TO LR-EXTRATOS
               MOVE EMP-CORREIO(E) TO LR-CORREIO
               MOVE EMP-BALCAO(E) TO LR-BALCAO
               MOVE EMP-FATURADO(E) TO LR-FATURADO
               MOVE EMP-PAGO(E) TO LR-PAGO
               MOVE WS-LINHA-EMPRESA TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM
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
           MOVE "EXTRANUA" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
           COPY "CONTACTO-PD.cpy".
       END PROGRAM EXTRANUA.
