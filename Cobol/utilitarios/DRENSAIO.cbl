      ******************************************************************
      * DRENSAIO.cbl
      * 10/15/26 - restore rehearsal for the disaster-recovery backup
      *            of the stream's control state (DRBKUP). A backup
      *            nobody has ever restored from is a hope, not a
      *            plan: this takes the generation the JCL points
      *            DRBKIN at (the latest, or an older one by relative
      *            generation) and proves it end to end --
      *              - the header, every section's C/F pair and the
      *                manifest and totals are all present;
      *              - every section is extracted through the work
      *                dataset DRRESTW exactly as a restore would
      *                write it, read back, and its record count and
      *                hash (digit sum, as DRBKUP) agree with its F
      *                record, its manifest line and the totals;
      *              - the generation's line on the DR register
      *                (DRBREG) agrees, so a generation cut short or
      *                altered after the backup is caught;
      *              - a REQUIRED dataset missing or empty fails;
      *            and then reads the restored control state the way
      *            the operator would on the morning after: the
      *            business date to resume, the last RUNCTL date and
      *            its completions, CHKPOINT restarts still pending,
      *            locks still held and the NEGPOS retry queue. The
      *            report (PRNTFMT) ends with the verdict RECUPERAVEL
      *            SIM or NAO; NAO ends the run with RETURN-CODE 8.
      *            Each rehearsal is appended to the rehearsal
      *            register (DRENREG). With "T" on the DRENPARM card
      *            (the MONTHEND step) it is the quarterly rehearsal
      *            for audit: it only runs in the quarter-end months
      *            (March, June, September, December -- other months
      *            print a one-line report and end with RC 0) and
      *            the report also lists every rehearsal registered
      *            in the quarter. Without the card it runs on
      *            demand.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRENSAIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "DRENPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT GERACAO-FILE ASSIGN TO "DRBKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GER-STATUS.
           SELECT EXTRACCAO-FILE ASSIGN TO "DRRESTW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT REGISTO-FILE ASSIGN TO "DRBREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT ENSAIOS-FILE ASSIGN TO "DRENREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-MODO            PIC X.
       FD  GERACAO-FILE.
           COPY "DRGERAC.cpy".
       FD  EXTRACCAO-FILE.
       01  EXTRACCAO-REC            PIC X(256).
       FD  REGISTO-FILE.
           COPY "DRBREG.cpy".
       FD  ENSAIOS-FILE.
       01  ENSAIOS-REC.
           05  ENS-DATA             PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  ENS-GERACAO          PIC X(14).
           05  FILLER               PIC X VALUE SPACE.
           05  ENS-DATA-GERACAO     PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  ENS-MODO             PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  ENS-RESULTADO        PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  ENS-FALHAS           PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  ENS-AVISOS           PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  ENS-OPERADOR         PIC X(8).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-GER-STATUS PIC XX VALUE SPACES.
       77 WS-EXT-STATUS PIC XX VALUE SPACES.
       77 WS-REG-STATUS PIC XX VALUE SPACES.
       77 WS-ENS-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-EOF-EXT PIC X VALUE "N".
           88 FIM-EXTRACCAO VALUE "S".
       77 WS-MODO PIC X VALUE "P".
           88 MODO-TRIMESTRAL VALUE "T".
       77 WS-MES PIC 99.
       77 WS-TRIMESTRE PIC 9.
       77 WS-INICIO-TRIMESTRE PIC 9(8).
       77 WS-GERACAO PIC X(14) VALUE SPACES.
       77 WS-DATA-GERACAO PIC 9(8) VALUE 0.
       77 WS-OPERADOR-GERACAO PIC X(8) VALUE SPACES.
       77 WS-CONT-REGISTOS-LIDOS PIC 9(9) VALUE 0.
       77 WS-CONT-CABECALHOS PIC 99 VALUE 0.
       77 WS-TOTAIS-LIDOS PIC X VALUE "N".
       77 WS-Z-FICHEIROS PIC 99 VALUE 0.
       77 WS-Z-REGISTOS PIC 9(9) VALUE 0.
       77 WS-Z-HASH PIC 9(9) VALUE 0.
       77 WS-EM-SECCAO PIC X VALUE "N".
       77 WS-ID PIC X(8).
       77 WS-CONT PIC 9(9).
       77 WS-HASH PIC 9(9).
       77 WS-TOTAL-REGISTOS PIC 9(9) VALUE 0.
       77 WS-TOTAL-HASH PIC 9(9) VALUE 0.
       77 WS-MAX-SECCOES PIC 99 VALUE 30.
       77 WS-CONT-SECCOES PIC 99 VALUE 0.
       77 WS-MAX-ANOMALIAS PIC 99 VALUE 40.
       77 WS-CONT-ANOMALIAS PIC 99 VALUE 0.
       77 WS-ANOMALIA PIC X(100).
       77 WS-FALHAS PIC 99 VALUE 0.
       77 WS-AVISOS PIC 99 VALUE 0.
       77 WS-DIGITO PIC 9.
       77 WS-REG-ENCONTRADO PIC X VALUE "N".
       77 WS-DATA-RETOMA PIC 9(8) VALUE 0.
       77 WS-BUSDATE-LIDA PIC X VALUE "N".
       77 WS-ULTIMA-RUNCTL PIC 9(8) VALUE 0.
       77 WS-CONCL-RUNCTL PIC 9(5) VALUE 0.
       77 WS-CONT-NPRETRY PIC 9(7) VALUE 0.
       77 WS-MAX-PENDENTES PIC 99 VALUE 20.
       77 WS-CONT-PENDENTES PIC 99 VALUE 0.
       77 WS-CONT-BLOQUEIOS PIC 99 VALUE 0.
       77 WS-CONT-ENSAIOS PIC 9(5) VALUE 0.
       77 I PIC 99.
       77 J PIC 999.
       77 K PIC 99.
           COPY "BUSDATE-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "PRNTFMT-WS.cpy".
       01 WS-IMAGEM                 PIC X(256).
       01 IMG-BUSDATE REDEFINES WS-IMAGEM.
           05  IMG-BUS-DATA         PIC X(8).
           05  IMG-BUS-DATA-N REDEFINES IMG-BUS-DATA
                                    PIC 9(8).
           05  FILLER               PIC X(248).
       01 IMG-RUNCTL REDEFINES WS-IMAGEM.
           05  IMG-CTL-PROGRAMA     PIC X(8).
           05  FILLER               PIC X.
           05  IMG-CTL-DATA         PIC 9(8).
           05  FILLER               PIC X(239).
       01 IMG-RESTART REDEFINES WS-IMAGEM.
           05  IMG-RST-PROGRAMA     PIC X(8).
           05  FILLER               PIC X.
           05  IMG-RST-CONT1        PIC 9(7).
           05  FILLER               PIC X.
           05  IMG-RST-CONT2        PIC 9(7).
           05  FILLER               PIC X.
           05  IMG-RST-DONE         PIC X.
           05  FILLER               PIC X(230).
       01 IMG-LOCK REDEFINES WS-IMAGEM.
           05  IMG-LCK-NOME         PIC X(20).
           05  FILLER               PIC X.
           05  IMG-LCK-OPERADOR     PIC X(8).
           05  FILLER               PIC X.
           05  IMG-LCK-TIMESTAMP    PIC X(21).
           05  FILLER               PIC X(205).
       01 TABELA-SECCOES.
           03 SECCAO-LINHA OCCURS 30 TIMES.
               05  TS-ID            PIC X(8).
               05  TS-DSN           PIC X(44).
               05  TS-CLASSE        PIC X.
               05  TS-OBRIGATORIO   PIC X.
               05  TS-ESTADO        PIC X(8).
               05  TS-CONT-F        PIC 9(9).
               05  TS-HASH-F        PIC 9(9).
               05  TS-CONT          PIC 9(9).
               05  TS-HASH          PIC 9(9).
               05  TS-MANIFESTO     PIC X.
               05  TS-RESULTADO     PIC X(9).
       01 TABELA-ANOMALIAS.
           03 ANOMALIA-LINHA        PIC X(100) OCCURS 40 TIMES.
       01 TABELA-PENDENTES.
           03 PENDENTE-LINHA OCCURS 20 TIMES.
               05  TP-TIPO          PIC X.
               05  TP-NOME          PIC X(20).
               05  TP-VALOR1        PIC X(21).
               05  TP-CONT1         PIC 9(7).
               05  TP-CONT2         PIC 9(7).
       01 LINHA-GERACAO.
           05  FILLER               PIC X(8) VALUE "GERACAO ".
           05  LG-GERACAO           PIC X(14).
           05  FILLER               PIC X(18)
               VALUE "  DATA DE NEGOCIO ".
           05  LG-DATA              PIC 9(8).
           05  FILLER               PIC X(11) VALUE "  OPERADOR ".
           05  LG-OPERADOR          PIC X(8).
           05  FILLER               PIC X(7) VALUE "  MODO ".
           05  LG-MODO              PIC X(10).
       01 LINHA-CABECALHO-SECCOES.
           05  FILLER               PIC X(40) VALUE
               "FICHEIRO C O ESTADO   REGISTO F    HASH ".
           05  FILLER               PIC X(40) VALUE
               "F EXTRAIDOS HASH EXTR RESULTADO DATASET ".
       01 LINHA-SECCAO.
           05  LS-ID                PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LS-CLASSE            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LS-OBRIGATORIO       PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LS-ESTADO            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LS-CONT-F            PIC ZZZZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LS-HASH-F            PIC ZZZZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LS-CONT              PIC ZZZZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LS-HASH              PIC ZZZZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LS-RESULTADO         PIC X(9).
           05  FILLER               PIC X VALUE SPACE.
           05  LS-DSN               PIC X(44).
       01 LINHA-ENSAIO.
           05  LE-DATA              PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LE-GERACAO           PIC X(14).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LE-DATA-GERACAO      PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LE-MODO              PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LE-RESULTADO         PIC X(3).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  LE-FALHAS            PIC Z9.
           05  FILLER               PIC X(6) VALUE SPACES.
           05  LE-AVISOS            PIC Z9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LE-OPERADOR          PIC X(8).
       01 LINHA-CABECALHO-ENSAIOS.
           05  FILLER               PIC X(40) VALUE
               "DATA      GERACAO         DATA GER  MODO".
           05  FILLER               PIC X(37) VALUE
               "        RES  FALHAS  AVISOS  OPERADOR".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-PARAMETROS
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "ENSAIO DE RECUPERACAO (DR)" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE WS-DATA-NEGOCIO(5:2) TO WS-MES
           IF MODO-TRIMESTRAL
               AND WS-MES NOT = 3 AND WS-MES NOT = 6
               AND WS-MES NOT = 9 AND WS-MES NOT = 12
               MOVE "MES FORA DO FIM DE TRIMESTRE - ENSAIO TRIMESTRAL NA
      -            "O EXECUTADO" TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
               MOVE "F" TO PRT-FUNCAO-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
               DISPLAY "DRENSAIO: FORA DO FIM DE TRIMESTRE - "
                   WS-DATA-NEGOCIO
               STOP RUN
           END-IF
           PERFORM VERIFICAR-GERACAO
           PERFORM VERIFICAR-COMPLETUDE
           PERFORM VERIFICAR-REGISTO
           PERFORM AVALIAR-PRONTIDAO
           PERFORM IMPRIMIR-VERIFICACAO
           PERFORM IMPRIMIR-PRONTIDAO
           PERFORM IMPRIMIR-VEREDICTO
           PERFORM GRAVAR-ENSAIO
           IF MODO-TRIMESTRAL
               PERFORM IMPRIMIR-TRIMESTRE
           END-IF
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           IF WS-FALHAS > 0
               DISPLAY "DRENSAIO: GERACAO " WS-GERACAO
                   " NAO RECUPERAVEL - " WS-FALHAS " FALHA(S)"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "DRENSAIO: GERACAO " WS-GERACAO
                   " RECUPERAVEL - " WS-AVISOS " AVISO(S)"
           END-IF
           STOP RUN.
       LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-MODO = "T"
                           MOVE "T" TO WS-MODO
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
      ******************************************************************
      * Le a geracao de uma ponta a outra. Cada seccao e extraida
      * para DRRESTW como a reposicao a escreveria e relida para
      * contar e somar: o que se compara com o registo F e o que
      * realmente sai da geracao, nao o que ela diz de si propria.
      ******************************************************************
       VERIFICAR-GERACAO.
           MOVE "N" TO WS-EOF
           OPEN INPUT GERACAO-FILE
           IF WS-GER-STATUS = "35"
               MOVE "GERACAO AUSENTE (DRBKIN)" TO WS-ANOMALIA
               PERFORM REGISTAR-FALHA
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ GERACAO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CONT-REGISTOS-LIDOS
                           PERFORM TRATAR-REGISTO
                   END-READ
               END-PERFORM
               CLOSE GERACAO-FILE
               IF WS-EM-SECCAO = "S"
                   CLOSE EXTRACCAO-FILE
                   MOVE SPACES TO WS-ANOMALIA
                   STRING "SECCAO " WS-ID
                       " INTERROMPIDA - GERACAO TRUNCADA"
                       DELIMITED BY SIZE INTO WS-ANOMALIA
                   PERFORM REGISTAR-FALHA
               END-IF
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-CONT-REGISTOS-LIDOS = 0 AND WS-GER-STATUS NOT = "35"
               MOVE "GERACAO VAZIA (DRBKIN)" TO WS-ANOMALIA
               PERFORM REGISTAR-FALHA
           END-IF.
       TRATAR-REGISTO.
           IF WS-CONT-REGISTOS-LIDOS = 1 AND DRG-TIPO NOT = "G"
               MOVE "PRIMEIRO REGISTO NAO E O CABECALHO DA GERACAO"
                   TO WS-ANOMALIA
               PERFORM REGISTAR-FALHA
           END-IF
           EVALUATE DRG-TIPO
               WHEN "G"
                   ADD 1 TO WS-CONT-CABECALHOS
                   MOVE DRG-GERACAO TO WS-GERACAO
                   MOVE DRG-DATA TO WS-DATA-GERACAO
                   MOVE DRG-OPERADOR TO WS-OPERADOR-GERACAO
               WHEN "C"
                   PERFORM ABRIR-SECCAO
               WHEN "D"
                   PERFORM EXTRAIR-DADO
               WHEN "F"
                   PERFORM FECHAR-SECCAO
               WHEN "M"
                   PERFORM CONFERIR-MANIFESTO
               WHEN "Z"
                   MOVE "S" TO WS-TOTAIS-LIDOS
                   MOVE DRG-FICHEIROS TO WS-Z-FICHEIROS
                   MOVE DRG-CONT TO WS-Z-REGISTOS
                   MOVE DRG-HASH TO WS-Z-HASH
               WHEN OTHER
                   MOVE SPACES TO WS-ANOMALIA
                   STRING "REGISTO " WS-CONT-REGISTOS-LIDOS
                       " DE TIPO DESCONHECIDO"
                       DELIMITED BY SIZE INTO WS-ANOMALIA
                   PERFORM REGISTAR-FALHA
           END-EVALUATE.
       ABRIR-SECCAO.
           IF WS-EM-SECCAO = "S"
               CLOSE EXTRACCAO-FILE
               MOVE SPACES TO WS-ANOMALIA
               STRING "SECCAO " WS-ID " SEM REGISTO F"
                   DELIMITED BY SIZE INTO WS-ANOMALIA
               PERFORM REGISTAR-FALHA
           END-IF
           MOVE DRG-ID TO WS-ID
           MOVE "S" TO WS-EM-SECCAO
           IF WS-CONT-SECCOES < WS-MAX-SECCOES
               ADD 1 TO WS-CONT-SECCOES
           END-IF
           MOVE WS-CONT-SECCOES TO K
           MOVE DRG-ID TO TS-ID(K)
           MOVE DRG-DSN TO TS-DSN(K)
           MOVE DRG-CLASSE TO TS-CLASSE(K)
           MOVE DRG-OBRIGATORIO TO TS-OBRIGATORIO(K)
           MOVE SPACES TO TS-ESTADO(K)
           MOVE 0 TO TS-CONT-F(K)
           MOVE 0 TO TS-HASH-F(K)
           MOVE 0 TO TS-CONT(K)
           MOVE 0 TO TS-HASH(K)
           MOVE "N" TO TS-MANIFESTO(K)
           MOVE "SEM FECHO" TO TS-RESULTADO(K)
           OPEN OUTPUT EXTRACCAO-FILE.
       EXTRAIR-DADO.
           IF WS-EM-SECCAO NOT = "S" OR DRG-ID NOT = WS-ID
               MOVE SPACES TO WS-ANOMALIA
               STRING "REGISTO DE DADOS DE " DRG-ID
                   " FORA DA SUA SECCAO"
                   DELIMITED BY SIZE INTO WS-ANOMALIA
               PERFORM REGISTAR-FALHA
           ELSE
               WRITE EXTRACCAO-REC FROM DRG-DADOS
               MOVE DRG-DADOS TO WS-IMAGEM
               PERFORM ANALISAR-IMAGEM
           END-IF.
       FECHAR-SECCAO.
           IF WS-EM-SECCAO NOT = "S" OR DRG-ID NOT = WS-ID
               MOVE SPACES TO WS-ANOMALIA
               STRING "REGISTO F DE " DRG-ID " SEM SECCAO ABERTA"
                   DELIMITED BY SIZE INTO WS-ANOMALIA
               PERFORM REGISTAR-FALHA
           ELSE
               CLOSE EXTRACCAO-FILE
               MOVE "N" TO WS-EM-SECCAO
               PERFORM RELER-EXTRACCAO
               MOVE DRG-ESTADO TO TS-ESTADO(K)
               MOVE DRG-CONT TO TS-CONT-F(K)
               MOVE DRG-HASH TO TS-HASH-F(K)
               MOVE WS-CONT TO TS-CONT(K)
               MOVE WS-HASH TO TS-HASH(K)
               ADD WS-CONT TO WS-TOTAL-REGISTOS
               ADD WS-HASH TO WS-TOTAL-HASH
               MOVE "OK" TO TS-RESULTADO(K)
               IF WS-CONT NOT = DRG-CONT OR WS-HASH NOT = DRG-HASH
                   MOVE "DIVERGE" TO TS-RESULTADO(K)
                   MOVE SPACES TO WS-ANOMALIA
                   STRING WS-ID DELIMITED BY SPACE
                       ": EXTRAIDOS " WS-CONT " REGISTOS HASH " WS-HASH
                       ", NO REGISTO F " DRG-CONT " HASH " DRG-HASH
                       DELIMITED BY SIZE INTO WS-ANOMALIA
                   PERFORM REGISTAR-FALHA
               END-IF
               IF DRG-ESTADO NOT = "COPIADO"
                   AND TS-OBRIGATORIO(K) NOT = "N"
                   MOVE "FALTA" TO TS-RESULTADO(K)
                   MOVE SPACES TO WS-ANOMALIA
                   STRING WS-ID DELIMITED BY SPACE
                       ": FICHEIRO OBRIGATORIO " DELIMITED BY SIZE
                       DRG-ESTADO DELIMITED BY SPACE
                       " NA GERACAO"
                       DELIMITED BY SIZE INTO WS-ANOMALIA
                   PERFORM REGISTAR-FALHA
               END-IF
           END-IF.
       RELER-EXTRACCAO.
           MOVE 0 TO WS-CONT
           MOVE 0 TO WS-HASH
           MOVE "N" TO WS-EOF-EXT
           OPEN INPUT EXTRACCAO-FILE
           PERFORM UNTIL FIM-EXTRACCAO
               READ EXTRACCAO-FILE
                   AT END SET FIM-EXTRACCAO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT
                       PERFORM ACUMULAR-HASH
               END-READ
           END-PERFORM
           CLOSE EXTRACCAO-FILE.
       ACUMULAR-HASH.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 256
               IF EXTRACCAO-REC(J:1) >= "0"
                   AND EXTRACCAO-REC(J:1) <= "9"
                   MOVE EXTRACCAO-REC(J:1) TO WS-DIGITO
                   ADD WS-DIGITO TO WS-HASH
               END-IF
           END-PERFORM.
       CONFERIR-MANIFESTO.
           MOVE 0 TO K
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-SECCOES
               IF TS-ID(I) = DRG-ID
                   MOVE I TO K
               END-IF
           END-PERFORM
           IF K = 0
               MOVE SPACES TO WS-ANOMALIA
               STRING "MANIFESTO REFERE " DRG-ID
                   " QUE NAO TEM SECCAO NA GERACAO"
                   DELIMITED BY SIZE INTO WS-ANOMALIA
               PERFORM REGISTAR-FALHA
           ELSE
               IF DRG-CONT = TS-CONT(K) AND DRG-HASH = TS-HASH(K)
                   AND DRG-ESTADO = TS-ESTADO(K)
                   MOVE "S" TO TS-MANIFESTO(K)
               ELSE
                   MOVE "D" TO TS-MANIFESTO(K)
                   MOVE "MANIF DIF" TO TS-RESULTADO(K)
                   MOVE SPACES TO WS-ANOMALIA
                   STRING DRG-ID DELIMITED BY SPACE
                       ": LINHA DO MANIFESTO NAO CONFERE"
                       " COM A SECCAO"
                       DELIMITED BY SIZE INTO WS-ANOMALIA
                   PERFORM REGISTAR-FALHA
               END-IF
           END-IF.
      ******************************************************************
      * Depois da leitura: um so cabecalho, manifesto para todas as
      * seccoes e totais Z iguais ao que se extraiu.
      ******************************************************************
       VERIFICAR-COMPLETUDE.
           IF WS-CONT-REGISTOS-LIDOS > 0
               IF WS-CONT-CABECALHOS NOT = 1
                   MOVE "GERACAO SEM CABECALHO UNICO (REGISTO G)"
                       TO WS-ANOMALIA
                   PERFORM REGISTAR-FALHA
               END-IF
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-CONT-SECCOES
                   IF TS-MANIFESTO(I) = "N"
                       MOVE "SEM MANIF" TO TS-RESULTADO(I)
                       MOVE SPACES TO WS-ANOMALIA
                       STRING TS-ID(I) DELIMITED BY SPACE
                           ": SEM LINHA NO MANIFESTO"
                           DELIMITED BY SIZE INTO WS-ANOMALIA
                       PERFORM REGISTAR-FALHA
                   END-IF
               END-PERFORM
               IF WS-TOTAIS-LIDOS NOT = "S"
                   MOVE "GERACAO SEM REGISTO DE TOTAIS (Z) - INCOMPLETA"
                       TO WS-ANOMALIA
                   PERFORM REGISTAR-FALHA
               ELSE
                   IF WS-Z-FICHEIROS NOT = WS-CONT-SECCOES
                       OR WS-Z-REGISTOS NOT = WS-TOTAL-REGISTOS
                       OR WS-Z-HASH NOT = WS-TOTAL-HASH
                       MOVE "TOTAIS DA GERACAO (Z) NAO CONFEREM COM O EX
      -                    "TRAIDO" TO WS-ANOMALIA
                       PERFORM REGISTAR-FALHA
                   END-IF
               END-IF
           END-IF.
       VERIFICAR-REGISTO.
           IF WS-GERACAO NOT = SPACES
               MOVE "N" TO WS-REG-ENCONTRADO
               OPEN INPUT REGISTO-FILE
               IF WS-REG-STATUS = "35"
                   CONTINUE
               ELSE
                   PERFORM UNTIL FIM-FICHEIRO
                       READ REGISTO-FILE
                           AT END SET FIM-FICHEIRO TO TRUE
                           NOT AT END
                               IF DRR-GERACAO = WS-GERACAO
                                   PERFORM CONFERIR-REGISTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REGISTO-FILE
               END-IF
               MOVE "N" TO WS-EOF
               IF WS-REG-ENCONTRADO = "N"
                   MOVE SPACES TO WS-ANOMALIA
                   STRING "GERACAO " WS-GERACAO
                       " NAO CONSTA DO REGISTO DRBREG"
                       DELIMITED BY SIZE INTO WS-ANOMALIA
                   PERFORM REGISTAR-FALHA
               END-IF
           END-IF.
       CONFERIR-REGISTO.
           MOVE "S" TO WS-REG-ENCONTRADO
           IF DRR-FICHEIROS NOT = WS-CONT-SECCOES
               OR DRR-REGISTOS NOT = WS-TOTAL-REGISTOS
               OR DRR-HASH NOT = WS-TOTAL-HASH
               MOVE SPACES TO WS-ANOMALIA
               STRING "REGISTO DRBREG DA GERACAO " WS-GERACAO
                   " NAO CONFERE COM O EXTRAIDO"
                   DELIMITED BY SIZE INTO WS-ANOMALIA
               PERFORM REGISTAR-FALHA
           END-IF.
      ******************************************************************
      * Estado de controlo reposto, lido registo a registo conforme o
      * ficheiro a que pertence (os nomes DD da lista do DRBKUP).
      ******************************************************************
       ANALISAR-IMAGEM.
           EVALUATE WS-ID
               WHEN "BUSDATE"
                   IF WS-BUSDATE-LIDA = "N"
                       MOVE "S" TO WS-BUSDATE-LIDA
                       IF IMG-BUS-DATA NUMERIC
                           MOVE IMG-BUS-DATA-N TO WS-DATA-RETOMA
                       END-IF
                   END-IF
               WHEN "RUNCTL"
                   IF IMG-CTL-DATA NUMERIC
                       IF IMG-CTL-DATA > WS-ULTIMA-RUNCTL
                           MOVE IMG-CTL-DATA TO WS-ULTIMA-RUNCTL
                           MOVE 1 TO WS-CONCL-RUNCTL
                       ELSE
                           IF IMG-CTL-DATA = WS-ULTIMA-RUNCTL
                               ADD 1 TO WS-CONCL-RUNCTL
                           END-IF
                       END-IF
                   END-IF
               WHEN "RSTEX4"
               WHEN "RSTEX3F8"
                   IF IMG-RST-DONE NOT = "S"
                       AND IMG-RST-PROGRAMA NOT = SPACES
                       AND WS-CONT-PENDENTES < WS-MAX-PENDENTES
                       ADD 1 TO WS-CONT-PENDENTES
                       MOVE WS-CONT-PENDENTES TO I
                       MOVE "R" TO TP-TIPO(I)
                       MOVE IMG-RST-PROGRAMA TO TP-NOME(I)
                       MOVE WS-ID TO TP-VALOR1(I)
                       MOVE IMG-RST-CONT1 TO TP-CONT1(I)
                       MOVE IMG-RST-CONT2 TO TP-CONT2(I)
                   END-IF
               WHEN "LOCKFILE"
                   IF IMG-LCK-NOME NOT = SPACES
                       ADD 1 TO WS-CONT-BLOQUEIOS
                       IF WS-CONT-PENDENTES < WS-MAX-PENDENTES
                           ADD 1 TO WS-CONT-PENDENTES
                           MOVE WS-CONT-PENDENTES TO I
                           MOVE "B" TO TP-TIPO(I)
                           MOVE IMG-LCK-NOME TO TP-NOME(I)
                           MOVE IMG-LCK-OPERADOR TO TP-VALOR1(I)
                           MOVE 0 TO TP-CONT1(I)
                           MOVE 0 TO TP-CONT2(I)
                       END-IF
                   END-IF
               WHEN "NPRETRY"
                   ADD 1 TO WS-CONT-NPRETRY
           END-EVALUATE.
      ******************************************************************
      * A data a retomar tem de existir e nao pode ser anterior a
      * ultima noite concluida no RUNCTL. Reinicios pendentes e
      * bloqueios por libertar nao impedem a recuperacao, mas o
      * operador tem de os tratar antes de relancar - sao avisos.
      ******************************************************************
       AVALIAR-PRONTIDAO.
           IF WS-CONT-REGISTOS-LIDOS > 0
               IF WS-DATA-RETOMA = 0
                   MOVE "BUSDATE AUSENTE OU INVALIDO NA GERACAO - SEM DA
      -                "TA A RETOMAR" TO WS-ANOMALIA
                   PERFORM REGISTAR-FALHA
               ELSE
                   IF WS-ULTIMA-RUNCTL > WS-DATA-RETOMA
                       MOVE SPACES TO WS-ANOMALIA
                       STRING "RUNCTL TEM CONCLUSOES DE "
                           WS-ULTIMA-RUNCTL
                           " POSTERIORES A DATA DE NEGOCIO "
                           WS-DATA-RETOMA
                           DELIMITED BY SIZE INTO WS-ANOMALIA
                       PERFORM REGISTAR-FALHA
                   END-IF
               END-IF
           END-IF
           ADD WS-CONT-PENDENTES TO WS-AVISOS.
       REGISTAR-FALHA.
           ADD 1 TO WS-FALHAS
           IF WS-CONT-ANOMALIAS < WS-MAX-ANOMALIAS
               ADD 1 TO WS-CONT-ANOMALIAS
               MOVE WS-ANOMALIA TO ANOMALIA-LINHA(WS-CONT-ANOMALIAS)
           END-IF.
       IMPRIMIR-VERIFICACAO.
           MOVE WS-GERACAO TO LG-GERACAO
           MOVE WS-DATA-GERACAO TO LG-DATA
           MOVE WS-OPERADOR-GERACAO TO LG-OPERADOR
           IF MODO-TRIMESTRAL
               MOVE "TRIMESTRAL" TO LG-MODO
           ELSE
               MOVE "A PEDIDO" TO LG-MODO
           END-IF
           MOVE LINHA-GERACAO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "VERIFICACAO POR FICHEIRO" TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CABECALHO-SECCOES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-SECCOES
               MOVE TS-ID(I) TO LS-ID
               MOVE TS-CLASSE(I) TO LS-CLASSE
               MOVE TS-OBRIGATORIO(I) TO LS-OBRIGATORIO
               MOVE TS-ESTADO(I) TO LS-ESTADO
               MOVE TS-CONT-F(I) TO LS-CONT-F
               MOVE TS-HASH-F(I) TO LS-HASH-F
               MOVE TS-CONT(I) TO LS-CONT
               MOVE TS-HASH(I) TO LS-HASH
               MOVE TS-RESULTADO(I) TO LS-RESULTADO
               MOVE TS-DSN(I) TO LS-DSN
               MOVE LINHA-SECCAO TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM
           IF WS-CONT-ANOMALIAS > 0
               MOVE SPACES TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
               MOVE "FALHAS" TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-CONT-ANOMALIAS
                   MOVE ANOMALIA-LINHA(I) TO PRT-LINHA-PARM
                   CALL "PRNTFMT" USING PRNTFMT-PARMS
               END-PERFORM
           END-IF.
       IMPRIMIR-PRONTIDAO.
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "PRONTIDAO PARA REINICIO" TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE SPACES TO PRT-LINHA-PARM
           IF WS-DATA-RETOMA = 0
               MOVE "DATA DE NEGOCIO A RETOMAR: INDETERMINADA"
                   TO PRT-LINHA-PARM
           ELSE
               STRING "DATA DE NEGOCIO A RETOMAR: " WS-DATA-RETOMA
                   DELIMITED BY SIZE INTO PRT-LINHA-PARM
           END-IF
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE SPACES TO PRT-LINHA-PARM
           IF WS-ULTIMA-RUNCTL = 0
               MOVE "RUNCTL SEM CONCLUSOES REGISTADAS" TO PRT-LINHA-PARM
           ELSE
               STRING "ULTIMA DATA NO RUNCTL: " WS-ULTIMA-RUNCTL
                   " - " WS-CONCL-RUNCTL " PASSO(S) CONCLUIDO(S)"
                   DELIMITED BY SIZE INTO PRT-LINHA-PARM
           END-IF
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           IF WS-CONT-PENDENTES = 0
               MOVE "SEM REINICIOS PENDENTES E SEM BLOQUEIOS ACTIVOS"
                   TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PENDENTES
               MOVE SPACES TO PRT-LINHA-PARM
               IF TP-TIPO(I) = "R"
                   STRING "AVISO: REINICIO PENDENTE DE "
                       TP-NOME(I)(1:8) " (" TP-VALOR1(I)(1:8)
                       ") - RETOMA APOS " TP-CONT1(I) " / "
                       TP-CONT2(I) " REGISTOS"
                       DELIMITED BY SIZE INTO PRT-LINHA-PARM
               ELSE
                   STRING "AVISO: BLOQUEIO ACTIVO " TP-NOME(I)
                       " DE " TP-VALOR1(I)(1:8)
                       " - LIBERTAR ANTES DE RELANCAR"
                       DELIMITED BY SIZE INTO PRT-LINHA-PARM
               END-IF
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM
           MOVE SPACES TO PRT-LINHA-PARM
           STRING "FILA DE NOVAS TENTATIVAS NEGPOS (NPRETRY): "
               WS-CONT-NPRETRY " REGISTO(S)"
               DELIMITED BY SIZE INTO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       IMPRIMIR-VEREDICTO.
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           IF WS-FALHAS = 0
               STRING "RECUPERAVEL: SIM - O TURNO PODE REINICIAR DESTA G
      -            "ERACAO (" WS-AVISOS " AVISO(S))"
                   DELIMITED BY SIZE INTO PRT-LINHA-PARM
           ELSE
               STRING "RECUPERAVEL: NAO - " WS-FALHAS " FALHA(S), "
                   WS-AVISOS " AVISO(S)"
                   DELIMITED BY SIZE INTO PRT-LINHA-PARM
           END-IF
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       GRAVAR-ENSAIO.
           OPEN EXTEND ENSAIOS-FILE
           IF WS-ENS-STATUS = "35"
               OPEN OUTPUT ENSAIOS-FILE
           END-IF
           MOVE SPACES TO ENSAIOS-REC
           MOVE WS-DATA-NEGOCIO TO ENS-DATA
           MOVE WS-GERACAO TO ENS-GERACAO
           MOVE WS-DATA-GERACAO TO ENS-DATA-GERACAO
           MOVE WS-MODO TO ENS-MODO
           IF WS-FALHAS = 0
               MOVE "SIM" TO ENS-RESULTADO
           ELSE
               MOVE "NAO" TO ENS-RESULTADO
           END-IF
           MOVE WS-FALHAS TO ENS-FALHAS
           MOVE WS-AVISOS TO ENS-AVISOS
           MOVE WS-OPERADOR-ID TO ENS-OPERADOR
           WRITE ENSAIOS-REC
           CLOSE ENSAIOS-FILE.
      ******************************************************************
      * Relatorio trimestral para a auditoria: todos os ensaios
      * registados desde o primeiro dia do trimestre, a pedido
      * incluidos, com o deste mes no fim.
      ******************************************************************
       IMPRIMIR-TRIMESTRE.
           COMPUTE WS-TRIMESTRE = (WS-MES - 1) / 3
           COMPUTE WS-MES = WS-TRIMESTRE * 3 + 1
           MOVE WS-DATA-NEGOCIO TO WS-INICIO-TRIMESTRE
           MOVE WS-MES TO WS-INICIO-TRIMESTRE(5:2)
           MOVE "01" TO WS-INICIO-TRIMESTRE(7:2)
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE SPACES TO PRT-LINHA-PARM
           STRING "ENSAIOS DO TRIMESTRE (DESDE " WS-INICIO-TRIMESTRE
               ")" DELIMITED BY SIZE INTO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CABECALHO-ENSAIOS TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "N" TO WS-EOF
           OPEN INPUT ENSAIOS-FILE
           PERFORM UNTIL FIM-FICHEIRO
               READ ENSAIOS-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       IF ENS-DATA NOT < WS-INICIO-TRIMESTRE
                           AND ENS-DATA NOT > WS-DATA-NEGOCIO
                           PERFORM IMPRIMIR-ENSAIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENSAIOS-FILE
           MOVE "N" TO WS-EOF
           MOVE SPACES TO PRT-LINHA-PARM
           STRING WS-CONT-ENSAIOS " ENSAIO(S) NO TRIMESTRE"
               DELIMITED BY SIZE INTO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       IMPRIMIR-ENSAIO.
           ADD 1 TO WS-CONT-ENSAIOS
           MOVE ENS-DATA TO LE-DATA
           MOVE ENS-GERACAO TO LE-GERACAO
           MOVE ENS-DATA-GERACAO TO LE-DATA-GERACAO
           IF ENS-MODO = "T"
               MOVE "TRIMESTRAL" TO LE-MODO
           ELSE
               MOVE "A PEDIDO" TO LE-MODO
           END-IF
           MOVE ENS-RESULTADO TO LE-RESULTADO
           MOVE ENS-FALHAS TO LE-FALHAS
           MOVE ENS-AVISOS TO LE-AVISOS
           MOVE ENS-OPERADOR TO LE-OPERADOR
           MOVE LINHA-ENSAIO TO PRT-LINHA-PARM
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
           MOVE "DRENSAIO" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM DRENSAIO.
