      ******************************************************************
      * CHRGBACK.cbl
      * 10/15/26 - monthly chargeback of the batch window and storage
      *            to the business units sharing NIGHTRUN, replacing
      *            the flat 50/50 split. Reads the job journal
      *            (JOBJRNL) for every run whose run id belongs to the
      *            business month: the elapsed time of each run is
      *            its INICIO to its own FIM, the records it wrote are
      *            on that FIM. Each run is priced with its step's
      *            line on the rate card (CHRGTAB):
      *              TARIFA  step, rate per elapsed second, rate per
      *                      thousand records written, and the prefix
      *                      of the step's per-company journal keys
      *                      (EX2 -> EX2AA, EX3 -> EX3AA, INTSP ->
      *                      INTSPAA); step OUTROS prices any step
      *                      without a line of its own
      *              EMPRESA a business unit to be charged
      *              CONTA   CUSTO (the unit's batch cost account,
      *                      debited) and RECUPERA (the operations
      *                      recovery account, credited)
      *            and split between the units in proportion to the
      *            per-company FIM counts the run journaled (EX2's
      *            TOTAIS counts, EX3's members per company, INTSPLIT's
      *            company-coded records); a run with no per-company
      *            counts is split in equal parts. The split is
      *            cumulative, so the units' shares always add up to
      *            the run's charge to the cent. Writes the statement
      *            per company (PRNTFMT report CHARGEBACK DO BATCH)
      *            and the internal recharge as posting lines in the
      *            GLPOST posting layout (CHRGPOST), one debit/credit
      *            pair per unit, batch id CB + month, company in
      *            OPSTAMP-EMPRESA. Runs of a step with no rate, and a
      *            run with no FIM (it died), are listed and not
      *            charged, ending with RETURN-CODE 4; a missing rate
      *            card, unit list or account, or more runs or steps
      *            than the tables hold, ends with RETURN-CODE 8 and
      *            no posting lines.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHRGBACK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFAS-FILE ASSIGN TO "CHRGTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAR-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "JOBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT POSTING-FILE ASSIGN TO "CHRGPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TARIFAS-FILE.
       01  TARIFAS-REC.
           05  TAR-TIPO             PIC X(8).
           05  FILLER               PIC X.
           05  TAR-CHAVE            PIC X(8).
           05  FILLER               PIC X.
           05  TAR-RESTO            PIC X(21).
           05  FILLER REDEFINES TAR-RESTO.
               10  TAR-TAXA-SEG     PIC 9(3)V9(4).
               10  FILLER           PIC X.
               10  TAR-TAXA-MIL     PIC 9(5)V99.
               10  FILLER           PIC X.
               10  TAR-PREFIXO      PIC X(5).
           05  FILLER REDEFINES TAR-RESTO.
               10  TAR-CONTA        PIC X(8).
               10  FILLER           PIC X(13).
       FD  JORNAL-FILE.
       01  JORNAL-REC.
           05  JRN-TIMESTAMP        PIC X(21).
           05  FILLER               PIC X.
           05  JRN-PROGRAMA         PIC X(8).
           05  FILLER               PIC X.
           05  JRN-OPERADOR         PIC X(8).
           05  FILLER               PIC X.
           05  JRN-EVENTO           PIC X(6).
           05  FILLER               PIC X.
           05  JRN-LIDOS            PIC 9(7).
           05  FILLER               PIC X.
           05  JRN-GRAVADOS         PIC 9(7).
           05  FILLER               PIC X.
           05  JRN-RUNID            PIC X(19).
      * mesmo layout do ficheiro de lancamentos do GLPOST
       FD  POSTING-FILE.
       01  POSTING-REC.
           05  POST-CONTA           PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  POST-DC              PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  POST-VALOR           PIC 9(9).99.
           COPY "OPSTAMP.cpy".
           05  FILLER               PIC X VALUE SPACE.
           05  POST-LOTE            PIC X(8).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-MES PIC 9(6).
       77 WS-TAR-STATUS PIC XX VALUE SPACES.
       77 WS-JRN-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-RC-FINAL PIC 99 VALUE 0.
       77 WS-TABELA-CHEIA PIC X VALUE "N".
           88 TABELA-CHEIA VALUE "S".
       77 WS-CONTA-CUSTO PIC X(8) VALUE SPACES.
       77 WS-CONTA-RECUPERA PIC X(8) VALUE SPACES.
       77 WS-TARIFA-OUTROS PIC 99 VALUE 0.
       77 WS-MAX-TARIFAS PIC 99 VALUE 30.
       77 WS-CONT-TARIFAS PIC 99 VALUE 0.
       01 TABELA-TARIFAS.
           03 TARIFA-LINHA OCCURS 30 TIMES.
               05  TF-PASSO         PIC X(8).
               05  TF-TAXA-SEG      PIC 9(3)V9(4).
               05  TF-TAXA-MIL      PIC 9(5)V99.
               05  TF-PREFIXO       PIC X(5).
               05  TF-PREFIXO-LEN   PIC 9.
       77 WS-MAX-EMPRESAS PIC 9 VALUE 5.
       77 WS-CONT-EMPRESAS PIC 9 VALUE 0.
       01 TABELA-EMPRESAS.
           03 EMPRESA-LINHA OCCURS 5 TIMES.
               05  EMP-CODIGO       PIC XX.
               05  EMP-VALOR        PIC 9(9)V99.
      * uma linha por execucao do mes, identificada pelo run id
       77 WS-MAX-EXECUCOES PIC 999 VALUE 999.
       77 WS-CONT-EXECUCOES PIC 999 VALUE 0.
       01 TABELA-EXECUCOES.
           03 EXECUCAO-LINHA OCCURS 999 TIMES.
               05  EXE-RUNID        PIC X(19).
               05  EXE-PROGRAMA     PIC X(8).
               05  EXE-TARIFA       PIC 99.
               05  EXE-INICIO-SEG   PIC S9(11).
               05  EXE-SEGUNDOS     PIC 9(7).
               05  EXE-GRAVADOS     PIC 9(7).
               05  EXE-FECHADA      PIC X.
               05  EXE-PESO         PIC 9(7) OCCURS 5 TIMES.
      * acumulado do mes por programa e empresa
       77 WS-MAX-PASSOS PIC 99 VALUE 30.
       77 WS-CONT-PASSOS PIC 99 VALUE 0.
       01 TABELA-PASSOS.
           03 PASSO-LINHA OCCURS 30 TIMES.
               05  PAS-PROGRAMA     PIC X(8).
               05  PAS-EXECUCOES    PIC 9(5).
               05  PAS-EMPRESA OCCURS 5 TIMES.
                   10  PAS-SEGUNDOS PIC 9(9).
                   10  PAS-REGISTOS PIC 9(9).
                   10  PAS-VALOR    PIC 9(9)V99.
       77 WS-CONT-SEM-TARIFA PIC 9(5) VALUE 0.
       77 WS-CONT-SEM-FIM PIC 9(5) VALUE 0.
       77 WS-CONT-SEM-EMPRESA PIC 9(5) VALUE 0.
       77 WS-CONT-LANCAMENTOS PIC 9(5) VALUE 0.
       77 WS-SEGUNDOS PIC S9(11).
       77 WS-DIA PIC 9(7).
       77 WS-DATA-AAMD PIC 9(8).
       77 WS-HH PIC 99.
       77 WS-MM PIC 99.
       77 WS-SS PIC 99.
       77 WS-CUSTO-EXEC PIC 9(9)V99.
       77 WS-PESO-TOTAL PIC 9(9).
       77 WS-PESO-ACUM PIC 9(9).
       77 WS-PARTE-ANT PIC 9(9)V99.
       77 WS-PARTE-ACUM PIC 9(9)V99.
       77 WS-SEG-ANT PIC 9(9).
       77 WS-SEG-ACUM PIC 9(9).
       77 WS-REG-ANT PIC 9(9).
       77 WS-REG-ACUM PIC 9(9).
       77 WS-TOTAL-GERAL PIC 9(9)V99 VALUE 0.
       77 WS-TOTAL-EMPRESA PIC 9(9)V99.
       77 WS-PERCENTAGEM PIC 999V9.
       77 WS-VALOR-LANC PIC 9(9)V99.
       77 WS-PREFIXO-LEN PIC 9.
       77 WS-COMPANHIA PIC XX.
       77 R PIC 999.
       77 T PIC 99.
       77 P PIC 99.
       77 E PIC 9.
       77 I PIC 999.
       01 LINHA-EMPRESA.
           05  FILLER               PIC X(8) VALUE "EMPRESA ".
           05  LE-EMPRESA           PIC XX.
           05  FILLER               PIC X(3) VALUE " - ".
           05  FILLER               PIC X(4) VALUE "MES ".
           05  LE-MES               PIC 9(6).
       01 LINHA-CABECALHO.
           05  FILLER               PIC X(40) VALUE
               "PASSO     EXEC   SEGUNDOS    REGISTOS   ".
           05  FILLER               PIC X(14) VALUE
               "         VALOR".
       01 LINHA-PASSO.
           05  LP-PROGRAMA          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LP-EXECUCOES         PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LP-SEGUNDOS          PIC ZZZZZZZZZ9.
           05  FILLER               PIC XX VALUE SPACES.
           05  LP-REGISTOS          PIC ZZZZZZZZZ9.
           05  FILLER               PIC XX VALUE SPACES.
           05  LP-VALOR             PIC ZZZZZZZZ9.99.
       01 LINHA-TOTAL-EMPRESA.
           05  FILLER               PIC X(14) VALUE "TOTAL EMPRESA ".
           05  LT-EMPRESA           PIC XX.
           05  FILLER               PIC X(22) VALUE SPACES.
           05  LT-VALOR             PIC ZZZZZZZZ9.99.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  LT-PERCENTAGEM       PIC ZZ9.9.
           05  FILLER               PIC X VALUE "%".
       01 LINHA-TOTAL-GERAL.
           05  FILLER               PIC X(38) VALUE
               "TOTAL DO MES (TODAS AS EMPRESAS)".
           05  LG-VALOR             PIC ZZZZZZZZ9.99.
           COPY "RUNLOG-WS.cpy".
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES
           PERFORM LER-TARIFAS
           IF WS-CONT-TARIFAS = 0 OR WS-CONT-EMPRESAS = 0
               OR WS-CONTA-CUSTO = SPACES
               OR WS-CONTA-RECUPERA = SPACES
               OR TABELA-CHEIA
               DISPLAY "CHRGBACK: CHRGTAB SEM TARIFAS, EMPRESAS OU "
                   "CONTAS CUSTO/RECUPERA - NADA LANCADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LER-JORNAL
           IF TABELA-CHEIA
               DISPLAY "CHRGBACK: MAIS DE " WS-MAX-EXECUCOES
                   " EXECUCOES NO MES - NADA LANCADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-CONT-EXECUCOES
               PERFORM IMPUTAR-EXECUCAO
           END-PERFORM
           IF TABELA-CHEIA
               DISPLAY "CHRGBACK: MAIS DE " WS-MAX-PASSOS
                   " PASSOS NO MES - NADA LANCADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GRAVAR-LANCAMENTOS
           PERFORM GRAVAR-RELATORIO
           DISPLAY "CHRGBACK: MES " WS-MES " EXECUCOES="
               WS-CONT-EXECUCOES " TOTAL=" WS-TOTAL-GERAL
               " LANCAMENTOS=" WS-CONT-LANCAMENTOS
           IF WS-CONT-SEM-TARIFA > 0 OR WS-CONT-SEM-FIM > 0
               DISPLAY "CHRGBACK: NAO IMPUTADAS - SEM TARIFA="
                   WS-CONT-SEM-TARIFA " SEM FIM=" WS-CONT-SEM-FIM
               MOVE 4 TO WS-RC-FINAL
           END-IF
           IF WS-RC-FINAL > 0
               MOVE WS-RC-FINAL TO RETURN-CODE
           END-IF
           STOP RUN.
       LER-TARIFAS.
           OPEN INPUT TARIFAS-FILE
           IF WS-TAR-STATUS = "35"
               DISPLAY "CHRGBACK: SEM CHRGTAB"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ TARIFAS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-TARIFA
                   END-READ
               END-PERFORM
               CLOSE TARIFAS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-TARIFA.
           EVALUATE TAR-TIPO
               WHEN "TARIFA"
                   IF TAR-TAXA-SEG NOT NUMERIC
                       OR TAR-TAXA-MIL NOT NUMERIC
                       DISPLAY "CHRGBACK: TARIFA " TAR-CHAVE
                           " COM TAXA NAO NUMERICA - IGNORADA"
                   ELSE
                       IF WS-CONT-TARIFAS < WS-MAX-TARIFAS
                           ADD 1 TO WS-CONT-TARIFAS
                           MOVE WS-CONT-TARIFAS TO T
                           MOVE TAR-CHAVE TO TF-PASSO(T)
                           MOVE TAR-TAXA-SEG TO TF-TAXA-SEG(T)
                           MOVE TAR-TAXA-MIL TO TF-TAXA-MIL(T)
                           MOVE TAR-PREFIXO TO TF-PREFIXO(T)
                           MOVE 0 TO WS-PREFIXO-LEN
                           INSPECT TAR-PREFIXO TALLYING
                               WS-PREFIXO-LEN FOR CHARACTERS
                               BEFORE INITIAL SPACE
                           MOVE WS-PREFIXO-LEN TO TF-PREFIXO-LEN(T)
                           IF TAR-CHAVE = "OUTROS"
                               MOVE T TO WS-TARIFA-OUTROS
                           END-IF
                       ELSE
                           SET TABELA-CHEIA TO TRUE
                       END-IF
                   END-IF
               WHEN "EMPRESA"
                   IF WS-CONT-EMPRESAS < WS-MAX-EMPRESAS
                       ADD 1 TO WS-CONT-EMPRESAS
                       MOVE TAR-CHAVE(1:2) TO
                           EMP-CODIGO(WS-CONT-EMPRESAS)
                       MOVE 0 TO EMP-VALOR(WS-CONT-EMPRESAS)
                   ELSE
                       SET TABELA-CHEIA TO TRUE
                   END-IF
               WHEN "CONTA"
                   EVALUATE TAR-CHAVE
                       WHEN "CUSTO"
                           MOVE TAR-CONTA TO WS-CONTA-CUSTO
                       WHEN "RECUPERA"
                           MOVE TAR-CONTA TO WS-CONTA-RECUPERA
                   END-EVALUATE
           END-EVALUATE.
      ******************************************************************
      * Jornal do mes: o INICIO abre a execucao (run id), o FIM do
      * proprio programa fecha-a, os FIM por empresa (prefixo da
      * tarifa + empresa, mesmo run id) dao os pesos da divisao.
      ******************************************************************
       LER-JORNAL.
           OPEN INPUT JORNAL-FILE
           IF WS-JRN-STATUS = "35"
               DISPLAY "CHRGBACK: SEM JOBJRNL - MES SEM EXECUCOES"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ JORNAL-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF JRN-RUNID NOT = SPACES
                               AND JRN-RUNID(9:6) = WS-MES
                               PERFORM TRATAR-EVENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JORNAL-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       TRATAR-EVENTO.
           EVALUATE JRN-EVENTO
               WHEN "INICIO"
                   PERFORM ABRIR-EXECUCAO
               WHEN "FIM"
                   PERFORM LOCALIZAR-EXECUCAO
                   IF R > 0
                       IF JRN-PROGRAMA = EXE-PROGRAMA(R)
                           PERFORM FECHAR-EXECUCAO
                       ELSE
                           PERFORM PESAR-EMPRESA
                       END-IF
                   END-IF
           END-EVALUATE.
       ABRIR-EXECUCAO.
           IF WS-CONT-EXECUCOES < WS-MAX-EXECUCOES
               ADD 1 TO WS-CONT-EXECUCOES
               MOVE WS-CONT-EXECUCOES TO R
               MOVE JRN-RUNID TO EXE-RUNID(R)
               MOVE JRN-PROGRAMA TO EXE-PROGRAMA(R)
               PERFORM CONVERTER-TIMESTAMP
               MOVE WS-SEGUNDOS TO EXE-INICIO-SEG(R)
               MOVE 0 TO EXE-SEGUNDOS(R)
               MOVE 0 TO EXE-GRAVADOS(R)
               MOVE "N" TO EXE-FECHADA(R)
               PERFORM VARYING E FROM 1 BY 1 UNTIL E > 5
                   MOVE 0 TO EXE-PESO(R, E)
               END-PERFORM
               MOVE WS-TARIFA-OUTROS TO EXE-TARIFA(R)
               PERFORM VARYING T FROM 1 BY 1
                       UNTIL T > WS-CONT-TARIFAS
                   IF TF-PASSO(T) = JRN-PROGRAMA
                       MOVE T TO EXE-TARIFA(R)
                   END-IF
               END-PERFORM
           ELSE
               SET TABELA-CHEIA TO TRUE
           END-IF.
       LOCALIZAR-EXECUCAO.
           MOVE 0 TO R
           PERFORM VARYING I FROM WS-CONT-EXECUCOES BY -1
                   UNTIL I < 1 OR R > 0
               IF EXE-RUNID(I) = JRN-RUNID
                   MOVE I TO R
               END-IF
           END-PERFORM.
       FECHAR-EXECUCAO.
           PERFORM CONVERTER-TIMESTAMP
           IF WS-SEGUNDOS >= EXE-INICIO-SEG(R)
               COMPUTE EXE-SEGUNDOS(R) =
                   WS-SEGUNDOS - EXE-INICIO-SEG(R)
           END-IF
           IF JRN-GRAVADOS NUMERIC
               ADD JRN-GRAVADOS TO EXE-GRAVADOS(R)
           END-IF
           MOVE "S" TO EXE-FECHADA(R).
       PESAR-EMPRESA.
           MOVE EXE-TARIFA(R) TO T
           IF T > 0 AND TF-PREFIXO-LEN(T) > 0
               MOVE TF-PREFIXO-LEN(T) TO WS-PREFIXO-LEN
               IF JRN-PROGRAMA(1:WS-PREFIXO-LEN) =
                   TF-PREFIXO(T)(1:WS-PREFIXO-LEN)
                   MOVE JRN-PROGRAMA(WS-PREFIXO-LEN + 1:2)
                       TO WS-COMPANHIA
                   PERFORM LOCALIZAR-EMPRESA
                   IF E > 0 AND JRN-GRAVADOS NUMERIC
                       ADD JRN-GRAVADOS TO EXE-PESO(R, E)
                   ELSE
                       ADD 1 TO WS-CONT-SEM-EMPRESA
                   END-IF
               END-IF
           END-IF.
       LOCALIZAR-EMPRESA.
           MOVE 0 TO E
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > WS-CONT-EMPRESAS OR E > 0
               IF EMP-CODIGO(P) = WS-COMPANHIA
                   MOVE P TO E
               END-IF
           END-PERFORM.
      ******************************************************************
      * Timestamp AAAAMMDDHHMMSS.. em segundos absolutos (a mesma
      * conversao do SLAREPT), para medir passos que passam a
      * meia-noite.
      ******************************************************************
       CONVERTER-TIMESTAMP.
           MOVE JRN-TIMESTAMP(1:8) TO WS-DATA-AAMD
           MOVE JRN-TIMESTAMP(9:2) TO WS-HH
           MOVE JRN-TIMESTAMP(11:2) TO WS-MM
           MOVE JRN-TIMESTAMP(13:2) TO WS-SS
           COMPUTE WS-DIA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AAMD)
           COMPUTE WS-SEGUNDOS =
               WS-DIA * 86400
               + WS-HH * 3600 + WS-MM * 60 + WS-SS.
      ******************************************************************
      * Custo da execucao = segundos x taxa + registos / 1000 x taxa,
      * dividido pelos pesos por empresa (partes iguais sem pesos).
      * A divisao e cumulativa: a parte de cada empresa e o
      * arredondamento acumulado menos o anterior, e as partes somam
      * o custo ao centimo.
      ******************************************************************
       IMPUTAR-EXECUCAO.
           EVALUATE TRUE
               WHEN EXE-FECHADA(R) = "N"
                   ADD 1 TO WS-CONT-SEM-FIM
                   PERFORM REGISTAR-NAO-IMPUTADA
               WHEN EXE-TARIFA(R) = 0
                   ADD 1 TO WS-CONT-SEM-TARIFA
                   PERFORM REGISTAR-NAO-IMPUTADA
               WHEN OTHER
                   PERFORM LOCALIZAR-PASSO
                   IF P > 0
                       PERFORM DIVIDIR-EXECUCAO
                   END-IF
           END-EVALUATE.
       DIVIDIR-EXECUCAO.
           MOVE EXE-TARIFA(R) TO T
           COMPUTE WS-CUSTO-EXEC ROUNDED =
               EXE-SEGUNDOS(R) * TF-TAXA-SEG(T)
               + EXE-GRAVADOS(R) * TF-TAXA-MIL(T) / 1000
           ADD 1 TO PAS-EXECUCOES(P)
           MOVE 0 TO WS-PESO-TOTAL
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-CONT-EMPRESAS
               ADD EXE-PESO(R, E) TO WS-PESO-TOTAL
           END-PERFORM
           IF WS-PESO-TOTAL = 0
               PERFORM VARYING E FROM 1 BY 1
                       UNTIL E > WS-CONT-EMPRESAS
                   MOVE 1 TO EXE-PESO(R, E)
               END-PERFORM
               MOVE WS-CONT-EMPRESAS TO WS-PESO-TOTAL
           END-IF
           MOVE 0 TO WS-PESO-ACUM
           MOVE 0 TO WS-PARTE-ANT
           MOVE 0 TO WS-SEG-ANT
           MOVE 0 TO WS-REG-ANT
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-CONT-EMPRESAS
               ADD EXE-PESO(R, E) TO WS-PESO-ACUM
               COMPUTE WS-PARTE-ACUM ROUNDED =
                   WS-CUSTO-EXEC * WS-PESO-ACUM / WS-PESO-TOTAL
               COMPUTE WS-SEG-ACUM ROUNDED =
                   EXE-SEGUNDOS(R) * WS-PESO-ACUM / WS-PESO-TOTAL
               COMPUTE WS-REG-ACUM ROUNDED =
                   EXE-GRAVADOS(R) * WS-PESO-ACUM / WS-PESO-TOTAL
               COMPUTE PAS-VALOR(P, E) = PAS-VALOR(P, E)
                   + WS-PARTE-ACUM - WS-PARTE-ANT
               COMPUTE PAS-SEGUNDOS(P, E) = PAS-SEGUNDOS(P, E)
                   + WS-SEG-ACUM - WS-SEG-ANT
               COMPUTE PAS-REGISTOS(P, E) = PAS-REGISTOS(P, E)
                   + WS-REG-ACUM - WS-REG-ANT
               COMPUTE EMP-VALOR(E) = EMP-VALOR(E)
                   + WS-PARTE-ACUM - WS-PARTE-ANT
               MOVE WS-PARTE-ACUM TO WS-PARTE-ANT
               MOVE WS-SEG-ACUM TO WS-SEG-ANT
               MOVE WS-REG-ACUM TO WS-REG-ANT
           END-PERFORM
           ADD WS-CUSTO-EXEC TO WS-TOTAL-GERAL.
       LOCALIZAR-PASSO.
           MOVE 0 TO P
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-PASSOS OR P > 0
               IF PAS-PROGRAMA(I) = EXE-PROGRAMA(R)
                   MOVE I TO P
               END-IF
           END-PERFORM
           IF P = 0
               IF WS-CONT-PASSOS < WS-MAX-PASSOS
                   ADD 1 TO WS-CONT-PASSOS
                   MOVE WS-CONT-PASSOS TO P
                   MOVE EXE-PROGRAMA(R) TO PAS-PROGRAMA(P)
                   MOVE 0 TO PAS-EXECUCOES(P)
                   PERFORM VARYING E FROM 1 BY 1 UNTIL E > 5
                       MOVE 0 TO PAS-SEGUNDOS(P, E)
                       MOVE 0 TO PAS-REGISTOS(P, E)
                       MOVE 0 TO PAS-VALOR(P, E)
                   END-PERFORM
               ELSE
                   SET TABELA-CHEIA TO TRUE
               END-IF
           END-IF.
       REGISTAR-NAO-IMPUTADA.
           MOVE "CHRGBACK" TO RLG-PROGRAMA-PARM
           MOVE "W" TO RLG-SEVERIDADE-PARM
           MOVE "W001" TO RLG-CODIGO-PARM
           MOVE SPACES TO RLG-TEXTO-PARM
           IF EXE-FECHADA(R) = "N"
               STRING EXE-PROGRAMA(R) " SEM FIM - NAO IMPUTADA"
                   DELIMITED BY SIZE INTO RLG-TEXTO-PARM
           ELSE
               STRING EXE-PROGRAMA(R) " SEM TARIFA - NAO IMPUTADA"
                   DELIMITED BY SIZE INTO RLG-TEXTO-PARM
           END-IF
           MOVE EXE-RUNID(R) TO RLG-CHAVE-PARM
           CALL "RUNLOG" USING RUNLOG-PARMS.
      ******************************************************************
      * Um par debito/credito por empresa com valor: custo do batch
      * na empresa contra a recuperacao da exploracao, lote CB + mes.
      ******************************************************************
       GRAVAR-LANCAMENTOS.
           OPEN OUTPUT POSTING-FILE
           MOVE SPACES TO POSTING-REC
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-CONT-EMPRESAS
               IF EMP-VALOR(E) > 0
                   MOVE EMP-VALOR(E) TO WS-VALOR-LANC
                   PERFORM GRAVAR-PAR-LANCAMENTOS
               END-IF
           END-PERFORM
           CLOSE POSTING-FILE.
       GRAVAR-PAR-LANCAMENTOS.
           MOVE WS-VALOR-LANC TO POST-VALOR
           MOVE "CB" TO POST-LOTE
           MOVE WS-MES TO POST-LOTE(3:6)
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF POSTING-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF POSTING-REC
           MOVE EMP-CODIGO(E) TO OPSTAMP-EMPRESA OF POSTING-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF POSTING-REC
           MOVE WS-CONTA-CUSTO TO POST-CONTA
           MOVE "D" TO POST-DC
           WRITE POSTING-REC
           MOVE WS-CONTA-RECUPERA TO POST-CONTA
           MOVE "C" TO POST-DC
           WRITE POSTING-REC
           ADD 2 TO WS-CONT-LANCAMENTOS.
      ******************************************************************
      * Extrato: por empresa, uma linha por passo com a sua parte dos
      * segundos, dos registos e do valor; total e quota da empresa.
      ******************************************************************
       GRAVAR-RELATORIO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "CHARGEBACK DO BATCH" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-CONT-EMPRESAS
               PERFORM GRAVAR-EXTRATO-EMPRESA
           END-PERFORM
           MOVE WS-TOTAL-GERAL TO LG-VALOR
           MOVE LINHA-TOTAL-GERAL TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           IF WS-CONT-SEM-TARIFA > 0 OR WS-CONT-SEM-FIM > 0
               MOVE SPACES TO PRT-LINHA-PARM
               STRING "EXECUCOES NAO IMPUTADAS - SEM TARIFA: "
                   WS-CONT-SEM-TARIFA "  SEM FIM: " WS-CONT-SEM-FIM
                   DELIMITED BY SIZE INTO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-IF
           IF WS-CONT-SEM-EMPRESA > 0
               MOVE SPACES TO PRT-LINHA-PARM
               STRING "CONTAGENS DE EMPRESAS FORA DO CHRGTAB "
                   "(IGNORADAS NA DIVISAO): " WS-CONT-SEM-EMPRESA
                   DELIMITED BY SIZE INTO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-IF
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       GRAVAR-EXTRATO-EMPRESA.
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE EMP-CODIGO(E) TO LE-EMPRESA
           MOVE WS-MES TO LE-MES
           MOVE LINHA-EMPRESA TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CABECALHO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE 0 TO WS-TOTAL-EMPRESA
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CONT-PASSOS
               MOVE PAS-PROGRAMA(P) TO LP-PROGRAMA
               MOVE PAS-EXECUCOES(P) TO LP-EXECUCOES
               MOVE PAS-SEGUNDOS(P, E) TO LP-SEGUNDOS
               MOVE PAS-REGISTOS(P, E) TO LP-REGISTOS
               MOVE PAS-VALOR(P, E) TO LP-VALOR
               ADD PAS-VALOR(P, E) TO WS-TOTAL-EMPRESA
               MOVE LINHA-PASSO TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM
           MOVE 0 TO WS-PERCENTAGEM
           IF WS-TOTAL-GERAL > 0
               COMPUTE WS-PERCENTAGEM ROUNDED =
                   WS-TOTAL-EMPRESA * 100 / WS-TOTAL-GERAL
           END-IF
           MOVE EMP-CODIGO(E) TO LT-EMPRESA
           MOVE WS-TOTAL-EMPRESA TO LT-VALOR
           MOVE WS-PERCENTAGEM TO LT-PERCENTAGEM
           MOVE LINHA-TOTAL-EMPRESA TO PRT-LINHA-PARM
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
           MOVE "CHRGBACK" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM CHRGBACK.
