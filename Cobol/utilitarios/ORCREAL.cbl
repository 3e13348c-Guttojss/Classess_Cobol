      ******************************************************************
      * ORCREAL.cbl
      * 10/15/26 - month-end budget versus actual. Finance copied the
      *            monthly GL summary (GLSUMM, written by GLCLOSE per
      *            account, company and D/C side) into a spreadsheet
      *            beside the budget every month. This step reads the
      *            month's GLSUMM and the budget master (ORCMST, kept
      *            by ORCMNT) and reports, per company and account,
      *            the actual against the budget for the month and for
      *            the year to date, with the variance in value and as
      *            a percentage of the budget. The actual is netted to
      *            the account's natural side on the budget (debits
      *            less credits for a D account, credits less debits
      *            for a C account; an account with no budget is taken
      *            as D). GLSUMM only holds the month, so each month's
      *            GLSUMM is kept on the actuals history (ORCREALH,
      *            month + the GLSUMM line) -- a rerun replaces the
      *            month's rows instead of adding to them -- and the
      *            year to date is the history's earlier months of the
      *            year plus this one. The CLEARING account GLPOST
      *            balances each batch with is not budgeted and is
      *            left out. An account whose month or year-to-date
      *            variance is above the tolerance (ORCPARM TOLERANC,
      *            in percent of the budget, default 10; a line with
      *            an account number sets that account's own
      *            tolerance) is flagged FORA, and one with actual but
      *            no budget is flagged S/ORC. The report prints
      *            through PRNTFMT (ORCAMENTO VS REAL) for RPTDIST to
      *            bundle to finance. A missing GLSUMM or budget, or a
      *            full table, ends the run with RETURN-CODE 8 and
      *            leaves ORCREALH untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCREAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-FILE ASSIGN TO "ORCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ORCAMENTO-FILE ASSIGN TO "ORCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORC-STATUS.
           SELECT RESUMO-FILE ASSIGN TO "GLSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "ORCREALH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-FILE.
       01  PARAMETROS-REC.
           05  PARM-CHAVE           PIC X(8).
           05  FILLER               PIC X.
           05  PARM-CONTA           PIC X(8).
           05  FILLER               PIC X.
           05  PARM-PERCENTAGEM     PIC X(3).
       FD  ORCAMENTO-FILE.
           COPY "ORCAMENTO.cpy".
      * mesmo layout do GLSUMM do GLCLOSE
       FD  RESUMO-FILE.
       01  RESUMO-REC.
           05  SUM-CONTA            PIC X(8).
           05  FILLER               PIC X.
           05  SUM-DC               PIC X.
           05  FILLER               PIC X.
           05  SUM-VALOR            PIC 9(9).99.
           05  FILLER               PIC X.
           05  SUM-EMPRESA          PIC XX.
       FD  HISTORIA-FILE.
       01  HISTORIA-REC.
           05  HST-MES              PIC 9(6).
           05  FILLER               PIC X.
           05  HST-RESUMO           PIC X(26).
           05  FILLER REDEFINES HST-RESUMO.
               10  HST-CONTA        PIC X(8).
               10  FILLER           PIC X.
               10  HST-DC           PIC X.
               10  FILLER           PIC X.
               10  HST-VALOR        PIC 9(9).99.
               10  FILLER           PIC X.
               10  HST-EMPRESA      PIC XX.
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-MES-ATUAL PIC 9(6).
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-ORC-STATUS PIC XX VALUE SPACES.
       77 WS-RES-STATUS PIC XX VALUE SPACES.
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-TABELA-CHEIA PIC X VALUE "N".
           88 TABELA-CHEIA VALUE "S".
       77 WS-TOLERANCIA PIC 999 VALUE 10.
       77 WS-TOLERANCIA-CONTA PIC 999.
       77 WS-CONT-ORCAMENTO PIC 9(5) VALUE 0.
       77 WS-CONT-ALERTAS PIC 9(5) VALUE 0.
       77 WS-EMPRESA PIC XX.
       77 WS-CONTA PIC X(8).
       77 WS-DC PIC X.
       77 WS-VALOR PIC 9(9)V99.
       77 WS-ACUMULA-MES PIC X.
       77 WS-REAL-MES PIC S9(11)V99.
       77 WS-REAL-ACUM PIC S9(11)V99.
       77 WS-VARIACAO PIC S9(11)V99.
       77 WS-ORCADO PIC S9(11)V99.
       77 WS-PCT PIC S9(5)V9.
       77 WS-PCT-ABS PIC 9(5)V9.
       77 WS-FORA PIC X.
       77 WS-MAX-TOLERANCIAS PIC 99 VALUE 50.
       77 WS-CONT-TOLERANCIAS PIC 99 VALUE 0.
       01 TABELA-TOLERANCIAS.
           03 TOLERANCIA-LINHA OCCURS 50 TIMES.
               05  TT-CONTA         PIC X(8).
               05  TT-PERCENTAGEM   PIC 999.
      * uma linha por empresa + conta, pela ordem da chave
       77 WS-MAX-CONTAS PIC 999 VALUE 500.
       77 WS-CONT-CONTAS PIC 999 VALUE 0.
       01 TABELA-CONTAS.
           03 CONTA-LINHA OCCURS 500 TIMES.
               05  TC-CHAVE.
                   10  TC-EMPRESA   PIC XX.
                   10  TC-CONTA     PIC X(8).
               05  TC-LADO          PIC X.
               05  TC-TEM-ORCAMENTO PIC X.
               05  TC-ORC-MES       PIC S9(11)V99.
               05  TC-ORC-ACUM      PIC S9(11)V99.
               05  TC-DEB-MES       PIC S9(11)V99.
               05  TC-CRED-MES      PIC S9(11)V99.
               05  TC-DEB-ACUM      PIC S9(11)V99.
               05  TC-CRED-ACUM     PIC S9(11)V99.
       01 WS-CHAVE.
           05  WS-CHAVE-EMPRESA     PIC XX.
           05  WS-CHAVE-CONTA       PIC X(8).
      * historia de outros meses (regravada) e o GLSUMM do mes
       77 WS-MAX-HISTORIA PIC 9(4) VALUE 6000.
       77 WS-CONT-HISTORIA PIC 9(4) VALUE 0.
       01 TABELA-HISTORIA.
           03 TH-REGISTO OCCURS 6000 TIMES PIC X(33).
       77 WS-MAX-RESUMO PIC 9(4) VALUE 1000.
       77 WS-CONT-RESUMO PIC 9(4) VALUE 0.
       01 TABELA-RESUMO.
           03 TR-REGISTO OCCURS 1000 TIMES PIC X(26).
       77 I PIC 9(4).
       77 P PIC 9(4).
       77 C PIC 999.
       01 LINHA-CABECALHO.
           05  FILLER               PIC X(40) VALUE
               "EMP CONTA    L      ORC-MES     REAL-MES".
           05  FILLER               PIC X(40) VALUE
               "     VARIACAO    VAR%     ORC-ACUM    RE".
           05  FILLER               PIC X(36) VALUE
               "AL-ACUM     VAR-ACUM    VAR%  ALERTA".
       01 LINHA-CONTA.
           05  LR-EMPRESA           PIC XX.
           05  FILLER               PIC XX VALUE SPACES.
           05  LR-CONTA             PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LR-LADO              PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LR-ORC-MES           PIC -ZZZZZZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  LR-REAL-MES          PIC -ZZZZZZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  LR-VAR-MES           PIC -ZZZZZZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  LR-PCT-MES           PIC -ZZZ9.9.
           05  LR-PCT-MES-X REDEFINES LR-PCT-MES
                                    PIC X(7).
           05  FILLER               PIC X VALUE SPACE.
           05  LR-ORC-ACUM          PIC -ZZZZZZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  LR-REAL-ACUM         PIC -ZZZZZZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  LR-VAR-ACUM          PIC -ZZZZZZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  LR-PCT-ACUM          PIC -ZZZ9.9.
           05  LR-PCT-ACUM-X REDEFINES LR-PCT-ACUM
                                    PIC X(7).
           05  FILLER               PIC XX VALUE SPACES.
           05  LR-ALERTA            PIC X(6).
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES-ATUAL
           PERFORM LER-PARAMETROS
           PERFORM LER-ORCAMENTO
           IF WS-ORC-STATUS = "35" OR WS-CONT-ORCAMENTO = 0
               DISPLAY "ORCREAL: SEM ORCAMENTO PARA " WS-MES-ATUAL
                   " - RELATORIO NAO PRODUZIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LER-RESUMO
           IF WS-RES-STATUS = "35"
               DISPLAY "ORCREAL: SEM GLSUMM - RELATORIO NAO PRODUZIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LER-HISTORIA
           IF TABELA-CHEIA
               DISPLAY "ORCREAL: TABELA CHEIA - ORCREALH NAO "
                   "ATUALIZADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GRAVAR-HISTORIA
           PERFORM GRAVAR-RELATORIO
           DISPLAY "ORCREAL: MES " WS-MES-ATUAL " CONTAS="
               WS-CONT-CONTAS " ALERTAS=" WS-CONT-ALERTAS
           STOP RUN.
      ******************************************************************
      * TOLERANC com a conta em branco e a tolerancia geral; com uma
      * conta, a tolerancia dessa conta (todas as empresas).
      ******************************************************************
       LER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF WS-PARM-STATUS = "35"
               DISPLAY "ORCREAL: SEM ORCPARM - TOLERANCIA "
                   WS-TOLERANCIA "%"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ PARAMETROS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF PARM-CHAVE = "TOLERANC"
                               AND PARM-PERCENTAGEM NUMERIC
                               PERFORM GUARDAR-TOLERANCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-TOLERANCIA.
           IF PARM-CONTA = SPACES
               MOVE PARM-PERCENTAGEM TO WS-TOLERANCIA
           ELSE
               IF WS-CONT-TOLERANCIAS < WS-MAX-TOLERANCIAS
                   ADD 1 TO WS-CONT-TOLERANCIAS
                   MOVE PARM-CONTA TO TT-CONTA(WS-CONT-TOLERANCIAS)
                   MOVE PARM-PERCENTAGEM TO
                       TT-PERCENTAGEM(WS-CONT-TOLERANCIAS)
               END-IF
           END-IF.
      ******************************************************************
      * Orcamento do ano ate ao mes corrente; o mes corrente conta
      * tambem para a coluna do mes.
      ******************************************************************
       LER-ORCAMENTO.
           OPEN INPUT ORCAMENTO-FILE
           IF WS-ORC-STATUS NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ ORCAMENTO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF ORC-MES(1:4) = WS-MES-ATUAL(1:4)
                               AND ORC-MES <= WS-MES-ATUAL
                               PERFORM TRATAR-ORCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORCAMENTO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       TRATAR-ORCAMENTO.
           ADD 1 TO WS-CONT-ORCAMENTO
           MOVE ORC-EMPRESA TO WS-CHAVE-EMPRESA
           MOVE ORC-CONTA TO WS-CHAVE-CONTA
           PERFORM LOCALIZAR-CONTA
           IF P > 0
               MOVE ORC-VALOR TO WS-VALOR
               MOVE ORC-LADO TO TC-LADO(P)
               MOVE "S" TO TC-TEM-ORCAMENTO(P)
               ADD WS-VALOR TO TC-ORC-ACUM(P)
               IF ORC-MES = WS-MES-ATUAL
                   ADD WS-VALOR TO TC-ORC-MES(P)
               END-IF
           END-IF.
      ******************************************************************
      * GLSUMM do mes: conta para o mes e para o acumulado, e fica
      * guardado para entrar na historia.
      ******************************************************************
       LER-RESUMO.
           OPEN INPUT RESUMO-FILE
           IF WS-RES-STATUS NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ RESUMO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM TRATAR-RESUMO
                   END-READ
               END-PERFORM
               CLOSE RESUMO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       TRATAR-RESUMO.
           IF WS-CONT-RESUMO < WS-MAX-RESUMO
               ADD 1 TO WS-CONT-RESUMO
               MOVE RESUMO-REC TO TR-REGISTO(WS-CONT-RESUMO)
           ELSE
               SET TABELA-CHEIA TO TRUE
           END-IF
           MOVE SUM-EMPRESA TO WS-EMPRESA
           MOVE SUM-CONTA TO WS-CONTA
           MOVE SUM-DC TO WS-DC
           MOVE SUM-VALOR TO WS-VALOR
           MOVE "S" TO WS-ACUMULA-MES
           PERFORM ACUMULAR-REAL.
      ******************************************************************
      * Historia de outros meses; as linhas do mes corrente saem e sao
      * substituidas pelo GLSUMM desta execucao. Os meses anteriores do
      * mesmo ano entram no acumulado.
      ******************************************************************
       LER-HISTORIA.
           OPEN INPUT HISTORIA-FILE
           IF WS-HIST-STATUS = "35"
               DISPLAY "ORCREAL: SEM HISTORIA DE REAIS ANTERIOR"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ HISTORIA-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF HST-MES NOT = WS-MES-ATUAL
                               PERFORM GUARDAR-HISTORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIA-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-CONT-HISTORIA + WS-CONT-RESUMO > WS-MAX-HISTORIA
               SET TABELA-CHEIA TO TRUE
           END-IF.
       GUARDAR-HISTORIA.
           IF WS-CONT-HISTORIA < WS-MAX-HISTORIA
               ADD 1 TO WS-CONT-HISTORIA
               MOVE HISTORIA-REC TO TH-REGISTO(WS-CONT-HISTORIA)
           ELSE
               SET TABELA-CHEIA TO TRUE
           END-IF
           IF HST-MES(1:4) = WS-MES-ATUAL(1:4)
               AND HST-MES < WS-MES-ATUAL
               MOVE HST-EMPRESA TO WS-EMPRESA
               MOVE HST-CONTA TO WS-CONTA
               MOVE HST-DC TO WS-DC
               MOVE HST-VALOR TO WS-VALOR
               MOVE "N" TO WS-ACUMULA-MES
               PERFORM ACUMULAR-REAL
           END-IF.
      * o CLEARING fecha cada lote do GLPOST e nao se orcamenta
       ACUMULAR-REAL.
           IF WS-CONTA NOT = "CLEARING"
               MOVE WS-EMPRESA TO WS-CHAVE-EMPRESA
               MOVE WS-CONTA TO WS-CHAVE-CONTA
               PERFORM LOCALIZAR-CONTA
               IF P > 0
                   IF WS-DC = "C"
                       ADD WS-VALOR TO TC-CRED-ACUM(P)
                       IF WS-ACUMULA-MES = "S"
                           ADD WS-VALOR TO TC-CRED-MES(P)
                       END-IF
                   ELSE
                       ADD WS-VALOR TO TC-DEB-ACUM(P)
                       IF WS-ACUMULA-MES = "S"
                           ADD WS-VALOR TO TC-DEB-MES(P)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * P = linha da empresa + conta de WS-CHAVE; uma conta nova entra
      * na posicao da chave (lado D ate haver orcamento). P = 0 com a
      * tabela cheia.
      ******************************************************************
       LOCALIZAR-CONTA.
           MOVE 0 TO P
           MOVE 0 TO C
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-CONTAS OR P > 0
               IF TC-CHAVE(I) = WS-CHAVE
                   MOVE I TO P
               END-IF
               IF TC-CHAVE(I) > WS-CHAVE AND C = 0
                   MOVE I TO C
               END-IF
           END-PERFORM
           IF P = 0
               IF WS-CONT-CONTAS < WS-MAX-CONTAS
                   IF C = 0
                       COMPUTE C = WS-CONT-CONTAS + 1
                   END-IF
                   PERFORM VARYING I FROM WS-CONT-CONTAS BY -1
                           UNTIL I < C
                       MOVE CONTA-LINHA(I) TO CONTA-LINHA(I + 1)
                   END-PERFORM
                   ADD 1 TO WS-CONT-CONTAS
                   MOVE C TO P
                   MOVE WS-CHAVE TO TC-CHAVE(P)
                   MOVE "D" TO TC-LADO(P)
                   MOVE "N" TO TC-TEM-ORCAMENTO(P)
                   MOVE 0 TO TC-ORC-MES(P)
                   MOVE 0 TO TC-ORC-ACUM(P)
                   MOVE 0 TO TC-DEB-MES(P)
                   MOVE 0 TO TC-CRED-MES(P)
                   MOVE 0 TO TC-DEB-ACUM(P)
                   MOVE 0 TO TC-CRED-ACUM(P)
               ELSE
                   SET TABELA-CHEIA TO TRUE
               END-IF
           END-IF.
       GRAVAR-HISTORIA.
           OPEN OUTPUT HISTORIA-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-HISTORIA
               WRITE HISTORIA-REC FROM TH-REGISTO(I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-RESUMO
               MOVE SPACES TO HISTORIA-REC
               MOVE WS-MES-ATUAL TO HST-MES
               MOVE TR-REGISTO(I) TO HST-RESUMO
               WRITE HISTORIA-REC
           END-PERFORM
           CLOSE HISTORIA-FILE.
      ******************************************************************
      * Uma linha por empresa + conta com orcamento ou real no ano.
      * Variacao = real - orcamento; percentagem sobre o orcamento.
      ******************************************************************
       GRAVAR-RELATORIO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "ORCAMENTO VS REAL" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE SPACES TO PRT-LINHA-PARM
           STRING "MES " WS-MES-ATUAL "  TOLERANCIA GERAL "
               WS-TOLERANCIA "% DO ORCAMENTO"
               DELIMITED BY SIZE INTO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CABECALHO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CONT-CONTAS
               IF TC-ORC-ACUM(P) NOT = 0
                   OR TC-DEB-ACUM(P) NOT = 0
                   OR TC-CRED-ACUM(P) NOT = 0
                   PERFORM IMPRIMIR-CONTA
               END-IF
           END-PERFORM
           MOVE SPACES TO PRT-LINHA-PARM
           STRING "CONTAS FORA DA TOLERANCIA OU SEM ORCAMENTO: "
               WS-CONT-ALERTAS
               DELIMITED BY SIZE INTO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       IMPRIMIR-CONTA.
           MOVE WS-TOLERANCIA TO WS-TOLERANCIA-CONTA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-TOLERANCIAS
               IF TT-CONTA(I) = TC-CONTA(P)
                   MOVE TT-PERCENTAGEM(I) TO WS-TOLERANCIA-CONTA
               END-IF
           END-PERFORM
           IF TC-LADO(P) = "C"
               COMPUTE WS-REAL-MES = TC-CRED-MES(P) - TC-DEB-MES(P)
               COMPUTE WS-REAL-ACUM = TC-CRED-ACUM(P) - TC-DEB-ACUM(P)
           ELSE
               COMPUTE WS-REAL-MES = TC-DEB-MES(P) - TC-CRED-MES(P)
               COMPUTE WS-REAL-ACUM = TC-DEB-ACUM(P) - TC-CRED-ACUM(P)
           END-IF
           MOVE "N" TO WS-FORA
           MOVE SPACES TO LINHA-CONTA
           MOVE TC-EMPRESA(P) TO LR-EMPRESA
           MOVE TC-CONTA(P) TO LR-CONTA
           MOVE TC-LADO(P) TO LR-LADO
           MOVE TC-ORC-MES(P) TO LR-ORC-MES
           MOVE WS-REAL-MES TO LR-REAL-MES
           COMPUTE WS-VARIACAO = WS-REAL-MES - TC-ORC-MES(P)
           MOVE WS-VARIACAO TO LR-VAR-MES
           MOVE TC-ORC-MES(P) TO WS-ORCADO
           PERFORM CALCULAR-PERCENTAGEM
           IF WS-ORCADO = 0
               MOVE SPACES TO LR-PCT-MES-X
           ELSE
               MOVE WS-PCT TO LR-PCT-MES
           END-IF
           MOVE TC-ORC-ACUM(P) TO LR-ORC-ACUM
           MOVE WS-REAL-ACUM TO LR-REAL-ACUM
           COMPUTE WS-VARIACAO = WS-REAL-ACUM - TC-ORC-ACUM(P)
           MOVE WS-VARIACAO TO LR-VAR-ACUM
           MOVE TC-ORC-ACUM(P) TO WS-ORCADO
           PERFORM CALCULAR-PERCENTAGEM
           IF WS-ORCADO = 0
               MOVE SPACES TO LR-PCT-ACUM-X
           ELSE
               MOVE WS-PCT TO LR-PCT-ACUM
           END-IF
           EVALUATE TRUE
               WHEN TC-TEM-ORCAMENTO(P) = "N"
                   MOVE "S/ORC" TO LR-ALERTA
                   ADD 1 TO WS-CONT-ALERTAS
               WHEN WS-FORA = "S"
                   MOVE "FORA" TO LR-ALERTA
                   ADD 1 TO WS-CONT-ALERTAS
           END-EVALUATE
           MOVE LINHA-CONTA TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
      ******************************************************************
      * WS-PCT = WS-VARIACAO em percentagem de WS-ORCADO (limitada a
      * 9999.9); acima da tolerancia marca WS-FORA. Uma variacao sobre
      * orcamento zero conta sempre como fora.
      ******************************************************************
       CALCULAR-PERCENTAGEM.
           MOVE 0 TO WS-PCT
           IF WS-ORCADO = 0
               IF WS-VARIACAO NOT = 0
                   MOVE "S" TO WS-FORA
               END-IF
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-VARIACAO * 100 / WS-ORCADO
                   ON SIZE ERROR
                       IF WS-VARIACAO < 0
                           MOVE -9999.9 TO WS-PCT
                       ELSE
                           MOVE 9999.9 TO WS-PCT
                       END-IF
               END-COMPUTE
               IF WS-PCT > 9999.9
                   MOVE 9999.9 TO WS-PCT
               END-IF
               IF WS-PCT < -9999.9
                   MOVE -9999.9 TO WS-PCT
               END-IF
               MOVE WS-PCT TO WS-PCT-ABS
               IF WS-PCT-ABS > WS-TOLERANCIA-CONTA
                   MOVE "S" TO WS-FORA
               END-IF
           END-IF.
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
           MOVE "ORCREAL" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM ORCREAL.
