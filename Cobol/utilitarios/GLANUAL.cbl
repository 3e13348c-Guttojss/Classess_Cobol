      ******************************************************************
      * GLANUAL.cbl
      * 10/15/26 - annual GL summary for the year-end close. Closing
      *            the GL year meant adding up twelve printed monthly
      *            summaries by hand. GLSUMM only ever holds the month
      *            just closed, but ORCREAL keeps every month's GLSUMM
      *            on the actuals history (ORCREALH, month + the GLSUMM
      *            line), so this step reads the business year's
      *            twelve months off it and:
      *              - totals them per company, account and D/C side
      *                into the annual summary (GLANUAL: year + the
      *                GLSUMM layout with a wider amount), in company +
      *                account + side order;
      *              - checks the balance: every month must be present
      *                and its debits equal its credits, and so must
      *                the year's.
      *            The months, their totals and state (OK, DESEQUIL or
      *            EM FALTA) and the year's totals are listed on the
      *            PRNTFMT report RESUMO ANUAL DO GL, and the outcome
      *            goes to the year-end step register (FECHOREG) for
      *            the certificate. A missing or unbalanced month, an
      *            unbalanced year or a full table ends the run with
      *            RETURN-CODE 8 (the summary is still written, for
      *            the investigation).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLANUAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-FILE ASSIGN TO "ORCREALH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ANUAL-FILE ASSIGN TO "GLANUAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTO-FILE ASSIGN TO "FECHOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * mes + linha do GLSUMM, como o ORCREAL a grava
       FD  HISTORIA-FILE.
       01  HISTORIA-REC.
           05  HST-MES              PIC 9(6).
           05  FILLER               PIC X.
           05  HST-CONTA            PIC X(8).
           05  FILLER               PIC X.
           05  HST-DC               PIC X.
           05  FILLER               PIC X.
           05  HST-VALOR            PIC 9(9).99.
           05  FILLER               PIC X.
           05  HST-EMPRESA          PIC XX.
       FD  ANUAL-FILE.
       01  ANUAL-REC.
           05  ANU-ANO              PIC 9(4).
           05  FILLER               PIC X VALUE SPACE.
           05  ANU-CONTA            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  ANU-DC               PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  ANU-VALOR            PIC 9(11).99.
           05  FILLER               PIC X VALUE SPACE.
           05  ANU-EMPRESA          PIC XX.
       FD  REGISTO-FILE.
           COPY "FECHOREG.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-ANO PIC 9(4).
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
       77 WS-REG-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-TABELA-CHEIA PIC X VALUE "N".
           88 TABELA-CHEIA VALUE "S".
       77 WS-VALOR PIC 9(9)V99.
       77 WS-TOTAL-DEBITOS PIC S9(11)V99 VALUE 0.
       77 WS-TOTAL-CREDITOS PIC S9(11)V99 VALUE 0.
       77 WS-TOTAL-LINHAS PIC 9(5) VALUE 0.
       77 WS-MESES-FALTA PIC 99 VALUE 0.
       77 WS-MESES-DESEQUIL PIC 99 VALUE 0.
       77 WS-MES PIC 99.
       01 TABELA-MESES.
           03 MES-LINHA OCCURS 12 TIMES.
               05  TM-LINHAS        PIC 9(5).
               05  TM-DEBITOS       PIC S9(11)V99.
               05  TM-CREDITOS      PIC S9(11)V99.
      * uma linha por empresa + conta + lado, pela ordem da chave
       77 WS-MAX-CONTAS PIC 999 VALUE 500.
       77 WS-CONT-CONTAS PIC 999 VALUE 0.
       01 TABELA-CONTAS.
           03 CONTA-LINHA OCCURS 500 TIMES.
               05  TC-CHAVE.
                   10  TC-EMPRESA   PIC XX.
                   10  TC-CONTA     PIC X(8).
                   10  TC-DC        PIC X.
               05  TC-VALOR         PIC S9(11)V99.
       01 WS-CHAVE.
           05  WS-CHAVE-EMPRESA     PIC XX.
           05  WS-CHAVE-CONTA       PIC X(8).
           05  WS-CHAVE-DC          PIC X.
       77 I PIC 999.
       77 P PIC 999.
       77 C PIC 999.
       01 LINHA-CABECALHO.
           05  FILLER               PIC X(40) VALUE
               "MES     LINHAS        DEBITOS       CRED".
           05  FILLER               PIC X(12) VALUE
               "ITOS  ESTADO".
       01 LINHA-MES.
           05  LM-MES               PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  LM-LINHAS            PIC ZZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LM-DEBITOS           PIC ZZZZZZZZZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  LM-CREDITOS          PIC ZZZZZZZZZZ9.99.
           05  FILLER               PIC XX VALUE SPACES.
           05  LM-ESTADO            PIC X(8).
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE WS-DATA-NEGOCIO(1:4) TO WS-ANO
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               MOVE 0 TO TM-LINHAS(WS-MES)
               MOVE 0 TO TM-DEBITOS(WS-MES)
               MOVE 0 TO TM-CREDITOS(WS-MES)
           END-PERFORM
           PERFORM LER-HISTORIA
           PERFORM GRAVAR-ANUAL
           PERFORM VERIFICAR-MESES
           PERFORM GRAVAR-RELATORIO
           PERFORM REGISTAR-PASSO
           DISPLAY "GLANUAL: ANO " WS-ANO " CONTAS=" WS-CONT-CONTAS
               " MESES EM FALTA=" WS-MESES-FALTA
               " DESEQUILIBRADOS=" WS-MESES-DESEQUIL
           IF FRG-FALHA
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       LER-HISTORIA.
           OPEN INPUT HISTORIA-FILE
           IF WS-HIST-STATUS = "35"
               DISPLAY "GLANUAL: SEM ORCREALH - ANO SEM RESUMOS"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ HISTORIA-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF HST-MES(1:4) = WS-ANO
                               PERFORM TRATAR-HISTORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIA-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       TRATAR-HISTORIA.
           MOVE HST-MES(5:2) TO WS-MES
           IF WS-MES >= 1 AND WS-MES <= 12
               MOVE HST-VALOR TO WS-VALOR
               ADD 1 TO TM-LINHAS(WS-MES)
               ADD 1 TO WS-TOTAL-LINHAS
               IF HST-DC = "C"
                   ADD WS-VALOR TO TM-CREDITOS(WS-MES)
                   ADD WS-VALOR TO WS-TOTAL-CREDITOS
               ELSE
                   ADD WS-VALOR TO TM-DEBITOS(WS-MES)
                   ADD WS-VALOR TO WS-TOTAL-DEBITOS
               END-IF
               MOVE HST-EMPRESA TO WS-CHAVE-EMPRESA
               MOVE HST-CONTA TO WS-CHAVE-CONTA
               MOVE HST-DC TO WS-CHAVE-DC
               PERFORM LOCALIZAR-CONTA
               IF P > 0
                   ADD WS-VALOR TO TC-VALOR(P)
               END-IF
           END-IF.
      ******************************************************************
      * P = linha da empresa + conta + lado de WS-CHAVE; uma chave nova
      * entra na sua posicao. P = 0 com a tabela cheia.
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
                   MOVE 0 TO TC-VALOR(P)
               ELSE
                   SET TABELA-CHEIA TO TRUE
               END-IF
           END-IF.
       GRAVAR-ANUAL.
           OPEN OUTPUT ANUAL-FILE
           MOVE SPACES TO ANUAL-REC
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CONT-CONTAS
               MOVE WS-ANO TO ANU-ANO
               MOVE TC-CONTA(P) TO ANU-CONTA
               MOVE TC-DC(P) TO ANU-DC
               MOVE TC-VALOR(P) TO ANU-VALOR
               MOVE TC-EMPRESA(P) TO ANU-EMPRESA
               WRITE ANUAL-REC
           END-PERFORM
           CLOSE ANUAL-FILE.
      ******************************************************************
      * Os doze meses presentes e cada um equilibrado, e o ano tambem;
      * o resultado fica em FECHOREG-REC para o registo.
      ******************************************************************
       VERIFICAR-MESES.
           MOVE SPACES TO FECHOREG-REC
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               EVALUATE TRUE
                   WHEN TM-LINHAS(WS-MES) = 0
                       ADD 1 TO WS-MESES-FALTA
                   WHEN TM-DEBITOS(WS-MES) NOT = TM-CREDITOS(WS-MES)
                       ADD 1 TO WS-MESES-DESEQUIL
               END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
               WHEN TABELA-CHEIA
                   MOVE "FALHA" TO FRG-ESTADO
                   STRING "MAIS DE " WS-MAX-CONTAS
                       " CONTAS - RESUMO INCOMPLETO"
                       DELIMITED BY SIZE INTO FRG-DETALHE
               WHEN WS-MESES-FALTA > 0
                   MOVE "FALHA" TO FRG-ESTADO
                   STRING WS-MESES-FALTA " MES(ES) SEM RESUMO DO GL EM "
                       WS-ANO
                       DELIMITED BY SIZE INTO FRG-DETALHE
               WHEN WS-MESES-DESEQUIL > 0
                   OR WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
                   MOVE "FALHA" TO FRG-ESTADO
                   STRING WS-MESES-DESEQUIL
                       " MES(ES) DESEQUILIBRADO(S) - ANO NAO FECHA"
                       DELIMITED BY SIZE INTO FRG-DETALHE
               WHEN OTHER
                   MOVE "OK" TO FRG-ESTADO
                   STRING "ANO " WS-ANO " EQUILIBRADO - "
                       WS-CONT-CONTAS " LINHA(S) NO RESUMO"
                       DELIMITED BY SIZE INTO FRG-DETALHE
           END-EVALUATE.
       GRAVAR-RELATORIO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "RESUMO ANUAL DO GL" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE LINHA-CABECALHO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               MOVE WS-ANO TO LM-MES(1:4)
               MOVE WS-MES TO LM-MES(5:2)
               MOVE TM-LINHAS(WS-MES) TO LM-LINHAS
               MOVE TM-DEBITOS(WS-MES) TO LM-DEBITOS
               MOVE TM-CREDITOS(WS-MES) TO LM-CREDITOS
               EVALUATE TRUE
                   WHEN TM-LINHAS(WS-MES) = 0
                       MOVE "EM FALTA" TO LM-ESTADO
                   WHEN TM-DEBITOS(WS-MES) NOT = TM-CREDITOS(WS-MES)
                       MOVE "DESEQUIL" TO LM-ESTADO
                   WHEN OTHER
                       MOVE "OK" TO LM-ESTADO
               END-EVALUATE
               MOVE LINHA-MES TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM
           MOVE SPACES TO LINHA-MES
           MOVE "TOTAL" TO LM-MES
           MOVE WS-TOTAL-LINHAS TO LM-LINHAS
           MOVE WS-TOTAL-DEBITOS TO LM-DEBITOS
           MOVE WS-TOTAL-CREDITOS TO LM-CREDITOS
           IF WS-TOTAL-DEBITOS = WS-TOTAL-CREDITOS
               MOVE "OK" TO LM-ESTADO
           ELSE
               MOVE "DESEQUIL" TO LM-ESTADO
           END-IF
           MOVE LINHA-MES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE SPACES TO PRT-LINHA-PARM
           STRING "RESULTADO: " FRG-ESTADO " " FRG-DETALHE
               DELIMITED BY SIZE INTO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       REGISTAR-PASSO.
           OPEN EXTEND REGISTO-FILE
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT REGISTO-FILE
           END-IF
           MOVE "GLANUAL" TO FRG-PASSO
           MOVE WS-DATA-NEGOCIO TO FRG-DATA
           MOVE WS-RUN-TIMESTAMP TO FRG-TIMESTAMP
           WRITE FECHOREG-REC
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
           MOVE "GLANUAL" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM GLANUAL.
