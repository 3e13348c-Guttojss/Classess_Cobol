      ******************************************************************
      * REPLGEN.cbl
      * 10/15/26 - historical replay generator. A program change
      *            used to be proved against last night at best; a
      *            replay proves it against a list of past nights.
      *            Reads the business dates to replay (REPLDATA, one
      *            AAAAMMDD per line) and writes, through REPLJCL
      *            (the internal reader), one job per date from the
      *            night skeleton (REPLSKEL, member REPLNITE) and then
      *            one closing job from the summary skeleton
      *            (REPLSKFM, member REPLFIM). In every skeleton line
      *            the tokens
      *              <DATA>  become the business date (AAAAMMDD),
      *              <DQ>    the date as a dataset qualifier
      *                      (DAAMMDD), so each night runs in its own
      *                      isolated TEST.REPLAY.<DQ> datasets,
      *              <ID>    the replay id (this run's timestamp,
      *                      AAAAMMDDHHMMSS) REPLREG and REPLREL key
      *                      the results on,
      *              <OPER>  the operator who submitted the replay.
      *            The closing job gets the current business date.
      *            A date that is not numeric, not a valid month/day,
      *            not before the current business date or already on
      *            the list is skipped with a message (RETURN-CODE 4).
      *            No skeleton or no valid date ends with
      *            RETURN-CODE 8 and nothing is submitted. The jobs
      *            share one job name, so they run one at a time in
      *            the order written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLGEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATAS-FILE ASSIGN TO "REPLDATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAS-STATUS.
           SELECT ESQUELETO-FILE ASSIGN TO "REPLSKEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESQ-STATUS.
           SELECT FECHO-FILE ASSIGN TO "REPLSKFM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESQ-STATUS.
           SELECT JCL-FILE ASSIGN TO "REPLJCL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DATAS-FILE.
       01  DATAS-REC.
           05  DAT-DATA             PIC X(8).
           05  DAT-DATA-N REDEFINES DAT-DATA.
               10  DAT-ANO          PIC 9(4).
               10  DAT-MES          PIC 99.
               10  DAT-DIA          PIC 99.
       FD  ESQUELETO-FILE.
       01  ESQUELETO-REC            PIC X(80).
       FD  FECHO-FILE.
       01  FECHO-REC                PIC X(80).
       FD  JCL-FILE.
       01  JCL-REC                  PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-DATAS-STATUS PIC XX VALUE SPACES.
       77 WS-ESQ-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-REPLAY-ID PIC X(14).
       77 WS-DATA-NOITE PIC 9(8).
       77 WS-DQ PIC X(7).
       77 WS-OPER-LEN PIC 99 VALUE 0.
       77 WS-MAX-LINHAS PIC 999 VALUE 600.
       77 WS-CONT-ESQUELETO PIC 999 VALUE 0.
       77 WS-CONT-FECHO PIC 999 VALUE 0.
       77 WS-MAX-DATAS PIC 99 VALUE 60.
       77 WS-CONT-DATAS PIC 99 VALUE 0.
       77 WS-CONT-RECUSADAS PIC 99 VALUE 0.
       77 WS-CONT-JOBS PIC 99 VALUE 0.
       77 WS-CONT-LONGAS PIC 9(5) VALUE 0.
       77 WS-REPETIDA PIC X.
       77 WS-ENTRADA PIC X(80).
       77 WS-SAIDA PIC X(80).
       77 WS-VALOR PIC X(14).
       77 WS-VALOR-LEN PIC 99.
       77 I PIC 999.
       77 J PIC 99.
       77 P PIC 99.
       77 Q PIC 99.
           COPY "BUSDATE-WS.cpy".
           COPY "OPERVAL-WS.cpy".
       01 TABELA-ESQUELETO.
           03 ESQUELETO-LINHA       PIC X(80) OCCURS 600 TIMES.
       01 TABELA-FECHO.
           03 FECHO-LINHA           PIC X(80) OCCURS 600 TIMES.
       01 TABELA-DATAS.
           03 DATA-LINHA            PIC 9(8) OCCURS 60 TIMES.
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE WS-RUN-TIMESTAMP(1:14) TO WS-REPLAY-ID
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > 8 OR WS-OPERADOR-ID(P:1) = SPACE
               MOVE P TO WS-OPER-LEN
           END-PERFORM
           PERFORM CARREGAR-ESQUELETOS
           IF WS-CONT-ESQUELETO = 0
               DISPLAY "REPLGEN: ESQUELETO DA NOITE (REPLSKEL) AUSENTE"
                   " OU VAZIO - NADA SUBMETIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LER-DATAS
           IF WS-CONT-DATAS = 0
               DISPLAY "REPLGEN: NENHUMA DATA VALIDA EM REPLDATA - "
                   "NADA SUBMETIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT JCL-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-DATAS
               MOVE DATA-LINHA(J) TO WS-DATA-NOITE
               PERFORM GERAR-NOITE
           END-PERFORM
           IF WS-CONT-FECHO > 0
               MOVE WS-DATA-NEGOCIO TO WS-DATA-NOITE
               PERFORM GERAR-FECHO
           END-IF
           CLOSE JCL-FILE
           DISPLAY "REPLGEN: REPETICAO " WS-REPLAY-ID " - "
               WS-CONT-DATAS " NOITE(S), " WS-CONT-JOBS
               " JOB(S) SUBMETIDO(S)"
           IF WS-CONT-LONGAS > 0
               DISPLAY "REPLGEN: AVISO - " WS-CONT-LONGAS
                   " LINHA(S) JCL PASSAM A COLUNA 71 APOS A SUBSTITUIC"
                   "AO"
           END-IF
           IF WS-CONT-RECUSADAS > 0
               DISPLAY "REPLGEN: " WS-CONT-RECUSADAS
                   " DATA(S) RECUSADA(S)"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       CARREGAR-ESQUELETOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ESQUELETO-FILE
           IF WS-ESQ-STATUS NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ ESQUELETO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-ESQUELETO < WS-MAX-LINHAS
                               ADD 1 TO WS-CONT-ESQUELETO
                               MOVE ESQUELETO-REC TO
                                   ESQUELETO-LINHA(WS-CONT-ESQUELETO)
                           ELSE
                               DISPLAY "REPLGEN: ESQUELETO DA NOITE "
                                   "TRUNCADO"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESQUELETO-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT FECHO-FILE
           IF WS-ESQ-STATUS = "35"
               DISPLAY "REPLGEN: SEM ESQUELETO DE FECHO (REPLSKFM) - "
                   "RESUMO NAO SUBMETIDO"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FECHO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-FECHO < WS-MAX-LINHAS
                               ADD 1 TO WS-CONT-FECHO
                               MOVE FECHO-REC TO
                                   FECHO-LINHA(WS-CONT-FECHO)
                           ELSE
                               DISPLAY "REPLGEN: ESQUELETO DE FECHO "
                                   "TRUNCADO"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FECHO-FILE
           END-IF.
      ******************************************************************
      * So noites passadas, validas e cada uma uma vez: uma noite
      * repetida duas vezes na mesma repeticao baralharia o resumo.
      ******************************************************************
       LER-DATAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT DATAS-FILE
           IF WS-DATAS-STATUS = "35"
               DISPLAY "REPLGEN: LISTA DE DATAS (REPLDATA) AUSENTE"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ DATAS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF DAT-DATA NOT = SPACES
                               PERFORM VALIDAR-DATA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATAS-FILE
           END-IF.
       VALIDAR-DATA.
           MOVE "N" TO WS-REPETIDA
           IF DAT-DATA NUMERIC
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-DATAS
                   IF DATA-LINHA(J) = DAT-DATA-N
                       MOVE "S" TO WS-REPETIDA
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN DAT-DATA NOT NUMERIC
                   DISPLAY "REPLGEN: DATA INVALIDA " DAT-DATA
                   ADD 1 TO WS-CONT-RECUSADAS
               WHEN DAT-MES < 1 OR DAT-MES > 12
                       OR DAT-DIA < 1 OR DAT-DIA > 31
                   DISPLAY "REPLGEN: DATA INVALIDA " DAT-DATA
                   ADD 1 TO WS-CONT-RECUSADAS
               WHEN DAT-DATA-N NOT < WS-DATA-NEGOCIO
                   DISPLAY "REPLGEN: DATA " DAT-DATA
                       " NAO E UMA NOITE PASSADA"
                   ADD 1 TO WS-CONT-RECUSADAS
               WHEN WS-REPETIDA = "S"
                   DISPLAY "REPLGEN: DATA " DAT-DATA " REPETIDA"
                   ADD 1 TO WS-CONT-RECUSADAS
               WHEN WS-CONT-DATAS NOT < WS-MAX-DATAS
                   DISPLAY "REPLGEN: LIMITE DE " WS-MAX-DATAS
                       " NOITES - DATA " DAT-DATA " IGNORADA"
                   ADD 1 TO WS-CONT-RECUSADAS
               WHEN OTHER
                   ADD 1 TO WS-CONT-DATAS
                   MOVE DAT-DATA-N TO DATA-LINHA(WS-CONT-DATAS)
           END-EVALUATE.
       GERAR-NOITE.
           MOVE "D" TO WS-DQ(1:1)
           MOVE WS-DATA-NOITE(3:6) TO WS-DQ(2:6)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-ESQUELETO
               MOVE ESQUELETO-LINHA(I) TO WS-ENTRADA
               PERFORM SUBSTITUIR-LINHA
           END-PERFORM
           ADD 1 TO WS-CONT-JOBS.
       GERAR-FECHO.
           MOVE "D" TO WS-DQ(1:1)
           MOVE WS-DATA-NOITE(3:6) TO WS-DQ(2:6)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-FECHO
               MOVE FECHO-LINHA(I) TO WS-ENTRADA
               PERFORM SUBSTITUIR-LINHA
           END-PERFORM
           ADD 1 TO WS-CONT-JOBS.
      ******************************************************************
      * Copia a linha do esqueleto caracter a caracter, trocando cada
      * marca pelo seu valor. O que passar da coluna 80 perde-se.
      ******************************************************************
       SUBSTITUIR-LINHA.
           MOVE SPACES TO WS-SAIDA
           MOVE 1 TO P
           MOVE 1 TO Q
           PERFORM UNTIL P > 80 OR Q > 80
               EVALUATE TRUE
                   WHEN WS-ENTRADA(P:1) NOT = "<"
                       MOVE WS-ENTRADA(P:1) TO WS-SAIDA(Q:1)
                       ADD 1 TO P
                       ADD 1 TO Q
                   WHEN P < 76 AND WS-ENTRADA(P:6) = "<DATA>"
                       MOVE WS-DATA-NOITE TO WS-VALOR
                       MOVE 8 TO WS-VALOR-LEN
                       PERFORM COLOCAR-VALOR
                       ADD 6 TO P
                   WHEN P < 78 AND WS-ENTRADA(P:4) = "<DQ>"
                       MOVE WS-DQ TO WS-VALOR
                       MOVE 7 TO WS-VALOR-LEN
                       PERFORM COLOCAR-VALOR
                       ADD 4 TO P
                   WHEN P < 78 AND WS-ENTRADA(P:4) = "<ID>"
                       MOVE WS-REPLAY-ID TO WS-VALOR
                       MOVE 14 TO WS-VALOR-LEN
                       PERFORM COLOCAR-VALOR
                       ADD 4 TO P
                   WHEN P < 76 AND WS-ENTRADA(P:6) = "<OPER>"
                       MOVE WS-OPERADOR-ID TO WS-VALOR
                       MOVE WS-OPER-LEN TO WS-VALOR-LEN
                       PERFORM COLOCAR-VALOR
                       ADD 6 TO P
                   WHEN OTHER
                       MOVE WS-ENTRADA(P:1) TO WS-SAIDA(Q:1)
                       ADD 1 TO P
                       ADD 1 TO Q
               END-EVALUATE
           END-PERFORM
           IF WS-SAIDA(1:2) = "//" AND WS-SAIDA(72:9) NOT = SPACES
               ADD 1 TO WS-CONT-LONGAS
           END-IF
           MOVE WS-SAIDA TO JCL-REC
           WRITE JCL-REC.
       COLOCAR-VALOR.
           IF Q + WS-VALOR-LEN > 81
               COMPUTE WS-VALOR-LEN = 81 - Q
           END-IF
           IF WS-VALOR-LEN > 0
               MOVE WS-VALOR(1:WS-VALOR-LEN)
                   TO WS-SAIDA(Q:WS-VALOR-LEN)
               ADD WS-VALOR-LEN TO Q
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
           MOVE "REPLGEN" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM REPLGEN.
