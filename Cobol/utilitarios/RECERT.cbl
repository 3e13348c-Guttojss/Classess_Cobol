      ******************************************************************
      * RECERT.cbl
      * 10/15/26 - quarterly access recertification. OPERENT grants
      *            only ever got added, so operators who changed teams
      *            long ago still held ALL. Run at month-end; in the
      *            last month of a calendar quarter (03/06/09/12 of
      *            the business date) it takes the quarter from its
      *            first day to its last and lists every operator's
      *            entitlements (OPERENT) beside the operator master
      *            (OPERMST: name, active flag, supervisor) and the
      *            operator's actual use in the quarter:
      *              - batch steps: INICIO entries on the JOBJRNL
      *                journal, dated by the business date inside the
      *                run id (the physical date when there is none);
      *              - interactive tools: INICIO entries on the
      *                OPERMENU session log (OPSESLOG).
      *            Each entitlement is flagged SEM USO when the
      *            program was not run by that operator in the
      *            quarter, ALL for the every-program grant (listed
      *            with the programs actually used, so it can be
      *            narrowed), INATIVO when the operator is inactive
      *            and SEM MASTER when the id is not on OPERMST. The
      *            PRNTFMT report is RECERTIFICACAO DE ACESSOS; the
      *            sign-off forms (RECFORM) carry one page per
      *            supervisor with every entitlement of the operators
      *            they supervise and a box for the keep (M) / revoke
      *            (R) decision. Operators with no supervisor on the
      *            master, or unknown to it, go on the SEMSUPER form
      *            for the shift manager. The decisions come back as
      *            RECDEC transactions for RECAPLI. Outside a quarter-
      *            end month the step does nothing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT ENTITULO-FILE ASSIGN TO "OPERENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "JOBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT SESSAO-FILE ASSIGN TO "OPSESLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT FORMULARIO-FILE ASSIGN TO "RECFORM"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-FILE.
       01  OPERADORES-REC.
           05  OPE-ID               PIC X(8).
           05  FILLER               PIC X.
           05  OPE-NOME             PIC X(20).
           05  FILLER               PIC X.
           05  OPE-ATIVO            PIC X.
           05  FILLER               PIC X.
           05  OPE-SUPERVISOR       PIC X(8).
       FD  ENTITULO-FILE.
       01  ENTITULO-REC.
           05  ENT-OPERADOR         PIC X(8).
           05  FILLER               PIC X.
           05  ENT-PROGRAMA         PIC X(8).
       FD  JORNAL-FILE.
       01  JORNAL-REC.
           05  JRN-TIMESTAMP        PIC X(21).
           05  FILLER               PIC X.
           05  JRN-PROGRAMA         PIC X(8).
           05  FILLER               PIC X.
           05  JRN-OPERADOR         PIC X(8).
           05  FILLER               PIC X.
           05  JRN-EVENTO           PIC X(6).
           05  FILLER               PIC X(17).
           05  JRN-RUNID            PIC X(19).
       FD  SESSAO-FILE.
       01  SESSAO-REC.
           05  SES-TIMESTAMP        PIC X(21).
           05  FILLER               PIC X.
           05  SES-OPERADOR         PIC X(8).
           05  FILLER               PIC X.
           05  SES-FERRAMENTA       PIC X(8).
           05  FILLER               PIC X.
           05  SES-EVENTO           PIC X(6).
       FD  FORMULARIO-FILE.
       01  FORMULARIO-REC           PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-FONTE-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-DATA-USO PIC X(8).
       77 WS-USO-OPERADOR PIC X(8).
       77 WS-USO-PROGRAMA PIC X(8).
       77 WS-SUPERVISOR PIC X(8).
       77 WS-MES PIC 99.
       77 WS-TRIMESTRE-NUM PIC 9.
       77 WS-MAX-OPERADORES PIC 99 VALUE 50.
       77 WS-CONT-OPERADORES PIC 99 VALUE 0.
       77 WS-MAX-TITULOS PIC 999 VALUE 500.
       77 WS-CONT-TITULOS PIC 999 VALUE 0.
       77 WS-MAX-USOS PIC 999 VALUE 500.
       77 WS-CONT-USOS PIC 999 VALUE 0.
       77 WS-MAX-SUPERVISORES PIC 99 VALUE 50.
       77 WS-CONT-SUPERVISORES PIC 99 VALUE 0.
       77 WS-CONT-SEM-USO PIC 999 VALUE 0.
       77 WS-CONT-ALL PIC 999 VALUE 0.
       77 WS-CONT-INATIVOS PIC 999 VALUE 0.
       77 WS-CONT-SEM-MASTER PIC 999 VALUE 0.
       77 I PIC 999.
       77 J PIC 999.
       77 T PIC 999.
       77 U PIC 999.
       77 S PIC 99.
       77 O PIC 99.
       01 WS-TRIMESTRE.
           05  WS-TRIM-INICIO       PIC 9(8).
           05  WS-TRIM-INICIO-X REDEFINES WS-TRIM-INICIO.
               10  WS-TRIM-INICIO-ANO   PIC 9(4).
               10  WS-TRIM-INICIO-MES   PIC 99.
               10  WS-TRIM-INICIO-DIA   PIC 99.
           05  WS-TRIM-FIM          PIC 9(8).
           05  WS-TRIM-FIM-X REDEFINES WS-TRIM-FIM.
               10  WS-TRIM-FIM-ANO      PIC 9(4).
               10  WS-TRIM-FIM-MES      PIC 99.
               10  WS-TRIM-FIM-DIA      PIC 99.
       01 WS-TRIMESTRE-ID.
           05  WS-TID-ANO           PIC 9(4).
           05  FILLER               PIC X VALUE "T".
           05  WS-TID-NUM           PIC 9.
       01 TABELA-OPERADORES.
           03 OPERADOR-LINHA OCCURS 50 TIMES.
               05  TO-ID            PIC X(8).
               05  TO-NOME          PIC X(20).
               05  TO-ATIVO         PIC X.
               05  TO-SUPERVISOR    PIC X(8).
               05  TO-USOS          PIC 9(5).
       01 TABELA-TITULOS.
           03 TITULO-LINHA OCCURS 500 TIMES.
               05  TT-OPERADOR      PIC X(8).
               05  TT-PROGRAMA      PIC X(8).
               05  TT-OPERADOR-IND  PIC 99.
               05  TT-USOS          PIC 9(5).
               05  TT-SINAIS        PIC X(30).
       01 TABELA-USOS.
           03 USO-LINHA OCCURS 500 TIMES.
               05  TU-OPERADOR      PIC X(8).
               05  TU-PROGRAMA      PIC X(8).
               05  TU-USOS          PIC 9(5).
       01 TABELA-SUPERVISORES.
           03 SUPERVISOR-LINHA OCCURS 50 TIMES.
               05  TS-ID            PIC X(8).
       01 LINHA-TRIMESTRE.
           05  FILLER               PIC X(10) VALUE "TRIMESTRE ".
           05  LT-TRIMESTRE         PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LT-INICIO            PIC 9(8).
           05  FILLER               PIC X(3) VALUE " A ".
           05  LT-FIM               PIC 9(8).
       01 LINHA-CABECALHO.
           05  FILLER               PIC X(40) VALUE
               "OPERADOR NOME                 A SUPERV  ".
           05  FILLER               PIC X(30) VALUE
               "PROGRAMA  USOS SINAIS".
       01 LINHA-TITULO.
           05  LN-OPERADOR          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LN-NOME              PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  LN-ATIVO             PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LN-SUPERVISOR        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LN-PROGRAMA          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LN-USOS              PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LN-SINAIS            PIC X(30).
       01 LINHA-USADO.
           05  FILLER               PIC X(40) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "  USADO:  ".
           05  LU-PROGRAMA          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LU-USOS              PIC ZZZZ9.
       01 LINHA-TOTAIS.
           05  FILLER               PIC X(14) VALUE "TITULARIDADES=".
           05  LS-TITULOS           PIC ZZ9.
           05  FILLER               PIC X(10) VALUE "  SEM USO=".
           05  LS-SEM-USO           PIC ZZ9.
           05  FILLER               PIC X(6) VALUE "  ALL=".
           05  LS-ALL               PIC ZZ9.
           05  FILLER               PIC X(10) VALUE "  INATIVO=".
           05  LS-INATIVOS          PIC ZZ9.
           05  FILLER               PIC X(13) VALUE "  SEM MASTER=".
           05  LS-SEM-MASTER        PIC ZZ9.
       01 LINHA-FORM-TITULO.
           05  FILLER               PIC X(38) VALUE
               "RECERTIFICACAO DE ACESSOS - TRIMESTRE ".
           05  LF-TRIMESTRE         PIC X(6).
           05  FILLER               PIC X(2) VALUE " (".
           05  LF-INICIO            PIC 9(8).
           05  FILLER               PIC X VALUE "-".
           05  LF-FIM               PIC 9(8).
           05  FILLER               PIC X VALUE ")".
       01 LINHA-FORM-SUPERVISOR.
           05  FILLER               PIC X(12) VALUE "SUPERVISOR: ".
           05  LF-SUPERVISOR        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LF-SUPERVISOR-NOME   PIC X(40).
       01 LINHA-FORM-CABECALHO.
           05  FILLER               PIC X(40) VALUE
               "OPERADOR PROGRAMA  USOS SINAIS          ".
           05  FILLER               PIC X(30) VALUE
               "                DECISAO".
       01 LINHA-FORM.
           05  LG-OPERADOR          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LG-PROGRAMA          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LG-USOS              PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LG-SINAIS            PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(17) VALUE
               "M [ ]   R [ ]".
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE WS-DATA-NEGOCIO(5:2) TO WS-MES
           IF WS-MES NOT = 3 AND WS-MES NOT = 6
               AND WS-MES NOT = 9 AND WS-MES NOT = 12
               DISPLAY "RECERT: " WS-DATA-NEGOCIO
                   " FORA DO FIM DE TRIMESTRE - NADA A RECERTIFICAR"
               STOP RUN
           END-IF
           PERFORM CALCULAR-TRIMESTRE
           PERFORM CARREGAR-OPERADORES
           PERFORM CARREGAR-TITULOS
           PERFORM LER-JORNAL
           PERFORM LER-SESSOES
           PERFORM AVALIAR-TITULOS
           PERFORM GRAVAR-RELATORIO
           PERFORM GRAVAR-FORMULARIOS
           DISPLAY "RECERT: TRIMESTRE " WS-TRIMESTRE-ID
               " TITULARIDADES=" WS-CONT-TITULOS
               " SEM USO=" WS-CONT-SEM-USO " ALL=" WS-CONT-ALL
               " FORMULARIOS=" WS-CONT-SUPERVISORES
           STOP RUN.
      ******************************************************************
      * Trimestre civil da data de negocio: do dia 1 do primeiro mes
      * a vespera do dia 1 do trimestre seguinte.
      ******************************************************************
       CALCULAR-TRIMESTRE.
           COMPUTE WS-TRIMESTRE-NUM = (WS-MES - 1) / 3 + 1
           MOVE WS-DATA-NEGOCIO(1:4) TO WS-TRIM-FIM-ANO
           IF WS-TRIMESTRE-NUM = 4
               ADD 1 TO WS-TRIM-FIM-ANO
               MOVE 1 TO WS-TRIM-FIM-MES
           ELSE
               COMPUTE WS-TRIM-FIM-MES = WS-TRIMESTRE-NUM * 3 + 1
           END-IF
           MOVE 1 TO WS-TRIM-FIM-DIA
           COMPUTE WS-TRIM-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TRIM-FIM) - 1)
           MOVE WS-DATA-NEGOCIO(1:4) TO WS-TRIM-INICIO-ANO
           COMPUTE WS-TRIM-INICIO-MES = (WS-TRIMESTRE-NUM - 1) * 3 + 1
           MOVE 1 TO WS-TRIM-INICIO-DIA
           MOVE WS-TRIM-INICIO-ANO TO WS-TID-ANO
           MOVE WS-TRIMESTRE-NUM TO WS-TID-NUM.
       CARREGAR-OPERADORES.
           MOVE "N" TO WS-EOF
           OPEN INPUT OPERADORES-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "RECERT: SEM OPERMST - TODOS SEM MASTER"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ OPERADORES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-OPERADORES < WS-MAX-OPERADORES
                               ADD 1 TO WS-CONT-OPERADORES
                               MOVE WS-CONT-OPERADORES TO O
                               MOVE OPE-ID TO TO-ID(O)
                               MOVE OPE-NOME TO TO-NOME(O)
                               MOVE OPE-ATIVO TO TO-ATIVO(O)
                               MOVE OPE-SUPERVISOR TO TO-SUPERVISOR(O)
                               MOVE 0 TO TO-USOS(O)
                           ELSE
                               DISPLAY "RECERT: TABELA DE OPERADORES "
                                   "CHEIA - " OPE-ID " IGNORADO"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       CARREGAR-TITULOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ENTITULO-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "RECERT: SEM OPERENT - NENHUMA TITULARIDADE"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ ENTITULO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-TITULOS < WS-MAX-TITULOS
                               ADD 1 TO WS-CONT-TITULOS
                               MOVE WS-CONT-TITULOS TO T
                               MOVE ENT-OPERADOR TO TT-OPERADOR(T)
                               MOVE ENT-PROGRAMA TO TT-PROGRAMA(T)
                               MOVE 0 TO TT-USOS(T)
                               MOVE SPACES TO TT-SINAIS(T)
                           ELSE
                               DISPLAY "RECERT: TABELA DE "
                                   "TITULARIDADES CHEIA - "
                                   ENT-OPERADOR " " ENT-PROGRAMA
                                   " IGNORADA"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTITULO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Um passo conta pelo seu INICIO; a data e a de negocio do run
      * id (programa + AAAAMMDD + sequencia) e so sem ele a fisica.
      ******************************************************************
       LER-JORNAL.
           MOVE "N" TO WS-EOF
           OPEN INPUT JORNAL-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "RECERT: SEM JOBJRNL - NENHUM PASSO NO "
                   "TRIMESTRE"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ JORNAL-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF JRN-EVENTO = "INICIO"
                               IF JRN-RUNID(9:8) IS NUMERIC
                                   MOVE JRN-RUNID(9:8) TO WS-DATA-USO
                               ELSE
                                   MOVE JRN-TIMESTAMP(1:8)
                                       TO WS-DATA-USO
                               END-IF
                               MOVE JRN-OPERADOR TO WS-USO-OPERADOR
                               MOVE JRN-PROGRAMA TO WS-USO-PROGRAMA
                               PERFORM REGISTAR-USO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JORNAL-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       LER-SESSOES.
           MOVE "N" TO WS-EOF
           OPEN INPUT SESSAO-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "RECERT: SEM OPSESLOG - NENHUMA SESSAO NO "
                   "TRIMESTRE"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SESSAO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF SES-EVENTO = "INICIO"
                               MOVE SES-TIMESTAMP(1:8) TO WS-DATA-USO
                               MOVE SES-OPERADOR TO WS-USO-OPERADOR
                               MOVE SES-FERRAMENTA TO WS-USO-PROGRAMA
                               PERFORM REGISTAR-USO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSAO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       REGISTAR-USO.
           IF WS-DATA-USO IS NUMERIC
               AND WS-DATA-USO NOT < WS-TRIM-INICIO
               AND WS-DATA-USO NOT > WS-TRIM-FIM
               MOVE 0 TO U
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-CONT-USOS OR U > 0
                   IF TU-OPERADOR(I) = WS-USO-OPERADOR
                       AND TU-PROGRAMA(I) = WS-USO-PROGRAMA
                       MOVE I TO U
                   END-IF
               END-PERFORM
               IF U = 0
                   IF WS-CONT-USOS < WS-MAX-USOS
                       ADD 1 TO WS-CONT-USOS
                       MOVE WS-CONT-USOS TO U
                       MOVE WS-USO-OPERADOR TO TU-OPERADOR(U)
                       MOVE WS-USO-PROGRAMA TO TU-PROGRAMA(U)
                       MOVE 0 TO TU-USOS(U)
                   ELSE
                       DISPLAY "RECERT: TABELA DE USOS CHEIA - "
                           WS-USO-OPERADOR " " WS-USO-PROGRAMA
                           " NAO CONTADO"
                   END-IF
               END-IF
               IF U > 0
                   ADD 1 TO TU-USOS(U)
               END-IF
           END-IF.
      ******************************************************************
      * Sinais por titularidade. Um ALL conta todo o uso do operador;
      * os outros so o uso desse programa.
      ******************************************************************
       AVALIAR-TITULOS.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-CONT-USOS
               PERFORM VARYING O FROM 1 BY 1
                       UNTIL O > WS-CONT-OPERADORES
                   IF TO-ID(O) = TU-OPERADOR(U)
                       ADD TU-USOS(U) TO TO-USOS(O)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-CONT-TITULOS
               MOVE 0 TO TT-OPERADOR-IND(T)
               PERFORM VARYING O FROM 1 BY 1
                       UNTIL O > WS-CONT-OPERADORES
                   IF TO-ID(O) = TT-OPERADOR(T)
                       MOVE O TO TT-OPERADOR-IND(T)
                   END-IF
               END-PERFORM
               IF TT-PROGRAMA(T) = "ALL"
                   IF TT-OPERADOR-IND(T) > 0
                       MOVE TO-USOS(TT-OPERADOR-IND(T)) TO TT-USOS(T)
                   END-IF
               ELSE
                   PERFORM VARYING U FROM 1 BY 1
                           UNTIL U > WS-CONT-USOS
                       IF TU-OPERADOR(U) = TT-OPERADOR(T)
                           AND TU-PROGRAMA(U) = TT-PROGRAMA(T)
                           MOVE TU-USOS(U) TO TT-USOS(T)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM MONTAR-SINAIS
           END-PERFORM.
       MONTAR-SINAIS.
           MOVE SPACES TO TT-SINAIS(T)
           MOVE 1 TO J
           IF TT-PROGRAMA(T) = "ALL"
               ADD 1 TO WS-CONT-ALL
               STRING "ALL " DELIMITED BY SIZE
                   INTO TT-SINAIS(T) WITH POINTER J
           END-IF
           IF TT-USOS(T) = 0
               ADD 1 TO WS-CONT-SEM-USO
               STRING "SEM USO " DELIMITED BY SIZE
                   INTO TT-SINAIS(T) WITH POINTER J
           END-IF
           IF TT-OPERADOR-IND(T) = 0
               ADD 1 TO WS-CONT-SEM-MASTER
               STRING "SEM MASTER " DELIMITED BY SIZE
                   INTO TT-SINAIS(T) WITH POINTER J
           ELSE
               IF TO-ATIVO(TT-OPERADOR-IND(T)) NOT = "S"
                   ADD 1 TO WS-CONT-INATIVOS
                   STRING "INATIVO " DELIMITED BY SIZE
                       INTO TT-SINAIS(T) WITH POINTER J
               END-IF
           END-IF.
      ******************************************************************
      * Relatorio pela ordem do master; as titularidades de ids fora
      * do master vem no fim.
      ******************************************************************
       GRAVAR-RELATORIO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "RECERTIFICACAO DE ACESSOS" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE WS-TRIMESTRE-ID TO LT-TRIMESTRE
           MOVE WS-TRIM-INICIO TO LT-INICIO
           MOVE WS-TRIM-FIM TO LT-FIM
           MOVE LINHA-TRIMESTRE TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CABECALHO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-CONT-OPERADORES
               MOVE 0 TO J
               PERFORM VARYING T FROM 1 BY 1
                       UNTIL T > WS-CONT-TITULOS
                   IF TT-OPERADOR-IND(T) = O
                       ADD 1 TO J
                       PERFORM GRAVAR-LINHA-TITULO
                   END-IF
               END-PERFORM
               IF J = 0
                   PERFORM GRAVAR-LINHA-SEM-TITULOS
               END-IF
           END-PERFORM
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-CONT-TITULOS
               IF TT-OPERADOR-IND(T) = 0
                   PERFORM GRAVAR-LINHA-TITULO
               END-IF
           END-PERFORM
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE WS-CONT-TITULOS TO LS-TITULOS
           MOVE WS-CONT-SEM-USO TO LS-SEM-USO
           MOVE WS-CONT-ALL TO LS-ALL
           MOVE WS-CONT-INATIVOS TO LS-INATIVOS
           MOVE WS-CONT-SEM-MASTER TO LS-SEM-MASTER
           MOVE LINHA-TOTAIS TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       GRAVAR-LINHA-TITULO.
           MOVE SPACES TO LINHA-TITULO
           MOVE TT-OPERADOR(T) TO LN-OPERADOR
           IF TT-OPERADOR-IND(T) > 0
               MOVE TO-NOME(TT-OPERADOR-IND(T)) TO LN-NOME
               MOVE TO-ATIVO(TT-OPERADOR-IND(T)) TO LN-ATIVO
               MOVE TO-SUPERVISOR(TT-OPERADOR-IND(T)) TO LN-SUPERVISOR
           END-IF
           MOVE TT-PROGRAMA(T) TO LN-PROGRAMA
           MOVE TT-USOS(T) TO LN-USOS
           MOVE TT-SINAIS(T) TO LN-SINAIS
           MOVE LINHA-TITULO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           IF TT-PROGRAMA(T) = "ALL"
               PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-CONT-USOS
                   IF TU-OPERADOR(U) = TT-OPERADOR(T)
                       MOVE TU-PROGRAMA(U) TO LU-PROGRAMA
                       MOVE TU-USOS(U) TO LU-USOS
                       MOVE LINHA-USADO TO PRT-LINHA-PARM
                       CALL "PRNTFMT" USING PRNTFMT-PARMS
                   END-IF
               END-PERFORM
           END-IF.
       GRAVAR-LINHA-SEM-TITULOS.
           MOVE SPACES TO LINHA-TITULO
           MOVE TO-ID(O) TO LN-OPERADOR
           MOVE TO-NOME(O) TO LN-NOME
           MOVE TO-ATIVO(O) TO LN-ATIVO
           MOVE TO-SUPERVISOR(O) TO LN-SUPERVISOR
           MOVE TO-USOS(O) TO LN-USOS
           MOVE "SEM TITULARIDADES" TO LN-SINAIS
           MOVE LINHA-TITULO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
      ******************************************************************
      * Um formulario por supervisor, com as titularidades de todos os
      * operadores que supervisiona. Sem supervisor no master (ou id
      * fora do master) vai para o SEMSUPER.
      ******************************************************************
       GRAVAR-FORMULARIOS.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-CONT-TITULOS
               PERFORM SUPERVISOR-DO-TITULO
               MOVE 0 TO J
               PERFORM VARYING S FROM 1 BY 1
                       UNTIL S > WS-CONT-SUPERVISORES
                   IF TS-ID(S) = WS-SUPERVISOR
                       MOVE S TO J
                   END-IF
               END-PERFORM
               IF J = 0 AND WS-CONT-SUPERVISORES < WS-MAX-SUPERVISORES
                   ADD 1 TO WS-CONT-SUPERVISORES
                   MOVE WS-SUPERVISOR TO TS-ID(WS-CONT-SUPERVISORES)
               END-IF
           END-PERFORM
           OPEN OUTPUT FORMULARIO-FILE
           PERFORM VARYING S FROM 1 BY 1
                   UNTIL S > WS-CONT-SUPERVISORES
               PERFORM GRAVAR-FORMULARIO
           END-PERFORM
           CLOSE FORMULARIO-FILE.
       SUPERVISOR-DO-TITULO.
           MOVE "SEMSUPER" TO WS-SUPERVISOR
           IF TT-OPERADOR-IND(T) > 0
               IF TO-SUPERVISOR(TT-OPERADOR-IND(T)) NOT = SPACES
                   MOVE TO-SUPERVISOR(TT-OPERADOR-IND(T))
                       TO WS-SUPERVISOR
               END-IF
           END-IF.
       GRAVAR-FORMULARIO.
           MOVE ALL "=" TO FORMULARIO-REC
           WRITE FORMULARIO-REC
           MOVE WS-TRIMESTRE-ID TO LF-TRIMESTRE
           MOVE WS-TRIM-INICIO TO LF-INICIO
           MOVE WS-TRIM-FIM TO LF-FIM
           WRITE FORMULARIO-REC FROM LINHA-FORM-TITULO
           MOVE TS-ID(S) TO LF-SUPERVISOR
           MOVE SPACES TO LF-SUPERVISOR-NOME
           IF TS-ID(S) = "SEMSUPER"
               MOVE "SEM SUPERVISOR - RESPONSAVEL DE TURNO"
                   TO LF-SUPERVISOR-NOME
           ELSE
               PERFORM VARYING O FROM 1 BY 1
                       UNTIL O > WS-CONT-OPERADORES
                   IF TO-ID(O) = TS-ID(S)
                       MOVE TO-NOME(O) TO LF-SUPERVISOR-NOME
                   END-IF
               END-PERFORM
           END-IF
           WRITE FORMULARIO-REC FROM LINHA-FORM-SUPERVISOR
           MOVE "DECISAO POR LINHA: M=MANTER  R=REVOGAR" TO
               FORMULARIO-REC
           WRITE FORMULARIO-REC
           MOVE SPACES TO FORMULARIO-REC
           WRITE FORMULARIO-REC
           WRITE FORMULARIO-REC FROM LINHA-FORM-CABECALHO
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-CONT-TITULOS
               PERFORM SUPERVISOR-DO-TITULO
               IF WS-SUPERVISOR = TS-ID(S)
                   MOVE TT-OPERADOR(T) TO LG-OPERADOR
                   MOVE TT-PROGRAMA(T) TO LG-PROGRAMA
                   MOVE TT-USOS(T) TO LG-USOS
                   MOVE TT-SINAIS(T) TO LG-SINAIS
                   WRITE FORMULARIO-REC FROM LINHA-FORM
               END-IF
           END-PERFORM
           MOVE SPACES TO FORMULARIO-REC
           WRITE FORMULARIO-REC
           MOVE "ASSINATURA: ______________________  DATA: __________"
               TO FORMULARIO-REC
           WRITE FORMULARIO-REC
           MOVE SPACES TO FORMULARIO-REC
           WRITE FORMULARIO-REC.
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
           MOVE "RECERT" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM RECERT.
