      ******************************************************************
      * FUNCHRDL.cbl
      * 10/15/26 - nightly HR inbound: HR's own system is the source
      *            of joiners, leavers and transfers, and FUNCTRAN was
      *            keyed by hand from HR's weekly email, so FUNCMST
      *            ran a week behind. Takes HR's full employee extract
      *            (HREXTR, same id/name/department layout as FUNCMST,
      *            in any order -- it is SORTed by id first), matches
      *            it against FUNCMST and writes the differences as
      *            FUNCMNT transactions (FUNCTRAN): I for an id only
      *            HR has, A where the name or department differ, E
      *            for an id HR no longer sends. FUNCMNT then applies
      *            them with its normal validation. HR records whose
      *            department is not on the department control file
      *            (DEPTPARM) are listed on the exception report
      *            (HRDLEXC) and generate no transaction, as are
      *            repeated ids and non-numeric ids in the extract;
      *            any exception ends the run with RETURN-CODE 4. The
      *            parm record (HRDLPARM) carries the largest delta to
      *            apply unattended, as a whole percentage of the
      *            master (default 10), and a force flag: a bigger
      *            delta usually means a truncated extract, so FUNCTRAN
      *            is written empty, the delta goes to the review file
      *            (HRDLREV) and the run ends with RETURN-CODE 8; after
      *            review, setting the flag to S applies it.
      * 10/15/26 - transactions are written at FUNCMNT's full FUNCTRAN
      *            length (42) with TRAN-EMERGENCIA blank; the 32-byte
      *            line cut the last character of the department.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNCHRDL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-FILE ASSIGN TO "HREXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT SORT-WORK ASSIGN TO "HRDLWK".
           SELECT ORDENADO-FILE ASSIGN TO "HRDLSRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO "FUNCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT DEPARTAMENTOS-FILE ASSIGN TO "DEPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT PARM-FILE ASSIGN TO "HRDLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TRANSACOES-FILE ASSIGN TO "FUNCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVISAO-FILE ASSIGN TO "HRDLREV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCECOES-FILE ASSIGN TO "HRDLEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-FILE.
       01  EXTRATO-REC              PIC X(31).
       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-ID              PIC X(5).
           05  FILLER               PIC X(26).
       FD  ORDENADO-FILE.
       01  ORDENADO-REC.
           05  HR-ID                PIC 9(5).
           05  FILLER               PIC X.
           05  HR-NOME              PIC X(20).
           05  FILLER               PIC X.
           05  HR-DEPT              PIC X(4).
       FD  MASTER-FILE.
       01  MASTER-REC.
           05  MST-ID               PIC 9(5).
           05  FILLER               PIC X.
           05  MST-NOME             PIC X(20).
           05  FILLER               PIC X.
           05  MST-DEPT             PIC X(4).
       FD  DEPARTAMENTOS-FILE.
       01  DEPARTAMENTOS-REC.
           05  DEPT-CODIGO-REC      PIC X(4).
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-PCT-MAXIMA      PIC 999.
           05  FILLER               PIC X.
           05  PARM-FORCAR          PIC X.
       FD  TRANSACOES-FILE.
       01  TRANSACAO-REC            PIC X(42).
       FD  REVISAO-FILE.
       01  REVISAO-REC              PIC X(42).
       FD  EXCECOES-FILE.
       01  EXCECOES-REC.
           05  EXC-ID               PIC X(5).
           05  FILLER               PIC X VALUE SPACE.
           05  EXC-NOME             PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  EXC-DEPT             PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  EXC-MOTIVO           PIC X(30).
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-EXT-STATUS PIC XX VALUE SPACES.
       77 WS-MST-STATUS PIC XX VALUE SPACES.
       77 WS-DEPT-STATUS PIC XX VALUE SPACES.
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-ID-MASTER PIC 9(6) VALUE 999999.
       77 WS-ID-HR PIC 9(6) VALUE 999999.
       77 WS-ID-ANTERIOR PIC 9(6) VALUE 0.
       77 WS-HR-PRONTO PIC X VALUE "N".
           88 HR-PRONTO VALUE "S".
       77 WS-PCT-MAXIMA PIC 999 VALUE 10.
       77 WS-FORCAR PIC X VALUE "N".
       77 WS-PCT-DELTA PIC 9(5).
       77 WS-CONT-MASTER PIC 9(5) VALUE 0.
       77 WS-CONT-HR PIC 9(5) VALUE 0.
       77 WS-CONT-DELTA PIC 9(5) VALUE 0.
       77 WS-CONT-INCLUSOES PIC 9(5) VALUE 0.
       77 WS-CONT-ALTERACOES PIC 9(5) VALUE 0.
       77 WS-CONT-EXCLUSOES PIC 9(5) VALUE 0.
       77 WS-CONT-EXCECOES PIC 9(5) VALUE 0.
       77 WS-MAX-DEPTS PIC 99 VALUE 20.
       77 WS-CONT-DEPTS PIC 99 VALUE 0.
       77 WS-DEPT-OK PIC X.
       77 WS-MAX-DELTA PIC 9(4) VALUE 2000.
       77 I PIC 9(4).
       01 TABELA-DEPTS.
           03 DEPT-CODIGO           PIC X(4) OCCURS 20 TIMES.
      * o delta fica em memoria ate se saber se cabe no limite
       01 TABELA-DELTA.
           03 DELTA-LINHA           PIC X(42) OCCURS 2000 TIMES.
       01 REGISTO-TRANSACAO.
           05  TRAN-TIPO            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  TRAN-ID              PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  TRAN-NOME            PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  TRAN-DEPT            PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  TRAN-EMERGENCIA      PIC X(8) VALUE SPACES.
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-PARAMETROS
           PERFORM LER-DEPARTAMENTOS
           OPEN INPUT EXTRATO-FILE
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "FUNCHRDL: SEM EXTRATO DE RH (HREXTR) - STATUS "
                   WS-EXT-STATUS " - NADA APLICADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE EXTRATO-FILE
           SORT SORT-WORK ON ASCENDING KEY SORT-ID
               USING EXTRATO-FILE
               GIVING ORDENADO-FILE
           OPEN INPUT MASTER-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "FUNCHRDL: FUNCMST INDISPONIVEL - STATUS "
                   WS-MST-STATUS " - NADA APLICADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ORDENADO-FILE
           OPEN OUTPUT EXCECOES-FILE
           MOVE SPACES TO EXCECOES-REC
           PERFORM LER-MASTER
           PERFORM LER-HR
           PERFORM UNTIL WS-ID-MASTER = 999999
                   AND WS-ID-HR = 999999
               EVALUATE TRUE
                   WHEN WS-ID-HR < WS-ID-MASTER
                       PERFORM TRATAR-SO-HR
                       PERFORM LER-HR
                   WHEN WS-ID-HR = WS-ID-MASTER
                       PERFORM TRATAR-AMBOS
                       PERFORM LER-MASTER
                       PERFORM LER-HR
                   WHEN OTHER
                       PERFORM TRATAR-SO-MASTER
                       PERFORM LER-MASTER
               END-EVALUATE
           END-PERFORM
           CLOSE MASTER-FILE
           CLOSE ORDENADO-FILE
           CLOSE EXCECOES-FILE
           PERFORM GRAVAR-DELTA
           DISPLAY "FUNCIONARIOS NO MASTER : " WS-CONT-MASTER
           DISPLAY "REGISTOS NO EXTRATO RH : " WS-CONT-HR
           DISPLAY "INCLUSOES              : " WS-CONT-INCLUSOES
           DISPLAY "ALTERACOES             : " WS-CONT-ALTERACOES
           DISPLAY "EXCLUSOES              : " WS-CONT-EXCLUSOES
           DISPLAY "EXCECOES               : " WS-CONT-EXCECOES
           IF RETURN-CODE NOT = 8 AND WS-CONT-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       LER-MASTER.
           READ MASTER-FILE
               AT END MOVE 999999 TO WS-ID-MASTER
               NOT AT END
                   MOVE MST-ID TO WS-ID-MASTER
                   ADD 1 TO WS-CONT-MASTER
           END-READ.
      ******************************************************************
      * Le o extrato ordenado saltando (e reportando) ids nao
      * numericos e ids repetidos -- o primeiro de cada id e o que
      * conta.
      ******************************************************************
       LER-HR.
           MOVE "N" TO WS-HR-PRONTO
           PERFORM UNTIL HR-PRONTO
               READ ORDENADO-FILE
                   AT END
                       MOVE 999999 TO WS-ID-HR
                       MOVE "S" TO WS-HR-PRONTO
                   NOT AT END
                       ADD 1 TO WS-CONT-HR
                       PERFORM VALIDAR-HR
               END-READ
           END-PERFORM.
       VALIDAR-HR.
           EVALUATE TRUE
               WHEN HR-ID NOT NUMERIC
                   MOVE "ID NAO NUMERICO" TO EXC-MOTIVO
                   PERFORM GRAVAR-EXCECAO
               WHEN HR-ID = WS-ID-ANTERIOR
                   MOVE "ID REPETIDO NO EXTRATO" TO EXC-MOTIVO
                   PERFORM GRAVAR-EXCECAO
               WHEN OTHER
                   MOVE HR-ID TO WS-ID-HR
                   MOVE HR-ID TO WS-ID-ANTERIOR
                   MOVE "S" TO WS-HR-PRONTO
           END-EVALUATE.
       TRATAR-SO-HR.
           PERFORM VALIDAR-DEPARTAMENTO
           IF WS-DEPT-OK = "N"
               MOVE "DEPARTAMENTO NAO EXISTE" TO EXC-MOTIVO
               PERFORM GRAVAR-EXCECAO
           ELSE
               MOVE "I" TO TRAN-TIPO
               MOVE HR-ID TO TRAN-ID
               MOVE HR-NOME TO TRAN-NOME
               MOVE HR-DEPT TO TRAN-DEPT
               ADD 1 TO WS-CONT-INCLUSOES
               PERFORM GUARDAR-DELTA
           END-IF.
       TRATAR-AMBOS.
           IF HR-NOME NOT = MST-NOME OR HR-DEPT NOT = MST-DEPT
               PERFORM VALIDAR-DEPARTAMENTO
               IF WS-DEPT-OK = "N"
                   MOVE "DEPARTAMENTO NAO EXISTE" TO EXC-MOTIVO
                   PERFORM GRAVAR-EXCECAO
               ELSE
                   MOVE "A" TO TRAN-TIPO
                   MOVE HR-ID TO TRAN-ID
                   MOVE HR-NOME TO TRAN-NOME
                   MOVE HR-DEPT TO TRAN-DEPT
                   ADD 1 TO WS-CONT-ALTERACOES
                   PERFORM GUARDAR-DELTA
               END-IF
           END-IF.
       TRATAR-SO-MASTER.
           MOVE "E" TO TRAN-TIPO
           MOVE MST-ID TO TRAN-ID
           MOVE MST-NOME TO TRAN-NOME
           MOVE MST-DEPT TO TRAN-DEPT
           ADD 1 TO WS-CONT-EXCLUSOES
           PERFORM GUARDAR-DELTA.
       GUARDAR-DELTA.
           ADD 1 TO WS-CONT-DELTA
           IF WS-CONT-DELTA <= WS-MAX-DELTA
               MOVE REGISTO-TRANSACAO TO DELTA-LINHA(WS-CONT-DELTA)
           END-IF.
      ******************************************************************
      * Delta dentro do limite (ou forcado apos revisao): vai para o
      * FUNCTRAN. Acima do limite: FUNCTRAN vazio, delta para revisao
      * e RETURN-CODE 8.
      ******************************************************************
       GRAVAR-DELTA.
           IF WS-CONT-MASTER > 0
               COMPUTE WS-PCT-DELTA =
                   WS-CONT-DELTA * 100 / WS-CONT-MASTER
           ELSE
               MOVE 0 TO WS-PCT-DELTA
           END-IF
           OPEN OUTPUT TRANSACOES-FILE
           OPEN OUTPUT REVISAO-FILE
           EVALUATE TRUE
               WHEN WS-CONT-DELTA > WS-MAX-DELTA
                   DISPLAY "FUNCHRDL: DELTA DE " WS-CONT-DELTA
                       " TRANSACOES EXCEDE A TABELA - NADA APLICADO"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PCT-DELTA > WS-PCT-MAXIMA AND WS-FORCAR NOT = "S"
                   DISPLAY "FUNCHRDL: DELTA DE " WS-PCT-DELTA
                       "% ACIMA DO LIMITE " WS-PCT-MAXIMA
                       "% - PARA REVISAO EM HRDLREV"
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-CONT-DELTA
                       WRITE REVISAO-REC FROM DELTA-LINHA(I)
                   END-PERFORM
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   IF WS-PCT-DELTA > WS-PCT-MAXIMA
                       DISPLAY "FUNCHRDL: DELTA DE " WS-PCT-DELTA
                           "% APLICADO POR FORCAR=S"
                   END-IF
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-CONT-DELTA
                       WRITE TRANSACAO-REC FROM DELTA-LINHA(I)
                   END-PERFORM
           END-EVALUATE
           CLOSE TRANSACOES-FILE
           CLOSE REVISAO-FILE.
       VALIDAR-DEPARTAMENTO.
           IF WS-CONT-DEPTS = 0
               MOVE "S" TO WS-DEPT-OK
           ELSE
               MOVE "N" TO WS-DEPT-OK
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-CONT-DEPTS
                   IF DEPT-CODIGO(I) = HR-DEPT
                       MOVE "S" TO WS-DEPT-OK
                       MOVE WS-CONT-DEPTS TO I
                   END-IF
               END-PERFORM
           END-IF.
       GRAVAR-EXCECAO.
           ADD 1 TO WS-CONT-EXCECOES
           MOVE ORDENADO-REC(1:5) TO EXC-ID
           MOVE HR-NOME TO EXC-NOME
           MOVE HR-DEPT TO EXC-DEPT
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP
           MOVE WS-DATA-NEGOCIO TO OPSTAMP-DATA-NEGOCIO
           WRITE EXCECOES-REC.
       LER-DEPARTAMENTOS.
           OPEN INPUT DEPARTAMENTOS-FILE
           IF WS-DEPT-STATUS = "35"
               DISPLAY "SEM CONTROLO DE DEPARTAMENTOS (DEPTPARM) - "
                   "VALIDACAO SALTADA"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ DEPARTAMENTOS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-DEPTS < WS-MAX-DEPTS
                               ADD 1 TO WS-CONT-DEPTS
                               MOVE DEPT-CODIGO-REC TO
                                   DEPT-CODIGO(WS-CONT-DEPTS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPARTAMENTOS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-PCT-MAXIMA NUMERIC
                           AND PARM-PCT-MAXIMA > 0
                           MOVE PARM-PCT-MAXIMA TO WS-PCT-MAXIMA
                       END-IF
                       IF PARM-FORCAR = "S"
                           MOVE "S" TO WS-FORCAR
                       END-IF
               END-READ
               CLOSE PARM-FILE
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
           MOVE "FUNCHRDL" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM FUNCHRDL.
