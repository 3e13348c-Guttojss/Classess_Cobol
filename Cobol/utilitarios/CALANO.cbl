      ******************************************************************
      * CALANO.cbl
      * 10/15/26 - next year's business calendar check for the
      *            year-end close. CALBUILD builds a year into the
      *            staging dataset and the operator swaps it in after
      *            sign-off; when nobody does, CALCHK finds no January
      *            dates and treats every day -- holidays and
      *            month-ends included -- as a normal run day. Run on
      *            the year-end day, before the last night of the
      *            year, this reads the live calendar (BUSCAL) and
      *            proves that the year after the business date is on
      *            it: one valid date per day of that year in
      *            ascending order (no gaps, no duplicates) and exactly
      *            one month-end day (M) in each of its twelve months.
      *            The outcome goes to the year-end step register
      *            (FECHOREG) for the certificate; a missing or
      *            incomplete year ends the run with RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT REGISTO-FILE ASSIGN TO "FECHOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-FILE.
       01  CALENDARIO-REC.
           05  CAL-DATA             PIC 9(8).
           05  FILLER               PIC X.
           05  CAL-TIPO             PIC X.
       FD  REGISTO-FILE.
           COPY "FECHOREG.cpy".
       WORKING-STORAGE SECTION.
       77 WS-CAL-STATUS PIC XX VALUE SPACES.
       77 WS-REG-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-ANO-SEGUINTE PIC 9(4).
       77 WS-DIAS-ESPERADOS PIC 999.
       77 WS-CONT-DIAS PIC 999 VALUE 0.
       77 WS-CONT-FORA-ORDEM PIC 999 VALUE 0.
       77 WS-CONT-INVALIDAS PIC 999 VALUE 0.
       77 WS-MESES-SEM-FECHO PIC 99 VALUE 0.
       77 WS-DATA-ANTERIOR PIC 9(8) VALUE 0.
       77 WS-MES PIC 99.
       77 WS-DATA-INICIO PIC 9(8).
       77 WS-DATA-FIM PIC 9(8).
       01 TABELA-FECHOS.
           03 TF-FECHOS OCCURS 12 TIMES PIC 99.
           COPY "BUSDATE-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           CALL "BUSDATE" USING BUSDATE-PARMS
           IF BUS-DATA-PARM = 0
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-DATA-NEGOCIO
           ELSE
               MOVE BUS-DATA-PARM TO WS-DATA-NEGOCIO
           END-IF
           MOVE WS-DATA-NEGOCIO(1:4) TO WS-ANO-SEGUINTE
           ADD 1 TO WS-ANO-SEGUINTE
           COMPUTE WS-DATA-INICIO = WS-ANO-SEGUINTE * 10000 + 101
           COMPUTE WS-DATA-FIM = WS-DATA-INICIO + 10000
           COMPUTE WS-DIAS-ESPERADOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-FIM)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO)
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               MOVE 0 TO TF-FECHOS(WS-MES)
           END-PERFORM
           PERFORM LER-CALENDARIO
           PERFORM VERIFICAR-ANO
           PERFORM REGISTAR-PASSO
           DISPLAY "CALANO: " FRG-ESTADO " " FRG-DETALHE
           IF FRG-FALHA
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       LER-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE
           IF WS-CAL-STATUS = "35"
               DISPLAY "CALANO: SEM CALENDARIO BUSCAL"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CALENDARIO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF CAL-DATA(1:4) = WS-ANO-SEGUINTE
                               PERFORM TRATAR-DIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       TRATAR-DIA.
           ADD 1 TO WS-CONT-DIAS
           IF FUNCTION TEST-DATE-YYYYMMDD(CAL-DATA) NOT = 0
               ADD 1 TO WS-CONT-INVALIDAS
           ELSE
               IF CAL-DATA <= WS-DATA-ANTERIOR
                   ADD 1 TO WS-CONT-FORA-ORDEM
               END-IF
               MOVE CAL-DATA TO WS-DATA-ANTERIOR
               IF CAL-TIPO = "M"
                   MOVE CAL-DATA(5:2) TO WS-MES
                   ADD 1 TO TF-FECHOS(WS-MES)
               END-IF
           END-IF.
      ******************************************************************
      * O ano seguinte completo: um dia por data, por ordem, e um fecho
      * de mes em cada mes. O resultado fica em FECHOREG-REC.
      ******************************************************************
       VERIFICAR-ANO.
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               IF TF-FECHOS(WS-MES) NOT = 1
                   ADD 1 TO WS-MESES-SEM-FECHO
               END-IF
           END-PERFORM
           MOVE SPACES TO FECHOREG-REC
           EVALUATE TRUE
               WHEN WS-CONT-DIAS = 0
                   MOVE "FALHA" TO FRG-ESTADO
                   STRING "CALENDARIO DE " WS-ANO-SEGUINTE
                       " NAO ESTA NO BUSCAL"
                       DELIMITED BY SIZE INTO FRG-DETALHE
               WHEN WS-CONT-INVALIDAS > 0
                   OR WS-CONT-FORA-ORDEM > 0
                   MOVE "FALHA" TO FRG-ESTADO
                   STRING "CALENDARIO " WS-ANO-SEGUINTE
                       " COM DATA INVALIDA OU FORA DE ORDEM"
                       DELIMITED BY SIZE INTO FRG-DETALHE
               WHEN WS-CONT-DIAS NOT = WS-DIAS-ESPERADOS
                   MOVE "FALHA" TO FRG-ESTADO
                   STRING "CALENDARIO DE " WS-ANO-SEGUINTE " COM "
                       WS-CONT-DIAS " DIAS DE " WS-DIAS-ESPERADOS
                       DELIMITED BY SIZE INTO FRG-DETALHE
               WHEN WS-MESES-SEM-FECHO > 0
                   MOVE "FALHA" TO FRG-ESTADO
                   STRING "CALENDARIO DE " WS-ANO-SEGUINTE " COM "
                       WS-MESES-SEM-FECHO " MES(ES) SEM UM FECHO (M)"
                       DELIMITED BY SIZE INTO FRG-DETALHE
               WHEN OTHER
                   MOVE "OK" TO FRG-ESTADO
                   STRING "CALENDARIO DE " WS-ANO-SEGUINTE
                       " COMPLETO - " WS-CONT-DIAS " DIAS"
                       DELIMITED BY SIZE INTO FRG-DETALHE
           END-EVALUATE.
       REGISTAR-PASSO.
           OPEN EXTEND REGISTO-FILE
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT REGISTO-FILE
           END-IF
           MOVE "CALANO" TO FRG-PASSO
           MOVE WS-DATA-NEGOCIO TO FRG-DATA
           MOVE WS-RUN-TIMESTAMP TO FRG-TIMESTAMP
           WRITE FECHOREG-REC
           CLOSE REGISTO-FILE.
       END PROGRAM CALANO.
