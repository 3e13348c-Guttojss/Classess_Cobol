      ******************************************************************
      * FECHOCRT.cbl
      * 10/15/26 - year-end certificate, the last step of YEAREND.
      *            The list of what the close must have done comes
      *            from FECHPARM (one line per step: where its outcome
      *            is kept, the step or master id, a description):
      *              R - the year-end step register (FECHOREG), the
      *                  latest line for the step on the business date
      *                  gives its state and detail;
      *              M - the master backup register (MSTBREG), the
      *                  latest snapshot of the master id on the
      *                  business date, OK with a record count above
      *                  zero.
      *            A step with no line for the business date did not
      *            run (NAO EXECUTADO). Every step is listed with its
      *            outcome on the PRNTFMT report CERTIFICADO DE FECHO
      *            DE ANO, closed by FECHO DE ANO CONCLUIDO or COM
      *            FALHAS; anything but a clean close ends the run with
      *            RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHOCRT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "FECHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REGISTO-FILE ASSIGN TO "FECHOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "MSTBREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-FONTE           PIC X.
           05  FILLER               PIC X.
           05  PARM-PASSO           PIC X(8).
           05  FILLER               PIC X.
           05  PARM-DESCRICAO       PIC X(40).
       FD  REGISTO-FILE.
           COPY "FECHOREG.cpy".
      * master id, data, contagem, como o MSTBKUP o grava
       FD  BACKUP-FILE.
       01  BACKUP-REC.
           05  RGB-MASTER           PIC X(8).
           05  FILLER               PIC X.
           05  RGB-DATA             PIC 9(8).
           05  FILLER               PIC X.
           05  RGB-CONT             PIC 9(7).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-REG-STATUS PIC XX VALUE SPACES.
       77 WS-BKP-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-CONT-FALHAS PIC 99 VALUE 0.
       77 WS-CONT-EDIT PIC ZZZZZZ9.
       77 WS-MAX-PASSOS PIC 99 VALUE 30.
       77 WS-CONT-PASSOS PIC 99 VALUE 0.
       01 TABELA-PASSOS.
           03 PASSO-LINHA OCCURS 30 TIMES.
               05  TP-FONTE         PIC X.
               05  TP-PASSO         PIC X(8).
               05  TP-DESCRICAO     PIC X(40).
               05  TP-ESTADO        PIC X(13).
               05  TP-DETALHE       PIC X(50).
       77 I PIC 99.
       01 LINHA-CABECALHO.
           05  FILLER               PIC X(40) VALUE
               "PASSO    DESCRICAO                      ".
           05  FILLER               PIC X(40) VALUE
               "          ESTADO        DETALHE         ".
       01 LINHA-PASSO.
           05  LP-PASSO             PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LP-DESCRICAO         PIC X(40).
           05  FILLER               PIC X VALUE SPACE.
           05  LP-ESTADO            PIC X(13).
           05  FILLER               PIC X VALUE SPACE.
           05  LP-DETALHE           PIC X(50).
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-PARAMETROS
           IF WS-CONT-PASSOS = 0
               DISPLAY "FECHOCRT: SEM LISTA DE PASSOS FECHPARM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LER-REGISTO
           PERFORM LER-BACKUPS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PASSOS
               IF TP-ESTADO(I) NOT = "OK"
                   ADD 1 TO WS-CONT-FALHAS
               END-IF
           END-PERFORM
           PERFORM GRAVAR-CERTIFICADO
           DISPLAY "FECHOCRT: PASSOS=" WS-CONT-PASSOS
               " FALHADOS=" WS-CONT-FALHAS
           IF WS-CONT-FALHAS > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ PARM-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF (PARM-FONTE = "R" OR "M")
                               AND PARM-PASSO NOT = SPACES
                               PERFORM GUARDAR-PASSO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-PASSO.
           IF WS-CONT-PASSOS < WS-MAX-PASSOS
               ADD 1 TO WS-CONT-PASSOS
               MOVE PARM-FONTE TO TP-FONTE(WS-CONT-PASSOS)
               MOVE PARM-PASSO TO TP-PASSO(WS-CONT-PASSOS)
               MOVE PARM-DESCRICAO TO TP-DESCRICAO(WS-CONT-PASSOS)
               MOVE "NAO EXECUTADO" TO TP-ESTADO(WS-CONT-PASSOS)
               MOVE SPACES TO TP-DETALHE(WS-CONT-PASSOS)
           ELSE
               DISPLAY "FECHOCRT: PASSO IGNORADO - LISTA CHEIA "
                   PARM-PASSO
           END-IF.
      ******************************************************************
      * O registo e so acrescentado: a ultima linha do dia de cada passo
      * e a que conta (uma nova execucao substitui a anterior).
      ******************************************************************
       LER-REGISTO.
           OPEN INPUT REGISTO-FILE
           IF WS-REG-STATUS NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ REGISTO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF FRG-DATA = WS-DATA-NEGOCIO
                               PERFORM TRATAR-REGISTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       TRATAR-REGISTO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PASSOS
               IF TP-FONTE(I) = "R" AND TP-PASSO(I) = FRG-PASSO
                   MOVE FRG-ESTADO TO TP-ESTADO(I)
                   MOVE FRG-DETALHE TO TP-DETALHE(I)
               END-IF
           END-PERFORM.
       LER-BACKUPS.
           OPEN INPUT BACKUP-FILE
           IF WS-BKP-STATUS NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ BACKUP-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF RGB-DATA = WS-DATA-NEGOCIO
                               PERFORM TRATAR-BACKUP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       TRATAR-BACKUP.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PASSOS
               IF TP-FONTE(I) = "M" AND TP-PASSO(I) = RGB-MASTER
                   MOVE RGB-CONT TO WS-CONT-EDIT
                   MOVE SPACES TO TP-DETALHE(I)
                   IF RGB-CONT > 0
                       MOVE "OK" TO TP-ESTADO(I)
                       STRING "COPIA COM" WS-CONT-EDIT " REGISTO(S)"
                           DELIMITED BY SIZE INTO TP-DETALHE(I)
                   ELSE
                       MOVE "FALHA" TO TP-ESTADO(I)
                       MOVE "COPIA VAZIA - MASTER SEM REGISTOS"
                           TO TP-DETALHE(I)
                   END-IF
               END-IF
           END-PERFORM.
       GRAVAR-CERTIFICADO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "CERTIFICADO DE FECHO DE ANO" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE LINHA-CABECALHO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PASSOS
               MOVE TP-PASSO(I) TO LP-PASSO
               MOVE TP-DESCRICAO(I) TO LP-DESCRICAO
               MOVE TP-ESTADO(I) TO LP-ESTADO
               MOVE TP-DETALHE(I) TO LP-DETALHE
               MOVE LINHA-PASSO TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           IF WS-CONT-FALHAS = 0
               MOVE "FECHO DE ANO CONCLUIDO - TODOS OS PASSOS OK"
                   TO PRT-LINHA-PARM
           ELSE
               STRING "FECHO DE ANO COM FALHAS - " WS-CONT-FALHAS
                   " PASSO(S) FALHADO(S) OU NAO EXECUTADO(S)"
                   DELIMITED BY SIZE INTO PRT-LINHA-PARM
           END-IF
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
           MOVE "FECHOCRT" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM FECHOCRT.
