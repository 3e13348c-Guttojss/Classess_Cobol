      ******************************************************************
      * EMPRVAL.cbl
      * 10/15/26 - shared company-code validation. The company codes
      *            were never checked anywhere: a typo'd "AB" on an
      *            intake record went through the classifiers and
      *            simply became a third company in the totals. This
      *            checks a code against the company master (EMPRMST,
      *            maintained by EMPRMNT) for a business date: known,
      *            active and inside its start/end dates is valid
      *            ("V"), not on the master is unknown ("D"), anything
      *            else is inactive ("I"). The callers check every
      *            record, so the master is read once, on the first
      *            call, and kept in a table for the rest of the run.
      *            A missing EMPRMST dataset lets every code pass,
      *            so test runs keep working (the OPERVAL rule).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRVAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "EMPRMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY "EMPRESA.cpy".
       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-CARREGADO PIC X VALUE "N".
       77 WS-SEM-MASTER PIC X VALUE "N".
       77 WS-MAX-EMPRESAS PIC 99 VALUE 20.
       77 WS-CONT-EMPRESAS PIC 99 VALUE 0.
       77 I PIC 99.
       01 TABELA-EMPRESAS.
           03 EMPRESA-LINHA OCCURS 20 TIMES.
               05  TAB-CODIGO       PIC XX.
               05  TAB-MOEDA        PIC X(3).
               05  TAB-ENTIDADE     PIC X(4).
               05  TAB-ATIVO        PIC X.
               05  TAB-DATA-INICIO  PIC 9(8).
               05  TAB-DATA-FIM     PIC 9(8).
       LINKAGE SECTION.
           COPY "EMPRVAL-WS.cpy".
       PROCEDURE DIVISION USING EMPRVAL-PARMS.
       MAIN-PROCEDURE.
           IF WS-CARREGADO = "N"
               PERFORM CARREGAR-MASTER
           END-IF
           MOVE SPACES TO EMV-MOEDA-PARM
           MOVE SPACES TO EMV-ENTIDADE-PARM
           IF WS-SEM-MASTER = "S"
               MOVE "V" TO EMV-RESULTADO-PARM
               GOBACK
           END-IF
           MOVE "D" TO EMV-RESULTADO-PARM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-EMPRESAS
               IF TAB-CODIGO(I) = EMV-EMPRESA-PARM
                   IF TAB-ATIVO(I) = "S"
                       AND TAB-DATA-INICIO(I) <= EMV-DATA-PARM
                       AND TAB-DATA-FIM(I) >= EMV-DATA-PARM
                       MOVE "V" TO EMV-RESULTADO-PARM
                       MOVE TAB-MOEDA(I) TO EMV-MOEDA-PARM
                       MOVE TAB-ENTIDADE(I) TO EMV-ENTIDADE-PARM
                   ELSE
                       MOVE "I" TO EMV-RESULTADO-PARM
                   END-IF
                   MOVE WS-CONT-EMPRESAS TO I
               END-IF
           END-PERFORM
           GOBACK.
       CARREGAR-MASTER.
           MOVE "S" TO WS-CARREGADO
           MOVE "N" TO WS-EOF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "35"
               MOVE "S" TO WS-SEM-MASTER
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ MASTER-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-EMPRESAS < WS-MAX-EMPRESAS
                               ADD 1 TO WS-CONT-EMPRESAS
                               MOVE EMPR-CODIGO TO
                                   TAB-CODIGO(WS-CONT-EMPRESAS)
                               MOVE EMPR-MOEDA TO
                                   TAB-MOEDA(WS-CONT-EMPRESAS)
                               MOVE EMPR-ENTIDADE TO
                                   TAB-ENTIDADE(WS-CONT-EMPRESAS)
                               MOVE EMPR-ATIVO TO
                                   TAB-ATIVO(WS-CONT-EMPRESAS)
                               MOVE EMPR-DATA-INICIO TO
                                   TAB-DATA-INICIO(WS-CONT-EMPRESAS)
                               MOVE EMPR-DATA-FIM TO
                                   TAB-DATA-FIM(WS-CONT-EMPRESAS)
                           ELSE
                               DISPLAY "EMPRVAL: TABELA DE EMPRESAS "
                                   "CHEIA"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       END PROGRAM EMPRVAL.
