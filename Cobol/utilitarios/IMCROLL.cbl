      *            formatter (standard page heading, sixty lines a
      *            page, END OF REPORT trailer); the JCL points the
      *            PRNTOUT DD where IMCDEPT used to point.
      * 10/15/26 - each result counts for the department the employee
      *            belonged to on the screening date (the business
      *            date of the result's stamp), taken from the
      *            department history (FUNCDHIS) that FUNCMNT keeps;
      *            the master's current department is used only when
      *            the history has no assignment covering that date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCROLL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO "FUNCMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-DEPT-FILE ASSIGN TO "FUNCDHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FDW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTADOS-FILE.
           05  MST-NOME             PIC X(20).
           05  FILLER               PIC X.
           05  MST-DEPT             PIC X(4).
       FD  HIST-DEPT-FILE.
           COPY "FUNCDHIS.cpy".
       WORKING-STORAGE SECTION.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-RUN-TIMESTAMP PIC X(21).
           COPY "PRNTFMT-WS.cpy".
           COPY "BUSDATE-WS.cpy".
           COPY "FUNCDHIS-WS.cpy".
       01 TABELA-FUNC.
           03 FUNC-LINHA OCCURS 500 TIMES.
               05  TAB-ID           PIC 9(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARREGAR-MASTER
           PERFORM CARREGAR-HIST-DEPTS
           OPEN INPUT RESULTADOS-FILE
           PERFORM UNTIL FIM-FICHEIRO
               READ RESULTADOS-FILE
           CLOSE MASTER-FILE
           MOVE "N" TO WS-EOF.
       ACUMULAR-RESULTADO.
           MOVE RES-ID TO FDW-FUNC-ID
           IF OPSTAMP-DATA-NEGOCIO OF RESULTADOS-REC NUMERIC
               AND OPSTAMP-DATA-NEGOCIO OF RESULTADOS-REC > 0
               MOVE OPSTAMP-DATA-NEGOCIO OF RESULTADOS-REC TO FDW-DATA
           ELSE
               MOVE OPSTAMP-TIMESTAMP OF RESULTADOS-REC(1:8)
                   TO FDW-DATA
           END-IF
           PERFORM PROCURAR-DEPT-NA-DATA
           MOVE FDW-DEPT TO WS-DEPT-ATUAL
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-CONT-FUNC OR WS-DEPT-ATUAL NOT = SPACES
               IF TAB-ID(J) = RES-ID
                   MOVE TAB-DEPT(J) TO WS-DEPT-ATUAL
               END-IF
           END-PERFORM
           PERFORM ACUMULAR-NO-DEPARTAMENTO.
       ACUMULAR-NO-DEPARTAMENTO.
           IF WS-DEPT-ATUAL = SPACES
               IF WS-CONT-ORFAOS < WS-MAX-ORFAOS
                   ADD 1 TO WS-CONT-ORFAOS
               MOVE 0 TO DEP-CONT-EXCESSO(J)
               MOVE 0 TO DEP-CONT-OBESO(J)
           END-IF.
           COPY "FUNCDHIS-PD.cpy".
       END PROGRAM IMCROLL.
