      * 09/02/26 - IMCHIST is now the INDEXED history keyed on
      *            employee id + date (IMCHLOAD converted it); this
      *            report browses it sequentially exactly as before.
      * 10/15/26 - screening exemptions (IMCISEN, maintained by
      *            IMCISMNT): an employee inside an exemption window
      *            on the business date is not invited; such
      *            employees are counted on the run summary.
      * 10/15/26 - employees are listed under the department they
      *            belong to on the business date, from the department
      *            history (FUNCDHIS) FUNCMNT keeps; the master's
      *            department is used when the history has none.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCDUE.
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CONVITES-FILE ASSIGN TO "IMCCONV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ISENCOES-FILE ASSIGN TO "IMCISEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISW-STATUS.
           SELECT HIST-DEPT-FILE ASSIGN TO "FUNCDHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FDW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           05  PARM-DIAS            PIC 999.
       FD  CONVITES-FILE.
       01  CONVITES-REC             PIC X(80).
       FD  ISENCOES-FILE.
           COPY "IMCISEN.cpy".
       FD  HIST-DEPT-FILE.
           COPY "FUNCDHIS.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-MAX-DEPTS PIC 99 VALUE 20.
       77 WS-CONT-DEPTS PIC 99 VALUE 0.
       77 WS-CONT-CONVIDADOS PIC 9(5) VALUE 0.
       77 WS-CONT-ISENTOS PIC 9(5) VALUE 0.
       77 I PIC 999.
       77 J PIC 999.
       77 D PIC 99.
           05  LC-DIAS              PIC 9(4).
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
           COPY "IMCISEN-WS.cpy".
           COPY "FUNCDHIS-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
           COMPUTE WS-DIA-CORTE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
               - WS-DIAS-INTERVALO
           PERFORM CARREGAR-HIST-DEPTS
           PERFORM CARREGAR-MASTER
           PERFORM CARREGAR-HISTORICO
           PERFORM CARREGAR-ISENCOES
           PERFORM GRAVAR-CONVITES
           DISPLAY "FUNCIONARIOS NO MASTER : " WS-CONT-FUNC
           DISPLAY "CONVITES GERADOS       : " WS-CONT-CONVIDADOS
           DISPLAY "ISENTOS NAO CONVIDADOS : " WS-CONT-ISENTOS
           STOP RUN.
       CARREGAR-MASTER.
           OPEN INPUT MASTER-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       IF WS-CONT-FUNC < WS-MAX-FUNC
                           PERFORM DEPT-NA-DATA-NEGOCIO
                           ADD 1 TO WS-CONT-FUNC
                           MOVE MST-ID TO TAB-ID(WS-CONT-FUNC)
                           MOVE MST-NOME TO TAB-NOME(WS-CONT-FUNC)
           END-PERFORM
           CLOSE MASTER-FILE
           MOVE "N" TO WS-EOF.
       DEPT-NA-DATA-NEGOCIO.
           MOVE MST-ID TO FDW-FUNC-ID
           MOVE WS-DATA-NEGOCIO TO FDW-DATA
           PERFORM PROCURAR-DEPT-NA-DATA
           IF FDW-DEPT NOT = SPACES
               MOVE FDW-DEPT TO MST-DEPT
           END-IF.
       REGISTAR-DEPARTAMENTO.
           MOVE 0 TO J
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-CONT-DEPTS
           END-PERFORM
           CLOSE CONVITES-FILE.
       AVALIAR-FUNCIONARIO.
           MOVE TAB-ID(I) TO ISW-FUNC-ID
           MOVE WS-DATA-NEGOCIO TO ISW-DESDE
           MOVE WS-DATA-NEGOCIO TO ISW-ATE
           PERFORM PROCURAR-ISENCAO
           IF ISW-MOTIVO NOT = SPACES
               PERFORM CONTAR-ISENTO
           ELSE
               PERFORM AVALIAR-CONVITE
           END-IF.
      * so conta quem de outro modo seria convidado
       CONTAR-ISENTO.
           IF TAB-ULTIMA(I) = 0
               ADD 1 TO WS-CONT-ISENTOS
           ELSE
               IF FUNCTION INTEGER-OF-DATE(TAB-ULTIMA(I))
                   < WS-DIA-CORTE
                   ADD 1 TO WS-CONT-ISENTOS
               END-IF
           END-IF.
       AVALIAR-CONVITE.
           IF TAB-ULTIMA(I) = 0
               MOVE 9999 TO WS-DIAS-DESDE
               PERFORM GRAVAR-CONVITE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
           COPY "IMCISEN-PD.cpy".
           COPY "FUNCDHIS-PD.cpy".
       END PROGRAM IMCDUE.
