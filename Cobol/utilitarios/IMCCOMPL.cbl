      *            shop-wide total until the master learns one.
      *            Output goes to IMCCREL; any never-invited
      *            employee ends the run with RETURN-CODE 4.
      * 10/15/26 - screening exemptions (IMCISEN, maintained by
      *            IMCISMNT): an employee not screened this year whose
      *            exemption window touches the year up to the
      *            business date is reported as exempt -- its own
      *            column on the department and total lines, and the
      *            reason on the appendix line -- instead of as
      *            invited or never invited, and the compliance
      *            percentage is taken over the employees who had to
      *            be screened (exempt ones left out).
      * 10/15/26 - reproducible from the department history (FUNCDHIS)
      *            FUNCMNT keeps: the population is whoever had a
      *            department assignment on the business date (leavers
      *            included, later hires left out; the master only for
      *            employees the history does not know), screenings
      *            after the business date are ignored, and a screened
      *            employee counts for the department held on the date
      *            of the year's last screening. Rerun with the old
      *            business date, a past year's report comes out the
      *            same.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCCOMPL.
               FILE STATUS IS WS-CONV-STATUS.
           SELECT RELATORIO-FILE ASSIGN TO "IMCCREL"
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
           05  FILLER               PIC X(73).
       FD  RELATORIO-FILE.
       01  RELATORIO-REC            PIC X(80).
       FD  ISENCOES-FILE.
           COPY "IMCISEN.cpy".
       FD  HIST-DEPT-FILE.
           COPY "FUNCDHIS.cpy".
       WORKING-STORAGE SECTION.
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
       77 WS-CONV-STATUS PIC XX VALUE SPACES.
       77 WS-MAX-DEPTS PIC 99 VALUE 20.
       77 WS-CONT-DEPTS PIC 99 VALUE 0.
       77 WS-CONT-NUNCA PIC 9(5) VALUE 0.
       77 WS-CONT-ISENTOS PIC 9(5) VALUE 0.
       77 WS-TOTAL PIC 9(5).
       77 WS-PCT PIC 999.
       77 I PIC 999.
               05  TAB-DEPT         PIC X(4).
               05  TAB-RASTREADO    PIC X.
               05  TAB-CONVIDADO    PIC X.
               05  TAB-ISENCAO      PIC XX.
               05  TAB-DATA-RASTREIO PIC 9(8).
       01 FUNC-NOVO.
           05  NF-ID                PIC 9(5).
           05  NF-NOME              PIC X(20).
           05  NF-DEPT              PIC X(4).
       01 TABELA-DEPTS.
           03 DEPT-LINHA OCCURS 20 TIMES.
               05  DEP-CODIGO       PIC X(4).
               05  DEP-RASTREADOS   PIC 9(5).
               05  DEP-CONVIDADOS   PIC 9(5).
               05  DEP-NUNCA        PIC 9(5).
               05  DEP-ISENTOS      PIC 9(5).
       01 LINHA-TITULO.
           05  TIT-TEXTO            PIC X(50).
       01 LINHA-DEPT.
           05  LD-CONVIDADOS        PIC 9(5).
           05  FILLER               PIC X(7) VALUE " NUNCA=".
           05  LD-NUNCA             PIC 9(5).
           05  FILLER               PIC X(9) VALUE " ISENTOS=".
           05  LD-ISENTOS           PIC 9(5).
       01 LINHA-DETALHE.
           05  FILLER               PIC XX VALUE SPACES.
           05  LE-ID                PIC 9(5).
           05  LE-DEPT              PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  LE-SITUACAO          PIC X(14).
           05  FILLER               PIC X VALUE SPACE.
           05  LE-MOTIVO            PIC X(24).
           COPY "BUSDATE-WS.cpy".
           COPY "IMCISEN-WS.cpy".
           COPY "FUNCDHIS-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               MOVE BUS-DATA-PARM TO WS-DATA-NEGOCIO
           END-IF
           MOVE WS-DATA-NEGOCIO(1:4) TO WS-ANO
           PERFORM CARREGAR-HIST-DEPTS
           PERFORM CARREGAR-MASTER
           PERFORM CARREGAR-DO-HISTORICO
           PERFORM MARCAR-RASTREADOS
           PERFORM ATRIBUIR-DEPT-RASTREIO
           PERFORM MARCAR-CONVIDADOS
           PERFORM CARREGAR-ISENCOES
           PERFORM MARCAR-ISENTOS
           PERFORM TOTALIZAR-DEPARTAMENTOS
           PERFORM GRAVAR-RELATORIO
           DISPLAY "IMCCOMPL " WS-ANO ": " WS-CONT-FUNC
               " FUNCIONARIOS, " WS-CONT-NUNCA " NUNCA CONVIDADOS, "
               WS-CONT-ISENTOS " ISENTOS"
           IF WS-CONT-NUNCA > 0
               MOVE 4 TO RETURN-CODE
           END-IF
               READ MASTER-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       MOVE MST-ID TO FDW-FUNC-ID
                       MOVE WS-DATA-NEGOCIO TO FDW-DATA
                       PERFORM PROCURAR-DEPT-NA-DATA
                       IF FDW-TEM-HIST = "N"
                           MOVE MST-ID TO NF-ID
                           MOVE MST-NOME TO NF-NOME
                           MOVE MST-DEPT TO NF-DEPT
                           PERFORM ACRESCENTAR-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           MOVE "N" TO WS-EOF.
      * NF-ID, NF-NOME e NF-DEPT preenchidos
       ACRESCENTAR-FUNCIONARIO.
           IF WS-CONT-FUNC < WS-MAX-FUNC
               ADD 1 TO WS-CONT-FUNC
               MOVE NF-ID TO TAB-ID(WS-CONT-FUNC)
               MOVE NF-NOME TO TAB-NOME(WS-CONT-FUNC)
               MOVE NF-DEPT TO TAB-DEPT(WS-CONT-FUNC)
               MOVE "N" TO TAB-RASTREADO(WS-CONT-FUNC)
               MOVE "N" TO TAB-CONVIDADO(WS-CONT-FUNC)
               MOVE SPACES TO TAB-ISENCAO(WS-CONT-FUNC)
               MOVE 0 TO TAB-DATA-RASTREIO(WS-CONT-FUNC)
           END-IF.
      ******************************************************************
      * Quem o historico conhece entra se tinha departamento na data
      * de negocio -- com o departamento e o nome dessa data.
      ******************************************************************
       CARREGAR-DO-HISTORICO.
           PERFORM VARYING FDW-I FROM 1 BY 1 UNTIL FDW-I > FDW-CONT
               IF FDW-TAB-INICIO(FDW-I) <= WS-DATA-NEGOCIO
                   AND FDW-TAB-FIM(FDW-I) >= WS-DATA-NEGOCIO
                   MOVE FDW-TAB-ID(FDW-I) TO NF-ID
                   MOVE FDW-TAB-NOME(FDW-I) TO NF-NOME
                   MOVE FDW-TAB-DEPT(FDW-I) TO NF-DEPT
                   PERFORM ACRESCENTAR-FUNCIONARIO
               END-IF
           END-PERFORM.
       MARCAR-RASTREADOS.
           OPEN INPUT HISTORICO-FILE
           IF WS-HIST-STATUS NOT = "00"
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF HIST-DATA(1:4) = WS-ANO
                               AND HIST-DATA <= WS-DATA-NEGOCIO
                               PERFORM MARCAR-UM-RASTREADO
                           END-IF
                   END-READ
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-FUNC
               IF TAB-ID(I) = HIST-ID
                   MOVE "S" TO TAB-RASTREADO(I)
                   IF HIST-DATA > TAB-DATA-RASTREIO(I)
                       MOVE HIST-DATA TO TAB-DATA-RASTREIO(I)
                   END-IF
                   MOVE WS-CONT-FUNC TO I
               END-IF
           END-PERFORM.
      * o rastreio conta para o departamento da data em que foi feito
       ATRIBUIR-DEPT-RASTREIO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-FUNC
               IF TAB-RASTREADO(I) = "S"
                   MOVE TAB-ID(I) TO FDW-FUNC-ID
                   MOVE TAB-DATA-RASTREIO(I) TO FDW-DATA
                   PERFORM PROCURAR-DEPT-NA-DATA
                   IF FDW-DEPT NOT = SPACES
                       MOVE FDW-DEPT TO TAB-DEPT(I)
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      * IMCCONV e o ficheiro de convites do IMCDUE: linhas de
      * cabecalho de departamento comecam por "DE" e saltam-se; as
                   MOVE WS-CONT-FUNC TO I
               END-IF
           END-PERFORM.
      ******************************************************************
      * Isento e quem, sem rastreio no ano, teve uma janela de isencao
      * entre 1 de janeiro e a data de negocio.
      ******************************************************************
       MARCAR-ISENTOS.
           STRING WS-ANO "0101" DELIMITED BY SIZE INTO ISW-DESDE
           MOVE WS-DATA-NEGOCIO TO ISW-ATE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-FUNC
               IF TAB-RASTREADO(I) = "N"
                   MOVE TAB-ID(I) TO ISW-FUNC-ID
                   PERFORM PROCURAR-ISENCAO
                   MOVE ISW-MOTIVO TO TAB-ISENCAO(I)
               END-IF
           END-PERFORM.
       TOTALIZAR-DEPARTAMENTOS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-FUNC
               PERFORM LOCALIZAR-DEPARTAMENTO
                   EVALUATE TRUE
                       WHEN TAB-RASTREADO(I) = "S"
                           ADD 1 TO DEP-RASTREADOS(D)
                       WHEN TAB-ISENCAO(I) NOT = SPACES
                           ADD 1 TO DEP-ISENTOS(D)
                           ADD 1 TO WS-CONT-ISENTOS
                       WHEN TAB-CONVIDADO(I) = "S"
                           ADD 1 TO DEP-CONVIDADOS(D)
                       WHEN OTHER
               MOVE 0 TO DEP-RASTREADOS(D)
               MOVE 0 TO DEP-CONVIDADOS(D)
               MOVE 0 TO DEP-NUNCA(D)
               MOVE 0 TO DEP-ISENTOS(D)
           END-IF.
       GRAVAR-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE
               MOVE TAB-ID(I) TO LE-ID
               MOVE TAB-NOME(I) TO LE-NOME
               MOVE TAB-DEPT(I) TO LE-DEPT
               MOVE SPACES TO LE-MOTIVO
               EVALUATE TRUE
                   WHEN TAB-RASTREADO(I) = "S"
                       MOVE "RASTREADO" TO LE-SITUACAO
                   WHEN TAB-ISENCAO(I) NOT = SPACES
                       MOVE "ISENTO" TO LE-SITUACAO
                       PERFORM DESCREVER-ISENCAO
                   WHEN TAB-CONVIDADO(I) = "S"
                       MOVE "SO CONVIDADO" TO LE-SITUACAO
                   WHEN OTHER
               WRITE RELATORIO-REC FROM LINHA-DETALHE
           END-PERFORM
           CLOSE RELATORIO-FILE.
       DESCREVER-ISENCAO.
           EVALUATE TAB-ISENCAO(I)
               WHEN "BL"
                   MOVE "BL BAIXA PROLONGADA" TO LE-MOTIVO
               WHEN "LP"
                   MOVE "LP LICENCA PARENTAL" TO LE-MOTIVO
               WHEN "IM"
                   MOVE "IM ISENCAO MEDICA" TO LE-MOTIVO
               WHEN OTHER
                   MOVE TAB-ISENCAO(I) TO LE-MOTIVO
           END-EVALUATE.
       GRAVAR-LINHA-DEPT.
           MOVE DEP-RASTREADOS(D) TO LD-RASTREADOS
           MOVE DEP-CONVIDADOS(D) TO LD-CONVIDADOS
           MOVE DEP-NUNCA(D) TO LD-NUNCA
           MOVE DEP-ISENTOS(D) TO LD-ISENTOS
           COMPUTE WS-TOTAL = DEP-RASTREADOS(D)
               + DEP-CONVIDADOS(D) + DEP-NUNCA(D)
           IF WS-TOTAL > 0
           MOVE 0 TO LD-RASTREADOS
           MOVE 0 TO LD-CONVIDADOS
           MOVE 0 TO LD-NUNCA
           MOVE 0 TO LD-ISENTOS
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-CONT-DEPTS
               ADD DEP-RASTREADOS(D) TO LD-RASTREADOS
               ADD DEP-CONVIDADOS(D) TO LD-CONVIDADOS
               ADD DEP-NUNCA(D) TO LD-NUNCA
               ADD DEP-ISENTOS(D) TO LD-ISENTOS
           END-PERFORM
           COMPUTE WS-TOTAL = LD-RASTREADOS + LD-CONVIDADOS
               + LD-NUNCA
           END-IF
           MOVE WS-PCT TO LD-PCT-RAS
           WRITE RELATORIO-REC FROM LINHA-DEPT.
           COPY "IMCISEN-PD.cpy".
           COPY "FUNCDHIS-PD.cpy".
       END PROGRAM IMCCOMPL.
