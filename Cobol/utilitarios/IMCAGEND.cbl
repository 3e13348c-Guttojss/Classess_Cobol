      ******************************************************************
      * IMCAGEND.cbl
      * 10/15/26 - screening appointment scheduler. IMCDUE lists the
      *            employees due for screening (IMCCONV) and HR then
      *            booked every slot by phone. This step reads that
      *            invitation list and the screening capacity file
      *            (IMCCAPAC: location, date, slots per half-day and
      *            up to five departments served -- none listed means
      *            every department) and books each due employee a
      *            slot: longest-overdue first (never screened ahead
      *            of everyone), each into the earliest half-day
      *            inside the planning horizon (IMCAPARM, days after
      *            the business date, default 30) at a location that
      *            serves the employee's department; between sessions
      *            of that same half-day the one already holding
      *            colleagues of the same department is preferred, so
      *            departments travel together where capacity allows.
      *            Writes the appointment file for the invitation
      *            letters (IMCMARC, with the OPSTAMP trailer), the
      *            per-location schedule for the nurse through PRNTFMT
      *            (location, date, morning/afternoon, slot, employee)
      *            and an overflow report (IMCEXCED) of everyone who
      *            could not be placed inside the horizon; any
      *            overflow ends the run with RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCAGEND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVITES-FILE ASSIGN TO "IMCCONV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONV-STATUS.
           SELECT CAPACIDADE-FILE ASSIGN TO "IMCCAPAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.
           SELECT PARM-FILE ASSIGN TO "IMCAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MARCACOES-FILE ASSIGN TO "IMCMARC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEDENTES-FILE ASSIGN TO "IMCEXCED"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONVITES-FILE.
       01  CONVITES-REC             PIC X(80).
      * linha de detalhe do IMCCONV (o cabecalho de departamento
      * comeca por "DEPARTAMENTO: ")
       01  CONVITE-VIEW REDEFINES CONVITES-REC.
           05  FILLER               PIC XX.
           05  CNV-ID               PIC 9(5).
           05  FILLER               PIC X.
           05  CNV-NOME             PIC X(20).
           05  FILLER               PIC X.
           05  CNV-ULTIMA           PIC 9(8).
           05  FILLER               PIC X.
           05  CNV-DIAS             PIC 9(4).
           05  FILLER               PIC X(38).
       01  CONVITE-DEPT-VIEW REDEFINES CONVITES-REC.
           05  CNV-MARCA-DEPT       PIC X(14).
           05  CNV-DEPT             PIC X(4).
           05  FILLER               PIC X(62).
       FD  CAPACIDADE-FILE.
       01  CAPACIDADE-REC.
           05  CAP-LOCAL            PIC X(8).
           05  FILLER               PIC X.
           05  CAP-DATA             PIC 9(8).
           05  FILLER               PIC X.
           05  CAP-VAGAS            PIC 99.
           05  CAP-DEPT-GRUPO OCCURS 5 TIMES.
               10  FILLER           PIC X.
               10  CAP-DEPT         PIC X(4).
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-HORIZONTE       PIC 999.
       FD  MARCACOES-FILE.
       01  MARCACOES-REC.
           05  MRC-ID               PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  MRC-NOME             PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  MRC-DEPT             PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  MRC-LOCAL            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  MRC-DATA             PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  MRC-PERIODO          PIC X(5).
           05  FILLER               PIC X VALUE SPACE.
           05  MRC-VAGA             PIC 99.
           COPY "OPSTAMP.cpy".
       FD  EXCEDENTES-FILE.
       01  EXCEDENTES-REC.
           05  EXC-ID               PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  EXC-NOME             PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  EXC-DEPT             PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  EXC-DIAS             PIC 9(4).
           05  FILLER               PIC X VALUE SPACE.
           05  EXC-MOTIVO           PIC X(30).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-CONV-STATUS PIC XX VALUE SPACES.
       77 WS-CAP-STATUS PIC XX VALUE SPACES.
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-HORIZONTE PIC 999 VALUE 30.
       77 WS-DIA-NEGOCIO PIC 9(7).
       77 WS-DIA-SESSAO PIC 9(7).
       77 WS-DEPT-ATUAL PIC X(4) VALUE SPACES.
       77 WS-MAX-CONVIDADOS PIC 999 VALUE 500.
       77 WS-CONT-CONVIDADOS PIC 999 VALUE 0.
       77 WS-MAX-SESSOES PIC 999 VALUE 200.
       77 WS-CONT-SESSOES PIC 999 VALUE 0.
       77 WS-CONT-MARCADOS PIC 9(5) VALUE 0.
       77 WS-CONT-EXCEDENTES PIC 9(5) VALUE 0.
       77 WS-CONT-CAP-IGNORADAS PIC 9(5) VALUE 0.
       77 WS-SERVE PIC X.
       77 WS-ESCOLHIDA PIC 999.
       77 WS-PROCURA-FEITA PIC X.
       77 WS-LOCAL-ATUAL PIC X(8).
       77 C PIC 999.
       77 C2 PIC 999.
       77 S PIC 999.
       77 S2 PIC 999.
       77 K PIC 9.
       77 V PIC 99.
       01 TABELA-CONVIDADOS.
           03 CONVIDADO-LINHA OCCURS 500 TIMES.
               05  CV-ID            PIC 9(5).
               05  CV-NOME          PIC X(20).
               05  CV-DEPT          PIC X(4).
               05  CV-ULTIMA        PIC 9(8).
               05  CV-DIAS          PIC 9(4).
               05  CV-SESSAO        PIC 999.
               05  CV-VAGA          PIC 99.
       01 WS-CONVIDADO-TROCA        PIC X(46).
       01 TABELA-SESSOES.
           03 SESSAO-LINHA OCCURS 200 TIMES.
               05  SS-DATA          PIC 9(8).
               05  SS-PERIODO       PIC X.
               05  SS-LOCAL         PIC X(8).
               05  SS-VAGAS         PIC 99.
               05  SS-OCUPADAS      PIC 99.
               05  SS-ULTIMO-DEPT   PIC X(4).
               05  SS-DEPT          PIC X(4) OCCURS 5 TIMES.
               05  SS-LISTADA       PIC X.
       01 WS-SESSAO-TROCA           PIC X(46).
       01 WS-LINHA-LOCAL.
           05  FILLER               PIC X(7) VALUE "LOCAL: ".
           05  LL-LOCAL             PIC X(8).
       01 WS-LINHA-SESSAO.
           05  FILLER               PIC XX VALUE SPACES.
           05  LS-DATA              PIC 9999/99/99.
           05  FILLER               PIC X VALUE SPACE.
           05  LS-PERIODO           PIC X(5).
           05  FILLER               PIC X(9) VALUE "  VAGAS: ".
           05  LS-VAGAS             PIC Z9.
           05  FILLER               PIC X(13) VALUE "  MARCADOS: ".
           05  LS-OCUPADAS          PIC Z9.
       01 WS-LINHA-MARCACAO.
           05  FILLER               PIC X(6) VALUE SPACES.
           05  LM-VAGA              PIC Z9.
           05  FILLER               PIC XX VALUE SPACES.
           05  LM-ID                PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  LM-NOME              PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  LM-DEPT              PIC X(4).
           05  FILLER               PIC X(7) VALUE "  DIAS ".
           05  LM-DIAS              PIC ZZZ9.
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-PARAMETROS
           COMPUTE WS-DIA-NEGOCIO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
           PERFORM CARREGAR-CONVITES
           PERFORM CARREGAR-CAPACIDADE
           PERFORM ORDENAR-CONVIDADOS
           PERFORM ORDENAR-SESSOES
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CONT-CONVIDADOS
               PERFORM MARCAR-CONVIDADO
           END-PERFORM
           PERFORM GRAVAR-MARCACOES
           PERFORM EMITIR-AGENDA
           DISPLAY "CONVIDADOS         : " WS-CONT-CONVIDADOS
           DISPLAY "MARCADOS           : " WS-CONT-MARCADOS
           DISPLAY "SEM VAGA (EXCEDENTE): " WS-CONT-EXCEDENTES
           IF WS-CONT-CAP-IGNORADAS > 0
               DISPLAY "LINHAS DE CAPACIDADE IGNORADAS: "
                   WS-CONT-CAP-IGNORADAS
           END-IF
           IF WS-CONT-EXCEDENTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      * IMCCONV: cabecalho por departamento seguido das linhas dos
      * funcionarios desse departamento.
      ******************************************************************
       CARREGAR-CONVITES.
           OPEN INPUT CONVITES-FILE
           IF WS-CONV-STATUS = "35"
               DISPLAY "IMCAGEND: SEM LISTA DE CONVITES (IMCCONV)"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CONVITES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-CONVITE
                   END-READ
               END-PERFORM
               CLOSE CONVITES-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-CONVITE.
           IF CNV-MARCA-DEPT = "DEPARTAMENTO: "
               MOVE CNV-DEPT TO WS-DEPT-ATUAL
           ELSE
               IF CNV-ID NUMERIC AND CNV-DIAS NUMERIC
                   IF WS-CONT-CONVIDADOS < WS-MAX-CONVIDADOS
                       ADD 1 TO WS-CONT-CONVIDADOS
                       MOVE WS-CONT-CONVIDADOS TO C
                       MOVE CNV-ID TO CV-ID(C)
                       MOVE CNV-NOME TO CV-NOME(C)
                       MOVE WS-DEPT-ATUAL TO CV-DEPT(C)
                       MOVE CNV-ULTIMA TO CV-ULTIMA(C)
                       MOVE CNV-DIAS TO CV-DIAS(C)
                       MOVE 0 TO CV-SESSAO(C)
                       MOVE 0 TO CV-VAGA(C)
                   ELSE
                       DISPLAY "IMCAGEND: TABELA DE CONVIDADOS CHEIA"
                           " - FUNCIONARIO " CNV-ID " IGNORADO"
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * Cada linha de capacidade da duas sessoes (manha e tarde) com o
      * mesmo numero de vagas. So entram datas depois da data de
      * negocio e dentro do horizonte.
      ******************************************************************
       CARREGAR-CAPACIDADE.
           OPEN INPUT CAPACIDADE-FILE
           IF WS-CAP-STATUS = "35"
               DISPLAY "IMCAGEND: SEM CAPACIDADE (IMCCAPAC) - "
                   "NINGUEM PODE SER MARCADO"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CAPACIDADE-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-CAPACIDADE
                   END-READ
               END-PERFORM
               CLOSE CAPACIDADE-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-CAPACIDADE.
           IF CAP-DATA NOT NUMERIC OR CAP-VAGAS NOT NUMERIC
               OR CAP-VAGAS = 0 OR CAP-LOCAL = SPACES
               ADD 1 TO WS-CONT-CAP-IGNORADAS
               DISPLAY "IMCAGEND: LINHA IMCCAPAC IGNORADA - "
                   CAPACIDADE-REC
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(CAP-DATA) NOT = 0
                   ADD 1 TO WS-CONT-CAP-IGNORADAS
                   DISPLAY "IMCAGEND: DATA INVALIDA NO IMCCAPAC - "
                       CAPACIDADE-REC
               ELSE
                   COMPUTE WS-DIA-SESSAO =
                       FUNCTION INTEGER-OF-DATE(CAP-DATA)
                   IF WS-DIA-SESSAO > WS-DIA-NEGOCIO
                       AND WS-DIA-SESSAO <=
                           WS-DIA-NEGOCIO + WS-HORIZONTE
                       MOVE "M" TO SS-PERIODO(1)
                       PERFORM ACRESCENTAR-SESSAO
                       MOVE "T" TO SS-PERIODO(1)
                       PERFORM ACRESCENTAR-SESSAO
                   END-IF
               END-IF
           END-IF.
      * SS-PERIODO(1) traz o periodo da sessao a acrescentar; a
      * entrada 1 e reposta na ordenacao, que corre depois
       ACRESCENTAR-SESSAO.
           IF WS-CONT-SESSOES < WS-MAX-SESSOES
               ADD 1 TO WS-CONT-SESSOES
               MOVE WS-CONT-SESSOES TO S
               MOVE SS-PERIODO(1) TO SS-PERIODO(S)
               MOVE CAP-DATA TO SS-DATA(S)
               MOVE CAP-LOCAL TO SS-LOCAL(S)
               MOVE CAP-VAGAS TO SS-VAGAS(S)
               MOVE 0 TO SS-OCUPADAS(S)
               MOVE SPACES TO SS-ULTIMO-DEPT(S)
               MOVE "N" TO SS-LISTADA(S)
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                   MOVE CAP-DEPT(K) TO SS-DEPT(S, K)
               END-PERFORM
           ELSE
               ADD 1 TO WS-CONT-CAP-IGNORADAS
               DISPLAY "IMCAGEND: TABELA DE SESSOES CHEIA - "
                   CAP-LOCAL " " CAP-DATA " IGNORADA"
           END-IF.
      ******************************************************************
      * Mais atrasado primeiro; no mesmo atraso, por departamento e
      * por numero, para os colegas ficarem seguidos.
      ******************************************************************
       ORDENAR-CONVIDADOS.
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C >= WS-CONT-CONVIDADOS
               PERFORM VARYING C2 FROM C BY 1
                       UNTIL C2 > WS-CONT-CONVIDADOS
                   IF CV-DIAS(C2) > CV-DIAS(C)
                       OR (CV-DIAS(C2) = CV-DIAS(C)
                           AND (CV-DEPT(C2) < CV-DEPT(C)
                               OR (CV-DEPT(C2) = CV-DEPT(C)
                                   AND CV-ID(C2) < CV-ID(C))))
                       MOVE CONVIDADO-LINHA(C) TO WS-CONVIDADO-TROCA
                       MOVE CONVIDADO-LINHA(C2) TO CONVIDADO-LINHA(C)
                       MOVE WS-CONVIDADO-TROCA TO CONVIDADO-LINHA(C2)
                   END-IF
               END-PERFORM
           END-PERFORM.
       ORDENAR-SESSOES.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S >= WS-CONT-SESSOES
               PERFORM VARYING S2 FROM S BY 1
                       UNTIL S2 > WS-CONT-SESSOES
                   IF SS-DATA(S2) < SS-DATA(S)
                       OR (SS-DATA(S2) = SS-DATA(S)
                           AND (SS-PERIODO(S2) < SS-PERIODO(S)
                               OR (SS-PERIODO(S2) = SS-PERIODO(S)
                                   AND SS-LOCAL(S2) < SS-LOCAL(S))))
                       MOVE SESSAO-LINHA(S) TO WS-SESSAO-TROCA
                       MOVE SESSAO-LINHA(S2) TO SESSAO-LINHA(S)
                       MOVE WS-SESSAO-TROCA TO SESSAO-LINHA(S2)
                   END-IF
               END-PERFORM
           END-PERFORM.
      ******************************************************************
      * A primeira meia jornada com vaga num local que sirva o
      * departamento; dentro dessa meia jornada, a sessao que ja tem
      * colegas do mesmo departamento ganha as outras.
      ******************************************************************
       MARCAR-CONVIDADO.
           MOVE 0 TO WS-ESCOLHIDA
           MOVE "N" TO WS-PROCURA-FEITA
           PERFORM VARYING S FROM 1 BY 1
                   UNTIL S > WS-CONT-SESSOES OR WS-PROCURA-FEITA = "S"
               IF WS-ESCOLHIDA > 0
                   AND (SS-DATA(S) NOT = SS-DATA(WS-ESCOLHIDA)
                       OR SS-PERIODO(S) NOT = SS-PERIODO(WS-ESCOLHIDA))
                   MOVE "S" TO WS-PROCURA-FEITA
               ELSE
                   IF SS-OCUPADAS(S) < SS-VAGAS(S)
                       PERFORM VERIFICAR-SERVICO
                       IF WS-SERVE = "S"
                           IF WS-ESCOLHIDA = 0
                               MOVE S TO WS-ESCOLHIDA
                           END-IF
                           IF SS-ULTIMO-DEPT(S) = CV-DEPT(C)
                               MOVE S TO WS-ESCOLHIDA
                               MOVE "S" TO WS-PROCURA-FEITA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ESCOLHIDA > 0
               MOVE WS-ESCOLHIDA TO S
               ADD 1 TO SS-OCUPADAS(S)
               MOVE CV-DEPT(C) TO SS-ULTIMO-DEPT(S)
               MOVE S TO CV-SESSAO(C)
               MOVE SS-OCUPADAS(S) TO CV-VAGA(C)
               ADD 1 TO WS-CONT-MARCADOS
           END-IF.
       VERIFICAR-SERVICO.
           MOVE "S" TO WS-SERVE
           IF SS-DEPT(S, 1) NOT = SPACES
               OR SS-DEPT(S, 2) NOT = SPACES
               OR SS-DEPT(S, 3) NOT = SPACES
               OR SS-DEPT(S, 4) NOT = SPACES
               OR SS-DEPT(S, 5) NOT = SPACES
               MOVE "N" TO WS-SERVE
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                   IF SS-DEPT(S, K) = CV-DEPT(C)
                       MOVE "S" TO WS-SERVE
                   END-IF
               END-PERFORM
           END-IF.
       GRAVAR-MARCACOES.
           OPEN OUTPUT MARCACOES-FILE
           OPEN OUTPUT EXCEDENTES-FILE
           MOVE SPACES TO MARCACOES-REC
           MOVE SPACES TO EXCEDENTES-REC
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CONT-CONVIDADOS
               IF CV-SESSAO(C) > 0
                   MOVE CV-SESSAO(C) TO S
                   MOVE CV-ID(C) TO MRC-ID
                   MOVE CV-NOME(C) TO MRC-NOME
                   MOVE CV-DEPT(C) TO MRC-DEPT
                   MOVE SS-LOCAL(S) TO MRC-LOCAL
                   MOVE SS-DATA(S) TO MRC-DATA
                   IF SS-PERIODO(S) = "M"
                       MOVE "MANHA" TO MRC-PERIODO
                   ELSE
                       MOVE "TARDE" TO MRC-PERIODO
                   END-IF
                   MOVE CV-VAGA(C) TO MRC-VAGA
                   MOVE WS-OPERADOR-ID TO
                       OPSTAMP-OPERADOR OF MARCACOES-REC
                   MOVE WS-RUN-TIMESTAMP TO
                       OPSTAMP-TIMESTAMP OF MARCACOES-REC
                   MOVE WS-DATA-NEGOCIO TO
                       OPSTAMP-DATA-NEGOCIO OF MARCACOES-REC
                   WRITE MARCACOES-REC
               ELSE
                   ADD 1 TO WS-CONT-EXCEDENTES
                   MOVE CV-ID(C) TO EXC-ID
                   MOVE CV-NOME(C) TO EXC-NOME
                   MOVE CV-DEPT(C) TO EXC-DEPT
                   MOVE CV-DIAS(C) TO EXC-DIAS
                   MOVE "SEM VAGA DENTRO DO HORIZONTE" TO EXC-MOTIVO
                   WRITE EXCEDENTES-REC
               END-IF
           END-PERFORM
           CLOSE MARCACOES-FILE
           CLOSE EXCEDENTES-FILE.
      ******************************************************************
      * Agenda para a enfermagem: por local, as sessoes por data e
      * periodo, e em cada sessao os marcados pela ordem das vagas.
      ******************************************************************
       EMITIR-AGENDA.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "AGENDA DE RASTREIOS" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-CONT-SESSOES
               IF SS-LISTADA(S) = "N"
                   MOVE SS-LOCAL(S) TO WS-LOCAL-ATUAL
                   MOVE WS-LOCAL-ATUAL TO LL-LOCAL
                   MOVE WS-LINHA-LOCAL TO PRT-LINHA-PARM
                   CALL "PRNTFMT" USING PRNTFMT-PARMS
                   PERFORM VARYING S2 FROM S BY 1
                           UNTIL S2 > WS-CONT-SESSOES
                       IF SS-LOCAL(S2) = WS-LOCAL-ATUAL
                           PERFORM LISTAR-SESSAO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       LISTAR-SESSAO.
           MOVE "S" TO SS-LISTADA(S2)
           MOVE SS-DATA(S2) TO LS-DATA
           IF SS-PERIODO(S2) = "M"
               MOVE "MANHA" TO LS-PERIODO
           ELSE
               MOVE "TARDE" TO LS-PERIODO
           END-IF
           MOVE SS-VAGAS(S2) TO LS-VAGAS
           MOVE SS-OCUPADAS(S2) TO LS-OCUPADAS
           MOVE WS-LINHA-SESSAO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > SS-OCUPADAS(S2)
               PERFORM VARYING C FROM 1 BY 1
                       UNTIL C > WS-CONT-CONVIDADOS
                   IF CV-SESSAO(C) = S2 AND CV-VAGA(C) = V
                       MOVE CV-VAGA(C) TO LM-VAGA
                       MOVE CV-ID(C) TO LM-ID
                       MOVE CV-NOME(C) TO LM-NOME
                       MOVE CV-DEPT(C) TO LM-DEPT
                       MOVE CV-DIAS(C) TO LM-DIAS
                       MOVE WS-LINHA-MARCACAO TO PRT-LINHA-PARM
                       CALL "PRNTFMT" USING PRNTFMT-PARMS
                       MOVE WS-CONT-CONVIDADOS TO C
                   END-IF
               END-PERFORM
           END-PERFORM.
       LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-HORIZONTE NUMERIC AND PARM-HORIZONTE > 0
                           MOVE PARM-HORIZONTE TO WS-HORIZONTE
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
           MOVE "IMCAGEND" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM IMCAGEND.
