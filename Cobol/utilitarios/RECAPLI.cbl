      ******************************************************************
      * RECAPLI.cbl
      * 10/15/26 - applies the supervisors' access recertification
      *            decisions. The RECERT sign-off forms come back as
      *            RECDEC transactions (supervisor, operator, program,
      *            M=manter / R=revogar, quarter) and this step turns
      *            them into the matching changes:
      *              - OPERENTN: the entitlement matrix (OPERENT) with
      *                every revoked pair removed, written aside for
      *                the scheduler to swap in as OPERMNT's OPERMSTN
      *                is;
      *              - OPERTRAN: a D (desativacao) transaction for
      *                OPERMNT for every active operator the
      *                decisions leave without any entitlement.
      *            Validation: the pair must be on OPERENT; the
      *            decision M or R; the supervisor the operator's own
      *            on OPERMST (SEMSUPER form: the id of whichever
      *            active operator signed it); nobody certifies their
      *            own access; one decision per pair. Rejects go to
      *            RECERR with a reason code. Every applied decision
      *            is journaled (RECLOG) with OPSTAMP, and the PRNTFMT
      *            report lists the decisions, the revocations and
      *            the entitlements no supervisor decided on. Rejects
      *            or undecided entitlements end the run with
      *            RETURN-CODE 4 -- the recertification is not
      *            complete until every line is signed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAPLI.
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
           SELECT DECISOES-FILE ASSIGN TO "RECDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT NOVO-ENTITULO-FILE ASSIGN TO "OPERENTN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACOES-FILE ASSIGN TO "OPERTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROS-FILE ASSIGN TO "RECERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN TO "RECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
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
       FD  DECISOES-FILE.
       01  DECISAO-REC.
           05  DEC-SUPERVISOR       PIC X(8).
           05  FILLER               PIC X.
           05  DEC-OPERADOR         PIC X(8).
           05  FILLER               PIC X.
           05  DEC-PROGRAMA         PIC X(8).
           05  FILLER               PIC X.
           05  DEC-DECISAO          PIC X.
           05  FILLER               PIC X.
           05  DEC-TRIMESTRE        PIC X(6).
       FD  NOVO-ENTITULO-FILE.
       01  NOVO-ENTITULO-REC.
           05  NENT-OPERADOR        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  NENT-PROGRAMA        PIC X(8).
       FD  TRANSACOES-FILE.
       01  TRANSACAO-REC.
           05  TRAN-TIPO            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  TRAN-ID              PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  TRAN-NOME            PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  TRAN-ATIVO           PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  TRAN-SUPERVISOR      PIC X(8).
       FD  ERROS-FILE.
       01  ERROS-REC.
           05  ERRO-SUPERVISOR      PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-OPERADOR        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-PROGRAMA        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-DECISAO         PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-COD             PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-MSG             PIC X(24).
           COPY "OPSTAMP.cpy".
       FD  JORNAL-FILE.
       01  JORNAL-REC.
           05  JORNAL-TRIMESTRE     PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-SUPERVISOR    PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-OPERADOR      PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-PROGRAMA      PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-DECISAO       PIC X.
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-FONTE-STATUS PIC XX VALUE SPACES.
       77 WS-JRN-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-ERRO-COD PIC 99.
       77 WS-ERRO-MSG PIC X(24).
       77 WS-MAX-OPERADORES PIC 99 VALUE 50.
       77 WS-CONT-OPERADORES PIC 99 VALUE 0.
       77 WS-MAX-TITULOS PIC 999 VALUE 500.
       77 WS-CONT-TITULOS PIC 999 VALUE 0.
       77 WS-CONT-APLICADAS PIC 9(5) VALUE 0.
       77 WS-CONT-REJEITADAS PIC 9(5) VALUE 0.
       77 WS-CONT-REVOGADAS PIC 9(5) VALUE 0.
       77 WS-CONT-SEM-DECISAO PIC 9(5) VALUE 0.
       77 WS-CONT-DESATIVACOES PIC 9(5) VALUE 0.
       77 WS-RESTANTES PIC 999.
       77 WS-REVOGADOS PIC 999.
       77 I PIC 999.
       77 T PIC 999.
       77 O PIC 99.
       01 TABELA-OPERADORES.
           03 OPERADOR-LINHA OCCURS 50 TIMES.
               05  TO-ID            PIC X(8).
               05  TO-NOME          PIC X(20).
               05  TO-ATIVO         PIC X.
               05  TO-SUPERVISOR    PIC X(8).
       01 TABELA-TITULOS.
           03 TITULO-LINHA OCCURS 500 TIMES.
               05  TT-OPERADOR      PIC X(8).
               05  TT-PROGRAMA      PIC X(8).
               05  TT-DECISAO       PIC X.
               05  TT-SUPERVISOR    PIC X(8).
       01 LINHA-CABECALHO.
           05  FILLER               PIC X(40) VALUE
               "OPERADOR PROGRAMA DECISAO    SUPERVISOR".
       01 LINHA-DECISAO.
           05  LD-OPERADOR          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LD-PROGRAMA          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LD-DECISAO           PIC X(11).
           05  FILLER               PIC X VALUE SPACE.
           05  LD-SUPERVISOR        PIC X(8).
       01 LINHA-DESATIVACAO.
           05  FILLER               PIC X(30) VALUE
               "DESATIVACAO GERADA (OPERTRAN) ".
           05  LX-OPERADOR          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LX-NOME              PIC X(20).
       01 LINHA-RESUMO.
           05  FILLER               PIC X(10) VALUE "DECISOES=".
           05  LS-APLICADAS         PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE "  REVOGADAS=".
           05  LS-REVOGADAS         PIC ZZZZ9.
           05  FILLER               PIC X(14) VALUE "  REJEITADAS=".
           05  LS-REJEITADAS        PIC ZZZZ9.
           05  FILLER               PIC X(15) VALUE "  SEM DECISAO=".
           05  LS-SEM-DECISAO       PIC ZZZZ9.
           05  FILLER               PIC X(16) VALUE
               "  DESATIVACOES=".
           05  LS-DESATIVACOES      PIC ZZZZ9.
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM CARREGAR-OPERADORES
           PERFORM CARREGAR-TITULOS
           OPEN OUTPUT ERROS-FILE
           OPEN EXTEND JORNAL-FILE
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO ERROS-REC
           MOVE SPACES TO JORNAL-REC
           PERFORM APLICAR-DECISOES
           CLOSE ERROS-FILE
           CLOSE JORNAL-FILE
           PERFORM GRAVAR-NOVO-ENTITULO
           PERFORM GRAVAR-DESATIVACOES
           PERFORM GRAVAR-RELATORIO
           DISPLAY "DECISOES APLICADAS    : " WS-CONT-APLICADAS
           DISPLAY "TITULARIDADES REVOGADAS: " WS-CONT-REVOGADAS
           DISPLAY "DECISOES REJEITADAS   : " WS-CONT-REJEITADAS
           DISPLAY "SEM DECISAO           : " WS-CONT-SEM-DECISAO
           DISPLAY "DESATIVACOES GERADAS  : " WS-CONT-DESATIVACOES
           IF WS-CONT-REJEITADAS > 0 OR WS-CONT-SEM-DECISAO > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       CARREGAR-OPERADORES.
           MOVE "N" TO WS-EOF
           OPEN INPUT OPERADORES-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "RECAPLI: SEM OPERMST"
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
                           ELSE
                               DISPLAY "RECAPLI: TABELA DE OPERADORES"
                                   " CHEIA - " OPE-ID " IGNORADO"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * A matriz nova so pode sair se a antiga couber inteira na
      * tabela: uma titularidade perdida seria uma revogacao que
      * ninguem decidiu.
      ******************************************************************
       CARREGAR-TITULOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ENTITULO-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "RECAPLI: SEM OPERENT - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FIM-FICHEIRO
               READ ENTITULO-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       IF WS-CONT-TITULOS < WS-MAX-TITULOS
                           ADD 1 TO WS-CONT-TITULOS
                           MOVE WS-CONT-TITULOS TO T
                           MOVE ENT-OPERADOR TO TT-OPERADOR(T)
                           MOVE ENT-PROGRAMA TO TT-PROGRAMA(T)
                           MOVE SPACE TO TT-DECISAO(T)
                           MOVE SPACES TO TT-SUPERVISOR(T)
                       ELSE
                           DISPLAY "RECAPLI: TABELA DE TITULARIDADES "
                               "CHEIA - EXECUCAO RECUSADA"
                           CLOSE ENTITULO-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITULO-FILE
           MOVE "N" TO WS-EOF.
       APLICAR-DECISOES.
           OPEN INPUT DECISOES-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "RECAPLI: SEM DECISOES (RECDEC)"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ DECISOES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM APLICAR-DECISAO
                   END-READ
               END-PERFORM
               CLOSE DECISOES-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Uma decisao por par operador/programa, do supervisor do
      * operador no master.
      ******************************************************************
       APLICAR-DECISAO.
           MOVE 0 TO WS-ERRO-COD
           INSPECT DEC-DECISAO CONVERTING "mr" TO "MR"
           IF DEC-DECISAO NOT = "M" AND DEC-DECISAO NOT = "R"
               MOVE 2 TO WS-ERRO-COD
               MOVE "DECISAO INVALIDA" TO WS-ERRO-MSG
           END-IF
           IF WS-ERRO-COD = 0
               MOVE 0 TO T
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-CONT-TITULOS OR T > 0
                   IF TT-OPERADOR(I) = DEC-OPERADOR
                       AND TT-PROGRAMA(I) = DEC-PROGRAMA
                       MOVE I TO T
                   END-IF
               END-PERFORM
               IF T = 0
                   MOVE 1 TO WS-ERRO-COD
                   MOVE "TITULARIDADE NAO EXISTE" TO WS-ERRO-MSG
               END-IF
           END-IF
           IF WS-ERRO-COD = 0
               IF DEC-SUPERVISOR = DEC-OPERADOR
                   MOVE 4 TO WS-ERRO-COD
                   MOVE "AUTO-CERTIFICACAO" TO WS-ERRO-MSG
               ELSE
                   PERFORM VALIDAR-SUPERVISOR
               END-IF
           END-IF
           IF WS-ERRO-COD = 0
               IF TT-DECISAO(T) NOT = SPACE
                   MOVE 5 TO WS-ERRO-COD
                   MOVE "PAR JA DECIDIDO" TO WS-ERRO-MSG
               END-IF
           END-IF
           IF WS-ERRO-COD = 0
               MOVE DEC-DECISAO TO TT-DECISAO(T)
               MOVE DEC-SUPERVISOR TO TT-SUPERVISOR(T)
               ADD 1 TO WS-CONT-APLICADAS
               IF DEC-DECISAO = "R"
                   ADD 1 TO WS-CONT-REVOGADAS
               END-IF
               PERFORM GRAVAR-JORNAL
           ELSE
               PERFORM GRAVAR-ERRO
           END-IF.
      ******************************************************************
      * O supervisor do master; sem ele (formulario SEMSUPER) qualquer
      * operador ativo do master que nao seja o proprio.
      ******************************************************************
       VALIDAR-SUPERVISOR.
           MOVE 0 TO O
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-OPERADORES OR O > 0
               IF TO-ID(I) = DEC-OPERADOR
                   MOVE I TO O
               END-IF
           END-PERFORM
           IF O > 0 AND TO-SUPERVISOR(O) NOT = SPACES
               IF DEC-SUPERVISOR NOT = TO-SUPERVISOR(O)
                   MOVE 3 TO WS-ERRO-COD
                   MOVE "NAO E O SUPERVISOR" TO WS-ERRO-MSG
               END-IF
           ELSE
               MOVE 0 TO O
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-CONT-OPERADORES OR O > 0
                   IF TO-ID(I) = DEC-SUPERVISOR AND TO-ATIVO(I) = "S"
                       MOVE I TO O
                   END-IF
               END-PERFORM
               IF O = 0
                   MOVE 3 TO WS-ERRO-COD
                   MOVE "NAO E O SUPERVISOR" TO WS-ERRO-MSG
               END-IF
           END-IF.
       GRAVAR-JORNAL.
           MOVE DEC-TRIMESTRE TO JORNAL-TRIMESTRE
           MOVE DEC-SUPERVISOR TO JORNAL-SUPERVISOR
           MOVE DEC-OPERADOR TO JORNAL-OPERADOR
           MOVE DEC-PROGRAMA TO JORNAL-PROGRAMA
           MOVE DEC-DECISAO TO JORNAL-DECISAO
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF JORNAL-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF JORNAL-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF JORNAL-REC
           WRITE JORNAL-REC.
       GRAVAR-ERRO.
           ADD 1 TO WS-CONT-REJEITADAS
           MOVE DEC-SUPERVISOR TO ERRO-SUPERVISOR
           MOVE DEC-OPERADOR TO ERRO-OPERADOR
           MOVE DEC-PROGRAMA TO ERRO-PROGRAMA
           MOVE DEC-DECISAO TO ERRO-DECISAO
           MOVE WS-ERRO-COD TO ERRO-COD
           MOVE WS-ERRO-MSG TO ERRO-MSG
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF ERROS-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF ERROS-REC
           MOVE WS-DATA-NEGOCIO TO OPSTAMP-DATA-NEGOCIO OF ERROS-REC
           WRITE ERROS-REC.
      ******************************************************************
      * Sem decisao a titularidade fica: so o que foi revogado sai.
      ******************************************************************
       GRAVAR-NOVO-ENTITULO.
           OPEN OUTPUT NOVO-ENTITULO-FILE
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-CONT-TITULOS
               IF TT-DECISAO(T) = SPACE
                   ADD 1 TO WS-CONT-SEM-DECISAO
               END-IF
               IF TT-DECISAO(T) NOT = "R"
                   MOVE SPACES TO NOVO-ENTITULO-REC
                   MOVE TT-OPERADOR(T) TO NENT-OPERADOR
                   MOVE TT-PROGRAMA(T) TO NENT-PROGRAMA
                   WRITE NOVO-ENTITULO-REC
               END-IF
           END-PERFORM
           CLOSE NOVO-ENTITULO-FILE.
      ******************************************************************
      * Operador ativo a quem as revogacoes tiraram tudo: desativacao
      * para o OPERMNT (que recusa a do ultimo operador ativo).
      ******************************************************************
       GRAVAR-DESATIVACOES.
           OPEN OUTPUT TRANSACOES-FILE
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-CONT-OPERADORES
               MOVE 0 TO WS-RESTANTES
               MOVE 0 TO WS-REVOGADOS
               PERFORM VARYING T FROM 1 BY 1
                       UNTIL T > WS-CONT-TITULOS
                   IF TT-OPERADOR(T) = TO-ID(O)
                       IF TT-DECISAO(T) = "R"
                           ADD 1 TO WS-REVOGADOS
                       ELSE
                           ADD 1 TO WS-RESTANTES
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-REVOGADOS > 0 AND WS-RESTANTES = 0
                   AND TO-ATIVO(O) = "S"
                   ADD 1 TO WS-CONT-DESATIVACOES
                   MOVE SPACES TO TRANSACAO-REC
                   MOVE "D" TO TRAN-TIPO
                   MOVE TO-ID(O) TO TRAN-ID
                   MOVE TO-NOME(O) TO TRAN-NOME
                   MOVE "N" TO TRAN-ATIVO
                   WRITE TRANSACAO-REC
               END-IF
           END-PERFORM
           CLOSE TRANSACOES-FILE.
       GRAVAR-RELATORIO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "RECERTIFICACAO - DECISOES" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE LINHA-CABECALHO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-CONT-TITULOS
               MOVE TT-OPERADOR(T) TO LD-OPERADOR
               MOVE TT-PROGRAMA(T) TO LD-PROGRAMA
               EVALUATE TT-DECISAO(T)
                   WHEN "M"
                       MOVE "MANTIDA" TO LD-DECISAO
                   WHEN "R"
                       MOVE "REVOGADA" TO LD-DECISAO
                   WHEN OTHER
                       MOVE "SEM DECISAO" TO LD-DECISAO
               END-EVALUATE
               MOVE TT-SUPERVISOR(T) TO LD-SUPERVISOR
               MOVE LINHA-DECISAO TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM
           MOVE "N" TO WS-EOF
           OPEN INPUT TRANSACOES-FILE
           PERFORM UNTIL FIM-FICHEIRO
               READ TRANSACOES-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       MOVE TRAN-ID TO LX-OPERADOR
                       MOVE TRAN-NOME TO LX-NOME
                       MOVE LINHA-DESATIVACAO TO PRT-LINHA-PARM
                       CALL "PRNTFMT" USING PRNTFMT-PARMS
               END-READ
           END-PERFORM
           CLOSE TRANSACOES-FILE
           MOVE "N" TO WS-EOF
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE WS-CONT-APLICADAS TO LS-APLICADAS
           MOVE WS-CONT-REVOGADAS TO LS-REVOGADAS
           MOVE WS-CONT-REJEITADAS TO LS-REJEITADAS
           MOVE WS-CONT-SEM-DECISAO TO LS-SEM-DECISAO
           MOVE WS-CONT-DESATIVACOES TO LS-DESATIVACOES
           MOVE LINHA-RESUMO TO PRT-LINHA-PARM
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
           MOVE "RECAPLI" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM RECAPLI.
