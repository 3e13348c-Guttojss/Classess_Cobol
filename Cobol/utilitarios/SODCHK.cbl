      ******************************************************************
      * SODCHK.cbl
      * 10/15/26 - segregation-of-duties check. PARMPROM refuses an
      *            approver who is the editor of the same change, but
      *            nothing stopped one operator from maintaining the
      *            operator master, holding PARMPROM and approving
      *            parameter changes, or from dispositioning the EX1
      *            exceptions and approving the EX1PARM change that
      *            raised them. A rules file (SODREGRA: rule id, duty
      *            A and duty B, each with an optional qualifier, and
      *            a description) lists the pairs of duties one
      *            operator must not hold or exercise together. The
      *            duties are:
      *              MANTOPER  maintains the operator master
      *                        held: OPERMNT   done: OPERMLOG stamp
      *              EDITPARM  edits a staged parameter file
      *                        held: -         done: PARMPLOG editor
      *              APRVPARM  approves a parameter promotion
      *                        held: PARMPROM  done: PARMPLOG approver
      *              MANTMEMB  maintains the member master
      *                        held: MEMBMNT, MEMBTELA
      *                        done: MEMBMLOG stamp
      *              DISPEXC   dispositions EX1 exceptions
      *                        held: EX1DISP, EX1TELA
      *                        done: EX1EXCM stamp (status C/I/R,
      *                        not an AUTO REGRA triage)
      *            Held duties come from the entitlement matrix
      *            (OPERENT, "ALL" holds them all); a duty is
      *            exercised when the operator appears on its journal
      *            in the period -- the business month to date --
      *            dated by the business date of the stamp (the
      *            physical date where there is none). The qualifier
      *            is the parameter id on EDITPARM/APRVPARM (blank =
      *            any parameter). Per rule and operator the PRNTFMT
      *            report lists an EXERCIDO conflict (both duties done
      *            in the period) or a DETIDO one (both held or done,
      *            not both done). An EXERCIDO conflict ends the step
      *            with RETURN-CODE 8; DETIDO only, or a rule with an
      *            unknown duty, with 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODCHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGRAS-FILE ASSIGN TO "SODREGRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT ENTITULO-FILE ASSIGN TO "OPERENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT PROMOCAO-FILE ASSIGN TO "PARMPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT OPERLOG-FILE ASSIGN TO "OPERMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "MEMBMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT EXCECOES-FILE ASSIGN TO "EX1EXCM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGRAS-FILE.
       01  REGRAS-REC.
           05  REG-ID               PIC X(3).
           05  FILLER               PIC X.
           05  REG-DEVER-A          PIC X(8).
           05  FILLER               PIC X.
           05  REG-QUAL-A           PIC X(8).
           05  FILLER               PIC X.
           05  REG-DEVER-B          PIC X(8).
           05  FILLER               PIC X.
           05  REG-QUAL-B           PIC X(8).
           05  FILLER               PIC X.
           05  REG-DESCRICAO        PIC X(40).
       FD  OPERADORES-FILE.
       01  OPERADORES-REC.
           05  OPE-ID               PIC X(8).
           05  FILLER               PIC X.
           05  OPE-NOME             PIC X(20).
           05  FILLER               PIC X.
           05  OPE-ATIVO            PIC X.
       FD  ENTITULO-FILE.
       01  ENTITULO-REC.
           05  ENT-OPERADOR         PIC X(8).
           05  FILLER               PIC X.
           05  ENT-PROGRAMA         PIC X(8).
       FD  PROMOCAO-FILE.
       01  PROMOCAO-REC.
           05  PRM-PARMID           PIC X(8).
           05  FILLER               PIC X.
           05  PRM-HASH             PIC 9(9).
           05  FILLER               PIC X.
           05  PRM-EDITOR           PIC X(8).
           05  FILLER               PIC X.
           05  PRM-APROVADOR        PIC X(8).
           COPY "OPSTAMP.cpy".
       FD  OPERLOG-FILE.
       01  OPERLOG-REC.
           05  OML-TIPO             PIC X.
           05  FILLER               PIC X.
           05  OML-ID               PIC X(8).
           COPY "OPSTAMP.cpy".
       FD  JORNAL-FILE.
           COPY "MEMBMLOG.cpy".
       FD  EXCECOES-FILE.
       01  EXCECOES-REC.
           05  EXM-SITE             PIC X(3).
           05  FILLER               PIC X.
           05  EXM-POSICAO          PIC 9(4).
           05  FILLER               PIC X.
           05  EXM-NUM              PIC S9(5).
           05  FILLER               PIC X.
           05  EXM-TIPO             PIC X(5).
           05  FILLER               PIC X.
           05  EXM-DATA-EXCECAO     PIC 9(8).
           05  FILLER               PIC X.
           05  EXM-STATUS           PIC X.
           05  FILLER               PIC X.
           05  EXM-NOTA             PIC X(20).
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-PER-INICIO PIC 9(8).
       77 WS-FONTE-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-DATA-USO PIC X(8).
       77 WS-USO-OPERADOR PIC X(8).
       77 WS-USO-DEVER PIC X(8).
       77 WS-USO-QUAL PIC X(8).
       77 WS-USO-DETIDO PIC X.
       77 WS-DEVER-OK PIC X.
       77 WS-DETIDO-A PIC X.
       77 WS-DETIDO-B PIC X.
       77 WS-EXERC-A PIC 9(5).
       77 WS-EXERC-B PIC 9(5).
       77 WS-NIVEL PIC X(8).
       77 WS-MAX-REGRAS PIC 99 VALUE 50.
       77 WS-CONT-REGRAS PIC 99 VALUE 0.
       77 WS-MAX-OPERADORES PIC 99 VALUE 50.
       77 WS-CONT-OPERADORES PIC 99 VALUE 0.
       77 WS-MAX-DEVERES PIC 999 VALUE 500.
       77 WS-CONT-DEVERES PIC 999 VALUE 0.
       77 WS-CONT-EXERCIDOS PIC 999 VALUE 0.
       77 WS-CONT-DETIDOS PIC 999 VALUE 0.
       77 WS-CONT-REGRAS-INV PIC 99 VALUE 0.
       77 WS-MAX-CATALOGO PIC 99 VALUE 7.
       77 I PIC 999.
       77 D PIC 999.
       77 C PIC 99.
       77 O PIC 99.
       77 R PIC 99.
      * catalogo de deveres: o programa do OPERENT que da cada dever
       01 WS-CATALOGO-VALORES.
           05  FILLER               PIC X(16) VALUE "MANTOPEROPERMNT ".
           05  FILLER               PIC X(16) VALUE "EDITPARM        ".
           05  FILLER               PIC X(16) VALUE "APRVPARMPARMPROM".
           05  FILLER               PIC X(16) VALUE "MANTMEMBMEMBMNT ".
           05  FILLER               PIC X(16) VALUE "MANTMEMBMEMBTELA".
           05  FILLER               PIC X(16) VALUE "DISPEXC EX1DISP ".
           05  FILLER               PIC X(16) VALUE "DISPEXC EX1TELA ".
       01 WS-CATALOGO REDEFINES WS-CATALOGO-VALORES.
           03 CATALOGO-LINHA OCCURS 7 TIMES.
               05  CAT-DEVER        PIC X(8).
               05  CAT-PROGRAMA     PIC X(8).
       01 TABELA-REGRAS.
           03 REGRA-LINHA OCCURS 50 TIMES.
               05  TR-ID            PIC X(3).
               05  TR-DEVER-A       PIC X(8).
               05  TR-QUAL-A        PIC X(8).
               05  TR-DEVER-B       PIC X(8).
               05  TR-QUAL-B        PIC X(8).
               05  TR-DESCRICAO     PIC X(40).
               05  TR-VALIDA        PIC X.
       01 TABELA-OPERADORES.
           03 OPERADOR-LINHA OCCURS 50 TIMES.
               05  TO-ID            PIC X(8).
               05  TO-ATIVO         PIC X.
      * um registo por operador/dever/qualificador: detido pelo
      * OPERENT e/ou quantas vezes exercido no periodo
       01 TABELA-DEVERES.
           03 DEVER-LINHA OCCURS 500 TIMES.
               05  TD-OPERADOR      PIC X(8).
               05  TD-DEVER         PIC X(8).
               05  TD-QUAL          PIC X(8).
               05  TD-DETIDO        PIC X.
               05  TD-EXERCIDO      PIC 9(5).
       01 LINHA-PERIODO.
           05  FILLER               PIC X(8) VALUE "PERIODO ".
           05  LP-INICIO            PIC 9(8).
           05  FILLER               PIC X(3) VALUE " A ".
           05  LP-FIM               PIC 9(8).
           05  FILLER               PIC X(10) VALUE "  REGRAS= ".
           05  LP-REGRAS            PIC Z9.
       01 LINHA-REGRA-INVALIDA.
           05  FILLER               PIC X(6) VALUE "REGRA ".
           05  LR-ID                PIC X(3).
           05  FILLER               PIC X(32) VALUE
               " IGNORADA - DEVER DESCONHECIDO: ".
           05  LR-DEVER-A           PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LR-DEVER-B           PIC X(8).
       01 LINHA-CABECALHO.
           05  FILLER               PIC X(40) VALUE
               "REG OPERADOR A NIVEL    DEVER-A  QUAL-A ".
           05  FILLER               PIC X(35) VALUE
               " D EXERC DEVER-B  QUAL-B   D EXERC ".
           05  FILLER               PIC X(9) VALUE "DESCRICAO".
       01 LINHA-CONFLITO.
           05  LC-REGRA             PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  LC-OPERADOR          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LC-ATIVO             PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LC-NIVEL             PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LC-DEVER-A           PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LC-QUAL-A            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LC-DETIDO-A          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LC-EXERC-A           PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LC-DEVER-B           PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LC-QUAL-B            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LC-DETIDO-B          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LC-EXERC-B           PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LC-DESCRICAO         PIC X(40).
       01 LINHA-TOTAIS.
           05  FILLER               PIC X(10) VALUE "EXERCIDOS=".
           05  LS-EXERCIDOS         PIC ZZ9.
           05  FILLER               PIC X(10) VALUE "  DETIDOS=".
           05  LS-DETIDOS           PIC ZZ9.
           05  FILLER               PIC X(19) VALUE
               "  REGRAS IGNORADAS=".
           05  LS-REGRAS-INV        PIC Z9.
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE WS-DATA-NEGOCIO TO WS-PER-INICIO
           MOVE "01" TO WS-PER-INICIO(7:2)
           PERFORM CARREGAR-REGRAS
           PERFORM CARREGAR-OPERADORES
           PERFORM CARREGAR-TITULOS
           PERFORM LER-PROMOCOES
           PERFORM LER-OPERLOG
           PERFORM LER-MEMBLOG
           PERFORM LER-EXCECOES
           PERFORM GRAVAR-RELATORIO
           DISPLAY "SODCHK: " WS-PER-INICIO " A " WS-DATA-NEGOCIO
               " REGRAS=" WS-CONT-REGRAS
               " EXERCIDOS=" WS-CONT-EXERCIDOS
               " DETIDOS=" WS-CONT-DETIDOS
           IF WS-CONT-EXERCIDOS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONT-DETIDOS > 0 OR WS-CONT-REGRAS-INV > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
      ******************************************************************
      * Sem regras nao ha nada a verificar: o passo recusa-se (RC 8)
      * para que um SODREGRA perdido nao passe por mes limpo.
      ******************************************************************
       CARREGAR-REGRAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT REGRAS-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "SODCHK: SEM SODREGRA - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FIM-FICHEIRO
               READ REGRAS-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       IF WS-CONT-REGRAS < WS-MAX-REGRAS
                           ADD 1 TO WS-CONT-REGRAS
                           MOVE WS-CONT-REGRAS TO R
                           MOVE REG-ID TO TR-ID(R)
                           MOVE REG-DEVER-A TO TR-DEVER-A(R)
                           MOVE REG-QUAL-A TO TR-QUAL-A(R)
                           MOVE REG-DEVER-B TO TR-DEVER-B(R)
                           MOVE REG-QUAL-B TO TR-QUAL-B(R)
                           MOVE REG-DESCRICAO TO TR-DESCRICAO(R)
                           PERFORM VALIDAR-REGRA
                       ELSE
                           DISPLAY "SODCHK: TABELA DE REGRAS CHEIA - "
                               REG-ID " IGNORADA"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGRAS-FILE
           MOVE "N" TO WS-EOF.
       VALIDAR-REGRA.
           MOVE "S" TO TR-VALIDA(R)
           MOVE TR-DEVER-A(R) TO WS-USO-DEVER
           PERFORM VERIFICAR-DEVER
           IF WS-DEVER-OK = "N"
               MOVE "N" TO TR-VALIDA(R)
           END-IF
           MOVE TR-DEVER-B(R) TO WS-USO-DEVER
           PERFORM VERIFICAR-DEVER
           IF WS-DEVER-OK = "N"
               MOVE "N" TO TR-VALIDA(R)
           END-IF
           IF TR-VALIDA(R) = "N"
               ADD 1 TO WS-CONT-REGRAS-INV
           END-IF.
       VERIFICAR-DEVER.
           MOVE "N" TO WS-DEVER-OK
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-MAX-CATALOGO
               IF CAT-DEVER(C) = WS-USO-DEVER
                   MOVE "S" TO WS-DEVER-OK
               END-IF
           END-PERFORM.
       CARREGAR-OPERADORES.
           MOVE "N" TO WS-EOF
           OPEN INPUT OPERADORES-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "SODCHK: SEM OPERMST - ESTADO DESCONHECIDO"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ OPERADORES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-OPERADORES < WS-MAX-OPERADORES
                               ADD 1 TO WS-CONT-OPERADORES
                               MOVE WS-CONT-OPERADORES TO O
                               MOVE OPE-ID TO TO-ID(O)
                               MOVE OPE-ATIVO TO TO-ATIVO(O)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Deveres detidos: cada titularidade da os deveres do programa
      * no catalogo; ALL da todos os que tem programa.
      ******************************************************************
       CARREGAR-TITULOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ENTITULO-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "SODCHK: SEM OPERENT - NENHUM DEVER DETIDO"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ ENTITULO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           PERFORM REGISTAR-TITULO
                   END-READ
               END-PERFORM
               CLOSE ENTITULO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       REGISTAR-TITULO.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-MAX-CATALOGO
               IF CAT-PROGRAMA(C) NOT = SPACES
                   AND (ENT-PROGRAMA = "ALL"
                   OR ENT-PROGRAMA = CAT-PROGRAMA(C))
                   MOVE ENT-OPERADOR TO WS-USO-OPERADOR
                   MOVE CAT-DEVER(C) TO WS-USO-DEVER
                   MOVE SPACES TO WS-USO-QUAL
                   MOVE "S" TO WS-USO-DETIDO
                   PERFORM REGISTAR-DEVER
               END-IF
           END-PERFORM.
      ******************************************************************
      * Deveres exercidos: cada journal da data ao seu registo pela
      * data de negocio do carimbo e, sem ela, pela fisica.
      ******************************************************************
       LER-PROMOCOES.
           MOVE "N" TO WS-EOF
           OPEN INPUT PROMOCAO-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "SODCHK: SEM PARMPLOG - NENHUMA PROMOCAO"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ PROMOCAO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF OPSTAMP-DATA-NEGOCIO OF PROMOCAO-REC
                                   IS NUMERIC
                               AND OPSTAMP-DATA-NEGOCIO OF PROMOCAO-REC
                                   > 0
                               MOVE OPSTAMP-DATA-NEGOCIO OF
                                   PROMOCAO-REC TO WS-DATA-USO
                           ELSE
                               MOVE OPSTAMP-TIMESTAMP OF
                                   PROMOCAO-REC(1:8) TO WS-DATA-USO
                           END-IF
                           MOVE "N" TO WS-USO-DETIDO
                           MOVE PRM-PARMID TO WS-USO-QUAL
                           MOVE PRM-EDITOR TO WS-USO-OPERADOR
                           MOVE "EDITPARM" TO WS-USO-DEVER
                           PERFORM REGISTAR-EXERCICIO
                           MOVE PRM-APROVADOR TO WS-USO-OPERADOR
                           MOVE "APRVPARM" TO WS-USO-DEVER
                           PERFORM REGISTAR-EXERCICIO
                   END-READ
               END-PERFORM
               CLOSE PROMOCAO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       LER-OPERLOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT OPERLOG-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "SODCHK: SEM OPERMLOG - NENHUMA MANUTENCAO DE "
                   "OPERADORES"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ OPERLOG-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF OPSTAMP-DATA-NEGOCIO OF OPERLOG-REC
                                   IS NUMERIC
                               AND OPSTAMP-DATA-NEGOCIO OF OPERLOG-REC
                                   > 0
                               MOVE OPSTAMP-DATA-NEGOCIO OF
                                   OPERLOG-REC TO WS-DATA-USO
                           ELSE
                               MOVE OPSTAMP-TIMESTAMP OF
                                   OPERLOG-REC(1:8) TO WS-DATA-USO
                           END-IF
                           MOVE "N" TO WS-USO-DETIDO
                           MOVE SPACES TO WS-USO-QUAL
                           MOVE OPSTAMP-OPERADOR OF OPERLOG-REC
                               TO WS-USO-OPERADOR
                           MOVE "MANTOPER" TO WS-USO-DEVER
                           PERFORM REGISTAR-EXERCICIO
                   END-READ
               END-PERFORM
               CLOSE OPERLOG-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       LER-MEMBLOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT JORNAL-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "SODCHK: SEM MEMBMLOG - NENHUMA MANUTENCAO DE "
                   "SOCIOS"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ JORNAL-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF OPSTAMP-DATA-NEGOCIO OF JORNAL-REC
                                   IS NUMERIC
                               AND OPSTAMP-DATA-NEGOCIO OF JORNAL-REC
                                   > 0
                               MOVE OPSTAMP-DATA-NEGOCIO OF
                                   JORNAL-REC TO WS-DATA-USO
                           ELSE
                               MOVE OPSTAMP-TIMESTAMP OF
                                   JORNAL-REC(1:8) TO WS-DATA-USO
                           END-IF
                           MOVE "N" TO WS-USO-DETIDO
                           MOVE SPACES TO WS-USO-QUAL
                           MOVE OPSTAMP-OPERADOR OF JORNAL-REC
                               TO WS-USO-OPERADOR
                           MOVE "MANTMEMB" TO WS-USO-DEVER
                           PERFORM REGISTAR-EXERCICIO
                   END-READ
               END-PERFORM
               CLOSE JORNAL-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * O master de excecoes guarda a ultima disposicao de cada uma:
      * conta a de um operador (C, I ou R), nao a triagem automatica
      * nem a entrada como ABERTO.
      ******************************************************************
       LER-EXCECOES.
           MOVE "N" TO WS-EOF
           OPEN INPUT EXCECOES-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "SODCHK: SEM EX1EXCM - NENHUMA DISPOSICAO"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ EXCECOES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF (EXM-STATUS = "C" OR EXM-STATUS = "I"
                               OR EXM-STATUS = "R")
                               AND EXM-NOTA(1:10) NOT = "AUTO REGRA"
                               MOVE OPSTAMP-TIMESTAMP OF
                                   EXCECOES-REC(1:8) TO WS-DATA-USO
                               MOVE "N" TO WS-USO-DETIDO
                               MOVE SPACES TO WS-USO-QUAL
                               MOVE OPSTAMP-OPERADOR OF EXCECOES-REC
                                   TO WS-USO-OPERADOR
                               MOVE "DISPEXC" TO WS-USO-DEVER
                               PERFORM REGISTAR-EXERCICIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCECOES-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       REGISTAR-EXERCICIO.
           IF WS-DATA-USO IS NUMERIC
               AND WS-DATA-USO NOT < WS-PER-INICIO
               AND WS-DATA-USO NOT > WS-DATA-NEGOCIO
               AND WS-USO-OPERADOR NOT = SPACES
               PERFORM REGISTAR-DEVER
           END-IF.
       REGISTAR-DEVER.
           MOVE 0 TO D
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-DEVERES OR D > 0
               IF TD-OPERADOR(I) = WS-USO-OPERADOR
                   AND TD-DEVER(I) = WS-USO-DEVER
                   AND TD-QUAL(I) = WS-USO-QUAL
                   MOVE I TO D
               END-IF
           END-PERFORM
           IF D = 0
               IF WS-CONT-DEVERES < WS-MAX-DEVERES
                   ADD 1 TO WS-CONT-DEVERES
                   MOVE WS-CONT-DEVERES TO D
                   MOVE WS-USO-OPERADOR TO TD-OPERADOR(D)
                   MOVE WS-USO-DEVER TO TD-DEVER(D)
                   MOVE WS-USO-QUAL TO TD-QUAL(D)
                   MOVE "N" TO TD-DETIDO(D)
                   MOVE 0 TO TD-EXERCIDO(D)
               ELSE
                   DISPLAY "SODCHK: TABELA DE DEVERES CHEIA - "
                       WS-USO-OPERADOR " " WS-USO-DEVER " NAO CONTADO"
               END-IF
           END-IF
           IF D > 0
               IF WS-USO-DETIDO = "S"
                   MOVE "S" TO TD-DETIDO(D)
               ELSE
                   ADD 1 TO TD-EXERCIDO(D)
               END-IF
           END-IF.
      ******************************************************************
      * Cada regra valida contra cada operador que tenha algum dever
      * na tabela (o primeiro registo do operador o representa).
      ******************************************************************
       GRAVAR-RELATORIO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "SEGREGACAO DE FUNCOES" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE WS-PER-INICIO TO LP-INICIO
           MOVE WS-DATA-NEGOCIO TO LP-FIM
           MOVE WS-CONT-REGRAS TO LP-REGRAS
           MOVE LINHA-PERIODO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-CONT-REGRAS
               IF TR-VALIDA(R) = "N"
                   MOVE TR-ID(R) TO LR-ID
                   MOVE TR-DEVER-A(R) TO LR-DEVER-A
                   MOVE TR-DEVER-B(R) TO LR-DEVER-B
                   MOVE LINHA-REGRA-INVALIDA TO PRT-LINHA-PARM
                   CALL "PRNTFMT" USING PRNTFMT-PARMS
               END-IF
           END-PERFORM
           MOVE LINHA-CABECALHO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-CONT-REGRAS
               IF TR-VALIDA(R) = "S"
                   PERFORM VARYING D FROM 1 BY 1
                           UNTIL D > WS-CONT-DEVERES
                       PERFORM PRIMEIRO-DO-OPERADOR
                       IF I = D
                           PERFORM AVALIAR-CONFLITO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-CONT-EXERCIDOS = 0 AND WS-CONT-DETIDOS = 0
               MOVE "SEM CONFLITOS" TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-IF
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE WS-CONT-EXERCIDOS TO LS-EXERCIDOS
           MOVE WS-CONT-DETIDOS TO LS-DETIDOS
           MOVE WS-CONT-REGRAS-INV TO LS-REGRAS-INV
           MOVE LINHA-TOTAIS TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       PRIMEIRO-DO-OPERADOR.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL TD-OPERADOR(I) = TD-OPERADOR(D)
               CONTINUE
           END-PERFORM.
      ******************************************************************
      * Lado A e lado B do operador TD-OPERADOR(D) na regra R: detido
      * ignora o qualificador; exercido so conta o do qualificador
      * da regra (branco = qualquer).
      ******************************************************************
       AVALIAR-CONFLITO.
           MOVE "N" TO WS-DETIDO-A
           MOVE "N" TO WS-DETIDO-B
           MOVE 0 TO WS-EXERC-A
           MOVE 0 TO WS-EXERC-B
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-DEVERES
               IF TD-OPERADOR(I) = TD-OPERADOR(D)
                   IF TD-DEVER(I) = TR-DEVER-A(R)
                       IF TD-DETIDO(I) = "S"
                           MOVE "S" TO WS-DETIDO-A
                       END-IF
                       IF TR-QUAL-A(R) = SPACES
                           OR TR-QUAL-A(R) = TD-QUAL(I)
                           ADD TD-EXERCIDO(I) TO WS-EXERC-A
                       END-IF
                   END-IF
                   IF TD-DEVER(I) = TR-DEVER-B(R)
                       IF TD-DETIDO(I) = "S"
                           MOVE "S" TO WS-DETIDO-B
                       END-IF
                       IF TR-QUAL-B(R) = SPACES
                           OR TR-QUAL-B(R) = TD-QUAL(I)
                           ADD TD-EXERCIDO(I) TO WS-EXERC-B
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-NIVEL
           EVALUATE TRUE
               WHEN WS-EXERC-A > 0 AND WS-EXERC-B > 0
                   MOVE "EXERCIDO" TO WS-NIVEL
                   ADD 1 TO WS-CONT-EXERCIDOS
               WHEN (WS-DETIDO-A = "S" OR WS-EXERC-A > 0)
                   AND (WS-DETIDO-B = "S" OR WS-EXERC-B > 0)
                   MOVE "DETIDO" TO WS-NIVEL
                   ADD 1 TO WS-CONT-DETIDOS
           END-EVALUATE
           IF WS-NIVEL NOT = SPACES
               PERFORM GRAVAR-LINHA-CONFLITO
           END-IF.
       GRAVAR-LINHA-CONFLITO.
           MOVE SPACES TO LINHA-CONFLITO
           MOVE TR-ID(R) TO LC-REGRA
           MOVE TD-OPERADOR(D) TO LC-OPERADOR
           MOVE "?" TO LC-ATIVO
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-CONT-OPERADORES
               IF TO-ID(O) = TD-OPERADOR(D)
                   MOVE TO-ATIVO(O) TO LC-ATIVO
               END-IF
           END-PERFORM
           MOVE WS-NIVEL TO LC-NIVEL
           MOVE TR-DEVER-A(R) TO LC-DEVER-A
           MOVE TR-QUAL-A(R) TO LC-QUAL-A
           MOVE WS-DETIDO-A TO LC-DETIDO-A
           MOVE WS-EXERC-A TO LC-EXERC-A
           MOVE TR-DEVER-B(R) TO LC-DEVER-B
           MOVE TR-QUAL-B(R) TO LC-QUAL-B
           MOVE WS-DETIDO-B TO LC-DETIDO-B
           MOVE WS-EXERC-B TO LC-EXERC-B
           MOVE TR-DESCRICAO(R) TO LC-DESCRICAO
           MOVE LINHA-CONFLITO TO PRT-LINHA-PARM
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
           MOVE "SODCHK" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM SODCHK.
