      ******************************************************************
      * TSTREFR.cbl
      * 10/15/26 - masked refresh of the test region from production.
      *            The test datasets were months old and hand-built,
      *            so test runs of EX3, IMCBATCH and EX3BILL never saw
      *            production's data shapes, and production may not
      *            be copied as it is because of the names and the
      *            health data. This step copies the member master
      *            (MEMBIDX, unloaded in key order as MSTBKUP does),
      *            FUNCMST, IMCHIST, SITEMST, the employee/member
      *            cross-reference FUNCXREF, the screening intake
      *            IMCIN and one chosen night's intake (EX1IN, EX2IN,
      *            NPIN and PIIN, rebuilt from INTHISTF as INTREBLD
      *            does) into flat test images (TST* DDs -- the test
      *            job reloads the indexed ones with MEMBLOAD and
      *            IMCHLOAD). On the way:
      *              - every member id and employee id is replaced
      *                by a new id, the same new id in every file,
      *                so the joins still hold; the new ids are drawn
      *                from the REFRPARM seed by the TESTGEN
      *                congruence and none of them is an id that
      *                exists in production (of either kind);
      *              - the masking rules on REFRMASK (dataset name in
      *                front of a PRIVMASK rule: start column, length,
      *                style B, I or S, same meaning as in PRIVMASK)
      *                are applied to each dataset's records.
      *            The personal fields this program knows of (member
      *            and employee names, site contact) must be covered
      *            by a rule -- a rule set that would leave one in the
      *            clear, an invalid rule, a missing required dataset,
      *            an id table overflow or a night with no intake all
      *            end the run with RETURN-CODE 8 before anything is
      *            written. The refresh certificate (PRNTFMT report
      *            CERTIFICADO DE REFRESCAMENTO) lists the record
      *            counts per dataset, the ids remapped and every
      *            masking rule applied. The seed is not printed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSTREFR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "REFRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REGRAS-FILE ASSIGN TO "REFRMASK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRAS-STATUS.
           SELECT MEMBIDX-FILE ASSIGN TO "MEMBIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEMBRO-ID
               ALTERNATE RECORD KEY IS MEMBRO-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.
           SELECT FUNCMST-FILE ASSIGN TO "FUNCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT IMCHIST-FILE ASSIGN TO "IMCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-IDX-STATUS.
           SELECT SITEMST-FILE ASSIGN TO "SITEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT FUNCXREF-FILE ASSIGN TO "FUNCXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT IMCIN-FILE ASSIGN TO "IMCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "INTHISTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT TSTMEMB-FILE ASSIGN TO "TSTMEMB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TSTFUNC-FILE ASSIGN TO "TSTFUNC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TSTIMCH-FILE ASSIGN TO "TSTIMCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TSTSITE-FILE ASSIGN TO "TSTSITE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TSTXREF-FILE ASSIGN TO "TSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TSTIMCIN-FILE ASSIGN TO "TSTIMCIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TSTEX1-FILE ASSIGN TO "TSTEX1"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TSTEX2-FILE ASSIGN TO "TSTEX2"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TSTNP-FILE ASSIGN TO "TSTNP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TSTPI-FILE ASSIGN TO "TSTPI"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-DATA            PIC 9(8).
           05  FILLER               PIC X.
           05  PARM-SEMENTE         PIC 9(5).
       FD  REGRAS-FILE.
       01  REGRAS-REC.
           05  REG-FICHEIRO         PIC X(8).
           05  FILLER               PIC X.
           05  REG-INICIO           PIC 999.
           05  FILLER               PIC X.
           05  REG-COMPRIMENTO      PIC 999.
           05  FILLER               PIC X.
           05  REG-ESTILO           PIC X.
       FD  MEMBIDX-FILE.
           COPY "MEMBRO.cpy".
       FD  FUNCMST-FILE.
       01  FUNCMST-REC              PIC X(31).
       FD  IMCHIST-FILE.
       01  HISTORICO-REC.
           05  HIST-CHAVE.
               10  HIST-ID          PIC 9(5).
               10  FILLER           PIC X.
               10  HIST-DATA        PIC 9(8).
           05  FILLER               PIC X.
           05  HIST-IMC             PIC 999V9.
           05  FILLER               PIC X.
           05  HIST-ESCALAO         PIC X(12).
           COPY "OPSTAMP.cpy".
       FD  SITEMST-FILE.
       01  SITEMST-REC              PIC X(63).
       FD  FUNCXREF-FILE.
       01  FUNCXREF-REC             PIC X(83).
       FD  IMCIN-FILE.
       01  IMCIN-REC                PIC X(13).
       FD  HISTORIA-FILE.
       01  HISTORIA-REC.
           05  HST-DATA             PIC 9(8).
           05  FILLER               PIC X.
           05  HST-FONTE            PIC X(8).
           05  FILLER               PIC X.
           05  HST-CONTEUDO         PIC X(36).
       FD  TSTMEMB-FILE.
       01  TSTMEMB-REC              PIC X(57).
       FD  TSTFUNC-FILE.
       01  TSTFUNC-REC              PIC X(31).
       FD  TSTIMCH-FILE.
       01  TSTIMCH-REC              PIC X(95).
       FD  TSTSITE-FILE.
       01  TSTSITE-REC              PIC X(63).
       FD  TSTXREF-FILE.
       01  TSTXREF-REC              PIC X(83).
       FD  TSTIMCIN-FILE.
       01  TSTIMCIN-REC             PIC X(13).
       FD  TSTEX1-FILE.
       01  TSTEX1-REC               PIC X(36).
       FD  TSTEX2-FILE.
       01  TSTEX2-REC               PIC X(33).
       FD  TSTNP-FILE.
       01  TSTNP-REC                PIC X(26).
       FD  TSTPI-FILE.
       01  TSTPI-REC                PIC X(26).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-REGRAS-STATUS PIC XX VALUE SPACES.
       77 WS-FONTE-STATUS PIC XX VALUE SPACES.
       77 WS-IDX-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-DATA-NOITE PIC 9(8) VALUE 0.
       77 WS-SEMENTE PIC 9(9) VALUE 12345.
       77 WS-QUOC PIC 9(9).
       77 WS-RESTO PIC 9(9).
       77 WS-CANDIDATO PIC 9(5).
       77 WS-CANDIDATO-OK PIC X.
       77 WS-REGRAS-OK PIC X VALUE "S".
       77 WS-RECUSAS PIC 99 VALUE 0.
       77 WS-MAX-REGRAS PIC 99 VALUE 40.
       77 WS-CONT-REGRAS PIC 99 VALUE 0.
       77 WS-MAX-IDS PIC 9(4) VALUE 5000.
       77 WS-CONT-IDS PIC 9(4) VALUE 0.
       77 WS-CONT-MEMBROS PIC 9(4) VALUE 0.
       77 WS-CONT-FUNCIONARIOS PIC 9(4) VALUE 0.
       77 WS-IDS-CHEIA PIC X VALUE "N".
       77 WS-TIPO-ID PIC X.
       77 WS-ID-PROCURADO PIC 9(5).
       77 WS-ID-NOVO PIC 9(5).
       77 WS-POS-ID PIC 9(4).
       77 WS-CONT-NOITE PIC 9(7) VALUE 0.
       77 WS-AREA PIC X(120).
       77 WS-DENTRO-PALAVRA PIC X.
       77 WS-TEM-SO-CAMPO PIC X.
       77 WS-FIM-CAMPO PIC 999.
       77 WS-DESCOBERTO PIC X.
       77 WS-CONT-EDIT PIC ZZZZZZ9.
       77 F PIC 99.
       77 I PIC 99.
       77 K PIC 99.
       77 N PIC 9(4).
       77 P PIC 999.
           COPY "BUSDATE-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "PRNTFMT-WS.cpy".
      * Ficheiros copiados: nome, comprimento do registo, obrigatorio
      * (S/N) e o campo pessoal conhecido (inicio, comprimento e
      * descricao; inicio 000 = nenhum)
       01 DEFINICAO-FICHEIROS.
           05  FILLER PIC X(32) VALUE "MEMBROS 057S010020NOME".
           05  FILLER PIC X(32) VALUE "FUNCMST 031S007020NOME".
           05  FILLER PIC X(32) VALUE "IMCHIST 095S000000".
           05  FILLER PIC X(32) VALUE "SITEMST 063S037020CONTACTO".
           05  FILLER PIC X(32) VALUE "FUNCXREF083N000000".
           05  FILLER PIC X(32) VALUE "IMCIN   013N000000".
           05  FILLER PIC X(32) VALUE "EX1IN   036S000000".
           05  FILLER PIC X(32) VALUE "EX2IN   033S000000".
           05  FILLER PIC X(32) VALUE "NPIN    026S000000".
           05  FILLER PIC X(32) VALUE "PIIN    026S000000".
       01 FILLER REDEFINES DEFINICAO-FICHEIROS.
           03 FICHEIRO-LINHA OCCURS 10 TIMES.
               05  TF-NOME          PIC X(8).
               05  TF-COMPRIMENTO   PIC 999.
               05  TF-OBRIGATORIO   PIC X.
               05  TF-PESSOAL-INICIO PIC 999.
               05  TF-PESSOAL-COMPR PIC 999.
               05  TF-PESSOAL-DESC  PIC X(14).
       77 WS-MAX-FICHEIROS PIC 99 VALUE 10.
       01 CONTAGENS-FICHEIROS.
           03 CONTAGEM-LINHA OCCURS 10 TIMES.
               05  TF-LIDOS         PIC 9(7).
               05  TF-GRAVADOS      PIC 9(7).
               05  TF-TROCADOS      PIC 9(7).
               05  TF-ESTADO        PIC X(8).
      * Campos de id a remapear: ficheiro, coluna e tipo (M = membro,
      * F = funcionario)
       01 DEFINICAO-IDS.
           05  FILLER PIC X(12) VALUE "MEMBROS 004M".
           05  FILLER PIC X(12) VALUE "FUNCMST 001F".
           05  FILLER PIC X(12) VALUE "IMCHIST 001F".
           05  FILLER PIC X(12) VALUE "FUNCXREF001F".
           05  FILLER PIC X(12) VALUE "FUNCXREF007M".
           05  FILLER PIC X(12) VALUE "IMCIN   001F".
       01 FILLER REDEFINES DEFINICAO-IDS.
           03 CAMPO-ID-LINHA OCCURS 6 TIMES.
               05  TC-FICHEIRO      PIC X(8).
               05  TC-INICIO        PIC 999.
               05  TC-TIPO          PIC X.
       77 WS-MAX-CAMPOS-ID PIC 9 VALUE 6.
       01 TABELA-REGRAS.
           03 REGRA-LINHA OCCURS 40 TIMES.
               05  TAB-FICHEIRO     PIC 99.
               05  TAB-INICIO       PIC 999.
               05  TAB-COMPRIMENTO  PIC 999.
               05  TAB-ESTILO       PIC X.
       01 TABELA-IDS.
           03 ID-LINHA OCCURS 5000 TIMES.
               05  TI-TIPO          PIC X.
               05  TI-ORIGINAL      PIC 9(5).
               05  TI-NOVO          PIC 9(5).
       01 MASCARA-GUARDA.
           05  GUARDA-COLUNA        PIC X OCCURS 120 TIMES.
       01 MASCARA-COBERTA.
           05  COBERTA-COLUNA       PIC X OCCURS 120 TIMES.
       01 LINHA-CABECALHO-FICH.
           05  FILLER               PIC X(10) VALUE "FICHEIRO".
           05  FILLER               PIC X(10) VALUE "ESTADO".
           05  FILLER               PIC X(10) VALUE "     LIDOS".
           05  FILLER               PIC X(10) VALUE "  GRAVADOS".
           05  FILLER               PIC X(14) VALUE "  IDS TROCADOS".
       01 LINHA-FICHEIRO.
           05  LF-FICHEIRO          PIC X(8).
           05  FILLER               PIC XX VALUE SPACES.
           05  LF-ESTADO            PIC X(8).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  LF-LIDOS             PIC ZZZZZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  LF-GRAVADOS          PIC ZZZZZZ9.
           05  FILLER               PIC X(7) VALUE SPACES.
           05  LF-TROCADOS          PIC ZZZZZZ9.
       01 LINHA-CABECALHO-REGRA.
           05  FILLER               PIC X(10) VALUE "FICHEIRO".
           05  FILLER               PIC X(8) VALUE "COLUNAS".
           05  FILLER               PIC X(6) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE "ESTILO".
       01 LINHA-REGRA.
           05  LR-FICHEIRO          PIC X(8).
           05  FILLER               PIC XX VALUE SPACES.
           05  LR-INICIO            PIC 999.
           05  FILLER               PIC X VALUE "-".
           05  LR-FIM               PIC 999.
           05  FILLER               PIC X(7) VALUE SPACES.
           05  LR-ESTILO            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LR-ESTILO-DESC       PIC X(14).
       01 LINHA-PESSOAL.
           05  LP-FICHEIRO          PIC X(8).
           05  FILLER               PIC XX VALUE SPACES.
           05  LP-INICIO            PIC 999.
           05  FILLER               PIC X VALUE "-".
           05  LP-FIM               PIC 999.
           05  FILLER               PIC X(7) VALUE SPACES.
           05  LP-DESCRICAO         PIC X(14).
           05  FILLER               PIC X VALUE SPACE.
           05  LP-ESTADO            PIC X(10).
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-PARAMETROS
           PERFORM LER-REGRAS
           PERFORM VERIFICAR-PESSOAIS
           IF WS-DATA-NOITE = 0
               DISPLAY "TSTREFR: SEM NOITE DE INTAKE PEDIDA (REFRPARM)"
               ADD 1 TO WS-RECUSAS
           END-IF
           IF WS-CONT-REGRAS = 0 OR WS-REGRAS-OK = "N"
               DISPLAY "TSTREFR: REGRAS AUSENTES OU INVALIDAS"
               ADD 1 TO WS-RECUSAS
           END-IF
           IF WS-RECUSAS = 0
               PERFORM RECOLHER-IDS
           END-IF
           IF WS-RECUSAS > 0
               DISPLAY "TSTREFR: REFRESCAMENTO RECUSADO - NADA FOI "
                   "COPIADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ATRIBUIR-NOVOS-IDS
           PERFORM COPIAR-MEMBROS
           PERFORM COPIAR-FUNCMST
           PERFORM COPIAR-IMCHIST
           PERFORM COPIAR-SITEMST
           PERFORM COPIAR-FUNCXREF
           PERFORM COPIAR-IMCIN
           PERFORM COPIAR-NOITE
           PERFORM GRAVAR-CERTIFICADO
           DISPLAY "TSTREFR: NOITE " WS-DATA-NOITE " - "
               WS-CONT-MEMBROS " MEMBRO(S) E " WS-CONT-FUNCIONARIOS
               " FUNCIONARIO(S) REMAPEADOS, " WS-CONT-REGRAS
               " REGRA(S) APLICADAS"
           STOP RUN.
       LER-PARAMETROS.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-MAX-FICHEIROS
               MOVE 0 TO TF-LIDOS(F)
               MOVE 0 TO TF-GRAVADOS(F)
               MOVE 0 TO TF-TROCADOS(F)
               MOVE "COPIADO" TO TF-ESTADO(F)
           END-PERFORM
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "35"
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-DATA NUMERIC
                           MOVE PARM-DATA TO WS-DATA-NOITE
                       END-IF
                       IF PARM-SEMENTE NUMERIC
                           MOVE PARM-SEMENTE TO WS-SEMENTE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       LER-REGRAS.
           OPEN INPUT REGRAS-FILE
           IF WS-REGRAS-STATUS NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ REGRAS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF REGRAS-REC NOT = SPACES
                               PERFORM GUARDAR-REGRA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGRAS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Mesma validacao do PRIVMASK, mas contra o comprimento do
      * registo do ficheiro nomeado; um ficheiro que nao e copiado
      * aqui tambem invalida a regra.
      ******************************************************************
       GUARDAR-REGRA.
           MOVE 0 TO K
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-MAX-FICHEIROS
               IF TF-NOME(F) = REG-FICHEIRO
                   MOVE F TO K
               END-IF
           END-PERFORM
           IF K = 0
               OR REG-INICIO NOT NUMERIC
               OR REG-COMPRIMENTO NOT NUMERIC
               OR REG-INICIO < 1
               OR REG-COMPRIMENTO < 1
               OR (REG-ESTILO NOT = "B" AND REG-ESTILO NOT = "I"
                   AND REG-ESTILO NOT = "S")
               MOVE "N" TO WS-REGRAS-OK
               DISPLAY "TSTREFR: REGRA INVALIDA - " REGRAS-REC
           ELSE
               IF REG-INICIO + REG-COMPRIMENTO - 1 > TF-COMPRIMENTO(K)
                   MOVE "N" TO WS-REGRAS-OK
                   DISPLAY "TSTREFR: REGRA FORA DO REGISTO - "
                       REGRAS-REC
               ELSE
                   IF WS-CONT-REGRAS < WS-MAX-REGRAS
                       ADD 1 TO WS-CONT-REGRAS
                       MOVE K TO TAB-FICHEIRO(WS-CONT-REGRAS)
                       MOVE REG-INICIO TO TAB-INICIO(WS-CONT-REGRAS)
                       MOVE REG-COMPRIMENTO TO
                           TAB-COMPRIMENTO(WS-CONT-REGRAS)
                       MOVE REG-ESTILO TO TAB-ESTILO(WS-CONT-REGRAS)
                   ELSE
                       MOVE "N" TO WS-REGRAS-OK
                       DISPLAY "TSTREFR: REGRAS A MAIS - "
                           REGRAS-REC
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * Um campo pessoal conhecido tem de sair mascarado em todas as
      * colunas: coberto por uma regra B ou I, ou fora da uniao das
      * regras S quando o ficheiro as tem.
      ******************************************************************
       VERIFICAR-PESSOAIS.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-MAX-FICHEIROS
               IF TF-PESSOAL-INICIO(F) > 0
                   PERFORM MARCAR-COBERTURA
                   MOVE "N" TO WS-DESCOBERTO
                   COMPUTE WS-FIM-CAMPO = TF-PESSOAL-INICIO(F)
                       + TF-PESSOAL-COMPR(F) - 1
                   PERFORM VARYING P FROM TF-PESSOAL-INICIO(F) BY 1
                           UNTIL P > WS-FIM-CAMPO
                       IF COBERTA-COLUNA(P) = "N"
                           MOVE "S" TO WS-DESCOBERTO
                       END-IF
                   END-PERFORM
                   IF WS-DESCOBERTO = "S"
                       DISPLAY "TSTREFR: CAMPO PESSOAL SEM REGRA - "
                           TF-NOME(F) " " TF-PESSOAL-DESC(F)
                       ADD 1 TO WS-RECUSAS
                   END-IF
               END-IF
           END-PERFORM.
       MARCAR-COBERTURA.
           MOVE "N" TO WS-TEM-SO-CAMPO
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 120
               MOVE "N" TO COBERTA-COLUNA(P)
               MOVE "N" TO GUARDA-COLUNA(P)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-REGRAS
               IF TAB-FICHEIRO(I) = F
                   COMPUTE WS-FIM-CAMPO =
                       TAB-INICIO(I) + TAB-COMPRIMENTO(I) - 1
                   PERFORM VARYING P FROM TAB-INICIO(I) BY 1
                           UNTIL P > WS-FIM-CAMPO
                       IF TAB-ESTILO(I) = "S"
                           MOVE "S" TO WS-TEM-SO-CAMPO
                           MOVE "S" TO GUARDA-COLUNA(P)
                       ELSE
                           MOVE "S" TO COBERTA-COLUNA(P)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-TEM-SO-CAMPO = "S"
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > 120
                   IF GUARDA-COLUNA(P) = "N"
                       MOVE "S" TO COBERTA-COLUNA(P)
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      * Primeira passagem: todos os ids de producao, de membro e de
      * funcionario, de todos os ficheiros. Tem de ser completa antes
      * de se escolher o primeiro id novo -- so assim nenhum id novo
      * coincide com um id de producao. Confirma tambem que os
      * obrigatorios existem e que a noite pedida tem intake.
      ******************************************************************
       RECOLHER-IDS.
           MOVE "N" TO WS-EOF
           OPEN INPUT MEMBIDX-FILE
           IF WS-IDX-STATUS NOT = "00"
               MOVE "AUSENTE" TO TF-ESTADO(1)
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ MEMBIDX-FILE NEXT RECORD
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE MEMBRO-REC TO WS-AREA
                           MOVE 1 TO F
                           PERFORM RECOLHER-IDS-REGISTO
                   END-READ
               END-PERFORM
               CLOSE MEMBIDX-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT FUNCMST-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO TF-ESTADO(2)
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FUNCMST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE FUNCMST-REC TO WS-AREA
                           MOVE 2 TO F
                           PERFORM RECOLHER-IDS-REGISTO
                   END-READ
               END-PERFORM
               CLOSE FUNCMST-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT IMCHIST-FILE
           IF WS-IDX-STATUS NOT = "00"
               MOVE "AUSENTE" TO TF-ESTADO(3)
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ IMCHIST-FILE NEXT RECORD
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE HISTORICO-REC TO WS-AREA
                           MOVE 3 TO F
                           PERFORM RECOLHER-IDS-REGISTO
                   END-READ
               END-PERFORM
               CLOSE IMCHIST-FILE
           END-IF
           OPEN INPUT SITEMST-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO TF-ESTADO(4)
           ELSE
               CLOSE SITEMST-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT FUNCXREF-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO TF-ESTADO(5)
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FUNCXREF-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE FUNCXREF-REC TO WS-AREA
                           MOVE 5 TO F
                           PERFORM RECOLHER-IDS-REGISTO
                   END-READ
               END-PERFORM
               CLOSE FUNCXREF-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT IMCIN-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO TF-ESTADO(6)
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ IMCIN-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE IMCIN-REC TO WS-AREA
                           MOVE 6 TO F
                           PERFORM RECOLHER-IDS-REGISTO
                   END-READ
               END-PERFORM
               CLOSE IMCIN-FILE
           END-IF
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-CONT-NOITE
           OPEN INPUT HISTORIA-FILE
           IF WS-FONTE-STATUS NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ HISTORIA-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF HST-DATA = WS-DATA-NOITE
                               ADD 1 TO WS-CONT-NOITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIA-FILE
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 4
               IF TF-ESTADO(F) = "AUSENTE"
                   DISPLAY "TSTREFR: FICHEIRO OBRIGATORIO AUSENTE - "
                       TF-NOME(F)
                   ADD 1 TO WS-RECUSAS
               END-IF
           END-PERFORM
           IF WS-CONT-NOITE = 0
               DISPLAY "TSTREFR: SEM INTAKE NA HISTORIA PARA "
                   WS-DATA-NOITE
               ADD 1 TO WS-RECUSAS
           END-IF
           IF WS-IDS-CHEIA = "S"
               DISPLAY "TSTREFR: TABELA DE IDS CHEIA - MAIS DE "
                   WS-MAX-IDS " IDS DE PRODUCAO"
               ADD 1 TO WS-RECUSAS
           END-IF.
       RECOLHER-IDS-REGISTO.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MAX-CAMPOS-ID
               IF TC-FICHEIRO(K) = TF-NOME(F)
                   AND WS-AREA(TC-INICIO(K):5) IS NUMERIC
                   MOVE TC-TIPO(K) TO WS-TIPO-ID
                   MOVE WS-AREA(TC-INICIO(K):5) TO WS-ID-PROCURADO
                   PERFORM PROCURAR-ID
                   IF WS-POS-ID = 0
                       PERFORM GUARDAR-ID
                   END-IF
               END-IF
           END-PERFORM.
       PROCURAR-ID.
           MOVE 0 TO WS-POS-ID
           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > WS-CONT-IDS OR WS-POS-ID > 0
               IF TI-TIPO(N) = WS-TIPO-ID
                   AND TI-ORIGINAL(N) = WS-ID-PROCURADO
                   MOVE N TO WS-POS-ID
               END-IF
           END-PERFORM.
       GUARDAR-ID.
           IF WS-CONT-IDS < WS-MAX-IDS
               ADD 1 TO WS-CONT-IDS
               MOVE WS-TIPO-ID TO TI-TIPO(WS-CONT-IDS)
               MOVE WS-ID-PROCURADO TO TI-ORIGINAL(WS-CONT-IDS)
               MOVE 0 TO TI-NOVO(WS-CONT-IDS)
               IF WS-TIPO-ID = "M"
                   ADD 1 TO WS-CONT-MEMBROS
               ELSE
                   ADD 1 TO WS-CONT-FUNCIONARIOS
               END-IF
           ELSE
               MOVE "S" TO WS-IDS-CHEIA
           END-IF.
      ******************************************************************
      * Um id novo por id de producao, tirado da congruencia do
      * TESTGEN sobre a semente: recusado se for zero, se for um id
      * de producao (de qualquer tipo) ou se ja foi dado a outro.
      ******************************************************************
       ATRIBUIR-NOVOS-IDS.
           PERFORM VARYING WS-POS-ID FROM 1 BY 1
                   UNTIL WS-POS-ID > WS-CONT-IDS
               MOVE "N" TO WS-CANDIDATO-OK
               PERFORM UNTIL WS-CANDIDATO-OK = "S"
                   PERFORM SORTEAR-CANDIDATO
               END-PERFORM
               MOVE WS-CANDIDATO TO TI-NOVO(WS-POS-ID)
           END-PERFORM.
       SORTEAR-CANDIDATO.
           COMPUTE WS-SEMENTE = WS-SEMENTE * 75 + 74
           DIVIDE WS-SEMENTE BY 65537 GIVING WS-QUOC
               REMAINDER WS-RESTO
           MOVE WS-RESTO TO WS-SEMENTE
           MOVE WS-SEMENTE TO WS-CANDIDATO
           MOVE "S" TO WS-CANDIDATO-OK
           IF WS-CANDIDATO = 0
               MOVE "N" TO WS-CANDIDATO-OK
           END-IF
           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > WS-CONT-IDS OR WS-CANDIDATO-OK = "N"
               IF TI-ORIGINAL(N) = WS-CANDIDATO
                   OR TI-NOVO(N) = WS-CANDIDATO
                   MOVE "N" TO WS-CANDIDATO-OK
               END-IF
           END-PERFORM.
      ******************************************************************
      * Cada registo: ids trocados pelos novos, depois as regras de
      * mascaramento do ficheiro (as S primeiro, como no PRIVMASK).
      ******************************************************************
       TRATAR-IMAGEM.
           ADD 1 TO TF-LIDOS(F)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MAX-CAMPOS-ID
               IF TC-FICHEIRO(K) = TF-NOME(F)
                   AND WS-AREA(TC-INICIO(K):5) IS NUMERIC
                   MOVE TC-TIPO(K) TO WS-TIPO-ID
                   MOVE WS-AREA(TC-INICIO(K):5) TO WS-ID-PROCURADO
                   PERFORM PROCURAR-ID
                   IF WS-POS-ID > 0
                       MOVE TI-NOVO(WS-POS-ID) TO WS-ID-NOVO
                       MOVE WS-ID-NOVO TO WS-AREA(TC-INICIO(K):5)
                       ADD 1 TO TF-TROCADOS(F)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM APLICAR-SO-CAMPOS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-REGRAS
               IF TAB-FICHEIRO(I) = F
                   EVALUATE TAB-ESTILO(I)
                       WHEN "B"
                           MOVE SPACES TO WS-AREA
                               (TAB-INICIO(I):TAB-COMPRIMENTO(I))
                       WHEN "I"
                           PERFORM MASCARAR-INICIAIS
                   END-EVALUATE
               END-IF
           END-PERFORM
           ADD 1 TO TF-GRAVADOS(F).
       APLICAR-SO-CAMPOS.
           MOVE "N" TO WS-TEM-SO-CAMPO
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 120
               MOVE "N" TO GUARDA-COLUNA(P)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-REGRAS
               IF TAB-FICHEIRO(I) = F AND TAB-ESTILO(I) = "S"
                   MOVE "S" TO WS-TEM-SO-CAMPO
                   COMPUTE WS-FIM-CAMPO =
                       TAB-INICIO(I) + TAB-COMPRIMENTO(I) - 1
                   PERFORM VARYING P FROM TAB-INICIO(I) BY 1
                           UNTIL P > WS-FIM-CAMPO
                       MOVE "S" TO GUARDA-COLUNA(P)
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-TEM-SO-CAMPO = "S"
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > 120
                   IF GUARDA-COLUNA(P) = "N"
                       MOVE SPACE TO WS-AREA(P:1)
                   END-IF
               END-PERFORM
           END-IF.
       MASCARAR-INICIAIS.
           COMPUTE WS-FIM-CAMPO =
               TAB-INICIO(I) + TAB-COMPRIMENTO(I) - 1
           MOVE "N" TO WS-DENTRO-PALAVRA
           PERFORM VARYING P FROM TAB-INICIO(I) BY 1
                   UNTIL P > WS-FIM-CAMPO
               IF WS-AREA(P:1) = SPACE
                   MOVE "N" TO WS-DENTRO-PALAVRA
               ELSE
                   IF WS-DENTRO-PALAVRA = "N"
                       MOVE "S" TO WS-DENTRO-PALAVRA
                   ELSE
                       MOVE SPACE TO WS-AREA(P:1)
                   END-IF
               END-IF
           END-PERFORM.
       COPIAR-MEMBROS.
           MOVE "N" TO WS-EOF
           MOVE 1 TO F
           OPEN OUTPUT TSTMEMB-FILE
           OPEN INPUT MEMBIDX-FILE
           PERFORM UNTIL FIM-FICHEIRO
               READ MEMBIDX-FILE NEXT RECORD
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-AREA
                       MOVE MEMBRO-REC TO WS-AREA
                       PERFORM TRATAR-IMAGEM
                       WRITE TSTMEMB-REC FROM WS-AREA
               END-READ
           END-PERFORM
           CLOSE MEMBIDX-FILE
           CLOSE TSTMEMB-FILE.
       COPIAR-FUNCMST.
           MOVE "N" TO WS-EOF
           MOVE 2 TO F
           OPEN OUTPUT TSTFUNC-FILE
           OPEN INPUT FUNCMST-FILE
           PERFORM UNTIL FIM-FICHEIRO
               READ FUNCMST-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-AREA
                       MOVE FUNCMST-REC TO WS-AREA
                       PERFORM TRATAR-IMAGEM
                       WRITE TSTFUNC-REC FROM WS-AREA
               END-READ
           END-PERFORM
           CLOSE FUNCMST-FILE
           CLOSE TSTFUNC-FILE.
       COPIAR-IMCHIST.
           MOVE "N" TO WS-EOF
           MOVE 3 TO F
           OPEN OUTPUT TSTIMCH-FILE
           OPEN INPUT IMCHIST-FILE
           PERFORM UNTIL FIM-FICHEIRO
               READ IMCHIST-FILE NEXT RECORD
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-AREA
                       MOVE HISTORICO-REC TO WS-AREA
                       PERFORM TRATAR-IMAGEM
                       WRITE TSTIMCH-REC FROM WS-AREA
               END-READ
           END-PERFORM
           CLOSE IMCHIST-FILE
           CLOSE TSTIMCH-FILE.
       COPIAR-SITEMST.
           MOVE "N" TO WS-EOF
           MOVE 4 TO F
           OPEN OUTPUT TSTSITE-FILE
           OPEN INPUT SITEMST-FILE
           PERFORM UNTIL FIM-FICHEIRO
               READ SITEMST-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-AREA
                       MOVE SITEMST-REC TO WS-AREA
                       PERFORM TRATAR-IMAGEM
                       WRITE TSTSITE-REC FROM WS-AREA
               END-READ
           END-PERFORM
           CLOSE SITEMST-FILE
           CLOSE TSTSITE-FILE.
      ******************************************************************
      * Os opcionais ausentes saem vazios, para o job de teste nao
      * ficar com a copia antiga.
      ******************************************************************
       COPIAR-FUNCXREF.
           MOVE "N" TO WS-EOF
           MOVE 5 TO F
           OPEN OUTPUT TSTXREF-FILE
           IF TF-ESTADO(F) NOT = "AUSENTE"
               OPEN INPUT FUNCXREF-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FUNCXREF-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-AREA
                           MOVE FUNCXREF-REC TO WS-AREA
                           PERFORM TRATAR-IMAGEM
                           WRITE TSTXREF-REC FROM WS-AREA
                   END-READ
               END-PERFORM
               CLOSE FUNCXREF-FILE
           END-IF
           CLOSE TSTXREF-FILE.
       COPIAR-IMCIN.
           MOVE "N" TO WS-EOF
           MOVE 6 TO F
           OPEN OUTPUT TSTIMCIN-FILE
           IF TF-ESTADO(F) NOT = "AUSENTE"
               OPEN INPUT IMCIN-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   READ IMCIN-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-AREA
                           MOVE IMCIN-REC TO WS-AREA
                           PERFORM TRATAR-IMAGEM
                           WRITE TSTIMCIN-REC FROM WS-AREA
                   END-READ
               END-PERFORM
               CLOSE IMCIN-FILE
           END-IF
           CLOSE TSTIMCIN-FILE.
      ******************************************************************
      * A noite pedida, reconstruida da historia de intake como no
      * INTREBLD, com as regras de cada ficheiro de entrada.
      ******************************************************************
       COPIAR-NOITE.
           MOVE "N" TO WS-EOF
           OPEN OUTPUT TSTEX1-FILE
           OPEN OUTPUT TSTEX2-FILE
           OPEN OUTPUT TSTNP-FILE
           OPEN OUTPUT TSTPI-FILE
           OPEN INPUT HISTORIA-FILE
           PERFORM UNTIL FIM-FICHEIRO
               READ HISTORIA-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       IF HST-DATA = WS-DATA-NOITE
                           PERFORM COPIAR-REGISTO-NOITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORIA-FILE
           CLOSE TSTEX1-FILE
           CLOSE TSTEX2-FILE
           CLOSE TSTNP-FILE
           CLOSE TSTPI-FILE.
       COPIAR-REGISTO-NOITE.
           MOVE SPACES TO WS-AREA
           MOVE HST-CONTEUDO TO WS-AREA
           EVALUATE HST-FONTE
               WHEN "EX1IN"
                   MOVE 7 TO F
                   PERFORM TRATAR-IMAGEM
                   WRITE TSTEX1-REC FROM WS-AREA
               WHEN "EX2IN"
                   MOVE 8 TO F
                   PERFORM TRATAR-IMAGEM
                   WRITE TSTEX2-REC FROM WS-AREA
               WHEN "NPIN"
                   MOVE 9 TO F
                   PERFORM TRATAR-IMAGEM
                   WRITE TSTNP-REC FROM WS-AREA
               WHEN "PIIN"
                   MOVE 10 TO F
                   PERFORM TRATAR-IMAGEM
                   WRITE TSTPI-REC FROM WS-AREA
               WHEN OTHER
                   DISPLAY "TSTREFR: FONTE DESCONHECIDA "
                       HST-FONTE " IGNORADA"
           END-EVALUATE.
       GRAVAR-CERTIFICADO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "CERTIFICADO DE REFRESCAMENTO" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE SPACES TO PRT-LINHA-PARM
           STRING "REGIAO DE TESTE REFRESCADA DE PRODUCAO - NOITE DE "
               "INTAKE " WS-DATA-NOITE
               DELIMITED BY SIZE INTO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE SPACES TO PRT-LINHA-PARM
           STRING "IDS REMAPEADOS: " WS-CONT-MEMBROS " DE MEMBRO, "
               WS-CONT-FUNCIONARIOS " DE FUNCIONARIO - NENHUM ID DE "
               "TESTE COINCIDE COM UM ID DE PRODUCAO"
               DELIMITED BY SIZE INTO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CABECALHO-FICH TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-MAX-FICHEIROS
               MOVE TF-NOME(F) TO LF-FICHEIRO
               MOVE TF-ESTADO(F) TO LF-ESTADO
               MOVE TF-LIDOS(F) TO LF-LIDOS
               MOVE TF-GRAVADOS(F) TO LF-GRAVADOS
               MOVE TF-TROCADOS(F) TO LF-TROCADOS
               MOVE LINHA-FICHEIRO TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "REGRAS DE MASCARAMENTO APLICADAS (ESTILOS PRIVMASK)"
               TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CABECALHO-REGRA TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-REGRAS
               MOVE TAB-FICHEIRO(I) TO F
               MOVE TF-NOME(F) TO LR-FICHEIRO
               MOVE TAB-INICIO(I) TO LR-INICIO
               COMPUTE LR-FIM = TAB-INICIO(I) + TAB-COMPRIMENTO(I) - 1
               MOVE TAB-ESTILO(I) TO LR-ESTILO
               EVALUATE TAB-ESTILO(I)
                   WHEN "B"
                       MOVE "BRANCOS" TO LR-ESTILO-DESC
                   WHEN "I"
                       MOVE "INICIAIS" TO LR-ESTILO-DESC
                   WHEN "S"
                       MOVE "SO-ESTE-CAMPO" TO LR-ESTILO-DESC
               END-EVALUATE
               MOVE LINHA-REGRA TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "CAMPOS PESSOAIS CONHECIDOS" TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-MAX-FICHEIROS
               IF TF-PESSOAL-INICIO(F) > 0
                   MOVE TF-NOME(F) TO LP-FICHEIRO
                   MOVE TF-PESSOAL-INICIO(F) TO LP-INICIO
                   COMPUTE LP-FIM = TF-PESSOAL-INICIO(F)
                       + TF-PESSOAL-COMPR(F) - 1
                   MOVE TF-PESSOAL-DESC(F) TO LP-DESCRICAO
                   MOVE "MASCARADO" TO LP-ESTADO
                   MOVE LINHA-PESSOAL TO PRT-LINHA-PARM
                   CALL "PRNTFMT" USING PRNTFMT-PARMS
               END-IF
           END-PERFORM
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "REFRESCAMENTO CONCLUIDO" TO PRT-LINHA-PARM
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
           MOVE "TSTREFR" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM TSTREFR.
