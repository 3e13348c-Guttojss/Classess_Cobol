      ******************************************************************
      * CARTMRG.cbl
      * 10/15/26 - shared letter-merge engine. EX3NOTIF's crossing
      *            notices, IMCDUE's screening invitations and
      *            QUOTAVIS's dues reminders each handed the mailing
      *            house a raw data file and the house's own merge
      *            kept putting the wrong field in the wrong place.
      *            This step merges any of those extracts (the CARTIN
      *            DD) into print-ready letters itself:
      *              - CARTPARM names the letter to send, the extract
      *                it is merged from, the default language, the
      *                field that holds the recipient id and
      *                (optionally) the field that holds the
      *                recipient's language;
      *              - CARTCAMP maps each extract's named fields to
      *                their position and length in its record, so a
      *                new extract needs map lines, not a program;
      *              - CARTMOD holds the letter templates: letter id,
      *                language, line number and a fixed text line in
      *                which <NAME> is replaced by the named field of
      *                the extract record (trailing spaces dropped).
      *                <DATA> (business date) and <CARTA> (letter id)
      *                are always available.
      *            Before anything is printed every placeholder of the
      *            letter is checked against the map: an unknown
      *            field, an unclosed placeholder or a letter with no
      *            text in the default language refuses the run
      *            (RETURN-CODE 8), so a wrong field never reaches
      *            paper again. Extract lines whose recipient id is
      *            blank or not numeric (department headers of
      *            IMCCONV) are skipped. A recipient whose language
      *            has no text gets the default language. Each
      *            letter starts on a new PRNTFMT page, and is
      *            APPENDED to the letter register (CARTREG: letter
      *            id, language, recipient id, business date and the
      *            JOBJRNL run id) -- the proof that a member was
      *            notified before the dues changed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTMRG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CARTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT MODELO-FILE ASSIGN TO "CARTMOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOD-STATUS.
           SELECT CAMPOS-FILE ASSIGN TO "CARTCAMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-STATUS.
           SELECT EXTRATO-FILE ASSIGN TO "CARTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT REGISTO-FILE ASSIGN TO "CARTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05  PRM-CARTA            PIC X(8).
           05  FILLER               PIC X.
           05  PRM-ORIGEM           PIC X(8).
           05  FILLER               PIC X.
           05  PRM-IDIOMA           PIC XX.
           05  FILLER               PIC X.
           05  PRM-CAMPO-ID         PIC X(12).
           05  FILLER               PIC X.
           05  PRM-CAMPO-IDIOMA     PIC X(12).
       FD  MODELO-FILE.
       01  MODELO-REC.
           05  MOD-CARTA            PIC X(8).
           05  FILLER               PIC X.
           05  MOD-IDIOMA           PIC XX.
           05  FILLER               PIC X.
           05  MOD-LINHA            PIC 999.
           05  FILLER               PIC X.
           05  MOD-TEXTO            PIC X(100).
       FD  CAMPOS-FILE.
       01  CAMPOS-REC.
           05  CMP-ORIGEM           PIC X(8).
           05  FILLER               PIC X.
           05  CMP-CAMPO            PIC X(12).
           05  FILLER               PIC X.
           05  CMP-POSICAO          PIC 999.
           05  FILLER               PIC X.
           05  CMP-TAMANHO          PIC 999.
       FD  EXTRATO-FILE.
       01  EXTRATO-REC              PIC X(400).
       FD  REGISTO-FILE.
       01  REGISTO-REC.
           05  REG-CARTA            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  REG-IDIOMA           PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  REG-DESTINATARIO     PIC X(12).
           05  FILLER               PIC X VALUE SPACE.
           05  REG-DATA             PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  REG-RUNID            PIC X(19).
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-PRM-STATUS PIC XX VALUE SPACES.
       77 WS-MOD-STATUS PIC XX VALUE SPACES.
       77 WS-CMP-STATUS PIC XX VALUE SPACES.
       77 WS-EXT-STATUS PIC XX VALUE SPACES.
       77 WS-REG-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-CARTA PIC X(8) VALUE SPACES.
       77 WS-ORIGEM PIC X(8) VALUE SPACES.
       77 WS-IDIOMA-BASE PIC XX VALUE "PT".
       77 WS-CAMPO-ID PIC X(12) VALUE SPACES.
       77 WS-CAMPO-IDIOMA PIC X(12) VALUE SPACES.
       77 WS-IDIOMA PIC XX.
       77 WS-DESTINATARIO PIC X(12).
       77 WS-MAX-CAMPOS PIC 99 VALUE 40.
       77 WS-CONT-CAMPOS PIC 99 VALUE 0.
       77 WS-MAX-LINHAS PIC 999 VALUE 300.
       77 WS-CONT-LINHAS PIC 999 VALUE 0.
       77 WS-LINHAS-BASE PIC 999 VALUE 0.
       77 WS-LINHAS-IDIOMA PIC 999.
       77 WS-CONT-LIDOS PIC 9(7) VALUE 0.
       77 WS-CONT-IGNORADOS PIC 9(7) VALUE 0.
       77 WS-CONT-CARTAS PIC 9(7) VALUE 0.
       77 WS-CONT-IDIOMA-BASE PIC 9(7) VALUE 0.
       77 WS-CONT-CORTADAS PIC 9(7) VALUE 0.
       77 WS-CONT-ERROS-MODELO PIC 99 VALUE 0.
      * marcador em analise e o valor que o substitui
       77 WS-NOME-CAMPO PIC X(12).
       77 WS-VALOR PIC X(100).
       77 WS-VALOR-TAM PIC 999.
       77 WS-CAMPO-ACHADO PIC X.
           88 CAMPO-ACHADO VALUE "S".
       77 WS-SAIDA PIC X(120).
       77 WS-POS-SAIDA PIC 999.
       77 WS-CORTADA PIC X.
       77 WS-DATA-EDITADA PIC X(10).
       77 I PIC 999.
       77 J PIC 999.
       77 K PIC 999.
       77 L PIC 999.
       77 C PIC 99.
       01 TABELA-CAMPOS.
           03 CAMPO-LINHA OCCURS 40 TIMES.
               05  TC-NOME          PIC X(12).
               05  TC-POSICAO       PIC 999.
               05  TC-TAMANHO       PIC 999.
       01 TABELA-MODELO.
           03 MODELO-LINHA OCCURS 300 TIMES.
               05  TM-IDIOMA        PIC XX.
               05  TM-TEXTO         PIC X(100).
           COPY "PRNTFMT-WS.cpy".
           COPY "JOBJRNL-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-PARAMETROS
           PERFORM CARREGAR-CAMPOS
           PERFORM CARREGAR-MODELO
           PERFORM VALIDAR-MODELO
           PERFORM REGISTAR-INICIO
           STRING WS-DATA-NEGOCIO(7:2) "/" WS-DATA-NEGOCIO(5:2) "/"
               WS-DATA-NEGOCIO(1:4) DELIMITED BY SIZE
               INTO WS-DATA-EDITADA
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE SPACES TO PRT-TITULO-PARM
           STRING "CARTAS " WS-CARTA DELIMITED BY SIZE
               INTO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           OPEN EXTEND REGISTO-FILE
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT REGISTO-FILE
           END-IF
           OPEN INPUT EXTRATO-FILE
           IF WS-EXT-STATUS = "35"
               DISPLAY "CARTMRG: SEM EXTRATO (CARTIN) - "
                   "NENHUMA CARTA"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ EXTRATO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CONT-LIDOS
                           PERFORM PROCESSAR-REGISTO
                   END-READ
               END-PERFORM
               CLOSE EXTRATO-FILE
           END-IF
           CLOSE REGISTO-FILE
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM REGISTAR-FIM
           DISPLAY "CARTA                 : " WS-CARTA " ("
               WS-ORIGEM ")"
           DISPLAY "REGISTOS LIDOS        : " WS-CONT-LIDOS
           DISPLAY "SEM DESTINATARIO      : " WS-CONT-IGNORADOS
           DISPLAY "CARTAS GERADAS        : " WS-CONT-CARTAS
           DISPLAY "NO IDIOMA POR OMISSAO : " WS-CONT-IDIOMA-BASE
           DISPLAY "LINHAS CORTADAS       : " WS-CONT-CORTADAS
           IF WS-CONT-CORTADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       PROCESSAR-REGISTO.
           MOVE WS-CAMPO-ID TO WS-NOME-CAMPO
           PERFORM OBTER-VALOR
           MOVE WS-VALOR TO WS-DESTINATARIO
           IF WS-VALOR-TAM = 0
               OR WS-VALOR(1:WS-VALOR-TAM) NOT NUMERIC
               ADD 1 TO WS-CONT-IGNORADOS
           ELSE
               PERFORM ESCOLHER-IDIOMA
               PERFORM IMPRIMIR-CARTA
               PERFORM GRAVAR-REGISTO
           END-IF.
       ESCOLHER-IDIOMA.
           MOVE WS-IDIOMA-BASE TO WS-IDIOMA
           IF WS-CAMPO-IDIOMA NOT = SPACES
               MOVE WS-CAMPO-IDIOMA TO WS-NOME-CAMPO
               PERFORM OBTER-VALOR
               IF WS-VALOR(1:2) NOT = SPACES
                   AND WS-VALOR(1:2) NOT = WS-IDIOMA-BASE
                   MOVE 0 TO WS-LINHAS-IDIOMA
                   PERFORM VARYING L FROM 1 BY 1
                           UNTIL L > WS-CONT-LINHAS
                       IF TM-IDIOMA(L) = WS-VALOR(1:2)
                           ADD 1 TO WS-LINHAS-IDIOMA
                       END-IF
                   END-PERFORM
                   IF WS-LINHAS-IDIOMA > 0
                       MOVE WS-VALOR(1:2) TO WS-IDIOMA
                   ELSE
                       ADD 1 TO WS-CONT-IDIOMA-BASE
                   END-IF
               END-IF
           END-IF.
       IMPRIMIR-CARTA.
           ADD 1 TO WS-CONT-CARTAS
           MOVE "P" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-CONT-LINHAS
               IF TM-IDIOMA(L) = WS-IDIOMA
                   PERFORM FUNDIR-LINHA
                   MOVE WS-SAIDA TO PRT-LINHA-PARM
                   CALL "PRNTFMT" USING PRNTFMT-PARMS
               END-IF
           END-PERFORM.
      ******************************************************************
      * Copia o texto da linha do modelo para a saida, trocando cada
      * <NOME> pelo valor do campo; o que passar das 120 posicoes da
      * linha impressa e cortado e contado.
      ******************************************************************
       FUNDIR-LINHA.
           MOVE SPACES TO WS-SAIDA
           MOVE 0 TO WS-POS-SAIDA
           MOVE "N" TO WS-CORTADA
           MOVE 1 TO I
           PERFORM UNTIL I > 100
               IF TM-TEXTO(L)(I:1) = "<"
                   PERFORM PROCURAR-FECHO
               ELSE
                   MOVE 0 TO J
               END-IF
               IF J > 0
                   MOVE SPACES TO WS-NOME-CAMPO
                   MOVE TM-TEXTO(L)(I + 1:J - I - 1) TO WS-NOME-CAMPO
                   PERFORM OBTER-VALOR
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WS-VALOR-TAM
                       PERFORM ACRESCENTAR-CARACTER
                   END-PERFORM
                   COMPUTE I = J + 1
               ELSE
                   MOVE 0 TO WS-VALOR-TAM
                   MOVE TM-TEXTO(L)(I:1) TO WS-VALOR(1:1)
                   MOVE 1 TO K
                   PERFORM ACRESCENTAR-CARACTER
                   ADD 1 TO I
               END-IF
           END-PERFORM
           IF WS-CORTADA = "S"
               ADD 1 TO WS-CONT-CORTADAS
           END-IF.
       ACRESCENTAR-CARACTER.
           IF WS-POS-SAIDA < 120
               ADD 1 TO WS-POS-SAIDA
               MOVE WS-VALOR(K:1) TO WS-SAIDA(WS-POS-SAIDA:1)
           ELSE
               IF WS-VALOR(K:1) NOT = SPACE
                   MOVE "S" TO WS-CORTADA
               END-IF
           END-IF.
      * J fica na posicao do ">" que fecha o marcador, ou 0
       PROCURAR-FECHO.
           MOVE 0 TO J
           PERFORM VARYING K FROM I BY 1
                   UNTIL K > 100 OR K > I + 13 OR J > 0
               IF K > I AND TM-TEXTO(L)(K:1) = ">"
                   MOVE K TO J
               END-IF
           END-PERFORM
           IF J = I + 1
               MOVE 0 TO J
           END-IF.
      ******************************************************************
      * Valor do campo WS-NOME-CAMPO no registo do extrato corrente
      * (ou de um campo fixo), sem os espacos finais: WS-VALOR-TAM e
      * o tamanho util.
      ******************************************************************
       OBTER-VALOR.
           MOVE SPACES TO WS-VALOR
           MOVE 0 TO WS-VALOR-TAM
           MOVE "N" TO WS-CAMPO-ACHADO
           EVALUATE WS-NOME-CAMPO
               WHEN "DATA"
                   MOVE WS-DATA-EDITADA TO WS-VALOR
                   SET CAMPO-ACHADO TO TRUE
               WHEN "CARTA"
                   MOVE WS-CARTA TO WS-VALOR
                   SET CAMPO-ACHADO TO TRUE
               WHEN OTHER
                   PERFORM VARYING C FROM 1 BY 1
                           UNTIL C > WS-CONT-CAMPOS OR CAMPO-ACHADO
                       IF TC-NOME(C) = WS-NOME-CAMPO
                           SET CAMPO-ACHADO TO TRUE
                           MOVE EXTRATO-REC(TC-POSICAO(C):
                               TC-TAMANHO(C)) TO WS-VALOR
                       END-IF
                   END-PERFORM
           END-EVALUATE
           PERFORM VARYING K FROM 100 BY -1
                   UNTIL K < 1 OR WS-VALOR-TAM > 0
               IF WS-VALOR(K:1) NOT = SPACE
                   MOVE K TO WS-VALOR-TAM
               END-IF
           END-PERFORM.
       GRAVAR-REGISTO.
           MOVE SPACES TO REGISTO-REC
           MOVE WS-CARTA TO REG-CARTA
           MOVE WS-IDIOMA TO REG-IDIOMA
           MOVE WS-DESTINATARIO TO REG-DESTINATARIO
           MOVE WS-DATA-NEGOCIO TO REG-DATA
           MOVE JRN-RUNID-PARM TO REG-RUNID
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF REGISTO-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF REGISTO-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF REGISTO-REC
           MOVE JRN-RUNID-PARM TO OPSTAMP-RUNID OF REGISTO-REC
           WRITE REGISTO-REC.
       LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PRM-STATUS = "35"
               CONTINUE
           ELSE
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PRM-CARTA TO WS-CARTA
                       MOVE PRM-ORIGEM TO WS-ORIGEM
                       IF PRM-IDIOMA NOT = SPACES
                           MOVE PRM-IDIOMA TO WS-IDIOMA-BASE
                       END-IF
                       MOVE PRM-CAMPO-ID TO WS-CAMPO-ID
                       MOVE PRM-CAMPO-IDIOMA TO WS-CAMPO-IDIOMA
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-CARTA = SPACES OR WS-ORIGEM = SPACES
               OR WS-CAMPO-ID = SPACES
               DISPLAY "CARTMRG: CARTPARM SEM CARTA, EXTRATO OU "
                   "CAMPO DO DESTINATARIO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       CARREGAR-CAMPOS.
           OPEN INPUT CAMPOS-FILE
           IF WS-CMP-STATUS = "35"
               DISPLAY "CARTMRG: SEM MAPA DE CAMPOS (CARTCAMP)"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CAMPOS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF CMP-ORIGEM = WS-ORIGEM
                               PERFORM GUARDAR-CAMPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPOS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-CAMPO.
           IF CMP-POSICAO NOT NUMERIC OR CMP-TAMANHO NOT NUMERIC
               OR CMP-POSICAO = 0 OR CMP-TAMANHO = 0
               OR CMP-TAMANHO > 100
               OR CMP-POSICAO + CMP-TAMANHO - 1 > 400
               DISPLAY "CARTMRG: CAMPO " CMP-CAMPO " MAL DEFINIDO "
                   "NO MAPA"
               ADD 1 TO WS-CONT-ERROS-MODELO
           ELSE
               IF WS-CONT-CAMPOS < WS-MAX-CAMPOS
                   ADD 1 TO WS-CONT-CAMPOS
                   MOVE CMP-CAMPO TO TC-NOME(WS-CONT-CAMPOS)
                   MOVE CMP-POSICAO TO TC-POSICAO(WS-CONT-CAMPOS)
                   MOVE CMP-TAMANHO TO TC-TAMANHO(WS-CONT-CAMPOS)
               ELSE
                   DISPLAY "CARTMRG: MAPA DE CAMPOS CHEIO"
                   ADD 1 TO WS-CONT-ERROS-MODELO
               END-IF
           END-IF.
      * as linhas de cada idioma saem pela ordem do ficheiro
       CARREGAR-MODELO.
           OPEN INPUT MODELO-FILE
           IF WS-MOD-STATUS = "35"
               DISPLAY "CARTMRG: SEM MODELOS DE CARTA (CARTMOD)"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ MODELO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF MOD-CARTA = WS-CARTA
                               PERFORM GUARDAR-LINHA-MODELO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MODELO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-LINHA-MODELO.
           IF WS-CONT-LINHAS < WS-MAX-LINHAS
               ADD 1 TO WS-CONT-LINHAS
               MOVE MOD-IDIOMA TO TM-IDIOMA(WS-CONT-LINHAS)
               MOVE MOD-TEXTO TO TM-TEXTO(WS-CONT-LINHAS)
               IF MOD-IDIOMA = WS-IDIOMA-BASE
                   ADD 1 TO WS-LINHAS-BASE
               END-IF
           ELSE
               DISPLAY "CARTMRG: MODELO DA CARTA " WS-CARTA
                   " COM MAIS DE " WS-MAX-LINHAS " LINHAS"
               ADD 1 TO WS-CONT-ERROS-MODELO
           END-IF.
      ******************************************************************
      * Todos os marcadores da carta tem de existir no mapa do
      * extrato (ou ser DATA/CARTA) antes de se imprimir uma so
      * carta: um campo errado recusa a execucao inteira.
      ******************************************************************
       VALIDAR-MODELO.
           IF WS-LINHAS-BASE = 0
               DISPLAY "CARTMRG: CARTA " WS-CARTA " SEM TEXTO NO "
                   "IDIOMA " WS-IDIOMA-BASE
               ADD 1 TO WS-CONT-ERROS-MODELO
           END-IF
           MOVE WS-CAMPO-ID TO WS-NOME-CAMPO
           PERFORM VALIDAR-NOME-CAMPO
           IF WS-CAMPO-IDIOMA NOT = SPACES
               MOVE WS-CAMPO-IDIOMA TO WS-NOME-CAMPO
               PERFORM VALIDAR-NOME-CAMPO
           END-IF
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-CONT-LINHAS
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 100
                   IF TM-TEXTO(L)(I:1) = "<"
                       PERFORM PROCURAR-FECHO
                       IF J = 0
                           DISPLAY "CARTMRG: MARCADOR SEM FECHO NA "
                               "LINHA " L " (" TM-IDIOMA(L) ")"
                           ADD 1 TO WS-CONT-ERROS-MODELO
                       ELSE
                           MOVE SPACES TO WS-NOME-CAMPO
                           MOVE TM-TEXTO(L)(I + 1:J - I - 1) TO
                               WS-NOME-CAMPO
                           PERFORM VALIDAR-NOME-CAMPO
                           MOVE J TO I
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-CONT-ERROS-MODELO > 0
               DISPLAY "CARTMRG: CARTA " WS-CARTA " / EXTRATO "
                   WS-ORIGEM " COM " WS-CONT-ERROS-MODELO
                   " ERRO(S) - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       VALIDAR-NOME-CAMPO.
           MOVE "N" TO WS-CAMPO-ACHADO
           IF WS-NOME-CAMPO = "DATA" OR WS-NOME-CAMPO = "CARTA"
               SET CAMPO-ACHADO TO TRUE
           END-IF
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > WS-CONT-CAMPOS OR CAMPO-ACHADO
               IF TC-NOME(C) = WS-NOME-CAMPO
                   SET CAMPO-ACHADO TO TRUE
               END-IF
           END-PERFORM
           IF NOT CAMPO-ACHADO
               DISPLAY "CARTMRG: CAMPO <" WS-NOME-CAMPO "> NAO "
                   "EXISTE NO MAPA DO EXTRATO " WS-ORIGEM
               ADD 1 TO WS-CONT-ERROS-MODELO
           END-IF.
       REGISTAR-INICIO.
           MOVE "CARTMRG" TO JRN-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO JRN-OPERADOR-PARM
           MOVE "INICIO" TO JRN-EVENTO-PARM
           MOVE 0 TO JRN-LIDOS-PARM
           MOVE 0 TO JRN-GRAVADOS-PARM
           CALL "JOBJRNL" USING JOBJRNL-PARMS.
       REGISTAR-FIM.
           MOVE "CARTMRG" TO JRN-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO JRN-OPERADOR-PARM
           MOVE "FIM" TO JRN-EVENTO-PARM
           MOVE WS-CONT-LIDOS TO JRN-LIDOS-PARM
           MOVE WS-CONT-CARTAS TO JRN-GRAVADOS-PARM
           CALL "JOBJRNL" USING JOBJRNL-PARMS.
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
           MOVE "CARTMRG" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM CARTMRG.
