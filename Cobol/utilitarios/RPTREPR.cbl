      ******************************************************************
      * RPTREPR.cbl
      * 10/15/26 - report archive retrieval and reprint, reached from
      *            OPERMENU. Two options over the report archive RPTARQ
      *            keeps (index RPTARQIX, lines RPTARQF, expired
      *            editions on the RPTARQH history generations, which
      *            the JCL concatenates oldest-first as AUDQUERY's
      *            AUDARCH):
      *              1=listar     - the archived editions of one report
      *                             id between two business dates
      *                             (blank = open ended), numbered for
      *                             option 2, one line per audience the
      *                             edition was bundled to
      *              2=reimprimir - one listed edition, written line for
      *                             line as it was produced to RPTREIMP;
      *                             an edition found short of the lines
      *                             its index line counts is written and
      *                             flagged. Every reprint is journalled
      *                             on RPTRELOG with the operator id
      *                             OPERMENU validated.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTREPR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDICE-FILE ASSIGN TO "RPTARQIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.
           SELECT ARQUIVO-FILE ASSIGN TO "RPTARQF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "RPTARQH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT REIMPRESSAO-FILE ASSIGN TO "RPTREIMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN TO "RPTRELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INDICE-FILE.
           COPY "RPTARQIX.cpy".
       FD  ARQUIVO-FILE.
           COPY "RPTARQ.cpy".
       FD  HISTORIA-FILE.
       01  HISTORIA-REC             PIC X(166).
       FD  REIMPRESSAO-FILE.
       01  REIMPRESSAO-REC          PIC X(120).
       FD  JORNAL-FILE.
       01  JORNAL-REC.
           05  JRL-TIMESTAMP        PIC X(21).
           05  FILLER               PIC X.
           05  JRL-OPERADOR         PIC X(8).
           05  FILLER               PIC X.
           05  JRL-RELATORIO        PIC X(8).
           05  FILLER               PIC X.
           05  JRL-DATA             PIC 9(8).
           05  FILLER               PIC X.
           05  JRL-RUNID            PIC X(19).
           05  FILLER               PIC X.
           05  JRL-LINHAS           PIC 9(7).
           05  FILLER               PIC X.
           05  JRL-ESTADO           PIC X(8).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-IDX-STATUS PIC XX VALUE SPACES.
       77 WS-ARQ-STATUS PIC XX VALUE SPACES.
       77 WS-JRN-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-OPCAO PIC 9.
       77 WS-CONTINUAR PIC X VALUE "S".
           88 CONTINUAR-SESSAO VALUE "S".
       77 WS-RELATORIO PIC X(8).
       77 WS-DATA-PEDIDA PIC X(8).
       77 WS-DATA-VALIDA PIC X.
       77 WS-DATA-NUM PIC 9(8).
       77 WS-DATA-INICIO PIC 9(8).
       77 WS-DATA-FIM PIC 9(8).
       77 WS-NUMERO-PEDIDO PIC 9(4).
       77 WS-LINHAS-ESCRITAS PIC 9(7).
       77 WS-ESTADO PIC X(8).
       77 WS-MAX-LISTA PIC 9(4) VALUE 200.
       77 WS-CONT-LISTA PIC 9(4) VALUE 0.
       77 WS-LISTA-CHEIA PIC X.
       77 I PIC 9(4).
       01 TABELA-LISTA.
           03 LISTA-LINHA OCCURS 200 TIMES.
               05  LST-REGISTO      PIC X(68).
       01 LINHA-LISTA.
           05  LL-NUMERO            PIC ZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LL-DATA              PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LL-RUNID             PIC X(19).
           05  FILLER               PIC X VALUE SPACE.
           05  LL-AUDIENCIA         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LL-PAGINAS           PIC ZZZ9.
           05  FILLER               PIC X(4) VALUE " PAG".
           05  FILLER               PIC X VALUE SPACE.
           05  LL-LINHAS            PIC ZZZZZZ9.
           05  FILLER               PIC X(4) VALUE " LIN".
           05  FILLER               PIC X VALUE SPACE.
           05  LL-LOCAL             PIC X(9).
       LINKAGE SECTION.
       01 TELA-OPERADOR PIC X(8).
       PROCEDURE DIVISION USING TELA-OPERADOR.
       MAIN-PROCEDURE.
           MOVE TELA-OPERADOR TO WS-OPERADOR-ID
           PERFORM UNTIL NOT CONTINUAR-SESSAO
               DISPLAY "ARQUIVO DE RELATORIOS: 1=LISTAR 2=REIMPRIMIR "
                   "9=SAIR ? "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-EDICOES
                   WHEN 2
                       PERFORM REIMPRIMIR-EDICAO
                   WHEN 9
                       MOVE "N" TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM
           GOBACK.
      ******************************************************************
      * Data pedida ao operador: vazio deixa o intervalo em aberto
      * (WS-DATA-PEDIDA a espacos); WS-DATA-VALIDA a "S" quando serve.
      ******************************************************************
       PEDIR-DATA.
           MOVE SPACES TO WS-DATA-PEDIDA
           ACCEPT WS-DATA-PEDIDA
           MOVE "S" TO WS-DATA-VALIDA
           IF WS-DATA-PEDIDA NOT = SPACES
               IF WS-DATA-PEDIDA NOT NUMERIC
                   MOVE "N" TO WS-DATA-VALIDA
               ELSE
                   MOVE WS-DATA-PEDIDA TO WS-DATA-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-NUM)
                       NOT = 0
                       MOVE "N" TO WS-DATA-VALIDA
                   END-IF
               END-IF
           END-IF
           IF WS-DATA-VALIDA = "N"
               DISPLAY "DATA INVALIDA"
           END-IF.
       LISTAR-EDICOES.
           MOVE 0 TO WS-CONT-LISTA
           DISPLAY "RELATORIO ? "
           MOVE SPACES TO WS-RELATORIO
           ACCEPT WS-RELATORIO
           INSPECT WS-RELATORIO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "DESDE AAAAMMDD (VAZIO=SEM LIMITE) ? "
           PERFORM PEDIR-DATA
           IF WS-DATA-VALIDA = "S"
               IF WS-DATA-PEDIDA = SPACES
                   MOVE 0 TO WS-DATA-INICIO
               ELSE
                   MOVE WS-DATA-NUM TO WS-DATA-INICIO
               END-IF
               DISPLAY "ATE AAAAMMDD (VAZIO=SEM LIMITE) ? "
               PERFORM PEDIR-DATA
           END-IF
           IF WS-DATA-VALIDA = "S"
               IF WS-DATA-PEDIDA = SPACES
                   MOVE 99999999 TO WS-DATA-FIM
               ELSE
                   MOVE WS-DATA-NUM TO WS-DATA-FIM
               END-IF
               PERFORM CARREGAR-LISTA
           END-IF.
       CARREGAR-LISTA.
           MOVE "N" TO WS-LISTA-CHEIA
           MOVE "N" TO WS-EOF
           OPEN INPUT INDICE-FILE
           IF WS-IDX-STATUS = "35"
               DISPLAY "INDICE DO ARQUIVO AUSENTE"
           ELSE
               DISPLAY "EDICOES DE " WS-RELATORIO
                   " (LOCAL ARQUIVO=VIVO, HISTORIA=GERACAO RPTARQH)"
               PERFORM UNTIL FIM-FICHEIRO
                   READ INDICE-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF RIX-RELATORIO = WS-RELATORIO
                               AND RIX-DATA >= WS-DATA-INICIO
                               AND RIX-DATA <= WS-DATA-FIM
                               PERFORM GUARDAR-NA-LISTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDICE-FILE
               IF WS-LISTA-CHEIA = "S"
                   DISPLAY "MAIS DE " WS-MAX-LISTA " EDICOES - "
                       "ESTREITE AS DATAS"
               END-IF
               DISPLAY WS-CONT-LISTA " EDICAO(OES)"
           END-IF.
       GUARDAR-NA-LISTA.
           IF WS-CONT-LISTA < WS-MAX-LISTA
               ADD 1 TO WS-CONT-LISTA
               MOVE RPTARQIX-REC TO LST-REGISTO(WS-CONT-LISTA)
               MOVE WS-CONT-LISTA TO LL-NUMERO
               MOVE RIX-DATA TO LL-DATA
               MOVE RIX-RUNID TO LL-RUNID
               MOVE RIX-AUDIENCIA TO LL-AUDIENCIA
               MOVE RIX-PAGINAS TO LL-PAGINAS
               MOVE RIX-LINHAS TO LL-LINHAS
               IF RIX-LOCAL = "RPTARQH"
                   MOVE "HISTORIA" TO LL-LOCAL
               ELSE
                   MOVE "ARQUIVO" TO LL-LOCAL
               END-IF
               DISPLAY LINHA-LISTA
           ELSE
               MOVE "S" TO WS-LISTA-CHEIA
           END-IF.
      ******************************************************************
      * Numero da ultima listagem; as linhas da edicao saem pela ordem
      * em que foram arquivadas, do arquivo vivo ou da historia.
      ******************************************************************
       REIMPRIMIR-EDICAO.
           IF WS-CONT-LISTA = 0
               DISPLAY "LISTE AS EDICOES PRIMEIRO (OPCAO 1)"
           ELSE
               DISPLAY "NUMERO NA LISTA ? "
               MOVE 0 TO WS-NUMERO-PEDIDO
               ACCEPT WS-NUMERO-PEDIDO
               IF WS-NUMERO-PEDIDO < 1
                   OR WS-NUMERO-PEDIDO > WS-CONT-LISTA
                   DISPLAY "NUMERO FORA DA LISTA"
               ELSE
                   MOVE LST-REGISTO(WS-NUMERO-PEDIDO) TO RPTARQIX-REC
                   PERFORM COPIAR-EDICAO
                   PERFORM GRAVAR-JORNAL
               END-IF
           END-IF.
       COPIAR-EDICAO.
           MOVE 0 TO WS-LINHAS-ESCRITAS
           MOVE "OK" TO WS-ESTADO
           MOVE "N" TO WS-EOF
           IF RIX-LOCAL = "RPTARQH"
               OPEN INPUT HISTORIA-FILE
           ELSE
               OPEN INPUT ARQUIVO-FILE
           END-IF
           IF WS-ARQ-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
               DISPLAY "ARQUIVO " RIX-LOCAL " NAO DISPONIVEL - "
                   "NADA REIMPRESSO"
           ELSE
               OPEN OUTPUT REIMPRESSAO-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   IF RIX-LOCAL = "RPTARQH"
                       READ HISTORIA-FILE INTO RPTARQ-REC
                           AT END SET FIM-FICHEIRO TO TRUE
                           NOT AT END PERFORM REIMPRIMIR-LINHA
                       END-READ
                   ELSE
                       READ ARQUIVO-FILE
                           AT END SET FIM-FICHEIRO TO TRUE
                           NOT AT END PERFORM REIMPRIMIR-LINHA
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE REIMPRESSAO-FILE
               IF RIX-LOCAL = "RPTARQH"
                   CLOSE HISTORIA-FILE
               ELSE
                   CLOSE ARQUIVO-FILE
               END-IF
               IF WS-LINHAS-ESCRITAS NOT = RIX-LINHAS
                   MOVE "INCOMPL" TO WS-ESTADO
                   DISPLAY "ATENCAO: " WS-LINHAS-ESCRITAS " DE "
                       RIX-LINHAS " LINHA(S) ENCONTRADAS NO ARQUIVO"
               END-IF
               DISPLAY RIX-RELATORIO " DE " RIX-DATA " REIMPRESSO - "
                   WS-LINHAS-ESCRITAS " LINHA(S) EM RPTREIMP"
           END-IF.
       REIMPRIMIR-LINHA.
           IF RAQ-RUNID = RIX-RUNID
               AND RAQ-RELATORIO = RIX-RELATORIO
               ADD 1 TO WS-LINHAS-ESCRITAS
               WRITE REIMPRESSAO-REC FROM RAQ-CONTEUDO
           END-IF.
       GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO JORNAL-REC
           MOVE FUNCTION CURRENT-DATE TO JRL-TIMESTAMP
           MOVE WS-OPERADOR-ID TO JRL-OPERADOR
           MOVE RIX-RELATORIO TO JRL-RELATORIO
           MOVE RIX-DATA TO JRL-DATA
           MOVE RIX-RUNID TO JRL-RUNID
           MOVE WS-LINHAS-ESCRITAS TO JRL-LINHAS
           MOVE WS-ESTADO TO JRL-ESTADO
           WRITE JORNAL-REC
           CLOSE JORNAL-FILE.
       END PROGRAM RPTREPR.
