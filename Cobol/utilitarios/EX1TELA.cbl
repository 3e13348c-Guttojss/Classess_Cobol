      ******************************************************************
      * EX1TELA.cbl
      * 10/15/26 - exception workbench over the disposition master
      *            (EX1EXCM), reached from OPERMENU. Dispositions were
      *            keyed into EX1DTRAN and applied overnight, so the
      *            morning meeting worked off yesterday's aging report
      *            and could not see what a colleague had already
      *            dispositioned an hour before. Three options:
      *              1=listar   - the open exceptions (A=ABERTO,
      *                           I=EM INVESTIGACAO) read fresh off
      *                           the master, filtered by site, type
      *                           and minimum age in days on the
      *                           business date (blank/0 = all), each
      *                           numbered for the other two options
      *              2=detalhe  - one listed exception: its reading
      *                           (value, position, reference, and
      *                           the EX1IN record with company and
      *                           instrument while that intake is
      *                           still the current one), the site
      *                           (SITEMST) and its live EX1PARM
      *                           limits, and the site's latest
      *                           nights on the EX1STATH statistics
      *              3=dispor   - C=ACEITE, I=EM INVESTIGACAO or
      *                           R=RESOLVIDO with a note, shown back
      *                           and applied only when confirmed
      *            The disposition is applied straight to EX1EXCM
      *            under the EX1EXCM lock (LOCKMGR), held only while
      *            the master is re-read and rewritten, never while
      *            the operator types; an exception that changed
      *            since it was listed is refused. The record is
      *            stamped as EX1DISP stamps a disposition -- the
      *            operator id OPERMENU validated and the moment it
      *            was applied -- and every action APPENDS a journal
      *            entry (EX1TLOG: reference, site, position, date,
      *            status before and after, note, OPSTAMP).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX1TELA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "EX1EXCM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT SITEMST-FILE ASSIGN TO "SITEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITEMST-STATUS.
           SELECT PARM-FILE ASSIGN TO "EX1PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT LEITURAS-FILE ASSIGN TO "EX1IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEI-STATUS.
           SELECT ESTATISTICAS-FILE ASSIGN TO "EX1STATH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "EX1TLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-REC.
           05  MST-SITE             PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  MST-POSICAO          PIC 9(4).
           05  FILLER               PIC X VALUE SPACE.
           05  MST-NUM              PIC X(5).
           05  FILLER               PIC X VALUE SPACE.
           05  MST-TIPO             PIC X(5).
           05  FILLER               PIC X VALUE SPACE.
           05  MST-DATA-EXCECAO     PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  MST-STATUS           PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  MST-NOTA             PIC X(20).
           COPY "OPSTAMP.cpy".
           05  FILLER               PIC X VALUE SPACE.
           05  MST-REF              PIC X(13).
       FD  SITEMST-FILE.
       01  SITEMST-REC.
           05  SIT-CODIGO           PIC X(3).
           05  FILLER               PIC X.
           05  SIT-NOME             PIC X(20).
           05  FILLER               PIC X.
           05  SIT-REGIAO           PIC X(10).
           05  FILLER               PIC X.
           05  SIT-CONTACTO         PIC X(20).
           05  FILLER               PIC X.
           05  SIT-ATIVO            PIC X.
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-SITE            PIC X(3).
           05  FILLER               PIC X.
           05  PARM-LIMITE-BAIXO    PIC 99.
           05  PARM-LIMITE-ALTO     PIC 99.
       FD  LEITURAS-FILE.
       01  LEITURAS-REC.
           05  LEITURAS-EMPRESA     PIC XX.
           05  FILLER               PIC X.
           05  LEITURAS-SITE        PIC X(3).
           05  FILLER               PIC X.
           05  LEITURAS-NUM         PIC X(5).
           05  FILLER               PIC X(4).
           05  LEITURAS-REF         PIC X(13).
           05  FILLER               PIC X.
           05  LEITURAS-INSTRUMENTO PIC X(6).
       FD  ESTATISTICAS-FILE.
       01  ESTATISTICAS-REC.
           05  EST-DATA             PIC 9(8).
           05  FILLER               PIC X.
           05  EST-SITE             PIC X(3).
           05  FILLER               PIC X.
           05  EST-CONT             PIC 9(5).
           05  FILLER               PIC X.
           05  EST-MINIMO           PIC S9(5)
               SIGN LEADING SEPARATE.
           05  FILLER               PIC X.
           05  EST-MAXIMO           PIC S9(5)
               SIGN LEADING SEPARATE.
           05  FILLER               PIC X.
           05  EST-MEDIA            PIC S9(5)
               SIGN LEADING SEPARATE.
       FD  JORNAL-FILE.
       01  JORNAL-REC.
           05  JORNAL-REF           PIC X(13).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-SITE          PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-POSICAO       PIC 9(4).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-DATA-EXCECAO  PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-STATUS-ANTES  PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-STATUS-DEPOIS PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-NOTA          PIC X(20).
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-MST-STATUS PIC XX VALUE SPACES.
       77 WS-SITEMST-STATUS PIC XX VALUE SPACES.
       77 WS-PRM-STATUS PIC XX VALUE SPACES.
       77 WS-LEI-STATUS PIC XX VALUE SPACES.
       77 WS-EST-STATUS PIC XX VALUE SPACES.
       77 WS-JRN-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-OPCAO PIC 9.
       77 WS-CONTINUAR PIC X VALUE "S".
           88 CONTINUAR-SESSAO VALUE "S".
       77 WS-RESPOSTA PIC X.
       77 WS-ACHADO PIC X.
       77 WS-MASTER-CHEIO PIC X VALUE "N".
           88 MASTER-CHEIO VALUE "S".
       77 WS-FILTRO-SITE PIC X(3).
       77 WS-FILTRO-TIPO PIC X(5).
       77 WS-FILTRO-IDADE PIC 999.
       77 WS-NUMERO-PEDIDO PIC 999.
       77 WS-DIAS-ABERTA PIC S9(6).
       77 WS-DIAS-EDITADO PIC ZZZ9.
       77 WS-NOVO-STATUS PIC X.
       77 WS-NOVA-NOTA PIC X(20).
       77 WS-STATUS-ANTES PIC X.
       77 WS-MAX-EXCECOES PIC 999 VALUE 200.
       77 WS-CONT-MASTER PIC 999 VALUE 0.
       77 WS-CONT-LISTA PIC 999 VALUE 0.
       77 WS-MAX-NOITES PIC 9 VALUE 5.
       77 WS-CONT-NOITES PIC 9 VALUE 0.
       77 I PIC 999.
       77 J PIC 999.
       77 N PIC 9.
      * a excecao tal como foi mostrada ao operador; sob o lock o
      * master e relido e a excecao tem de continuar igual
       01 WS-EXCECAO-LIDA PIC X(129).
       01 TABELA-MASTER.
           03 MST-LINHA OCCURS 200 TIMES.
               05  TAB-REGISTO      PIC X(129).
       01 TABELA-LISTA.
           03 LST-INDICE PIC 999 OCCURS 200 TIMES.
       01 TABELA-NOITES.
           03 NOITE-LINHA OCCURS 5 TIMES.
               05  TN-REGISTO       PIC X(46).
       01 LINHA-LISTA.
           05  LL-NUMERO            PIC ZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LL-SITE              PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  LL-TIPO              PIC X(5).
           05  FILLER               PIC X VALUE SPACE.
           05  LL-DATA              PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LL-DIAS              PIC ZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LL-STATUS            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LL-VALOR             PIC X(5).
           05  FILLER               PIC X VALUE SPACE.
           05  LL-REF               PIC X(13).
           05  FILLER               PIC X VALUE SPACE.
           05  LL-NOTA              PIC X(20).
           COPY "LOCKMGR-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
       01 TELA-OPERADOR PIC X(8).
       PROCEDURE DIVISION USING TELA-OPERADOR.
       MAIN-PROCEDURE.
           MOVE TELA-OPERADOR TO WS-OPERADOR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           CALL "BUSDATE" USING BUSDATE-PARMS
           IF BUS-DATA-PARM = 0
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-DATA-NEGOCIO
           ELSE
               MOVE BUS-DATA-PARM TO WS-DATA-NEGOCIO
           END-IF
           PERFORM UNTIL NOT CONTINUAR-SESSAO
               DISPLAY "EXCECOES: 1=LISTAR 2=DETALHE "
                   "3=DISPOR 9=SAIR ? "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-EXCECOES
                   WHEN 2
                       PERFORM MOSTRAR-DETALHE
                   WHEN 3
                       PERFORM DISPOR-EXCECAO
                   WHEN 9
                       MOVE "N" TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM
           GOBACK.
      ******************************************************************
      * Lista das excecoes em aberto (A ou I), lidas de novo do master
      * a cada listagem para mostrar o que um colega ja dispos.
      ******************************************************************
       LISTAR-EXCECOES.
           DISPLAY "SITE (VAZIO=TODOS) ? "
           MOVE SPACES TO WS-FILTRO-SITE
           ACCEPT WS-FILTRO-SITE
           INSPECT WS-FILTRO-SITE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "TIPO (ALTO/BAIXO/SITE/CALIB, VAZIO=TODOS) ? "
           MOVE SPACES TO WS-FILTRO-TIPO
           ACCEPT WS-FILTRO-TIPO
           INSPECT WS-FILTRO-TIPO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "IDADE MINIMA EM DIAS (0=TODAS) ? "
           MOVE 0 TO WS-FILTRO-IDADE
           ACCEPT WS-FILTRO-IDADE
           PERFORM CARREGAR-MASTER
           MOVE 0 TO WS-CONT-LISTA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-MASTER
               MOVE TAB-REGISTO(I) TO MASTER-REC
               IF MST-STATUS = "A" OR MST-STATUS = "I"
                   PERFORM CALCULAR-IDADE
                   IF (WS-FILTRO-SITE = SPACES
                           OR MST-SITE = WS-FILTRO-SITE)
                       AND (WS-FILTRO-TIPO = SPACES
                           OR MST-TIPO = WS-FILTRO-TIPO)
                       AND WS-DIAS-ABERTA >= WS-FILTRO-IDADE
                       ADD 1 TO WS-CONT-LISTA
                       MOVE I TO LST-INDICE(WS-CONT-LISTA)
                       PERFORM MOSTRAR-LINHA-LISTA
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY WS-CONT-LISTA " EXCECAO(OES) EM ABERTO LISTADA(S)".
       MOSTRAR-LINHA-LISTA.
           MOVE WS-CONT-LISTA TO LL-NUMERO
           MOVE MST-SITE TO LL-SITE
           MOVE MST-TIPO TO LL-TIPO
           MOVE MST-DATA-EXCECAO TO LL-DATA
           MOVE WS-DIAS-ABERTA TO LL-DIAS
           MOVE MST-STATUS TO LL-STATUS
           MOVE MST-NUM TO LL-VALOR
           MOVE MST-REF TO LL-REF
           MOVE MST-NOTA TO LL-NOTA
           DISPLAY LINHA-LISTA.
       CALCULAR-IDADE.
           MOVE 0 TO WS-DIAS-ABERTA
           IF MST-DATA-EXCECAO NUMERIC AND MST-DATA-EXCECAO > 0
               COMPUTE WS-DIAS-ABERTA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                   - FUNCTION INTEGER-OF-DATE(MST-DATA-EXCECAO)
           END-IF
           IF WS-DIAS-ABERTA < 0
               MOVE 0 TO WS-DIAS-ABERTA
           END-IF.
      ******************************************************************
      * Numero da ultima listagem; deixa a excecao em MASTER-REC e o
      * seu indice na tabela em J (0 = nao escolhida).
      ******************************************************************
       ESCOLHER-EXCECAO.
           MOVE 0 TO J
           IF WS-CONT-LISTA = 0
               DISPLAY "LISTE AS EXCECOES PRIMEIRO (OPCAO 1)"
           ELSE
               DISPLAY "NUMERO NA LISTA ? "
               MOVE 0 TO WS-NUMERO-PEDIDO
               ACCEPT WS-NUMERO-PEDIDO
               IF WS-NUMERO-PEDIDO < 1
                   OR WS-NUMERO-PEDIDO > WS-CONT-LISTA
                   DISPLAY "NUMERO FORA DA LISTA"
               ELSE
                   MOVE LST-INDICE(WS-NUMERO-PEDIDO) TO J
                   MOVE TAB-REGISTO(J) TO MASTER-REC
               END-IF
           END-IF.
       MOSTRAR-EXCECAO.
           PERFORM CALCULAR-IDADE
           MOVE WS-DIAS-ABERTA TO WS-DIAS-EDITADO
           DISPLAY "  EXCECAO " MST-REF " SITE " MST-SITE
               " TIPO " MST-TIPO " VALOR " MST-NUM
           DISPLAY "  POSICAO " MST-POSICAO " DATA "
               MST-DATA-EXCECAO " ABERTA HA " WS-DIAS-EDITADO
               " DIA(S) STATUS " MST-STATUS
           DISPLAY "  NOTA " MST-NOTA " POR "
               OPSTAMP-OPERADOR OF MASTER-REC " EM "
               OPSTAMP-TIMESTAMP OF MASTER-REC(1:14).
       MOSTRAR-DETALHE.
           PERFORM ESCOLHER-EXCECAO
           IF J > 0
               PERFORM MOSTRAR-EXCECAO
               PERFORM MOSTRAR-LEITURA
               PERFORM MOSTRAR-SITE
               PERFORM MOSTRAR-LIMITES
               PERFORM MOSTRAR-ESTATISTICAS
           END-IF.
      ******************************************************************
      * A leitura no EX1IN pela referencia INTSPLIT; o EX1IN e o da
      * ultima noite, por isso uma excecao antiga ja nao a encontra.
      ******************************************************************
       MOSTRAR-LEITURA.
           MOVE "N" TO WS-ACHADO
           IF MST-REF NOT = SPACES
               MOVE "N" TO WS-EOF
               OPEN INPUT LEITURAS-FILE
               IF WS-LEI-STATUS = "00"
                   PERFORM UNTIL FIM-FICHEIRO
                       READ LEITURAS-FILE
                           AT END SET FIM-FICHEIRO TO TRUE
                           NOT AT END
                               IF LEITURAS-REF = MST-REF
                                   MOVE "S" TO WS-ACHADO
                                   SET FIM-FICHEIRO TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LEITURAS-FILE
               END-IF
               MOVE "N" TO WS-EOF
           END-IF
           IF WS-ACHADO = "S"
               DISPLAY "  LEITURA EMPRESA " LEITURAS-EMPRESA
                   " SITE " LEITURAS-SITE " VALOR " LEITURAS-NUM
                   " INSTRUMENTO " LEITURAS-INSTRUMENTO
           ELSE
               DISPLAY "  LEITURA FORA DO EX1IN CORRENTE - VALOR "
                   MST-NUM " NA POSICAO " MST-POSICAO
           END-IF.
       MOSTRAR-SITE.
           MOVE "N" TO WS-ACHADO
           MOVE "N" TO WS-EOF
           OPEN INPUT SITEMST-FILE
           IF WS-SITEMST-STATUS = "00"
               PERFORM UNTIL FIM-FICHEIRO
                   READ SITEMST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF SIT-CODIGO = MST-SITE
                               MOVE "S" TO WS-ACHADO
                               SET FIM-FICHEIRO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITEMST-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-ACHADO = "S"
               DISPLAY "  SITE " SIT-NOME " REGIAO " SIT-REGIAO
                   " CONTACTO " SIT-CONTACTO " ATIVO " SIT-ATIVO
           ELSE
               DISPLAY "  SITE FORA DO MASTER DE SITES"
           END-IF.
       MOSTRAR-LIMITES.
           MOVE "N" TO WS-ACHADO
           MOVE "N" TO WS-EOF
           OPEN INPUT PARM-FILE
           IF WS-PRM-STATUS = "00"
               PERFORM UNTIL FIM-FICHEIRO
                   READ PARM-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF PARM-SITE = MST-SITE
                               MOVE "S" TO WS-ACHADO
                               SET FIM-FICHEIRO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-ACHADO = "S"
               DISPLAY "  LIMITES EX1PARM BAIXO " PARM-LIMITE-BAIXO
                   " ALTO " PARM-LIMITE-ALTO
           ELSE
               DISPLAY "  SITE SEM LIMITES NO EX1PARM"
           END-IF.
      ******************************************************************
      * As ultimas noites do site no EX1STATH (o ficheiro cresce por
      * ordem de data; guardam-se as ultimas WS-MAX-NOITES).
      ******************************************************************
       MOSTRAR-ESTATISTICAS.
           MOVE 0 TO WS-CONT-NOITES
           MOVE "N" TO WS-EOF
           OPEN INPUT ESTATISTICAS-FILE
           IF WS-EST-STATUS = "00"
               PERFORM UNTIL FIM-FICHEIRO
                   READ ESTATISTICAS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF EST-SITE = MST-SITE
                               PERFORM GUARDAR-NOITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTATISTICAS-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-CONT-NOITES = 0
               DISPLAY "  SEM ESTATISTICAS DO SITE NO EX1STATH"
           ELSE
               DISPLAY "  ULTIMAS NOITES: DATA     LEITURAS MINIMO "
                   "MAXIMO MEDIA"
               PERFORM VARYING N FROM 1 BY 1
                       UNTIL N > WS-CONT-NOITES
                   MOVE TN-REGISTO(N) TO ESTATISTICAS-REC
                   DISPLAY "                 " EST-DATA " "
                       EST-CONT "    " EST-MINIMO " " EST-MAXIMO
                       " " EST-MEDIA
               END-PERFORM
           END-IF.
       GUARDAR-NOITE.
           IF WS-CONT-NOITES < WS-MAX-NOITES
               ADD 1 TO WS-CONT-NOITES
           ELSE
               PERFORM VARYING N FROM 1 BY 1
                       UNTIL N >= WS-MAX-NOITES
                   MOVE TN-REGISTO(N + 1) TO TN-REGISTO(N)
               END-PERFORM
           END-IF
           MOVE ESTATISTICAS-REC TO TN-REGISTO(WS-CONT-NOITES).
       DISPOR-EXCECAO.
           PERFORM ESCOLHER-EXCECAO
           IF J > 0
               PERFORM MOSTRAR-EXCECAO
               MOVE MASTER-REC TO WS-EXCECAO-LIDA
               DISPLAY "DISPOSICAO (C=ACEITE I=EM INVESTIGACAO "
                   "R=RESOLVIDO) ? "
               MOVE SPACE TO WS-NOVO-STATUS
               ACCEPT WS-NOVO-STATUS
               INSPECT WS-NOVO-STATUS CONVERTING "cir" TO "CIR"
               IF WS-NOVO-STATUS NOT = "C"
                   AND WS-NOVO-STATUS NOT = "I"
                   AND WS-NOVO-STATUS NOT = "R"
                   DISPLAY "DISPOSICAO INVALIDA"
               ELSE
                   DISPLAY "NOTA ? "
                   MOVE SPACES TO WS-NOVA-NOTA
                   ACCEPT WS-NOVA-NOTA
                   IF WS-NOVA-NOTA = SPACES
                       DISPLAY "A NOTA E OBRIGATORIA"
                   ELSE
                       DISPLAY "A GRAVAR: " MST-REF " " MST-STATUS
                           " -> " WS-NOVO-STATUS " " WS-NOVA-NOTA
                       DISPLAY "CONFIRMA (S/N) ? "
                       MOVE SPACE TO WS-RESPOSTA
                       ACCEPT WS-RESPOSTA
                       IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
                           PERFORM APLICAR-DISPOSICAO
                       ELSE
                           DISPLAY "DISPOSICAO ABANDONADA"
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * O lock EX1EXCM e pedido so para reler e regravar o master e
      * devolvido em todos os caminhos: o LOCKMGR nunca quebra locks
      * por conta propria e um lock orfao recusaria o EX1DISP.
      ******************************************************************
       APLICAR-DISPOSICAO.
           MOVE "EX1EXCM" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "MASTER EM USO POR OUTRO PROCESSO - "
                   "TENTE MAIS TARDE"
           ELSE
               PERFORM CARREGAR-MASTER
               PERFORM PROCURAR-EXCECAO-LIDA
               EVALUATE TRUE
                   WHEN MASTER-CHEIO
                       DISPLAY "MASTER DE EXCECOES CHEIO - "
                           "DISPOSICAO RECUSADA"
                   WHEN J = 0
                       DISPLAY "EXCECAO JA NAO ESTA NO MASTER - "
                           "LISTE DE NOVO"
                   WHEN TAB-REGISTO(J) NOT = WS-EXCECAO-LIDA
                       DISPLAY "EXCECAO ALTERADA ENTRETANTO POR "
                           "OUTRO PROCESSO - LISTE DE NOVO"
                   WHEN OTHER
                       PERFORM GRAVAR-DISPOSICAO
               END-EVALUATE
               MOVE "L" TO LCK-FUNCAO-PARM
               CALL "LOCKMGR" USING LOCKMGR-PARMS
           END-IF
           MOVE 0 TO WS-CONT-LISTA.
      ******************************************************************
      * Identidade como no EX1DISP: a referencia; sem ela o trio
      * site/posicao/data.
      ******************************************************************
       PROCURAR-EXCECAO-LIDA.
           MOVE WS-EXCECAO-LIDA TO MASTER-REC
           MOVE MST-REF TO JORNAL-REF
           MOVE MST-SITE TO JORNAL-SITE
           MOVE MST-POSICAO TO JORNAL-POSICAO
           MOVE MST-DATA-EXCECAO TO JORNAL-DATA-EXCECAO
           MOVE 0 TO J
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-MASTER
               MOVE TAB-REGISTO(I) TO MASTER-REC
               IF JORNAL-REF NOT = SPACES
                   AND MST-REF = JORNAL-REF
                   MOVE I TO J
                   MOVE WS-CONT-MASTER TO I
               ELSE
                   IF JORNAL-REF = SPACES
                       AND MST-SITE = JORNAL-SITE
                       AND MST-POSICAO = JORNAL-POSICAO
                       AND MST-DATA-EXCECAO = JORNAL-DATA-EXCECAO
                       MOVE I TO J
                       MOVE WS-CONT-MASTER TO I
                   END-IF
               END-IF
           END-PERFORM.
       GRAVAR-DISPOSICAO.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE TAB-REGISTO(J) TO MASTER-REC
           MOVE MST-STATUS TO WS-STATUS-ANTES
           MOVE WS-NOVO-STATUS TO MST-STATUS
           MOVE WS-NOVA-NOTA TO MST-NOTA
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF MASTER-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF MASTER-REC
           MOVE MASTER-REC TO TAB-REGISTO(J)
           OPEN OUTPUT MASTER-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-MASTER
               WRITE MASTER-REC FROM TAB-REGISTO(I)
           END-PERFORM
           CLOSE MASTER-FILE
           MOVE TAB-REGISTO(J) TO MASTER-REC
           PERFORM GRAVAR-JORNAL
           DISPLAY "EXCECAO " JORNAL-REF " DISPOSTA: "
               WS-STATUS-ANTES " -> " WS-NOVO-STATUS.
       GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO JORNAL-REC
           MOVE MST-REF TO JORNAL-REF
           MOVE MST-SITE TO JORNAL-SITE
           MOVE MST-POSICAO TO JORNAL-POSICAO
           MOVE MST-DATA-EXCECAO TO JORNAL-DATA-EXCECAO
           MOVE WS-STATUS-ANTES TO JORNAL-STATUS-ANTES
           MOVE WS-NOVO-STATUS TO JORNAL-STATUS-DEPOIS
           MOVE WS-NOVA-NOTA TO JORNAL-NOTA
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF JORNAL-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF JORNAL-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF JORNAL-REC
           WRITE JORNAL-REC
           CLOSE JORNAL-FILE.
       CARREGAR-MASTER.
           MOVE 0 TO WS-CONT-MASTER
           MOVE "N" TO WS-MASTER-CHEIO
           MOVE "N" TO WS-EOF
           OPEN INPUT MASTER-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "MASTER DE EXCECOES INDISPONIVEL - STATUS "
                   WS-MST-STATUS
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ MASTER-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-MASTER < WS-MAX-EXCECOES
                               ADD 1 TO WS-CONT-MASTER
                               MOVE MASTER-REC TO
                                   TAB-REGISTO(WS-CONT-MASTER)
                           ELSE
                               SET MASTER-CHEIO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       END PROGRAM EX1TELA.
