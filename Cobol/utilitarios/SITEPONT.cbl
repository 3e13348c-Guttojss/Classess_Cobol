      ******************************************************************
      * SITEPONT.cbl
      * 10/15/26 - site transmission timeliness scorecard. Late
      *            transmissions were handled one night at a time by
      *            a supplemental pass and nobody could say which
      *            sites were chronically late. INTMANIF logs every
      *            manifest block on SITECHEG with its arrival time
      *            against the site's intake cutoff (SIT-HORA-CORTE
      *            on the site master); this month-end step reads the
      *            business month off that log and scores each site
      *            night by night:
      *              PONTUAL   - the block reached the base run by the
      *                          cutoff
      *              ATRASADO  - it reached the base run after the
      *                          cutoff, or only came in through a
      *                          supplemental pass (the minutes late
      *                          are averaged over these nights)
      *              FALTA     - the site sent nothing that night
      *            A night the site's region was on holiday (N) is
      *            counted apart and scores neither way. Each
      *            supplemental-pass block is also counted as a pass
      *            the site caused. The month's figures per site are
      *            written into the history file (PONTHIST, keyed
      *            month + site, with the region) -- a rerun
      *            replaces the month's rows instead of adding to
      *            them -- and the report (PRNTFMT, grouped by
      *            region) shows each site's month next to the prior
      *            month's on-time rate with the trend (MELHORA /
      *            PIORA / IGUAL, NOVO with no prior month), so the
      *            regional managers can see whether a site is
      *            improving. A full history table fails with
      *            RETURN-CODE 8 and leaves PONTHIST untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITEPONT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITEMST-FILE ASSIGN TO "SITEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITEMST-STATUS.
           SELECT CHEGADAS-FILE ASSIGN TO "SITECHEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHEG-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "PONTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
           05  FILLER               PIC X.
           05  SIT-HORA-CORTE       PIC X(4).
       FD  CHEGADAS-FILE.
           COPY "SITECHEG.cpy".
       FD  HISTORIA-FILE.
       01  HISTORIA-REC.
           05  HST-MES              PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  HST-SITE             PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  HST-REGIAO           PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  HST-PONTUAIS         PIC 999.
           05  FILLER               PIC X VALUE SPACE.
           05  HST-ATRASADOS        PIC 999.
           05  FILLER               PIC X VALUE SPACE.
           05  HST-FALTAS           PIC 999.
           05  FILLER               PIC X VALUE SPACE.
           05  HST-NAO-ESPERADOS    PIC 999.
           05  FILLER               PIC X VALUE SPACE.
           05  HST-MINUTOS          PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  HST-SUPLEMENTARES    PIC 999.
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-MES-ATUAL PIC 9(6).
       77 WS-MES-ANTERIOR PIC 9(6).
       77 WS-SITEMST-STATUS PIC XX VALUE SPACES.
       77 WS-CHEG-STATUS PIC XX VALUE SPACES.
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-TABELA-CHEIA PIC X VALUE "N".
           88 TABELA-CHEIA VALUE "S".
       77 WS-MAX-SITES PIC 99 VALUE 20.
       77 WS-CONT-SITES PIC 99 VALUE 0.
       77 WS-MAX-LINHAS PIC 999 VALUE 400.
       77 WS-CONT-LINHAS PIC 999 VALUE 0.
       77 WS-CONT-NOITES PIC 9(5) VALUE 0.
       77 WS-REGIAO-ATUAL PIC X(10).
       77 WS-NOITES-PONTUADAS PIC 9(5).
       77 WS-PCT-ATUAL PIC 999.
       77 WS-PCT-ANTERIOR PIC 999.
       77 I PIC 999.
       77 J PIC 999.
       77 K PIC 999.
       77 WS-PCT-EDITADO PIC ZZ9.
       77 S PIC 99.
       01 TABELA-SITES.
           03 SITE-LINHA OCCURS 20 TIMES.
               05  TS-CODIGO        PIC X(3).
               05  TS-REGIAO        PIC X(10).
               05  TS-LISTADO       PIC X.
               05  TS-DIA-DATA      PIC 9(8).
               05  TS-DIA-ESTADO    PIC X.
               05  TS-DIA-MINUTOS   PIC 9(4).
               05  TS-PONTUAIS      PIC 999.
               05  TS-ATRASADOS     PIC 999.
               05  TS-FALTAS        PIC 999.
               05  TS-NAO-ESPERADOS PIC 999.
               05  TS-MINUTOS       PIC 9(6).
               05  TS-SUPLEMENTARES PIC 999.
       01 TABELA-HISTORIA.
           03 HISTORIA-LINHA OCCURS 400 TIMES.
               05  TAB-REGISTO      PIC X(48).
       01 LINHA-REGIAO.
           05  FILLER               PIC X(7) VALUE "REGIAO ".
           05  LR-REGIAO            PIC X(10).
       01 LINHA-CABECALHO.
           05  FILLER               PIC X(40) VALUE
               "  SITE PONTUAL ATRASADO FALTA NAO-ESP MI".
           05  FILLER               PIC X(40) VALUE
               "N-MEDIO SUPLEM PCT-MES PCT-ANT TENDENCIA".
       01 LINHA-SITE.
           05  FILLER               PIC XX VALUE SPACES.
           05  LS-SITE              PIC X(3).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  LS-PONTUAIS          PIC ZZ9.
           05  FILLER               PIC X(6) VALUE SPACES.
           05  LS-ATRASADOS         PIC ZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  LS-FALTAS            PIC ZZ9.
           05  FILLER               PIC X(5) VALUE SPACES.
           05  LS-NAO-ESPERADOS     PIC ZZ9.
           05  FILLER               PIC X(6) VALUE SPACES.
           05  LS-MEDIA             PIC ZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  LS-SUPLEMENTARES     PIC ZZ9.
           05  FILLER               PIC X(5) VALUE SPACES.
           05  LS-PCT-ATUAL         PIC ZZ9.
           05  FILLER               PIC X(5) VALUE SPACES.
           05  LS-PCT-ANTERIOR      PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  LS-TENDENCIA         PIC X(9).
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES-ATUAL
           IF WS-DATA-NEGOCIO(5:2) = "01"
               COMPUTE WS-MES-ANTERIOR =
                   (WS-MES-ATUAL / 100 - 1) * 100 + 12
           ELSE
               COMPUTE WS-MES-ANTERIOR = WS-MES-ATUAL - 1
           END-IF
           PERFORM LER-SITES
           PERFORM LER-CHEGADAS
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-CONT-SITES
               PERFORM FECHAR-NOITE
           END-PERFORM
           PERFORM LER-HISTORIA
           IF TABELA-CHEIA
               DISPLAY "SITEPONT: TABELA CHEIA - PONTHIST NAO "
                   "REESCRITO, AUMENTAR O LIMITE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GRAVAR-HISTORIA
           PERFORM GRAVAR-RELATORIO
           DISPLAY "SITEPONT: MES " WS-MES-ATUAL " SITES="
               WS-CONT-SITES " NOITES=" WS-CONT-NOITES
           STOP RUN.
      ******************************************************************
      * Todos os sites do master (ativos ou nao -- um site fechado a
      * meio do mes ainda tem as noites em que esteve ativo).
      ******************************************************************
       LER-SITES.
           OPEN INPUT SITEMST-FILE
           IF WS-SITEMST-STATUS = "35"
               DISPLAY "SITEPONT: SITEMST AUSENTE - SITES SEM REGIAO"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SITEMST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE SIT-CODIGO TO CHG-SITE
                           PERFORM PROCURAR-SITE
                           IF S > 0
                               MOVE SIT-REGIAO TO TS-REGIAO(S)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITEMST-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * O SITECHEG e acrescentado noite a noite, por isso os registos
      * de cada site vem por ordem de data e a passagem suplementar
      * de uma data vem depois da base. Cada site guarda a noite em
      * curso e fecha-a quando chega outra data.
      ******************************************************************
       LER-CHEGADAS.
           OPEN INPUT CHEGADAS-FILE
           IF WS-CHEG-STATUS = "35"
               DISPLAY "SITEPONT: SITECHEG AUSENTE - MES SEM CHEGADAS"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CHEGADAS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF CHG-DATA(1:6) = WS-MES-ATUAL
                               PERFORM TRATAR-CHEGADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEGADAS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       TRATAR-CHEGADA.
           PERFORM PROCURAR-SITE
           IF S > 0
               IF CHG-DATA NOT = TS-DIA-DATA(S)
                   PERFORM FECHAR-NOITE
                   MOVE CHG-DATA TO TS-DIA-DATA(S)
               END-IF
               IF CHG-SUPLEMENTAR
                   ADD 1 TO TS-SUPLEMENTARES(S)
                   IF TS-DIA-ESTADO(S) = SPACE
                       OR TS-DIA-ESTADO(S) = "F"
                       MOVE "A" TO TS-DIA-ESTADO(S)
                       MOVE CHG-MINUTOS-ATRASO TO TS-DIA-MINUTOS(S)
                   END-IF
               ELSE
                   IF TS-DIA-ESTADO(S) = SPACE
                       MOVE CHG-ESTADO TO TS-DIA-ESTADO(S)
                       MOVE CHG-MINUTOS-ATRASO TO TS-DIA-MINUTOS(S)
                   END-IF
               END-IF
           END-IF.
       FECHAR-NOITE.
           EVALUATE TS-DIA-ESTADO(S)
               WHEN "P"
                   ADD 1 TO TS-PONTUAIS(S)
               WHEN "A"
                   ADD 1 TO TS-ATRASADOS(S)
                   ADD TS-DIA-MINUTOS(S) TO TS-MINUTOS(S)
               WHEN "F"
                   ADD 1 TO TS-FALTAS(S)
               WHEN "N"
                   ADD 1 TO TS-NAO-ESPERADOS(S)
           END-EVALUATE
           IF TS-DIA-ESTADO(S) NOT = SPACE
               ADD 1 TO WS-CONT-NOITES
           END-IF
           MOVE SPACE TO TS-DIA-ESTADO(S)
           MOVE 0 TO TS-DIA-MINUTOS(S).
      ******************************************************************
      * Site pelo codigo em CHG-SITE; um site novo entra na tabela.
      ******************************************************************
       PROCURAR-SITE.
           MOVE 0 TO J
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-SITES
               IF TS-CODIGO(I) = CHG-SITE
                   MOVE I TO J
                   MOVE WS-CONT-SITES TO I
               END-IF
           END-PERFORM
           IF J = 0
               IF WS-CONT-SITES < WS-MAX-SITES
                   ADD 1 TO WS-CONT-SITES
                   MOVE WS-CONT-SITES TO J
                   MOVE CHG-SITE TO TS-CODIGO(J)
                   MOVE SPACES TO TS-REGIAO(J)
                   MOVE "N" TO TS-LISTADO(J)
                   MOVE 0 TO TS-DIA-DATA(J)
                   MOVE SPACE TO TS-DIA-ESTADO(J)
                   MOVE 0 TO TS-DIA-MINUTOS(J)
                   MOVE 0 TO TS-PONTUAIS(J)
                   MOVE 0 TO TS-ATRASADOS(J)
                   MOVE 0 TO TS-FALTAS(J)
                   MOVE 0 TO TS-NAO-ESPERADOS(J)
                   MOVE 0 TO TS-MINUTOS(J)
                   MOVE 0 TO TS-SUPLEMENTARES(J)
               ELSE
                   SET TABELA-CHEIA TO TRUE
               END-IF
           END-IF
           MOVE J TO S.
      ******************************************************************
      * Historia de meses anteriores; as linhas do mes corrente saem
      * e sao substituidas pelas desta execucao.
      ******************************************************************
       LER-HISTORIA.
           OPEN INPUT HISTORIA-FILE
           IF WS-HIST-STATUS = "35"
               DISPLAY "SEM HISTORIA DE PONTUALIDADE ANTERIOR"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ HISTORIA-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF HST-MES NOT = WS-MES-ATUAL
                               IF WS-CONT-LINHAS < WS-MAX-LINHAS
                                   ADD 1 TO WS-CONT-LINHAS
                                   MOVE HISTORIA-REC TO
                                       TAB-REGISTO(WS-CONT-LINHAS)
                               ELSE
                                   SET TABELA-CHEIA TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIA-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-CONT-LINHAS + WS-CONT-SITES > WS-MAX-LINHAS
               SET TABELA-CHEIA TO TRUE
           END-IF.
       GRAVAR-HISTORIA.
           OPEN OUTPUT HISTORIA-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-LINHAS
               WRITE HISTORIA-REC FROM TAB-REGISTO(I)
           END-PERFORM
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-CONT-SITES
               MOVE SPACES TO HISTORIA-REC
               MOVE WS-MES-ATUAL TO HST-MES
               MOVE TS-CODIGO(S) TO HST-SITE
               MOVE TS-REGIAO(S) TO HST-REGIAO
               MOVE TS-PONTUAIS(S) TO HST-PONTUAIS
               MOVE TS-ATRASADOS(S) TO HST-ATRASADOS
               MOVE TS-FALTAS(S) TO HST-FALTAS
               MOVE TS-NAO-ESPERADOS(S) TO HST-NAO-ESPERADOS
               MOVE TS-MINUTOS(S) TO HST-MINUTOS
               MOVE TS-SUPLEMENTARES(S) TO HST-SUPLEMENTARES
               WRITE HISTORIA-REC
           END-PERFORM
           CLOSE HISTORIA-FILE.
      ******************************************************************
      * Relatorio por regiao, pela ordem em que as regioes aparecem
      * no master. Taxa pontual = pontuais / (pontuais + atrasados +
      * faltas) em percentagem.
      ******************************************************************
       GRAVAR-RELATORIO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "PONTUALIDADE DOS SITES" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-SITES
               IF TS-LISTADO(I) = "N"
                   MOVE TS-REGIAO(I) TO WS-REGIAO-ATUAL
                   MOVE WS-REGIAO-ATUAL TO LR-REGIAO
                   MOVE SPACES TO PRT-LINHA-PARM
                   CALL "PRNTFMT" USING PRNTFMT-PARMS
                   MOVE LINHA-REGIAO TO PRT-LINHA-PARM
                   CALL "PRNTFMT" USING PRNTFMT-PARMS
                   MOVE LINHA-CABECALHO TO PRT-LINHA-PARM
                   CALL "PRNTFMT" USING PRNTFMT-PARMS
                   PERFORM VARYING S FROM I BY 1
                           UNTIL S > WS-CONT-SITES
                       IF TS-LISTADO(S) = "N"
                           AND TS-REGIAO(S) = WS-REGIAO-ATUAL
                           PERFORM IMPRIMIR-SITE
                           MOVE "S" TO TS-LISTADO(S)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       IMPRIMIR-SITE.
           MOVE TS-CODIGO(S) TO LS-SITE
           MOVE TS-PONTUAIS(S) TO LS-PONTUAIS
           MOVE TS-ATRASADOS(S) TO LS-ATRASADOS
           MOVE TS-FALTAS(S) TO LS-FALTAS
           MOVE TS-NAO-ESPERADOS(S) TO LS-NAO-ESPERADOS
           MOVE TS-SUPLEMENTARES(S) TO LS-SUPLEMENTARES
           IF TS-ATRASADOS(S) > 0
               COMPUTE LS-MEDIA ROUNDED =
                   TS-MINUTOS(S) / TS-ATRASADOS(S)
           ELSE
               MOVE 0 TO LS-MEDIA
           END-IF
           COMPUTE WS-NOITES-PONTUADAS = TS-PONTUAIS(S)
               + TS-ATRASADOS(S) + TS-FALTAS(S)
           MOVE 0 TO WS-PCT-ATUAL
           IF WS-NOITES-PONTUADAS > 0
               COMPUTE WS-PCT-ATUAL ROUNDED =
                   TS-PONTUAIS(S) * 100 / WS-NOITES-PONTUADAS
           END-IF
           MOVE WS-PCT-ATUAL TO LS-PCT-ATUAL
           PERFORM PROCURAR-MES-ANTERIOR
           IF J = 0
               MOVE "---" TO LS-PCT-ANTERIOR
               MOVE "NOVO" TO LS-TENDENCIA
           ELSE
               MOVE WS-PCT-ANTERIOR TO WS-PCT-EDITADO
               MOVE WS-PCT-EDITADO TO LS-PCT-ANTERIOR
               EVALUATE TRUE
                   WHEN WS-PCT-ATUAL > WS-PCT-ANTERIOR
                       MOVE "MELHORA" TO LS-TENDENCIA
                   WHEN WS-PCT-ATUAL < WS-PCT-ANTERIOR
                       MOVE "PIORA" TO LS-TENDENCIA
                   WHEN OTHER
                       MOVE "IGUAL" TO LS-TENDENCIA
               END-EVALUATE
           END-IF
           MOVE LINHA-SITE TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
      ******************************************************************
      * Linha do mes anterior do site na historia (J = 0 sem ela, ou
      * sem noites pontuadas nesse mes).
      ******************************************************************
       PROCURAR-MES-ANTERIOR.
           MOVE 0 TO J
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CONT-LINHAS
               MOVE TAB-REGISTO(K) TO HISTORIA-REC
               IF HST-MES = WS-MES-ANTERIOR
                   AND HST-SITE = TS-CODIGO(S)
                   COMPUTE WS-NOITES-PONTUADAS = HST-PONTUAIS
                       + HST-ATRASADOS + HST-FALTAS
                   IF WS-NOITES-PONTUADAS > 0
                       COMPUTE WS-PCT-ANTERIOR ROUNDED =
                           HST-PONTUAIS * 100 / WS-NOITES-PONTUADAS
                       MOVE K TO J
                   END-IF
                   MOVE WS-CONT-LINHAS TO K
               END-IF
           END-PERFORM.
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
           MOVE "SITEPONT" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM SITEPONT.
