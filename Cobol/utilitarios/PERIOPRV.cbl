      ******************************************************************
      * PERIOPRV.cbl
      * 10/15/26 - seasonal forecast of the period-master series.
      *            PERIODCM only says how today compares with
      *            yesterday and last month; finance wants next
      *            month's expected value per series and to know when
      *            a month came in off its forecast. Runs at month end
      *            over the closed month (the month of the business
      *            date). Each series on the series control file
      *            (PERIOSER) is read from the period master
      *            (PERIODMS, series plus date) for the last 36
      *            months; a month's value is the latest one dated in
      *            it. The next PRVPARM months (default 3, at most 12)
      *            are projected:
      *              SAZONAL  - with the 24 months up to the closed
      *                         month all present, the same month a
      *                         year before plus the average monthly
      *                         change between the last twelve months
      *                         and the twelve before them (additive
      *                         seasonality with the year's trend);
      *              SAZ-SIMP - with less history, the same month a
      *                         year before as it stands;
      *              MEDIA-3  - without that month, the average of the
      *                         last three months present.
      *            Forecasts are kept in PRVHIST (series, target
      *            month, month issued, method, value). When a target
      *            month's actual is on the master, the latest
      *            forecast issued before that month is compared with
      *            it and the deviation (percent of the forecast) is
      *            written back on the forecast line; beyond the
      *            series tolerance it is a miss (FORA). An actual
      *            that arrives late is compared on the next run. A
      *            rerun in the same month replaces that month's
      *            forecasts; targets more than 24 months back are
      *            dropped. A miss, or master records of a series not
      *            on PERIOSER, ends the step with RETURN-CODE 4; no
      *            master or a full forecast table (the forecast file
      *            left untouched) ends with 8. Series BASE is always
      *            projected; without a PERIOSER line its tolerance is
      *            10.00%.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOPRV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIES-FILE ASSIGN TO "PERIOSER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIES-STATUS.
           SELECT MASTER-FILE ASSIGN TO "PERIODMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PARM-FILE ASSIGN TO "PRVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PREVISAO-FILE ASSIGN TO "PRVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SERIES-FILE.
           COPY "PERIOSER.cpy".
       FD  MASTER-FILE.
           COPY "PERIODO.cpy".
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-HORIZONTE       PIC 99.
       FD  PREVISAO-FILE.
       01  PREVISAO-REC.
           05  PRV-SERIE            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  PRV-MES-ALVO         PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  PRV-MES-EMISSAO      PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  PRV-METODO           PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  PRV-VALOR            PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  FILLER               PIC X VALUE SPACE.
           05  PRV-REAL             PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  FILLER               PIC X VALUE SPACE.
           05  PRV-DESVIO           PIC S9(5)V99
               SIGN LEADING SEPARATE.
           05  FILLER               PIC X VALUE SPACE.
           05  PRV-SITUACAO         PIC X(6).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-SERIES-STATUS PIC XX VALUE SPACES.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-PRV-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-RC PIC 9 VALUE 0.
       77 WS-HORIZONTE PIC 99 VALUE 3.
       77 WS-MES-ACTUAL PIC 9(6).
       77 WS-MES-CORTE PIC 9(6).
       77 WS-IDX-ACTUAL PIC 9(6).
       77 WS-IDX-BASE PIC 9(6).
       77 WS-IDX-MES PIC 9(6).
       77 WS-AAAA PIC 9(4).
       77 WS-MM PIC 99.
       77 WS-MES-AAAAMM PIC 9(6).
       77 WS-POSICAO PIC S9(6).
       77 WS-CONT-DESCONHECIDOS PIC 9(7) VALUE 0.
       77 WS-CONT-AVALIADAS PIC 9(5) VALUE 0.
       77 WS-CONT-FORA PIC 9(5) VALUE 0.
       77 WS-CONT-NOVAS PIC 9(5) VALUE 0.
       77 WS-CONT-SERIE-AVAL PIC 9(5).
      * series: controlo e os ultimos 36 meses do master (a posicao
      * 36 e o mes fechado)
       77 WS-MAX-SERIES PIC 99 VALUE 50.
       77 WS-CONT-SERIES PIC 99 VALUE 0.
       01 TABELA-SERIES.
           03 SERIE-LINHA OCCURS 50 TIMES.
               05  SR-CODIGO        PIC X(8).
               05  SR-DESCRICAO     PIC X(30).
               05  SR-TOLERANCIA    PIC 9(3)V99.
               05  SR-TEM-HIST      PIC X.
               05  SR-MES OCCURS 36 TIMES.
                   10  SR-VALOR     PIC S9(9)V99.
                   10  SR-PRESENTE  PIC X.
      * previsoes
       77 WS-MAX-PREVISOES PIC 9(4) VALUE 3000.
       77 WS-CONT-PREVISOES PIC 9(4) VALUE 0.
       77 WS-CONT-DESCARTADAS PIC 9(5) VALUE 0.
       77 WS-TABELA-CHEIA PIC X VALUE "N".
           88 TABELA-CHEIA VALUE "S".
       01 TABELA-PREVISOES.
           03 PREVISAO-LINHA OCCURS 3000 TIMES.
               05  TP-SERIE         PIC X(8).
               05  TP-ALVO          PIC 9(6).
               05  TP-EMISSAO       PIC 9(6).
               05  TP-METODO        PIC X(8).
               05  TP-VALOR         PIC S9(9)V99.
               05  TP-REAL          PIC S9(9)V99.
               05  TP-DESVIO        PIC S9(5)V99.
               05  TP-SITUACAO      PIC X(6).
               05  TP-AVALIADA      PIC X.
      * calculo
       77 WS-COMPLETA PIC X.
       77 WS-SOMA-ULTIMOS PIC S9(11)V99.
       77 WS-SOMA-ANTERIORES PIC S9(11)V99.
       77 WS-SOMA PIC S9(11)V99.
       77 WS-CONT-PRESENTES PIC 9.
       77 WS-PREVISTO PIC S9(9)V99.
       77 WS-METODO PIC X(8).
       77 WS-BASE-ABS PIC 9(9)V99.
       77 WS-DESVIO PIC S9(5)V99.
       77 WS-DESVIO-ABS PIC 9(5)V99.
       77 WS-ULTIMA PIC X.
       77 S PIC 99.
       77 K PIC 99.
       77 H PIC 99.
       77 I PIC 9(4).
       77 J PIC 9(4).
       01 LINHA-SERIE.
           05  FILLER               PIC X(6) VALUE "SERIE ".
           05  LSR-CODIGO           PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LSR-DESCRICAO        PIC X(30).
           05  FILLER               PIC X(13) VALUE "  TOLERANCIA ".
           05  LSR-TOLERANCIA       PIC ZZ9.99.
           05  FILLER               PIC X VALUE "%".
       01 LINHA-REAL.
           05  FILLER               PIC X(7) VALUE "  REAL ".
           05  LRE-MES              PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  LRE-REAL             PIC -(9)9.99.
           05  FILLER               PIC X(14) VALUE "  PREVISTO EM ".
           05  LRE-EMISSAO          PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  LRE-PREVISTO         PIC -(9)9.99.
           05  FILLER               PIC X(9) VALUE "  DESVIO ".
           05  LRE-DESVIO           PIC -(5)9.99.
           05  FILLER               PIC X(2) VALUE "% ".
           05  LRE-SITUACAO         PIC X(6).
       01 LINHA-PREVISAO.
           05  FILLER               PIC X(11) VALUE "  PREVISAO ".
           05  LPV-MES              PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  LPV-VALOR            PIC -(9)9.99.
           05  FILLER               PIC X(9) VALUE "  METODO ".
           05  LPV-METODO           PIC X(8).
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM CALCULAR-MESES
           PERFORM LER-HORIZONTE
           PERFORM CARREGAR-SERIES
           PERFORM CARREGAR-MASTER
           PERFORM CARREGAR-PREVISOES
           IF TABELA-CHEIA
               DISPLAY "PERIOPRV: TABELA DE PREVISOES CHEIA ("
                   WS-MAX-PREVISOES ") - PRVHIST NAO ALTERADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM AVALIAR-PREVISOES
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-CONT-SERIES
               PERFORM PROJETAR-SERIE
           END-PERFORM
           IF TABELA-CHEIA
               DISPLAY "PERIOPRV: TABELA DE PREVISOES CHEIA ("
                   WS-MAX-PREVISOES ") - PRVHIST NAO ALTERADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM IMPRIMIR-RELATORIO
           PERFORM GRAVAR-PREVISOES
           DISPLAY "PERIOPRV: MES " WS-MES-ACTUAL " SERIES "
               WS-CONT-SERIES " PREVISOES NOVAS " WS-CONT-NOVAS
           DISPLAY "CONFRONTADAS COM O REAL : " WS-CONT-AVALIADAS
           DISPLAY "FORA DA TOLERANCIA      : " WS-CONT-FORA
           IF WS-CONT-FORA > 0
               MOVE 4 TO WS-RC
           END-IF
           IF WS-CONT-DESCONHECIDOS > 0
               DISPLAY "REGISTOS DE SERIE FORA DO PERIOSER: "
                   WS-CONT-DESCONHECIDOS
               MOVE 4 TO WS-RC
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.
      ******************************************************************
      * O mes fechado e o da data de negocio; a tabela de cada serie
      * vai de 35 meses antes ate ele.
      ******************************************************************
       CALCULAR-MESES.
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES-ACTUAL
           MOVE WS-MES-ACTUAL TO WS-MES-AAAAMM
           PERFORM CALCULAR-IDX-MES
           MOVE WS-IDX-MES TO WS-IDX-ACTUAL
           COMPUTE WS-IDX-BASE = WS-IDX-ACTUAL - 35
           COMPUTE WS-IDX-MES = WS-IDX-ACTUAL - 24
           PERFORM CALCULAR-AAAAMM
           MOVE WS-MES-AAAAMM TO WS-MES-CORTE.
      * AAAAMM em WS-MES-AAAAMM -> numero do mes em WS-IDX-MES
       CALCULAR-IDX-MES.
           MOVE WS-MES-AAAAMM(1:4) TO WS-AAAA
           MOVE WS-MES-AAAAMM(5:2) TO WS-MM
           COMPUTE WS-IDX-MES = WS-AAAA * 12 + WS-MM - 1.
      * numero do mes em WS-IDX-MES -> AAAAMM em WS-MES-AAAAMM
       CALCULAR-AAAAMM.
           DIVIDE WS-IDX-MES BY 12 GIVING WS-AAAA REMAINDER WS-MM
           ADD 1 TO WS-MM
           COMPUTE WS-MES-AAAAMM = WS-AAAA * 100 + WS-MM.
       LER-HORIZONTE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-HORIZONTE NUMERIC
                           AND PARM-HORIZONTE > 0
                           AND PARM-HORIZONTE NOT > 12
                           MOVE PARM-HORIZONTE TO WS-HORIZONTE
                       ELSE
                           DISPLAY "PERIOPRV: HORIZONTE INVALIDO - "
                               "USADO " WS-HORIZONTE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       CARREGAR-SERIES.
           MOVE "N" TO WS-EOF
           OPEN INPUT SERIES-FILE
           IF WS-SERIES-STATUS = "35"
               DISPLAY "PERIOPRV: SEM PERIOSER - SO A SERIE BASE"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SERIES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-SERIE
                   END-READ
               END-PERFORM
               CLOSE SERIES-FILE
           END-IF
           MOVE "N" TO WS-EOF
      * a serie original entra sempre, mesmo sem linha no PERIOSER
           MOVE "BASE" TO MASTER-SERIE
           PERFORM LOCALIZAR-SERIE
           IF S = 0
               MOVE "BASE" TO SER-CODIGO
               MOVE "SERIE ORIGINAL" TO SER-DESCRICAO
               MOVE 10 TO SER-TOLERANCIA
               PERFORM GUARDAR-SERIE
           END-IF.
       GUARDAR-SERIE.
           IF WS-CONT-SERIES < WS-MAX-SERIES
               ADD 1 TO WS-CONT-SERIES
               MOVE SER-CODIGO TO SR-CODIGO(WS-CONT-SERIES)
               MOVE SER-DESCRICAO TO SR-DESCRICAO(WS-CONT-SERIES)
               IF SER-TOLERANCIA NUMERIC
                   MOVE SER-TOLERANCIA
                       TO SR-TOLERANCIA(WS-CONT-SERIES)
               ELSE
                   MOVE 0 TO SR-TOLERANCIA(WS-CONT-SERIES)
               END-IF
               MOVE "N" TO SR-TEM-HIST(WS-CONT-SERIES)
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 36
                   MOVE 0 TO SR-VALOR(WS-CONT-SERIES, K)
                   MOVE "N" TO SR-PRESENTE(WS-CONT-SERIES, K)
               END-PERFORM
           ELSE
               DISPLAY "AVISO: TABELA DE SERIES CHEIA - " SER-CODIGO
                   " IGNORADA"
           END-IF.
       LOCALIZAR-SERIE.
           MOVE 0 TO S
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CONT-SERIES
               IF SR-CODIGO(K) = MASTER-SERIE
                   MOVE K TO S
                   MOVE WS-CONT-SERIES TO K
               END-IF
           END-PERFORM.
      ******************************************************************
      * O master vem por serie e data: o ultimo valor datado de cada
      * mes fica como o valor do mes.
      ******************************************************************
       CARREGAR-MASTER.
           MOVE "N" TO WS-EOF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "PERIOPRV: MASTER INDISPONIVEL - STATUS "
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FIM-FICHEIRO
               READ MASTER-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END PERFORM GUARDAR-VALOR-MES
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           MOVE "N" TO WS-EOF.
       GUARDAR-VALOR-MES.
           PERFORM LOCALIZAR-SERIE
           IF S = 0
               ADD 1 TO WS-CONT-DESCONHECIDOS
           ELSE
               IF MASTER-DATA NUMERIC
                   MOVE MASTER-DATA(1:6) TO WS-MES-AAAAMM
                   PERFORM CALCULAR-IDX-MES
                   COMPUTE WS-POSICAO = WS-IDX-MES - WS-IDX-BASE + 1
                   IF WS-POSICAO > 0 AND WS-POSICAO < 37
                       MOVE WS-POSICAO TO K
                       MOVE MASTER-VALOR TO SR-VALOR(S, K)
                       MOVE "S" TO SR-PRESENTE(S, K)
                       MOVE "S" TO SR-TEM-HIST(S)
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * As previsoes emitidas neste mes sao substituidas (uma
      * re-execucao volta a emiti-las) e as de alvo anterior ao corte
      * caem.
      ******************************************************************
       CARREGAR-PREVISOES.
           MOVE "N" TO WS-EOF
           OPEN INPUT PREVISAO-FILE
           IF WS-PRV-STATUS = "35"
               DISPLAY "SEM PREVISOES ANTERIORES"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ PREVISAO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF PRV-MES-EMISSAO = WS-MES-ACTUAL
                               OR PRV-MES-ALVO < WS-MES-CORTE
                               ADD 1 TO WS-CONT-DESCARTADAS
                           ELSE
                               PERFORM GUARDAR-PREVISAO-LIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREVISAO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-PREVISAO-LIDA.
           IF WS-CONT-PREVISOES < WS-MAX-PREVISOES
               ADD 1 TO WS-CONT-PREVISOES
               MOVE WS-CONT-PREVISOES TO I
               MOVE PRV-SERIE TO TP-SERIE(I)
               MOVE PRV-MES-ALVO TO TP-ALVO(I)
               MOVE PRV-MES-EMISSAO TO TP-EMISSAO(I)
               MOVE PRV-METODO TO TP-METODO(I)
               MOVE PRV-VALOR TO TP-VALOR(I)
               MOVE PRV-REAL TO TP-REAL(I)
               MOVE PRV-DESVIO TO TP-DESVIO(I)
               MOVE PRV-SITUACAO TO TP-SITUACAO(I)
               MOVE "N" TO TP-AVALIADA(I)
           ELSE
               SET TABELA-CHEIA TO TRUE
           END-IF.
      ******************************************************************
      * Cada mes alvo ja fechado confronta-se com a ultima previsao
      * emitida antes dele, uma vez so: a linha fica com o real, o
      * desvio e DENTRO ou FORA da tolerancia da serie.
      ******************************************************************
       AVALIAR-PREVISOES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PREVISOES
               IF TP-ALVO(I) NOT > WS-MES-ACTUAL
                   AND TP-SITUACAO(I) = SPACES
                   PERFORM VERIFICAR-ULTIMA-EMITIDA
                   IF WS-ULTIMA = "S"
                       PERFORM CONFRONTAR-COM-REAL
                   END-IF
               END-IF
           END-PERFORM.
       VERIFICAR-ULTIMA-EMITIDA.
           MOVE "S" TO WS-ULTIMA
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-PREVISOES
               IF TP-SERIE(J) = TP-SERIE(I)
                   AND TP-ALVO(J) = TP-ALVO(I)
                   AND TP-EMISSAO(J) > TP-EMISSAO(I)
                   MOVE "N" TO WS-ULTIMA
               END-IF
           END-PERFORM.
       CONFRONTAR-COM-REAL.
           MOVE TP-SERIE(I) TO MASTER-SERIE
           PERFORM LOCALIZAR-SERIE
           IF S > 0
               MOVE TP-ALVO(I) TO WS-MES-AAAAMM
               PERFORM CALCULAR-IDX-MES
               COMPUTE WS-POSICAO = WS-IDX-MES - WS-IDX-BASE + 1
               IF WS-POSICAO > 0 AND WS-POSICAO < 37
                   MOVE WS-POSICAO TO K
                   IF SR-PRESENTE(S, K) = "S"
                       PERFORM CALCULAR-DESVIO
                   END-IF
               END-IF
           END-IF.
       CALCULAR-DESVIO.
           MOVE SR-VALOR(S, K) TO TP-REAL(I)
           MOVE TP-VALOR(I) TO WS-BASE-ABS
           IF WS-BASE-ABS = 0
               IF TP-REAL(I) = 0
                   MOVE 0 TO WS-DESVIO
               ELSE
                   MOVE 99999.99 TO WS-DESVIO
               END-IF
           ELSE
               COMPUTE WS-DESVIO ROUNDED =
                   (TP-REAL(I) - TP-VALOR(I)) * 100 / WS-BASE-ABS
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-DESVIO
               END-COMPUTE
           END-IF
           MOVE WS-DESVIO TO TP-DESVIO(I)
           MOVE WS-DESVIO TO WS-DESVIO-ABS
           IF WS-DESVIO-ABS > SR-TOLERANCIA(S)
               MOVE "FORA" TO TP-SITUACAO(I)
               ADD 1 TO WS-CONT-FORA
           ELSE
               MOVE "DENTRO" TO TP-SITUACAO(I)
           END-IF
           MOVE "S" TO TP-AVALIADA(I)
           ADD 1 TO WS-CONT-AVALIADAS.
      ******************************************************************
      * Previsao dos proximos WS-HORIZONTE meses da serie S. Para o
      * mes alvo M+H o mesmo mes do ano anterior esta na posicao
      * 24+H; os ultimos doze meses sao as posicoes 25 a 36 e os doze
      * anteriores as posicoes 13 a 24.
      ******************************************************************
       PROJETAR-SERIE.
           MOVE "S" TO WS-COMPLETA
           MOVE 0 TO WS-SOMA-ULTIMOS
           MOVE 0 TO WS-SOMA-ANTERIORES
           PERFORM VARYING K FROM 13 BY 1 UNTIL K > 36
               IF SR-PRESENTE(S, K) = "N"
                   MOVE "N" TO WS-COMPLETA
               END-IF
               IF K > 24
                   ADD SR-VALOR(S, K) TO WS-SOMA-ULTIMOS
               ELSE
                   ADD SR-VALOR(S, K) TO WS-SOMA-ANTERIORES
               END-IF
           END-PERFORM
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-HORIZONTE
               PERFORM PREVER-MES
           END-PERFORM.
       PREVER-MES.
           COMPUTE K = 24 + H
           MOVE SPACES TO WS-METODO
           EVALUATE TRUE
               WHEN WS-COMPLETA = "S"
                   COMPUTE WS-PREVISTO ROUNDED = SR-VALOR(S, K)
                       + (WS-SOMA-ULTIMOS - WS-SOMA-ANTERIORES) / 12
                   MOVE "SAZONAL" TO WS-METODO
               WHEN SR-PRESENTE(S, K) = "S"
                   MOVE SR-VALOR(S, K) TO WS-PREVISTO
                   MOVE "SAZ-SIMP" TO WS-METODO
               WHEN OTHER
                   MOVE 0 TO WS-SOMA
                   MOVE 0 TO WS-CONT-PRESENTES
                   PERFORM VARYING K FROM 34 BY 1 UNTIL K > 36
                       IF SR-PRESENTE(S, K) = "S"
                           ADD SR-VALOR(S, K) TO WS-SOMA
                           ADD 1 TO WS-CONT-PRESENTES
                       END-IF
                   END-PERFORM
                   IF WS-CONT-PRESENTES > 0
                       COMPUTE WS-PREVISTO ROUNDED =
                           WS-SOMA / WS-CONT-PRESENTES
                       MOVE "MEDIA-3" TO WS-METODO
                   END-IF
           END-EVALUATE
           IF WS-METODO NOT = SPACES
               PERFORM GUARDAR-PREVISAO-NOVA
           END-IF.
       GUARDAR-PREVISAO-NOVA.
           IF WS-CONT-PREVISOES < WS-MAX-PREVISOES
               ADD 1 TO WS-CONT-PREVISOES
               ADD 1 TO WS-CONT-NOVAS
               MOVE WS-CONT-PREVISOES TO I
               COMPUTE WS-IDX-MES = WS-IDX-ACTUAL + H
               PERFORM CALCULAR-AAAAMM
               MOVE SR-CODIGO(S) TO TP-SERIE(I)
               MOVE WS-MES-AAAAMM TO TP-ALVO(I)
               MOVE WS-MES-ACTUAL TO TP-EMISSAO(I)
               MOVE WS-METODO TO TP-METODO(I)
               MOVE WS-PREVISTO TO TP-VALOR(I)
               MOVE 0 TO TP-REAL(I)
               MOVE 0 TO TP-DESVIO(I)
               MOVE SPACES TO TP-SITUACAO(I)
               MOVE "N" TO TP-AVALIADA(I)
           ELSE
               SET TABELA-CHEIA TO TRUE
           END-IF.
      ******************************************************************
      * Por serie: os meses confrontados nesta execucao e as previsoes
      * agora emitidas.
      ******************************************************************
       IMPRIMIR-RELATORIO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "PREVISAO SAZONAL DAS SERIES" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-CONT-SERIES
               PERFORM IMPRIMIR-SERIE
           END-PERFORM
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       IMPRIMIR-SERIE.
           MOVE SR-CODIGO(S) TO LSR-CODIGO
           MOVE SR-DESCRICAO(S) TO LSR-DESCRICAO
           MOVE SR-TOLERANCIA(S) TO LSR-TOLERANCIA
           MOVE LINHA-SERIE TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           IF SR-TEM-HIST(S) = "N"
               MOVE "  SEM HISTORIA NO MASTER - SEM PREVISAO"
                   TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-IF
           MOVE 0 TO WS-CONT-SERIE-AVAL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PREVISOES
               IF TP-SERIE(I) = SR-CODIGO(S)
                   IF TP-AVALIADA(I) = "S"
                       ADD 1 TO WS-CONT-SERIE-AVAL
                       MOVE TP-ALVO(I) TO LRE-MES
                       MOVE TP-REAL(I) TO LRE-REAL
                       MOVE TP-EMISSAO(I) TO LRE-EMISSAO
                       MOVE TP-VALOR(I) TO LRE-PREVISTO
                       MOVE TP-DESVIO(I) TO LRE-DESVIO
                       MOVE TP-SITUACAO(I) TO LRE-SITUACAO
                       MOVE LINHA-REAL TO PRT-LINHA-PARM
                       CALL "PRNTFMT" USING PRNTFMT-PARMS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CONT-SERIE-AVAL = 0 AND SR-TEM-HIST(S) = "S"
               MOVE "  SEM PREVISAO ANTERIOR A CONFRONTAR"
                   TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PREVISOES
               IF TP-SERIE(I) = SR-CODIGO(S)
                   AND TP-EMISSAO(I) = WS-MES-ACTUAL
                   MOVE TP-ALVO(I) TO LPV-MES
                   MOVE TP-VALOR(I) TO LPV-VALOR
                   MOVE TP-METODO(I) TO LPV-METODO
                   MOVE LINHA-PREVISAO TO PRT-LINHA-PARM
                   CALL "PRNTFMT" USING PRNTFMT-PARMS
               END-IF
           END-PERFORM
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       GRAVAR-PREVISOES.
           OPEN OUTPUT PREVISAO-FILE
           MOVE SPACES TO PREVISAO-REC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PREVISOES
               MOVE TP-SERIE(I) TO PRV-SERIE
               MOVE TP-ALVO(I) TO PRV-MES-ALVO
               MOVE TP-EMISSAO(I) TO PRV-MES-EMISSAO
               MOVE TP-METODO(I) TO PRV-METODO
               MOVE TP-VALOR(I) TO PRV-VALOR
               MOVE TP-REAL(I) TO PRV-REAL
               MOVE TP-DESVIO(I) TO PRV-DESVIO
               MOVE TP-SITUACAO(I) TO PRV-SITUACAO
               WRITE PREVISAO-REC
           END-PERFORM
           CLOSE PREVISAO-FILE.
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
           MOVE "PERIOPRV" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM PERIOPRV.
