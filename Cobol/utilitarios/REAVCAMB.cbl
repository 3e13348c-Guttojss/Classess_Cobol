      ******************************************************************
      * REAVCAMB.cbl
      * 10/15/26 - month-end foreign-currency revaluation. Each night
      *            EX2 books foreign-currency amounts in home currency
      *            at the rate in force that night; by month-end the
      *            rate has moved and the ledger still carries the
      *            month's foreign amounts at the old rates. This step
      *            reads the business month's EX2 intake off the
      *            intake history (INTHISTF, source EX2IN) and, per
      *            company and foreign currency, totals the foreign
      *            amount and the home amount it was booked at (each
      *            record at the MOEDAHIS rate in force on its own
      *            business date, rounded per record as EX2 does),
      *            revalues the foreign total at the CLOSING rate (the
      *            rate in force on the month-end business date) and
      *            writes the difference as posting lines in the
      *            GLPOST posting layout (REAVPOST), batch id REAV +
      *            currency, company in OPSTAMP-EMPRESA:
      *              gain - debit the currency position account,
      *                     credit the exchange-gain account
      *              loss - debit the exchange-loss account,
      *                     credit the currency position account
      *            The three accounts come from REAVPARM (GANHO,
      *            PERDA, POSICAO). The home currency is the first
      *            record of EX2MOEDA. A record with no rate in force
      *            on its date is logged (W001) and left out, ending
      *            the run with RETURN-CODE 4; a missing parameter,
      *            history or closing rate ends it with RETURN-CODE 8
      *            and no posting lines. The revaluation is listed on
      *            the PRNTFMT report REAVALIACAO CAMBIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAVCAMB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-FILE ASSIGN TO "REAVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MOEDAS-FILE ASSIGN TO "EX2MOEDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOEDA-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "MOEDAHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT INTAKE-FILE ASSIGN TO "INTHISTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-STATUS.
           SELECT POSTING-FILE ASSIGN TO "REAVPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-FILE.
       01  PARAMETROS-REC.
           05  PARM-CHAVE           PIC X(8).
           05  FILLER               PIC X.
           05  PARM-CONTA           PIC X(8).
       FD  MOEDAS-FILE.
       01  MOEDAS-REC.
           05  MOEDA-CODIGO         PIC X(3).
           05  FILLER               PIC X.
           05  MOEDA-TAXA           PIC 9(3)V9(4).
       FD  HISTORICO-FILE.
           COPY "MOEDAHIS.cpy".
       FD  INTAKE-FILE.
       01  INTAKE-REC.
           05  HST-DATA             PIC 9(8).
           05  FILLER               PIC X.
           05  HST-FONTE            PIC X(8).
           05  FILLER               PIC X.
           05  HST-CONTEUDO         PIC X(36).
      * o conteudo de uma linha EX2IN, como o EX2 a le
           05  FILLER REDEFINES HST-CONTEUDO.
               10  HST-EMPRESA      PIC XX.
               10  FILLER           PIC X.
               10  HST-MOEDA        PIC X(3).
               10  FILLER           PIC X.
               10  HST-NUM          COPY "VALORDEF-DEC.cpy".
               10  FILLER           PIC X(22).
      * mesmo layout do ficheiro de lancamentos do GLPOST
       FD  POSTING-FILE.
       01  POSTING-REC.
           05  POST-CONTA           PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  POST-DC              PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  POST-VALOR           PIC 9(9).99.
           COPY "OPSTAMP.cpy".
           05  FILLER               PIC X VALUE SPACE.
           05  POST-LOTE            PIC X(8).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-MES PIC 9(6).
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-MOEDA-STATUS PIC XX VALUE SPACES.
       77 WS-HIS-STATUS PIC XX VALUE SPACES.
       77 WS-INT-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-RC-FINAL PIC 99 VALUE 0.
       77 WS-CONTA-GANHO PIC X(8) VALUE SPACES.
       77 WS-CONTA-PERDA PIC X(8) VALUE SPACES.
       77 WS-CONTA-POSICAO PIC X(8) VALUE SPACES.
       77 WS-MOEDA-CASA PIC X(3) VALUE SPACES.
       77 WS-TABELA-CHEIA PIC X VALUE "N".
           88 TABELA-CHEIA VALUE "S".
       77 WS-CONT-LIDOS PIC 9(7) VALUE 0.
       77 WS-CONT-SEM-TAXA PIC 9(5) VALUE 0.
       77 WS-CONT-SEM-FECHO PIC 99 VALUE 0.
       77 WS-CONT-LANCAMENTOS PIC 9(5) VALUE 0.
       77 WS-MOEDA-PROCURA PIC X(3).
       77 WS-DATA-PROCURA PIC 9(8).
       77 WS-DATA-ENCONTRADA PIC 9(8).
       77 WS-TAXA-ENCONTRADA PIC 9(3)V9(4).
       77 WS-TAXA-OK PIC X.
       77 WS-VALOR-CASA PIC S9(9)V99.
       77 WS-VALOR-LANC PIC 9(9)V99.
       77 WS-CONTA-DEBITO PIC X(8).
       77 WS-CONTA-CREDITO PIC X(8).
       77 WS-MAX-TAXAS PIC 999 VALUE 500.
       77 WS-CONT-TAXAS PIC 999 VALUE 0.
       01 TABELA-TAXAS.
           03 TAXA-LINHA OCCURS 500 TIMES.
               05  TT-MOEDA         PIC X(3).
               05  TT-DATA          PIC 9(8).
               05  TT-TAXA          PIC 9(3)V9(4).
       77 WS-MAX-POSICOES PIC 99 VALUE 20.
       77 WS-CONT-POSICOES PIC 99 VALUE 0.
       01 TABELA-POSICOES.
           03 POSICAO-LINHA OCCURS 20 TIMES.
               05  PS-EMPRESA       PIC XX.
               05  PS-MOEDA         PIC X(3).
               05  PS-REGISTOS      PIC 9(5).
               05  PS-ESTRANGEIRA   PIC S9(9)V99.
               05  PS-CONTABILIZADO PIC S9(9)V99.
               05  PS-TAXA-FECHO    PIC 9(3)V9(4).
               05  PS-REAVALIADO    PIC S9(9)V99.
               05  PS-DIFERENCA     PIC S9(9)V99.
       77 I PIC 999.
       77 P PIC 99.
       01 LINHA-CABECALHO.
           05  FILLER               PIC X(40) VALUE
               "EMP MOEDA REGS  VALOR-ORIGEM TAXA-FECHO ".
           05  FILLER               PIC X(40) VALUE
               " CONTABILIZADO     REAVALIADO      DIFER".
           05  FILLER               PIC X(14) VALUE
               "ENCA RESULTADO".
       01 LINHA-POSICAO.
           05  LP-EMPRESA           PIC XX.
           05  FILLER               PIC XX VALUE SPACES.
           05  LP-MOEDA             PIC X(3).
           05  FILLER               PIC XX VALUE SPACES.
           05  LP-REGISTOS          PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LP-ESTRANGEIRA       PIC -ZZZZZZZZ9.99.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  LP-TAXA-FECHO        PIC ZZ9.9999.
           05  FILLER               PIC XX VALUE SPACES.
           05  LP-CONTABILIZADO     PIC -ZZZZZZZZ9.99.
           05  FILLER               PIC XX VALUE SPACES.
           05  LP-REAVALIADO        PIC -ZZZZZZZZ9.99.
           05  FILLER               PIC XX VALUE SPACES.
           05  LP-DIFERENCA         PIC -ZZZZZZZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  LP-RESULTADO         PIC X(9).
           COPY "RUNLOG-WS.cpy".
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES
           PERFORM LER-PARAMETROS
           IF WS-CONTA-GANHO = SPACES OR WS-CONTA-PERDA = SPACES
               OR WS-CONTA-POSICAO = SPACES
               DISPLAY "REAVCAMB: REAVPARM SEM AS CONTAS GANHO, "
                   "PERDA E POSICAO - NADA LANCADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LER-MOEDA-CASA
           IF WS-MOEDA-CASA = SPACES
               DISPLAY "REAVCAMB: EX2MOEDA VAZIO OU AUSENTE - "
                   "MOEDA CASA DESCONHECIDA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LER-HISTORICO
           IF TABELA-CHEIA OR WS-CONT-TAXAS = 0
               DISPLAY "REAVCAMB: HISTORICO DE TAXAS AUSENTE OU "
                   "ACIMA DO LIMITE - NADA LANCADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LER-INTAKE
           IF TABELA-CHEIA
               DISPLAY "REAVCAMB: MAIS DE " WS-MAX-POSICOES
                   " POSICOES EMPRESA/MOEDA - NADA LANCADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CONT-POSICOES
               PERFORM REAVALIAR-POSICAO
           END-PERFORM
           IF WS-CONT-SEM-FECHO > 0
               DISPLAY "REAVCAMB: " WS-CONT-SEM-FECHO
                   " MOEDA(S) SEM TAXA DE FECHO EM " WS-DATA-NEGOCIO
                   " - NADA LANCADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GRAVAR-LANCAMENTOS
           PERFORM GRAVAR-RELATORIO
           DISPLAY "REAVCAMB: MES " WS-MES " REGISTOS=" WS-CONT-LIDOS
               " POSICOES=" WS-CONT-POSICOES
               " LANCAMENTOS=" WS-CONT-LANCAMENTOS
           IF WS-RC-FINAL > 0
               MOVE WS-RC-FINAL TO RETURN-CODE
           END-IF
           STOP RUN.
       LER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF WS-PARM-STATUS = "35"
               DISPLAY "REAVCAMB: SEM REAVPARM"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ PARAMETROS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           EVALUATE PARM-CHAVE
                               WHEN "GANHO"
                                   MOVE PARM-CONTA TO WS-CONTA-GANHO
                               WHEN "PERDA"
                                   MOVE PARM-CONTA TO WS-CONTA-PERDA
                               WHEN "POSICAO"
                                   MOVE PARM-CONTA TO
                                       WS-CONTA-POSICAO
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * A moeda casa e o primeiro registo do EX2MOEDA (a mesma regra
      * do EX2 e do PARMCHK).
      ******************************************************************
       LER-MOEDA-CASA.
           OPEN INPUT MOEDAS-FILE
           IF WS-MOEDA-STATUS NOT = "35"
               READ MOEDAS-FILE
                   NOT AT END MOVE MOEDA-CODIGO TO WS-MOEDA-CASA
               END-READ
               CLOSE MOEDAS-FILE
           END-IF.
       LER-HISTORICO.
           OPEN INPUT HISTORICO-FILE
           IF WS-HIS-STATUS = "35"
               DISPLAY "REAVCAMB: SEM MOEDAHIS"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ HISTORICO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF MHS-DATA-EFETIVA NUMERIC
                               AND MHS-TAXA NUMERIC
                               AND MHS-TAXA > 0
                               PERFORM GUARDAR-TAXA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-TAXA.
           IF WS-CONT-TAXAS < WS-MAX-TAXAS
               ADD 1 TO WS-CONT-TAXAS
               MOVE MHS-MOEDA TO TT-MOEDA(WS-CONT-TAXAS)
               MOVE MHS-DATA-EFETIVA TO TT-DATA(WS-CONT-TAXAS)
               MOVE MHS-TAXA TO TT-TAXA(WS-CONT-TAXAS)
           ELSE
               SET TABELA-CHEIA TO TRUE
           END-IF.
      ******************************************************************
      * Intake do mes: so as linhas EX2IN; a moeda casa nao se
      * reavalia.
      ******************************************************************
       LER-INTAKE.
           OPEN INPUT INTAKE-FILE
           IF WS-INT-STATUS = "35"
               DISPLAY "REAVCAMB: SEM INTHISTF - MES SEM MOVIMENTO"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ INTAKE-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF HST-FONTE = "EX2IN"
                               AND HST-DATA(1:6) = WS-MES
                               AND HST-MOEDA NOT = WS-MOEDA-CASA
                               PERFORM TRATAR-INTAKE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTAKE-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       TRATAR-INTAKE.
           ADD 1 TO WS-CONT-LIDOS
           MOVE HST-MOEDA TO WS-MOEDA-PROCURA
           MOVE HST-DATA TO WS-DATA-PROCURA
           PERFORM PROCURAR-TAXA
           IF WS-TAXA-OK = "N" OR HST-NUM NOT NUMERIC
               ADD 1 TO WS-CONT-SEM-TAXA
               MOVE "REAVCAMB" TO RLG-PROGRAMA-PARM
               MOVE "W" TO RLG-SEVERIDADE-PARM
               MOVE "W001" TO RLG-CODIGO-PARM
               MOVE SPACES TO RLG-TEXTO-PARM
               STRING HST-MOEDA " SEM TAXA NA DATA - REGISTO IGNORADO"
                   DELIMITED BY SIZE INTO RLG-TEXTO-PARM
               MOVE HST-DATA TO RLG-CHAVE-PARM
               CALL "RUNLOG" USING RUNLOG-PARMS
               MOVE 4 TO WS-RC-FINAL
           ELSE
               PERFORM LOCALIZAR-POSICAO
               IF P > 0
                   COMPUTE WS-VALOR-CASA ROUNDED =
                       HST-NUM * WS-TAXA-ENCONTRADA
                   ADD 1 TO PS-REGISTOS(P)
                   ADD HST-NUM TO PS-ESTRANGEIRA(P)
                   ADD WS-VALOR-CASA TO PS-CONTABILIZADO(P)
               END-IF
           END-IF.
      ******************************************************************
      * Taxa em vigor para WS-MOEDA-PROCURA em WS-DATA-PROCURA: a linha
      * com a data efetiva mais recente que nao passe a data.
      ******************************************************************
       PROCURAR-TAXA.
           MOVE "N" TO WS-TAXA-OK
           MOVE 0 TO WS-DATA-ENCONTRADA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-TAXAS
               IF TT-MOEDA(I) = WS-MOEDA-PROCURA
                   AND TT-DATA(I) <= WS-DATA-PROCURA
                   AND TT-DATA(I) >= WS-DATA-ENCONTRADA
                   MOVE TT-DATA(I) TO WS-DATA-ENCONTRADA
                   MOVE TT-TAXA(I) TO WS-TAXA-ENCONTRADA
                   MOVE "S" TO WS-TAXA-OK
               END-IF
           END-PERFORM.
       LOCALIZAR-POSICAO.
           MOVE 0 TO P
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-POSICOES OR P > 0
               IF PS-EMPRESA(I) = HST-EMPRESA
                   AND PS-MOEDA(I) = HST-MOEDA
                   MOVE I TO P
               END-IF
           END-PERFORM
           IF P = 0
               IF WS-CONT-POSICOES < WS-MAX-POSICOES
                   ADD 1 TO WS-CONT-POSICOES
                   MOVE WS-CONT-POSICOES TO P
                   MOVE HST-EMPRESA TO PS-EMPRESA(P)
                   MOVE HST-MOEDA TO PS-MOEDA(P)
                   MOVE 0 TO PS-REGISTOS(P)
                   MOVE 0 TO PS-ESTRANGEIRA(P)
                   MOVE 0 TO PS-CONTABILIZADO(P)
                   MOVE 0 TO PS-TAXA-FECHO(P)
                   MOVE 0 TO PS-REAVALIADO(P)
                   MOVE 0 TO PS-DIFERENCA(P)
               ELSE
                   SET TABELA-CHEIA TO TRUE
               END-IF
           END-IF.
      ******************************************************************
      * Taxa de fecho = taxa em vigor na data de negocio do fecho do
      * mes. Diferenca positiva e ganho, negativa e perda.
      ******************************************************************
       REAVALIAR-POSICAO.
           MOVE PS-MOEDA(P) TO WS-MOEDA-PROCURA
           MOVE WS-DATA-NEGOCIO TO WS-DATA-PROCURA
           PERFORM PROCURAR-TAXA
           IF WS-TAXA-OK = "N"
               ADD 1 TO WS-CONT-SEM-FECHO
               MOVE "REAVCAMB" TO RLG-PROGRAMA-PARM
               MOVE "E" TO RLG-SEVERIDADE-PARM
               MOVE "E001" TO RLG-CODIGO-PARM
               MOVE "SEM TAXA DE FECHO - NADA LANCADO"
                   TO RLG-TEXTO-PARM
               MOVE PS-MOEDA(P) TO RLG-CHAVE-PARM
               CALL "RUNLOG" USING RUNLOG-PARMS
           ELSE
               MOVE WS-TAXA-ENCONTRADA TO PS-TAXA-FECHO(P)
               COMPUTE PS-REAVALIADO(P) ROUNDED =
                   PS-ESTRANGEIRA(P) * WS-TAXA-ENCONTRADA
               COMPUTE PS-DIFERENCA(P) =
                   PS-REAVALIADO(P) - PS-CONTABILIZADO(P)
           END-IF.
      ******************************************************************
      * Duas linhas por posicao com diferenca (debito e credito do
      * mesmo valor), lote REAV + moeda, empresa no OPSTAMP.
      ******************************************************************
       GRAVAR-LANCAMENTOS.
           OPEN OUTPUT POSTING-FILE
           MOVE SPACES TO POSTING-REC
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CONT-POSICOES
               IF PS-DIFERENCA(P) > 0
                   MOVE WS-CONTA-POSICAO TO WS-CONTA-DEBITO
                   MOVE WS-CONTA-GANHO TO WS-CONTA-CREDITO
                   MOVE PS-DIFERENCA(P) TO WS-VALOR-LANC
                   PERFORM GRAVAR-PAR-LANCAMENTOS
               END-IF
               IF PS-DIFERENCA(P) < 0
                   MOVE WS-CONTA-PERDA TO WS-CONTA-DEBITO
                   MOVE WS-CONTA-POSICAO TO WS-CONTA-CREDITO
                   COMPUTE WS-VALOR-LANC = 0 - PS-DIFERENCA(P)
                   PERFORM GRAVAR-PAR-LANCAMENTOS
               END-IF
           END-PERFORM
           CLOSE POSTING-FILE.
       GRAVAR-PAR-LANCAMENTOS.
           MOVE WS-VALOR-LANC TO POST-VALOR
           MOVE "REAV" TO POST-LOTE
           MOVE PS-MOEDA(P) TO POST-LOTE(5:3)
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF POSTING-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF POSTING-REC
           MOVE PS-EMPRESA(P) TO OPSTAMP-EMPRESA OF POSTING-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF POSTING-REC
           MOVE WS-CONTA-DEBITO TO POST-CONTA
           MOVE "D" TO POST-DC
           WRITE POSTING-REC
           MOVE WS-CONTA-CREDITO TO POST-CONTA
           MOVE "C" TO POST-DC
           WRITE POSTING-REC
           ADD 2 TO WS-CONT-LANCAMENTOS.
       GRAVAR-RELATORIO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "REAVALIACAO CAMBIAL" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE LINHA-CABECALHO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CONT-POSICOES
               MOVE PS-EMPRESA(P) TO LP-EMPRESA
               MOVE PS-MOEDA(P) TO LP-MOEDA
               MOVE PS-REGISTOS(P) TO LP-REGISTOS
               MOVE PS-ESTRANGEIRA(P) TO LP-ESTRANGEIRA
               MOVE PS-TAXA-FECHO(P) TO LP-TAXA-FECHO
               MOVE PS-CONTABILIZADO(P) TO LP-CONTABILIZADO
               MOVE PS-REAVALIADO(P) TO LP-REAVALIADO
               MOVE PS-DIFERENCA(P) TO LP-DIFERENCA
               EVALUATE TRUE
                   WHEN PS-DIFERENCA(P) > 0
                       MOVE "GANHO" TO LP-RESULTADO
                   WHEN PS-DIFERENCA(P) < 0
                       MOVE "PERDA" TO LP-RESULTADO
                   WHEN OTHER
                       MOVE "NULO" TO LP-RESULTADO
               END-EVALUATE
               MOVE LINHA-POSICAO TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM
           IF WS-CONT-SEM-TAXA > 0
               MOVE SPACES TO PRT-LINHA-PARM
               STRING "REGISTOS SEM TAXA NA DATA (FORA DA "
                   "REAVALIACAO): " WS-CONT-SEM-TAXA
                   DELIMITED BY SIZE INTO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-IF
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
           MOVE "REAVCAMB" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM REAVCAMB.
