      ******************************************************************
      * REPLREL.cbl
      * 10/15/26 - summary of a historical replay, from the replay
      *            results register (REPLRES) that each night's
      *            REPLREG step appends to. The replay is the one
      *            whose id is on the REPLRPRM card (the REPLGEN run
      *            timestamp; REPLGEN's closing job passes it) or, with
      *            no card, the latest replay on the register. The
      *            report (PRNTFMT) lists every night and every
      *            output compared with IDENTICO / ALTERADO / FALHOU
      *            and FILECOMP's counts, then the verdict per night
      *            (a night is FALHOU if any of its outputs failed,
      *            ALTERADO if any changed), the totals per output
      *            across the nights and the replay's totals. A
      *            night replayed again under the same id replaces
      *            its earlier lines. RETURN-CODE 8 if anything
      *            failed, 4 if anything changed, 0 when the change
      *            reproduced every past night exactly.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "REPLRPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RESULTADOS-FILE ASSIGN TO "REPLRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-ID              PIC X(14).
       FD  RESULTADOS-FILE.
           COPY "REPLRES.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-RES-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-REPLAY-ID PIC X(14) VALUE SPACES.
       77 WS-MAX-LINHAS PIC 999 VALUE 400.
       77 WS-CONT-LINHAS PIC 999 VALUE 0.
       77 WS-MAX-NOITES PIC 99 VALUE 60.
       77 WS-CONT-NOITES PIC 99 VALUE 0.
       77 WS-MAX-SAIDAS PIC 99 VALUE 10.
       77 WS-CONT-SAIDAS PIC 99 VALUE 0.
       77 WS-NOITES-IDENTICAS PIC 99 VALUE 0.
       77 WS-NOITES-ALTERADAS PIC 99 VALUE 0.
       77 WS-NOITES-FALHADAS PIC 99 VALUE 0.
       77 WS-TOTAL-IDENTICO PIC 999 VALUE 0.
       77 WS-TOTAL-ALTERADO PIC 999 VALUE 0.
       77 WS-TOTAL-FALHOU PIC 999 VALUE 0.
       77 I PIC 999.
       77 J PIC 99.
       77 K PIC 999.
           COPY "BUSDATE-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "PRNTFMT-WS.cpy".
       01 TABELA-LINHAS.
           03 RESULTADO-LINHA OCCURS 400 TIMES.
               05  TL-DATA          PIC 9(8).
               05  TL-SAIDA         PIC X(8).
               05  TL-RESULTADO     PIC X(8).
               05  TL-INSERIDOS     PIC 9(5).
               05  TL-APAGADOS      PIC 9(5).
               05  TL-ALTERADOS     PIC 9(5).
       01 TABELA-NOITES.
           03 NOITE-LINHA OCCURS 60 TIMES.
               05  TN-DATA          PIC 9(8).
               05  TN-IDENTICO      PIC 99.
               05  TN-ALTERADO      PIC 99.
               05  TN-FALHOU        PIC 99.
       01 TABELA-SAIDAS.
           03 SAIDA-LINHA OCCURS 10 TIMES.
               05  TS-SAIDA         PIC X(8).
               05  TS-IDENTICO      PIC 99.
               05  TS-ALTERADO      PIC 99.
               05  TS-FALHOU        PIC 99.
       01 LINHA-CABECALHO-DETALHE.
           05  FILLER               PIC X(40) VALUE
               "DATA      SAIDA     RESULTADO  INSERIDOS".
           05  FILLER               PIC X(22) VALUE
               "  APAGADOS  ALTERADOS".
       01 LINHA-DETALHE.
           05  LD-DATA              PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LD-SAIDA             PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LD-RESULTADO         PIC X(8).
           05  FILLER               PIC X(7) VALUE SPACES.
           05  LD-INSERIDOS         PIC ZZZZ9.
           05  FILLER               PIC X(5) VALUE SPACES.
           05  LD-APAGADOS          PIC ZZZZ9.
           05  FILLER               PIC X(6) VALUE SPACES.
           05  LD-ALTERADOS         PIC ZZZZ9.
       01 LINHA-CABECALHO-CONTAGEM.
           05  FILLER               PIC X(40) VALUE
               "          IDENTICO  ALTERADO  FALHOU  VE".
           05  FILLER               PIC X(7) VALUE
               "REDICTO".
       01 LINHA-CONTAGEM.
           05  LC-CHAVE             PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(5) VALUE SPACES.
           05  LC-IDENTICO          PIC ZZ9.
           05  FILLER               PIC X(7) VALUE SPACES.
           05  LC-ALTERADO          PIC ZZ9.
           05  FILLER               PIC X(5) VALUE SPACES.
           05  LC-FALHOU            PIC ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LC-VEREDICTO         PIC X(8).
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-PARAMETROS
           PERFORM CARREGAR-RESULTADOS
           PERFORM TOTALIZAR
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "REPETICAO HISTORICA DE NOITES" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           IF WS-CONT-LINHAS = 0
               MOVE SPACES TO PRT-LINHA-PARM
               STRING "SEM RESULTADOS NO REGISTO PARA A REPETICAO "
                   WS-REPLAY-ID DELIMITED BY SIZE
                   INTO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
               MOVE "F" TO PRT-FUNCAO-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
               DISPLAY "REPLREL: SEM RESULTADOS PARA " WS-REPLAY-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM IMPRIMIR-DETALHE
           PERFORM IMPRIMIR-NOITES
           PERFORM IMPRIMIR-SAIDAS
           PERFORM IMPRIMIR-TOTAIS
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           DISPLAY "REPLREL: REPETICAO " WS-REPLAY-ID " - "
               WS-CONT-NOITES " NOITE(S), " WS-NOITES-ALTERADAS
               " ALTERADA(S), " WS-NOITES-FALHADAS " FALHADA(S)"
           EVALUATE TRUE
               WHEN WS-NOITES-FALHADAS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NOITES-ALTERADAS > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
       LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END MOVE PARM-ID TO WS-REPLAY-ID
               END-READ
               CLOSE PARM-FILE
           END-IF.
      ******************************************************************
      * Sem id no cartao vale a repeticao mais recente do registo (o
      * id e o instante do REPLGEN, por isso o maior e o ultimo).
      * Uma noite repetida outra vez substitui as suas linhas.
      ******************************************************************
       CARREGAR-RESULTADOS.
           OPEN INPUT RESULTADOS-FILE
           IF WS-RES-STATUS = "35"
               DISPLAY "REPLREL: REGISTO DE RESULTADOS AUSENTE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REPLAY-ID = SPACES
               PERFORM UNTIL FIM-FICHEIRO
                   READ RESULTADOS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF RES-ID > WS-REPLAY-ID
                               MOVE RES-ID TO WS-REPLAY-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULTADOS-FILE
               MOVE "N" TO WS-EOF
               OPEN INPUT RESULTADOS-FILE
           END-IF
           PERFORM UNTIL FIM-FICHEIRO
               READ RESULTADOS-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       IF RES-ID = WS-REPLAY-ID
                           PERFORM GUARDAR-LINHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESULTADOS-FILE.
       GUARDAR-LINHA.
           MOVE 0 TO K
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-LINHAS
               IF TL-DATA(I) = RES-DATA AND TL-SAIDA(I) = RES-SAIDA
                   MOVE I TO K
               END-IF
           END-PERFORM
           IF K = 0
               IF WS-CONT-LINHAS < WS-MAX-LINHAS
                   ADD 1 TO WS-CONT-LINHAS
                   MOVE WS-CONT-LINHAS TO K
               ELSE
                   DISPLAY "AVISO: TABELA DE RESULTADOS CHEIA - "
                       RES-DATA " " RES-SAIDA " IGNORADO"
               END-IF
           END-IF
           IF K > 0
               MOVE RES-DATA TO TL-DATA(K)
               MOVE RES-SAIDA TO TL-SAIDA(K)
               MOVE RES-RESULTADO TO TL-RESULTADO(K)
               MOVE RES-INSERIDOS TO TL-INSERIDOS(K)
               MOVE RES-APAGADOS TO TL-APAGADOS(K)
               MOVE RES-ALTERADOS TO TL-ALTERADOS(K)
           END-IF.
       TOTALIZAR.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-LINHAS
               PERFORM TOTALIZAR-NOITE
               PERFORM TOTALIZAR-SAIDA
               EVALUATE TL-RESULTADO(I)
                   WHEN "IDENTICO"
                       ADD 1 TO WS-TOTAL-IDENTICO
                   WHEN "ALTERADO"
                       ADD 1 TO WS-TOTAL-ALTERADO
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-FALHOU
               END-EVALUATE
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-NOITES
               EVALUATE TRUE
                   WHEN TN-FALHOU(J) > 0
                       ADD 1 TO WS-NOITES-FALHADAS
                   WHEN TN-ALTERADO(J) > 0
                       ADD 1 TO WS-NOITES-ALTERADAS
                   WHEN OTHER
                       ADD 1 TO WS-NOITES-IDENTICAS
               END-EVALUATE
           END-PERFORM.
       TOTALIZAR-NOITE.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-CONT-NOITES
                      OR TN-DATA(J) = TL-DATA(I)
               CONTINUE
           END-PERFORM
           IF J > WS-CONT-NOITES
               IF WS-CONT-NOITES < WS-MAX-NOITES
                   ADD 1 TO WS-CONT-NOITES
                   MOVE WS-CONT-NOITES TO J
                   MOVE TL-DATA(I) TO TN-DATA(J)
                   MOVE 0 TO TN-IDENTICO(J)
                   MOVE 0 TO TN-ALTERADO(J)
                   MOVE 0 TO TN-FALHOU(J)
               ELSE
                   MOVE 0 TO J
               END-IF
           END-IF
           IF J > 0
               EVALUATE TL-RESULTADO(I)
                   WHEN "IDENTICO"
                       ADD 1 TO TN-IDENTICO(J)
                   WHEN "ALTERADO"
                       ADD 1 TO TN-ALTERADO(J)
                   WHEN OTHER
                       ADD 1 TO TN-FALHOU(J)
               END-EVALUATE
           END-IF.
       TOTALIZAR-SAIDA.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-CONT-SAIDAS
                      OR TS-SAIDA(J) = TL-SAIDA(I)
               CONTINUE
           END-PERFORM
           IF J > WS-CONT-SAIDAS
               IF WS-CONT-SAIDAS < WS-MAX-SAIDAS
                   ADD 1 TO WS-CONT-SAIDAS
                   MOVE WS-CONT-SAIDAS TO J
                   MOVE TL-SAIDA(I) TO TS-SAIDA(J)
                   MOVE 0 TO TS-IDENTICO(J)
                   MOVE 0 TO TS-ALTERADO(J)
                   MOVE 0 TO TS-FALHOU(J)
               ELSE
                   MOVE 0 TO J
               END-IF
           END-IF
           IF J > 0
               EVALUATE TL-RESULTADO(I)
                   WHEN "IDENTICO"
                       ADD 1 TO TS-IDENTICO(J)
                   WHEN "ALTERADO"
                       ADD 1 TO TS-ALTERADO(J)
                   WHEN OTHER
                       ADD 1 TO TS-FALHOU(J)
               END-EVALUATE
           END-IF.
       IMPRIMIR-DETALHE.
           MOVE SPACES TO PRT-LINHA-PARM
           STRING "REPETICAO " WS-REPLAY-ID " - RESULTADO POR NOITE E PO
      -        "R SAIDA (COMPARADO COM A PRODUCAO DA NOITE)"
               DELIMITED BY SIZE INTO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CABECALHO-DETALHE TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-LINHAS
               MOVE TL-DATA(I) TO LD-DATA
               MOVE TL-SAIDA(I) TO LD-SAIDA
               MOVE TL-RESULTADO(I) TO LD-RESULTADO
               MOVE TL-INSERIDOS(I) TO LD-INSERIDOS
               MOVE TL-APAGADOS(I) TO LD-APAGADOS
               MOVE TL-ALTERADOS(I) TO LD-ALTERADOS
               MOVE LINHA-DETALHE TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM.
       IMPRIMIR-NOITES.
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "RESUMO POR NOITE (SAIDAS)" TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CABECALHO-CONTAGEM TO PRT-LINHA-PARM
           MOVE "DATA" TO PRT-LINHA-PARM(1:4)
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-NOITES
               MOVE SPACES TO LC-CHAVE
               MOVE TN-DATA(J) TO LC-CHAVE
               MOVE TN-IDENTICO(J) TO LC-IDENTICO
               MOVE TN-ALTERADO(J) TO LC-ALTERADO
               MOVE TN-FALHOU(J) TO LC-FALHOU
               EVALUATE TRUE
                   WHEN TN-FALHOU(J) > 0
                       MOVE "FALHOU" TO LC-VEREDICTO
                   WHEN TN-ALTERADO(J) > 0
                       MOVE "ALTERADO" TO LC-VEREDICTO
                   WHEN OTHER
                       MOVE "IDENTICO" TO LC-VEREDICTO
               END-EVALUATE
               MOVE LINHA-CONTAGEM TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM.
       IMPRIMIR-SAIDAS.
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "RESUMO POR SAIDA (NOITES)" TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CABECALHO-CONTAGEM TO PRT-LINHA-PARM
           MOVE "SAIDA" TO PRT-LINHA-PARM(1:5)
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-SAIDAS
               MOVE TS-SAIDA(J) TO LC-CHAVE
               MOVE TS-IDENTICO(J) TO LC-IDENTICO
               MOVE TS-ALTERADO(J) TO LC-ALTERADO
               MOVE TS-FALHOU(J) TO LC-FALHOU
               EVALUATE TRUE
                   WHEN TS-FALHOU(J) > 0
                       MOVE "FALHOU" TO LC-VEREDICTO
                   WHEN TS-ALTERADO(J) > 0
                       MOVE "ALTERADO" TO LC-VEREDICTO
                   WHEN OTHER
                       MOVE "IDENTICO" TO LC-VEREDICTO
               END-EVALUATE
               MOVE LINHA-CONTAGEM TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM.
       IMPRIMIR-TOTAIS.
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE SPACES TO PRT-LINHA-PARM
           STRING "NOITES " WS-CONT-NOITES
               "  IDENTICAS " WS-NOITES-IDENTICAS
               "  ALTERADAS " WS-NOITES-ALTERADAS
               "  FALHADAS " WS-NOITES-FALHADAS
               DELIMITED BY SIZE INTO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE SPACES TO PRT-LINHA-PARM
           STRING "SAIDAS COMPARADAS " WS-CONT-LINHAS
               "  IDENTICAS " WS-TOTAL-IDENTICO
               "  ALTERADAS " WS-TOTAL-ALTERADO
               "  FALHADAS " WS-TOTAL-FALHOU
               DELIMITED BY SIZE INTO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE SPACES TO PRT-LINHA-PARM
           EVALUATE TRUE
               WHEN WS-NOITES-FALHADAS > 0
                   MOVE "VEREDICTO: FALHOU - HA NOITES QUE NAO FOI POSSI
      -                 "VEL REPETIR" TO PRT-LINHA-PARM
               WHEN WS-NOITES-ALTERADAS > 0
                   MOVE "VEREDICTO: ALTERADO - A ALTERACAO MUDA O RESULT
      -                 "ADO DE NOITES PASSADAS" TO PRT-LINHA-PARM
               WHEN OTHER
                   MOVE "VEREDICTO: IDENTICO - TODAS AS NOITES REPRODUZI
      -                 "DAS SEM DIFERENCAS" TO PRT-LINHA-PARM
           END-EVALUATE
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
           MOVE "REPLREL" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM REPLREL.
