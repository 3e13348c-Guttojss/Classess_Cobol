      *            trailer is missing is a FAIL -- that is the
      *            truncated-print detection the formatter exists
      *            for.
      * 10/15/26 - sixth check RETENCAO: the EX2 high-value hold queue
      *            (EX2RETEN) must hold no item still pending (no
      *            release or cancel from two operators) for more than
      *            the days on the EX2LIMIT "DIASABER" line (3 when
      *            there is none). An absent queue means nothing was
      *            ever held and passes.
      * 10/15/26 - seventh check INCIDENT: no severity-E incident on
      *            the incident master (INCMST, opened by INCABRE from
      *            the RUNMON alerts) whose latest alert is on the
      *            business date may still be unacknowledged (state
      *            A). No INCMST means no incident was ever raised and
      *            passes.
      * 10/15/26 - the night's shift handover notes (PASSLOG, entered
      *            through PASSTELA) are printed under the check lines,
      *            headed by the count of action items the morning
      *            shift has not acknowledged yet. Informational only:
      *            the sheet is printed before the morning shift
      *            starts acknowledging, so pending items do not turn
      *            the verdict to NO-GO.
      * 10/15/26 - every emergency change applied inside a
      *            change-freeze window on the business date (CONGLOG,
      *            written through CONGCHK by PARMPROM and the master
      *            maintenance programs) is listed after the handover
      *            notes: program, what changed, operator, emergency
      *            approver and the window. Informational only -- the
      *            change was approved; the sheet makes sure the
      *            morning shift sees it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GONOGO.
           SELECT SLAREL-FILE ASSIGN TO "SLAREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT RETENCAO-FILE ASSIGN TO "EX2RETEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT LIMITES-FILE ASSIGN TO "EX2LIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT INCIDENTES-FILE ASSIGN TO "INCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT PASSAGEM-FILE ASSIGN TO "PASSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT CONGLOG-FILE ASSIGN TO "CONGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT FOLHA-FILE ASSIGN TO "CTRLSHT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05  FILLER               PIC X(17).
           05  SLA-TENDENCIA        PIC X(6).
           05  FILLER               PIC X(89).
       FD  RETENCAO-FILE.
           COPY "EX2RETEN.cpy".
       FD  LIMITES-FILE.
       01  LIMITES-REC.
           05  LIM-TIPO             PIC X(8).
           05  FILLER               PIC X.
           05  LIM-DIAS             PIC 999.
       FD  INCIDENTES-FILE.
           COPY "INCIDENTE.cpy".
       FD  PASSAGEM-FILE.
           COPY "PASSAGEM.cpy".
       FD  CONGLOG-FILE.
           COPY "CONGLOG.cpy".
       FD  FOLHA-FILE.
       01  FOLHA-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       77 J PIC 99.
       77 C PIC 9.
       77 WS-TEM-TRAILER PIC X.
       77 WS-DIAS-ABERTA PIC 999 VALUE 3.
       77 WS-DIAS PIC S9(5).
       77 WS-CONT-VENCIDAS PIC 9(3) VALUE 0.
       77 WS-CONT-SEM-RECONH PIC 9(3) VALUE 0.
       77 WS-CONT-NOTAS PIC 9(3) VALUE 0.
       77 WS-CONT-ACOES PIC 9(3) VALUE 0.
       77 WS-CONT-EMERGENCIAS PIC 9(3) VALUE 0.
       01 TABELA-PASSOS.
           03 PASSO-LINHA OCCURS 30 TIMES.
               05  PAS-PROGRAMA     PIC X(8).
               05  PAS-ABERTOS      PIC S999.
       01 TABELA-VERIFICACOES.
           03 VERIFICACAO-LINHA OCCURS 7 TIMES.
               05  VER-NOME         PIC X(10).
               05  VER-RESULTADO    PIC X(4).
               05  VER-NUMEROS      PIC X(40).
           05  LC-RESULTADO         PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  LC-NUMEROS           PIC X(40).
       01 LINHA-PASSAGEM-CAB.
           05  FILLER               PIC X(29)
               VALUE "PASSAGEM DE TURNO - NOTAS DE ".
           05  LP-DATA              PIC 9(8).
           05  FILLER               PIC X(23)
               VALUE "  ACOES POR RECONHECER=".
           05  LP-ACOES             PIC ZZ9.
       01 LINHA-PASSAGEM.
           05  LN-TIPO              PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LN-ESTADO            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LN-PASSO             PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LN-AUTOR             PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LN-TEXTO             PIC X(58).
       01 LINHA-EMERGENCIA-CAB.
           05  FILLER               PIC X(43)
               VALUE "ALTERACOES DE EMERGENCIA (CONGELAMENTO) DE ".
           05  LE-DATA              PIC 9(8).
           05  FILLER               PIC X(8) VALUE "  TOTAL=".
           05  LE-TOTAL             PIC ZZ9.
       01 LINHA-EMERGENCIA.
           05  LM-PROGRAMA          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LM-CHAVE             PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  LM-OPERADOR          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LM-APROVADOR         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LM-JANELA            PIC X(30).
           COPY "BUSDATE-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VERIFICAR-HASHREP
           PERFORM VERIFICAR-ACKREL
           PERFORM VERIFICAR-SLAREL
           PERFORM VERIFICAR-RETENCAO
           PERFORM VERIFICAR-INCIDENTES
           PERFORM GRAVAR-FOLHA
           IF WS-FALHAS > 0
               DISPLAY "GONOGO: NO-GO - " WS-FALHAS
                       ADD 1 TO WS-CONT-FAIL
                   END-IF
           END-EVALUATE.
      ******************************************************************
      * Fila de retencao do EX2: pendente ha mais de WS-DIAS-ABERTA
      * dias sem as duas decisoes e um FAIL.
      ******************************************************************
       VERIFICAR-RETENCAO.
           MOVE 6 TO C
           MOVE "RETENCAO" TO VER-NOME(C)
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-CONT-LINHAS
           MOVE 0 TO WS-CONT-VENCIDAS
           OPEN INPUT LIMITES-FILE
           IF WS-FONTE-STATUS NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ LIMITES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF LIM-TIPO = "DIASABER"
                               AND LIM-DIAS NUMERIC
                               MOVE LIM-DIAS TO WS-DIAS-ABERTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMITES-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT RETENCAO-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "FILA VAZIA" TO VER-NUMEROS(C)
               MOVE "PASS" TO VER-RESULTADO(C)
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ RETENCAO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM CONTAR-RETENCAO
                   END-READ
               END-PERFORM
               CLOSE RETENCAO-FILE
               MOVE SPACES TO VER-NUMEROS(C)
               STRING "PENDENTES=" WS-CONT-LINHAS
                   " HA MAIS DE " WS-DIAS-ABERTA " DIAS="
                   WS-CONT-VENCIDAS
                   DELIMITED BY SIZE INTO VER-NUMEROS(C)
               IF WS-CONT-VENCIDAS > 0
                   PERFORM MARCAR-FALHA
               ELSE
                   MOVE "PASS" TO VER-RESULTADO(C)
               END-IF
           END-IF.
       CONTAR-RETENCAO.
           IF RTN-PENDENTE
               ADD 1 TO WS-CONT-LINHAS
               IF RTN-DATA-RETENCAO NUMERIC
                   AND RTN-DATA-RETENCAO > 0
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                       - FUNCTION INTEGER-OF-DATE(RTN-DATA-RETENCAO)
                   IF WS-DIAS > WS-DIAS-ABERTA
                       ADD 1 TO WS-CONT-VENCIDAS
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * Incidentes: um incidente de severidade E com alerta na data de
      * negocio ainda por reconhecer (estado A) e um FAIL.
      ******************************************************************
       VERIFICAR-INCIDENTES.
           MOVE 7 TO C
           MOVE "INCIDENT" TO VER-NOME(C)
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-CONT-LINHAS
           MOVE 0 TO WS-CONT-SEM-RECONH
           OPEN INPUT INCIDENTES-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "SEM INCIDENTES" TO VER-NUMEROS(C)
               MOVE "PASS" TO VER-RESULTADO(C)
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ INCIDENTES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM CONTAR-INCIDENTE
                   END-READ
               END-PERFORM
               CLOSE INCIDENTES-FILE
               MOVE SPACES TO VER-NUMEROS(C)
               STRING "E DO DIA=" WS-CONT-LINHAS
                   " POR RECONHECER=" WS-CONT-SEM-RECONH
                   DELIMITED BY SIZE INTO VER-NUMEROS(C)
               IF WS-CONT-SEM-RECONH > 0
                   PERFORM MARCAR-FALHA
               ELSE
                   MOVE "PASS" TO VER-RESULTADO(C)
               END-IF
           END-IF.
       CONTAR-INCIDENTE.
           IF INC-SEVERIDADE = "E"
               AND INC-DATA-ULTIMA = WS-DATA-NEGOCIO
               ADD 1 TO WS-CONT-LINHAS
               IF INC-ABERTO
                   ADD 1 TO WS-CONT-SEM-RECONH
               END-IF
           END-IF.
       MARCAR-AUSENTE.
           MOVE "ARTEFACTO AUSENTE" TO VER-NUMEROS(C)
           PERFORM MARCAR-FALHA.
           END-IF
           MOVE WS-DATA-NEGOCIO TO LV-DATA
           WRITE FOLHA-REC FROM LINHA-VEREDICTO
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 7
               MOVE VER-NOME(C) TO LC-NOME
               MOVE VER-RESULTADO(C) TO LC-RESULTADO
               MOVE VER-NUMEROS(C) TO LC-NUMEROS
               WRITE FOLHA-REC FROM LINHA-VERIFICACAO
           END-PERFORM
           PERFORM GRAVAR-PASSAGEM
           PERFORM GRAVAR-EMERGENCIAS
           CLOSE FOLHA-FILE.
      ******************************************************************
      * Notas de passagem de turno da data de negocio, por baixo das
      * verificacoes; as acoes pendentes sao contadas mas nao entram no
      * veredicto. Duas passagens ao PASSLOG: a contagem vai no
      * cabecalho, antes das notas.
      ******************************************************************
       GRAVAR-PASSAGEM.
           MOVE 0 TO WS-CONT-NOTAS
           MOVE 0 TO WS-CONT-ACOES
           MOVE "N" TO WS-EOF
           OPEN INPUT PASSAGEM-FILE
           IF WS-FONTE-STATUS = "00"
               PERFORM UNTIL FIM-FICHEIRO
                   READ PASSAGEM-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF PSG-DATA-NEGOCIO = WS-DATA-NEGOCIO
                               ADD 1 TO WS-CONT-NOTAS
                               IF PSG-ACAO AND PSG-PENDENTE
                                   ADD 1 TO WS-CONT-ACOES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PASSAGEM-FILE
           END-IF
           MOVE "N" TO WS-EOF
           MOVE SPACES TO FOLHA-REC
           WRITE FOLHA-REC
           MOVE WS-DATA-NEGOCIO TO LP-DATA
           MOVE WS-CONT-ACOES TO LP-ACOES
           WRITE FOLHA-REC FROM LINHA-PASSAGEM-CAB
           IF WS-CONT-NOTAS = 0
               MOVE "SEM NOTAS DE PASSAGEM" TO FOLHA-REC
               WRITE FOLHA-REC
           ELSE
               OPEN INPUT PASSAGEM-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   READ PASSAGEM-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF PSG-DATA-NEGOCIO = WS-DATA-NEGOCIO
                               PERFORM GRAVAR-NOTA-PASSAGEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PASSAGEM-FILE
               MOVE "N" TO WS-EOF
           END-IF
           IF WS-CONT-ACOES > 0
               DISPLAY "GONOGO: " WS-CONT-ACOES
                   " ACAO(OES) DE PASSAGEM POR RECONHECER"
           END-IF.
       GRAVAR-NOTA-PASSAGEM.
           MOVE PSG-TIPO TO LN-TIPO
           MOVE PSG-ESTADO TO LN-ESTADO
           MOVE PSG-PASSO TO LN-PASSO
           MOVE PSG-AUTOR TO LN-AUTOR
           MOVE PSG-TEXTO TO LN-TEXTO
           WRITE FOLHA-REC FROM LINHA-PASSAGEM.
      ******************************************************************
      * Alteracoes de emergencia em periodo congelado (CONGLOG) feitas
      * na data de negocio; so informativo, como a passagem de turno.
      * Duas passagens ao CONGLOG: o total vai no cabecalho.
      ******************************************************************
       GRAVAR-EMERGENCIAS.
           MOVE 0 TO WS-CONT-EMERGENCIAS
           MOVE "N" TO WS-EOF
           OPEN INPUT CONGLOG-FILE
           IF WS-FONTE-STATUS = "00"
               PERFORM UNTIL FIM-FICHEIRO
                   READ CONGLOG-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF OPSTAMP-DATA-NEGOCIO = WS-DATA-NEGOCIO
                               ADD 1 TO WS-CONT-EMERGENCIAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONGLOG-FILE
           END-IF
           MOVE "N" TO WS-EOF
           MOVE SPACES TO FOLHA-REC
           WRITE FOLHA-REC
           MOVE WS-DATA-NEGOCIO TO LE-DATA
           MOVE WS-CONT-EMERGENCIAS TO LE-TOTAL
           WRITE FOLHA-REC FROM LINHA-EMERGENCIA-CAB
           IF WS-CONT-EMERGENCIAS = 0
               MOVE "SEM ALTERACOES DE EMERGENCIA" TO FOLHA-REC
               WRITE FOLHA-REC
           ELSE
               OPEN INPUT CONGLOG-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CONGLOG-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF OPSTAMP-DATA-NEGOCIO = WS-DATA-NEGOCIO
                               PERFORM GRAVAR-LINHA-EMERGENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONGLOG-FILE
               MOVE "N" TO WS-EOF
               DISPLAY "GONOGO: " WS-CONT-EMERGENCIAS
                   " ALTERACAO(OES) DE EMERGENCIA EM PERIODO "
                   "CONGELADO"
           END-IF.
       GRAVAR-LINHA-EMERGENCIA.
           MOVE CGL-PROGRAMA TO LM-PROGRAMA
           MOVE CGL-CHAVE TO LM-CHAVE
           MOVE OPSTAMP-OPERADOR TO LM-OPERADOR
           MOVE CGL-APROVADOR TO LM-APROVADOR
           MOVE CGL-JANELA TO LM-JANELA
           WRITE FOLHA-REC FROM LINHA-EMERGENCIA.
       END PROGRAM GONOGO.
