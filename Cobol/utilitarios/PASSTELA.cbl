      ******************************************************************
      * PASSTELA.cbl
      * 10/15/26 - shift handover log, reached from OPERMENU. The
      *            night operator's notes for the morning shift went
      *            into a paper book the morning shift often did not
      *            read. Three options over the handover log (PASSLOG,
      *            layout in PASSAGEM.cpy):
      *              1=listar     - the notes of one business date
      *                             (blank = the current one), each
      *                             numbered for option 3, with the
      *                             action items still pending counted
      *              2=registar   - a new note against a business
      *                             date (blank = the current one) and
      *                             optionally a step and a JOBJRNL
      *                             run id, I=informativa or A=acao,
      *                             shown back and written only when
      *                             confirmed
      *              3=reconhecer - one listed action item, stamped
      *                             with the operator id OPERMENU
      *                             validated and the moment it was
      *                             acknowledged; the author of a note
      *                             cannot acknowledge it -- the point
      *                             is that the NEXT shift has read it
      *            The log is appended to / rewritten under the
      *            PASSLOG lock (LOCKMGR), held only while the log is
      *            re-read and written, never while the operator
      *            types; an item acknowledged by someone else since
      *            it was listed is refused.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSTELA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASSAGEM-FILE ASSIGN TO "PASSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PASSAGEM-FILE.
           COPY "PASSAGEM.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-PSG-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-OPCAO PIC 9.
       77 WS-CONTINUAR PIC X VALUE "S".
           88 CONTINUAR-SESSAO VALUE "S".
       77 WS-RESPOSTA PIC X.
       77 WS-LOG-CHEIO PIC X VALUE "N".
           88 LOG-CHEIO VALUE "S".
       77 WS-DATA-PEDIDA PIC X(8).
       77 WS-DATA-VALIDA PIC X.
       77 WS-DATA-LISTA PIC 9(8) VALUE 0.
       77 WS-NOVO-PASSO PIC X(8).
       77 WS-NOVO-RUNID PIC X(19).
       77 WS-NOVO-TIPO PIC X.
       77 WS-NOVO-TEXTO PIC X(60).
       77 WS-NUMERO-PEDIDO PIC 9(4).
       77 WS-NUMERO-NOTA PIC 9(6).
       77 WS-MAIOR-NUMERO PIC 9(6).
       77 WS-MAX-NOTAS PIC 9(4) VALUE 2000.
       77 WS-CONT-LOG PIC 9(4) VALUE 0.
       77 WS-CONT-LISTA PIC 9(4) VALUE 0.
       77 WS-CONT-PENDENTES PIC 9(4) VALUE 0.
       77 I PIC 9(4).
       77 J PIC 9(4).
       01 TABELA-LOG.
           03 LOG-LINHA OCCURS 2000 TIMES.
               05  TAB-REGISTO      PIC X(171).
       01 TABELA-LISTA.
           03 LST-NUMERO PIC 9(6) OCCURS 2000 TIMES.
       01 LINHA-LISTA.
           05  LL-NUMERO            PIC ZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LL-TIPO              PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LL-ESTADO            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LL-PASSO             PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LL-AUTOR             PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LL-TEXTO             PIC X(60).
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
               DISPLAY "PASSAGEM DE TURNO: 1=LISTAR 2=REGISTAR "
                   "3=RECONHECER 9=SAIR ? "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-NOTAS
                   WHEN 2
                       PERFORM REGISTAR-NOTA
                   WHEN 3
                       PERFORM RECONHECER-ACAO
                   WHEN 9
                       MOVE "N" TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM
           GOBACK.
      ******************************************************************
      * Data de negocio pedida ao operador: vazio e a corrente; deixa
      * a data em WS-DATA-LISTA e WS-DATA-VALIDA a "S" quando serve.
      ******************************************************************
       PEDIR-DATA.
           DISPLAY "DATA DE NEGOCIO AAAAMMDD (VAZIO=" WS-DATA-NEGOCIO
               ") ? "
           MOVE SPACES TO WS-DATA-PEDIDA
           ACCEPT WS-DATA-PEDIDA
           MOVE "S" TO WS-DATA-VALIDA
           IF WS-DATA-PEDIDA = SPACES
               MOVE WS-DATA-NEGOCIO TO WS-DATA-LISTA
           ELSE
               IF WS-DATA-PEDIDA NOT NUMERIC
                   MOVE "N" TO WS-DATA-VALIDA
               ELSE
                   MOVE WS-DATA-PEDIDA TO WS-DATA-LISTA
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-LISTA)
                       NOT = 0
                       MOVE "N" TO WS-DATA-VALIDA
                   END-IF
               END-IF
           END-IF
           IF WS-DATA-VALIDA = "N"
               DISPLAY "DATA INVALIDA"
           END-IF.
      ******************************************************************
      * Notas de uma data, lidas de novo do log a cada listagem para
      * mostrar o que um colega ja reconheceu.
      ******************************************************************
       LISTAR-NOTAS.
           MOVE 0 TO WS-CONT-LISTA
           PERFORM PEDIR-DATA
           IF WS-DATA-VALIDA = "S"
               PERFORM CARREGAR-LOG
               MOVE 0 TO WS-CONT-PENDENTES
               DISPLAY "NOTAS DE " WS-DATA-LISTA
                   " (TIPO I=INFORMATIVA A=ACAO, "
                   "ESTADO P=PENDENTE R=RECONHECIDA)"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-LOG
                   MOVE TAB-REGISTO(I) TO PASSAGEM-REC
                   IF PSG-DATA-NEGOCIO = WS-DATA-LISTA
                       ADD 1 TO WS-CONT-LISTA
                       MOVE PSG-NUMERO TO LST-NUMERO(WS-CONT-LISTA)
                       PERFORM MOSTRAR-LINHA-LISTA
                       IF PSG-ACAO AND PSG-PENDENTE
                           ADD 1 TO WS-CONT-PENDENTES
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY WS-CONT-LISTA " NOTA(S), " WS-CONT-PENDENTES
                   " ACAO(OES) POR RECONHECER"
           END-IF.
       MOSTRAR-LINHA-LISTA.
           MOVE WS-CONT-LISTA TO LL-NUMERO
           MOVE PSG-TIPO TO LL-TIPO
           MOVE PSG-ESTADO TO LL-ESTADO
           MOVE PSG-PASSO TO LL-PASSO
           MOVE PSG-AUTOR TO LL-AUTOR
           MOVE PSG-TEXTO TO LL-TEXTO
           DISPLAY LINHA-LISTA
           IF PSG-RUNID NOT = SPACES
               DISPLAY "      RUN " PSG-RUNID
           END-IF
           IF PSG-RECONHECIDA
               DISPLAY "      RECONHECIDA POR " PSG-OPER-RECONH
                   " EM " PSG-TS-RECONH(1:14)
           END-IF.
       REGISTAR-NOTA.
           PERFORM PEDIR-DATA
           IF WS-DATA-VALIDA = "S"
               DISPLAY "PASSO (VAZIO=NENHUM) ? "
               MOVE SPACES TO WS-NOVO-PASSO
               ACCEPT WS-NOVO-PASSO
               INSPECT WS-NOVO-PASSO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "RUN ID (VAZIO=NENHUM) ? "
               MOVE SPACES TO WS-NOVO-RUNID
               ACCEPT WS-NOVO-RUNID
               INSPECT WS-NOVO-RUNID CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "TIPO (I=INFORMATIVA A=ACAO) ? "
               MOVE SPACE TO WS-NOVO-TIPO
               ACCEPT WS-NOVO-TIPO
               INSPECT WS-NOVO-TIPO CONVERTING "ia" TO "IA"
               IF WS-NOVO-TIPO NOT = "I" AND WS-NOVO-TIPO NOT = "A"
                   DISPLAY "TIPO INVALIDO"
               ELSE
                   DISPLAY "TEXTO ? "
                   MOVE SPACES TO WS-NOVO-TEXTO
                   ACCEPT WS-NOVO-TEXTO
                   IF WS-NOVO-TEXTO = SPACES
                       DISPLAY "O TEXTO E OBRIGATORIO"
                   ELSE
                       DISPLAY "A GRAVAR: " WS-DATA-LISTA " "
                           WS-NOVO-TIPO " " WS-NOVO-PASSO " "
                           WS-NOVO-RUNID
                       DISPLAY "          " WS-NOVO-TEXTO
                       DISPLAY "CONFIRMA (S/N) ? "
                       MOVE SPACE TO WS-RESPOSTA
                       ACCEPT WS-RESPOSTA
                       IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
                           PERFORM APLICAR-REGISTO
                       ELSE
                           DISPLAY "NOTA ABANDONADA"
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * O lock PASSLOG e pedido so para reler o log (o numero da nota
      * e o maior mais um) e acrescentar a nota, e devolvido em todos
      * os caminhos.
      ******************************************************************
       APLICAR-REGISTO.
           MOVE "PASSLOG" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "LOG EM USO POR OUTRO PROCESSO - "
                   "TENTE MAIS TARDE"
           ELSE
               PERFORM CARREGAR-LOG
               IF LOG-CHEIO OR WS-CONT-LOG >= WS-MAX-NOTAS
                   DISPLAY "LOG DE PASSAGEM CHEIO - NOTA RECUSADA"
               ELSE
                   PERFORM GRAVAR-NOTA
               END-IF
               MOVE "L" TO LCK-FUNCAO-PARM
               CALL "LOCKMGR" USING LOCKMGR-PARMS
           END-IF
           MOVE 0 TO WS-CONT-LISTA.
       GRAVAR-NOTA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE SPACES TO PASSAGEM-REC
           ADD 1 TO WS-MAIOR-NUMERO GIVING PSG-NUMERO
           MOVE WS-DATA-LISTA TO PSG-DATA-NEGOCIO
           MOVE WS-NOVO-PASSO TO PSG-PASSO
           MOVE WS-NOVO-RUNID TO PSG-RUNID
           MOVE WS-NOVO-TIPO TO PSG-TIPO
           IF PSG-ACAO
               SET PSG-PENDENTE TO TRUE
           END-IF
           MOVE WS-OPERADOR-ID TO PSG-AUTOR
           MOVE WS-RUN-TIMESTAMP TO PSG-TS-REGISTO
           MOVE WS-NOVO-TEXTO TO PSG-TEXTO
           OPEN EXTEND PASSAGEM-FILE
           IF WS-PSG-STATUS = "35"
               OPEN OUTPUT PASSAGEM-FILE
           END-IF
           WRITE PASSAGEM-REC
           CLOSE PASSAGEM-FILE
           DISPLAY "NOTA " PSG-NUMERO " REGISTADA".
      ******************************************************************
      * Numero da ultima listagem; so uma acao pendente se reconhece e
      * nunca pelo proprio autor.
      ******************************************************************
       RECONHECER-ACAO.
           IF WS-CONT-LISTA = 0
               DISPLAY "LISTE AS NOTAS PRIMEIRO (OPCAO 1)"
           ELSE
               DISPLAY "NUMERO NA LISTA ? "
               MOVE 0 TO WS-NUMERO-PEDIDO
               ACCEPT WS-NUMERO-PEDIDO
               IF WS-NUMERO-PEDIDO < 1
                   OR WS-NUMERO-PEDIDO > WS-CONT-LISTA
                   DISPLAY "NUMERO FORA DA LISTA"
               ELSE
                   MOVE LST-NUMERO(WS-NUMERO-PEDIDO)
                       TO WS-NUMERO-NOTA
                   PERFORM PROCURAR-NOTA
                   EVALUATE TRUE
                       WHEN J = 0
                           DISPLAY "NOTA JA NAO ESTA NO LOG - "
                               "LISTE DE NOVO"
                       WHEN NOT PSG-ACAO
                           DISPLAY "NOTA INFORMATIVA - NADA A "
                               "RECONHECER"
                       WHEN NOT PSG-PENDENTE
                           DISPLAY "ACAO JA RECONHECIDA POR "
                               PSG-OPER-RECONH
                       WHEN PSG-AUTOR = WS-OPERADOR-ID
                           DISPLAY "O AUTOR NAO PODE RECONHECER A "
                               "PROPRIA NOTA"
                       WHEN OTHER
                           DISPLAY "  " PSG-PASSO " " PSG-TEXTO
                           DISPLAY "RECONHECE A ACAO (S/N) ? "
                           MOVE SPACE TO WS-RESPOSTA
                           ACCEPT WS-RESPOSTA
                           IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
                               PERFORM APLICAR-RECONHECIMENTO
                           ELSE
                               DISPLAY "RECONHECIMENTO ABANDONADO"
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.
       APLICAR-RECONHECIMENTO.
           MOVE "PASSLOG" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "LOG EM USO POR OUTRO PROCESSO - "
                   "TENTE MAIS TARDE"
           ELSE
               PERFORM PROCURAR-NOTA
               EVALUATE TRUE
                   WHEN LOG-CHEIO
                       DISPLAY "LOG DE PASSAGEM CHEIO - "
                           "RECONHECIMENTO RECUSADO"
                   WHEN J = 0
                       DISPLAY "NOTA JA NAO ESTA NO LOG - "
                           "LISTE DE NOVO"
                   WHEN NOT PSG-PENDENTE
                       DISPLAY "ACAO RECONHECIDA ENTRETANTO POR "
                           PSG-OPER-RECONH
                   WHEN OTHER
                       PERFORM GRAVAR-RECONHECIMENTO
               END-EVALUATE
               MOVE "L" TO LCK-FUNCAO-PARM
               CALL "LOCKMGR" USING LOCKMGR-PARMS
           END-IF
           MOVE 0 TO WS-CONT-LISTA.
      ******************************************************************
      * Rele o log e deixa a nota WS-NUMERO-NOTA em PASSAGEM-REC e o
      * seu indice na tabela em J (0 = ja nao existe).
      ******************************************************************
       PROCURAR-NOTA.
           PERFORM CARREGAR-LOG
           MOVE 0 TO J
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-LOG
               MOVE TAB-REGISTO(I) TO PASSAGEM-REC
               IF PSG-NUMERO = WS-NUMERO-NOTA
                   MOVE I TO J
                   MOVE WS-CONT-LOG TO I
               END-IF
           END-PERFORM
           IF J > 0
               MOVE TAB-REGISTO(J) TO PASSAGEM-REC
           END-IF.
       GRAVAR-RECONHECIMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           SET PSG-RECONHECIDA TO TRUE
           MOVE WS-OPERADOR-ID TO PSG-OPER-RECONH
           MOVE WS-RUN-TIMESTAMP TO PSG-TS-RECONH
           MOVE PASSAGEM-REC TO TAB-REGISTO(J)
           OPEN OUTPUT PASSAGEM-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-LOG
               WRITE PASSAGEM-REC FROM TAB-REGISTO(I)
           END-PERFORM
           CLOSE PASSAGEM-FILE
           DISPLAY "ACAO " WS-NUMERO-NOTA " RECONHECIDA POR "
               WS-OPERADOR-ID.
       CARREGAR-LOG.
           MOVE 0 TO WS-CONT-LOG
           MOVE 0 TO WS-MAIOR-NUMERO
           MOVE "N" TO WS-LOG-CHEIO
           MOVE "N" TO WS-EOF
           OPEN INPUT PASSAGEM-FILE
           IF WS-PSG-STATUS = "00"
               PERFORM UNTIL FIM-FICHEIRO
                   READ PASSAGEM-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF PSG-NUMERO > WS-MAIOR-NUMERO
                               MOVE PSG-NUMERO TO WS-MAIOR-NUMERO
                           END-IF
                           IF WS-CONT-LOG < WS-MAX-NOTAS
                               ADD 1 TO WS-CONT-LOG
                               MOVE PASSAGEM-REC TO
                                   TAB-REGISTO(WS-CONT-LOG)
                           ELSE
                               SET LOG-CHEIO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PASSAGEM-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       END PROGRAM PASSTELA.
