      *            (OPERMLOG) with the OPSTAMP operator/timestamp and
      *            a printed before/after confirmation goes to
      *            OPERMREL. Rejects end the run with RETURN-CODE 4.
      * 10/15/26 - the master now carries each operator's supervisor
      *            (MST-SUPERVISOR, at the end of the record so
      *            OPERVAL and the other readers that parse by
      *            position are unaffected): the person who signs the
      *            operator's quarterly access recertification
      *            (RECERT). An inclusao sets it from TRAN-SUPERVISOR;
      *            an alteracao changes it only when one is given. An
      *            operator cannot be their own supervisor.
      * 10/15/26 - change freeze: on a business date inside a CONGELA
      *            window of scope masters (M or A) a transaction is
      *            rejected unless TRAN-EMERGENCIA (new, at the end of
      *            the record) names an emergency approver listed on
      *            the window other than the operator running it (CALL
      *            "CONGCHK"). Each change applied that way is logged
      *            on CONGLOG for the GONOGO sheet and the finance
      *            freeze-exception report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
           05  MST-NOME             PIC X(20).
           05  FILLER               PIC X.
           05  MST-ATIVO            PIC X.
           05  FILLER               PIC X.
           05  MST-SUPERVISOR       PIC X(8).
       FD  TRANSACOES-FILE.
       01  TRANSACAO-REC.
           05  TRAN-TIPO            PIC X.
           05  TRAN-NOME            PIC X(20).
           05  FILLER               PIC X.
           05  TRAN-ATIVO           PIC X.
           05  FILLER               PIC X.
           05  TRAN-SUPERVISOR      PIC X(8).
           05  FILLER               PIC X.
           05  TRAN-EMERGENCIA      PIC X(8).
       FD  NOVO-MASTER-FILE.
       01  NOVO-MASTER-REC          PIC X(40).
       FD  JORNAL-FILE.
       01  JORNAL-REC.
           05  JORNAL-TIPO          PIC X.
               05  TAB-ID           PIC X(8).
               05  TAB-NOME         PIC X(20).
               05  TAB-ATIVO        PIC X.
               05  TAB-SUPERVISOR   PIC X(8).
       01 REGISTO-NOVO.
           05  NOVO-ID              PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  NOVO-NOME            PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  NOVO-ATIVO           PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  NOVO-SUPERVISOR      PIC X(8).
       01 LINHA-ANTES.
           05  FILLER               PIC X(8) VALUE "ANTES  :".
           05  FILLER               PIC X VALUE SPACE.
           05  LA-IMAGEM            PIC X(40).
       01 LINHA-DEPOIS.
           05  FILLER               PIC X(8) VALUE "DEPOIS :".
           05  FILLER               PIC X VALUE SPACE.
           05  LD-IMAGEM            PIC X(40).
       01 LINHA-REJEICAO.
           05  FILLER               PIC X(10)
               VALUE "REJEITADO ".
           05  LR-ID                PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LR-MOTIVO            PIC X(25).
           COPY "CONGCHK-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
                               TAB-NOME(WS-CONT-OPERADORES)
                           MOVE MST-ATIVO TO
                               TAB-ATIVO(WS-CONT-OPERADORES)
                           MOVE MST-SUPERVISOR TO
                               TAB-SUPERVISOR(WS-CONT-OPERADORES)
                       ELSE
                           DISPLAY "AVISO: TABELA DE OPERADORES "
                               "CHEIA"
           MOVE "N" TO WS-EOF.
       APLICAR-TRANSACAO.
           PERFORM LOCALIZAR-OPERADOR
           PERFORM VERIFICAR-CONGELAMENTO
           EVALUATE TRUE
               WHEN CNG-RECUSADO
                   MOVE CNG-MOTIVO-PARM TO LR-MOTIVO
                   PERFORM GRAVAR-REJEICAO
               WHEN TRAN-TIPO = "I"
                   PERFORM TRATAR-INCLUSAO
               WHEN TRAN-TIPO = "A"
                   PERFORM TRATAR-ALTERACAO
               WHEN TRAN-TIPO = "D"
                   PERFORM TRATAR-DESATIVACAO
               WHEN OTHER
                   MOVE "TIPO INVALIDO" TO LR-MOTIVO
                   PERFORM GRAVAR-REJEICAO
           END-EVALUATE.
      ******************************************************************
      * Periodo congelado: so com aprovador de emergencia da janela,
      * que nao pode ser o proprio operador.
      ******************************************************************
       VERIFICAR-CONGELAMENTO.
           MOVE "V" TO CNG-FUNCAO-PARM
           MOVE "M" TO CNG-AMBITO-PARM
           MOVE WS-DATA-NEGOCIO TO CNG-DATA-PARM
           MOVE WS-OPERADOR-ID TO CNG-OPERADOR-PARM
           MOVE TRAN-EMERGENCIA TO CNG-APROVADOR-PARM
           MOVE SPACES TO CNG-CHAVE-PARM
           STRING TRAN-TIPO " OPERADOR " TRAN-ID
               DELIMITED BY SIZE INTO CNG-CHAVE-PARM
           CALL "CONGCHK" USING CONGCHK-PARMS.
       LOCALIZAR-OPERADOR.
           MOVE 0 TO J
           PERFORM VARYING I FROM 1 BY 1
               END-IF
           END-PERFORM.
       TRATAR-INCLUSAO.
           EVALUATE TRUE
               WHEN J > 0
                   MOVE "ID DUPLICADO" TO LR-MOTIVO
                   PERFORM GRAVAR-REJEICAO
               WHEN TRAN-SUPERVISOR = TRAN-ID
                   MOVE "SUPERVISOR E O PROPRIO" TO LR-MOTIVO
                   PERFORM GRAVAR-REJEICAO
               WHEN WS-CONT-OPERADORES >= WS-MAX-OPERADORES
                   MOVE "TABELA CHEIA" TO LR-MOTIVO
                   PERFORM GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE SPACES TO LA-IMAGEM
                   ADD 1 TO WS-CONT-OPERADORES
                   MOVE WS-CONT-OPERADORES TO J
                   MOVE TRAN-ID TO TAB-ID(J)
                   MOVE TRAN-NOME TO TAB-NOME(J)
                   MOVE "S" TO TAB-ATIVO(J)
                   MOVE TRAN-SUPERVISOR TO TAB-SUPERVISOR(J)
                   PERFORM GRAVAR-CONFIRMACAO
                   PERFORM GRAVAR-JORNAL
           END-EVALUATE.
       TRATAR-ALTERACAO.
           EVALUATE TRUE
               WHEN J = 0
                   MOVE "ID NAO EXISTE" TO LR-MOTIVO
                   PERFORM GRAVAR-REJEICAO
               WHEN TRAN-SUPERVISOR = TRAN-ID
                   MOVE "SUPERVISOR E O PROPRIO" TO LR-MOTIVO
                   PERFORM GRAVAR-REJEICAO
               WHEN OTHER
                   PERFORM MONTAR-IMAGEM-ANTES
                   MOVE TRAN-NOME TO TAB-NOME(J)
                   IF TRAN-ATIVO = "S" OR TRAN-ATIVO = "N"
                       MOVE TRAN-ATIVO TO TAB-ATIVO(J)
                   END-IF
                   IF TRAN-SUPERVISOR NOT = SPACES
                       MOVE TRAN-SUPERVISOR TO TAB-SUPERVISOR(J)
                   END-IF
                   PERFORM GRAVAR-CONFIRMACAO
                   PERFORM GRAVAR-JORNAL
           END-EVALUATE.
      ******************************************************************
      * Desativar o ultimo operador ativo trancaria a loja inteira
      * numa politica R: a transacao e recusada em vez de aplicada.
           MOVE TAB-ID(J) TO NOVO-ID
           MOVE TAB-NOME(J) TO NOVO-NOME
           MOVE TAB-ATIVO(J) TO NOVO-ATIVO
           MOVE TAB-SUPERVISOR(J) TO NOVO-SUPERVISOR
           MOVE REGISTO-NOVO TO LA-IMAGEM.
       GRAVAR-CONFIRMACAO.
           WRITE RELATORIO-REC FROM LINHA-ANTES
           MOVE TAB-ID(J) TO NOVO-ID
           MOVE TAB-NOME(J) TO NOVO-NOME
           MOVE TAB-ATIVO(J) TO NOVO-ATIVO
           MOVE TAB-SUPERVISOR(J) TO NOVO-SUPERVISOR
           MOVE REGISTO-NOVO TO LD-IMAGEM
           WRITE RELATORIO-REC FROM LINHA-DEPOIS.
       GRAVAR-JORNAL.
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF JORNAL-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF JORNAL-REC
           WRITE JORNAL-REC
           IF CNG-EMERGENCIA
               MOVE "J" TO CNG-FUNCAO-PARM
               CALL "CONGCHK" USING CONGCHK-PARMS
           END-IF.
       GRAVAR-REJEICAO.
           ADD 1 TO WS-CONT-REJEITADAS
           MOVE TRAN-TIPO TO LR-TIPO
               MOVE TAB-ID(I) TO NOVO-ID
               MOVE TAB-NOME(I) TO NOVO-NOME
               MOVE TAB-ATIVO(I) TO NOVO-ATIVO
               MOVE TAB-SUPERVISOR(I) TO NOVO-SUPERVISOR
               WRITE NOVO-MASTER-REC FROM REGISTO-NOVO
           END-PERFORM
           CLOSE NOVO-MASTER-FILE.
               MOVE PARM-OPERADOR-TEXTO(8:8) TO WS-OPERADOR-ID
           END-IF
           MOVE "OPERMNT" TO OPV-PROGRAMA-PARM
           MOVE "OPERMNT" TO CNG-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
