      ******************************************************************
      * EX1OTRAB.cbl
      * 10/15/26 - maintenance work orders for the site crews. A
      *            DERIVA verdict on the EX1DRIFT report (EX1DREL) and
      *            an exception left open for weeks on the EX1DISP
      *            aging list only became a job for the site's crew if
      *            somebody remembered to send an email. Runs after
      *            EX1DISP and keeps the work-order master (EX1OTM,
      *            EX1OTM.cpy) under the EX1OTM lock:
      *              - first applies the closing transactions
      *                (EX1OTTRN: F=fechar, X=cancelar, with a note);
      *                closing an ENVELH order resolves ("R") every
      *                exception linked to it on the exceptions
      *                master EX1EXCM, with "OT nnnnnn FECHADA" in the
      *                note, so nobody dispositions them twice;
      *              - then raises a DERIVA order for every site
      *                EX1DREL flags DERIVA, and an ENVELH order for
      *                every site with exceptions still A or I on
      *                EX1EXCM more than EX1OTPRM days (default 14)
      *                after they were flagged, linking each such
      *                exception to the order (EX1OTLIG).
      *            A site never gets a second open order for the same
      *            cause: a site that already has one gets no new
      *            order, and further aged exceptions are linked to
      *            the order already open. Every order raised this run
      *            is written to the per-site work-order file
      *            (EX1OTSIT) with the site's name and responsible
      *            contact from SITEMST. Opens and closes are
      *            journaled (EX1OTLOG) with the OPSTAMP operator and
      *            timestamp; rejected transactions go to EX1OTERR and
      *            end the run with RETURN-CODE 4.
      * 10/15/26 - the EX1EXCM lock is held alongside EX1OTM, since
      *            closing an order rewrites the exceptions master the
      *            EX1TELA workbench now dispositions online.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX1OTRAB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENS-FILE ASSIGN TO "EX1OTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OT-STATUS.
           SELECT LIGACOES-FILE ASSIGN TO "EX1OTLIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIG-STATUS.
           SELECT EXCECOES-FILE ASSIGN TO "EX1EXCM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT DERIVA-FILE ASSIGN TO "EX1DREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRV-STATUS.
           SELECT PARM-FILE ASSIGN TO "EX1OTPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT SITEMST-FILE ASSIGN TO "SITEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITEMST-STATUS.
           SELECT TRANSACOES-FILE ASSIGN TO "EX1OTTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT SITIOS-FILE ASSIGN TO "EX1OTSIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROS-FILE ASSIGN TO "EX1OTERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN TO "EX1OTLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDENS-FILE.
           COPY "EX1OTM.cpy".
       FD  LIGACOES-FILE.
       01  LIGACAO-REC.
           05  LIG-NUMERO           PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  LIG-REF              PIC X(13).
           05  FILLER               PIC X VALUE SPACE.
           05  LIG-SITE             PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  LIG-POSICAO          PIC 9(4).
           05  FILLER               PIC X VALUE SPACE.
           05  LIG-DATA             PIC 9(8).
       FD  EXCECOES-FILE.
       01  EXCECAO-REC.
           05  MST-SITE             PIC X(3).
           05  FILLER               PIC X.
           05  MST-POSICAO          PIC 9(4).
           05  FILLER               PIC X.
           05  MST-NUM              PIC S9(5).
           05  FILLER               PIC X.
           05  MST-TIPO             PIC X(5).
           05  FILLER               PIC X.
           05  MST-DATA-EXCECAO     PIC 9(8).
           05  FILLER               PIC X.
           05  MST-STATUS           PIC X.
           05  FILLER               PIC X.
           05  MST-NOTA             PIC X(20).
           COPY "OPSTAMP.cpy".
           05  FILLER               PIC X.
           05  MST-REF              PIC X(13).
       FD  DERIVA-FILE.
       01  DERIVA-REC.
           05  REL-SITE             PIC X(3).
           05  FILLER               PIC X.
           05  REL-NOITES           PIC 9(5).
           05  FILLER               PIC X.
           05  REL-MEDIA-GERAL      PIC X(6).
           05  FILLER               PIC X.
           05  REL-MEDIA-ULTIMA     PIC X(6).
           05  FILLER               PIC X.
           05  REL-VEREDICTO        PIC X(6).
           05  FILLER               PIC X.
           05  REL-SENTIDO          PIC X(5).
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-DIAS            PIC 999.
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
       FD  TRANSACOES-FILE.
       01  TRANSACAO-REC.
           05  TRAN-TIPO            PIC X.
           05  FILLER               PIC X.
           05  TRAN-NUMERO          PIC X(6).
           05  TRAN-NUMERO-N REDEFINES TRAN-NUMERO
                                    PIC 9(6).
           05  FILLER               PIC X.
           05  TRAN-NOTA            PIC X(20).
       FD  SITIOS-FILE.
       01  SITIO-REC.
           05  STO-SITE             PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  STO-SITE-NOME        PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  STO-CONTACTO         PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  STO-NUMERO           PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  STO-CAUSA            PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  STO-DATA-ABERTURA    PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  STO-DETALHE          PIC X(5).
           05  FILLER               PIC X VALUE SPACE.
           05  STO-LIGADAS          PIC 999.
       FD  ERROS-FILE.
       01  ERROS-REC.
           05  ERRO-TIPO            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-NUMERO          PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-COD             PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-MSG             PIC X(24).
           COPY "OPSTAMP.cpy".
       FD  JORNAL-FILE.
       01  JORNAL-REC.
           05  JORNAL-TIPO          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-NUMERO        PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-SITE          PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-CAUSA         PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-RESOLVIDAS    PIC 999.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-NOTA          PIC X(20).
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-OT-STATUS PIC XX VALUE SPACES.
       77 WS-LIG-STATUS PIC XX VALUE SPACES.
       77 WS-EXC-STATUS PIC XX VALUE SPACES.
       77 WS-DRV-STATUS PIC XX VALUE SPACES.
       77 WS-PRM-STATUS PIC XX VALUE SPACES.
       77 WS-SITEMST-STATUS PIC XX VALUE SPACES.
       77 WS-TRN-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-DIAS-IDADE PIC 999 VALUE 14.
       77 WS-DIAS-ABERTA PIC S9(6).
       77 WS-PROXIMO-NUMERO PIC 9(6) VALUE 0.
       77 WS-CONT-ABERTAS PIC 9(5) VALUE 0.
       77 WS-CONT-FECHADAS PIC 9(5) VALUE 0.
       77 WS-CONT-RESOLVIDAS PIC 9(5) VALUE 0.
       77 WS-CONT-LIGADAS PIC 9(5) VALUE 0.
       77 WS-CONT-REJEITADAS PIC 9(5) VALUE 0.
       77 WS-RESOLVIDAS-ORDEM PIC 999 VALUE 0.
       77 WS-EXCECOES-MUDARAM PIC X VALUE "N".
       77 WS-CAUSA-PEDIDA PIC X(6).
       77 WS-SITE-PEDIDO PIC X(3).
       77 WS-DETALHE-PEDIDO PIC X(5).
       77 WS-MAX-SITES PIC 99 VALUE 20.
       77 WS-CONT-SITES PIC 99 VALUE 0.
       01 TABELA-SITES.
           03 SITE-LINHA OCCURS 20 TIMES.
               05  TS-CODIGO        PIC X(3).
               05  TS-NOME          PIC X(20).
               05  TS-CONTACTO      PIC X(20).
       77 WS-MAX-ORDENS PIC 999 VALUE 500.
       77 WS-CONT-ORDENS PIC 999 VALUE 0.
       01 TABELA-ORDENS.
           03 ORDEM-LINHA OCCURS 500 TIMES.
               05  TO-REGISTO       PIC X(127).
               05  TO-NOVA          PIC X.
               05  TO-LIGADAS       PIC 999.
       77 WS-MAX-LIGACOES PIC 9(4) VALUE 1000.
       77 WS-CONT-LIGACOES PIC 9(4) VALUE 0.
       01 TABELA-LIGACOES.
           03 LIGACAO-LINHA OCCURS 1000 TIMES.
               05  TL-NUMERO        PIC 9(6).
               05  TL-REF           PIC X(13).
               05  TL-SITE          PIC X(3).
               05  TL-POSICAO       PIC 9(4).
               05  TL-DATA          PIC 9(8).
       77 WS-MAX-EXCECOES PIC 999 VALUE 200.
       77 WS-CONT-EXCECOES PIC 999 VALUE 0.
       01 TABELA-EXCECOES.
           03 EXCECAO-LINHA OCCURS 200 TIMES.
               05  TE-REGISTO       PIC X(130).
       77 O PIC 999.
       77 L PIC 9(4).
       77 E PIC 999.
       77 I PIC 9(4).
       77 K PIC 99.
           COPY "LOCKMGR-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE "EX1OTM" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "EX1OTRAB: EX1OTM EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "EX1EXCM" TO LCK-NOME-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "EX1OTRAB: EX1EXCM EM USO - EXECUCAO RECUSADA"
               MOVE "EX1OTM" TO LCK-NOME-PARM
               MOVE "L" TO LCK-FUNCAO-PARM
               CALL "LOCKMGR" USING LOCKMGR-PARMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LER-PARAMETROS
           PERFORM LER-SITE-MASTER
           PERFORM CARREGAR-ORDENS
           PERFORM CARREGAR-LIGACOES
           PERFORM CARREGAR-EXCECOES
           OPEN OUTPUT ERROS-FILE
           OPEN OUTPUT JORNAL-FILE
           MOVE SPACES TO ERROS-REC
           MOVE SPACES TO JORNAL-REC
           PERFORM APLICAR-TRANSACOES
           PERFORM ABRIR-ORDENS-DERIVA
           PERFORM ABRIR-ORDENS-ENVELH
           CLOSE ERROS-FILE
           CLOSE JORNAL-FILE
           PERFORM REESCREVER-ORDENS
           PERFORM REESCREVER-LIGACOES
           IF WS-EXCECOES-MUDARAM = "S"
               PERFORM REESCREVER-EXCECOES
           END-IF
           PERFORM GRAVAR-SITIOS
           PERFORM LIBERTAR-LOCKS
           DISPLAY "ORDENS ABERTAS        : " WS-CONT-ABERTAS
           DISPLAY "EXCECOES LIGADAS      : " WS-CONT-LIGADAS
           DISPLAY "ORDENS FECHADAS       : " WS-CONT-FECHADAS
           DISPLAY "EXCECOES RESOLVIDAS   : " WS-CONT-RESOLVIDAS
           DISPLAY "TRANSACOES REJEITADAS : " WS-CONT-REJEITADAS
           IF WS-CONT-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       LIBERTAR-LOCKS.
           MOVE "L" TO LCK-FUNCAO-PARM
           MOVE "EX1EXCM" TO LCK-NOME-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           MOVE "EX1OTM" TO LCK-NOME-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS.
       CARREGAR-ORDENS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ORDENS-FILE
           IF WS-OT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ ORDENS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-ORDENS < WS-MAX-ORDENS
                               ADD 1 TO WS-CONT-ORDENS
                               MOVE EX1OTM-REC TO
                                   TO-REGISTO(WS-CONT-ORDENS)
                               MOVE "N" TO TO-NOVA(WS-CONT-ORDENS)
                               MOVE 0 TO TO-LIGADAS(WS-CONT-ORDENS)
                               IF OT-NUMERO > WS-PROXIMO-NUMERO
                                   MOVE OT-NUMERO TO
                                       WS-PROXIMO-NUMERO
                               END-IF
                           ELSE
                               DISPLAY "EX1OTRAB: TABELA DE ORDENS "
                                   "CHEIA - EXECUCAO RECUSADA"
                               CLOSE ORDENS-FILE
                               PERFORM LIBERTAR-LOCKS
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDENS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       CARREGAR-LIGACOES.
           MOVE "N" TO WS-EOF
           OPEN INPUT LIGACOES-FILE
           IF WS-LIG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ LIGACOES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-LIGACOES < WS-MAX-LIGACOES
                               ADD 1 TO WS-CONT-LIGACOES
                               MOVE WS-CONT-LIGACOES TO L
                               MOVE LIG-NUMERO TO TL-NUMERO(L)
                               MOVE LIG-REF TO TL-REF(L)
                               MOVE LIG-SITE TO TL-SITE(L)
                               MOVE LIG-POSICAO TO TL-POSICAO(L)
                               MOVE LIG-DATA TO TL-DATA(L)
                           ELSE
                               DISPLAY "AVISO: TABELA DE LIGACOES "
                                   "CHEIA - LIGACAO IGNORADA"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIGACOES-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       CARREGAR-EXCECOES.
           MOVE "N" TO WS-EOF
           OPEN INPUT EXCECOES-FILE
           IF WS-EXC-STATUS = "35"
               DISPLAY "SEM MASTER DE EXCECOES (EX1EXCM)"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ EXCECOES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-EXCECOES < WS-MAX-EXCECOES
                               ADD 1 TO WS-CONT-EXCECOES
                               MOVE EXCECAO-REC TO
                                   TE-REGISTO(WS-CONT-EXCECOES)
                           ELSE
                               DISPLAY "AVISO: MASTER DE EXCECOES "
                                   "CHEIO - REGISTO IGNORADO"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCECOES-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       APLICAR-TRANSACOES.
           MOVE "N" TO WS-EOF
           OPEN INPUT TRANSACOES-FILE
           IF WS-TRN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ TRANSACOES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM TRATAR-TRANSACAO
                   END-READ
               END-PERFORM
               CLOSE TRANSACOES-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       TRATAR-TRANSACAO.
           IF TRAN-TIPO NOT = "F" AND TRAN-TIPO NOT = "X"
               MOVE 03 TO ERRO-COD
               MOVE "TIPO INVALIDO" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               IF TRAN-NUMERO NOT NUMERIC
                   MOVE 04 TO ERRO-COD
                   MOVE "DADOS INVALIDOS" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               ELSE
                   PERFORM PROCURAR-ORDEM-TRAN
                   EVALUATE TRUE
                       WHEN O = 0
                           MOVE 02 TO ERRO-COD
                           MOVE "ORDEM NAO EXISTE" TO ERRO-MSG
                           PERFORM GRAVAR-ERRO
                       WHEN NOT OT-ABERTA
                           MOVE 09 TO ERRO-COD
                           MOVE "ORDEM NAO ESTA ABERTA" TO ERRO-MSG
                           PERFORM GRAVAR-ERRO
                       WHEN OTHER
                           PERFORM FECHAR-ORDEM
                   END-EVALUATE
               END-IF
           END-IF.
      ******************************************************************
      * Fechar (F) resolve no EX1EXCM as excecoes ligadas a ordem que
      * ainda estejam abertas; cancelar (X) deixa-as como estao.
      ******************************************************************
       FECHAR-ORDEM.
           MOVE 0 TO WS-RESOLVIDAS-ORDEM
           IF TRAN-TIPO = "F"
               PERFORM VARYING L FROM 1 BY 1
                       UNTIL L > WS-CONT-LIGACOES
                   IF TL-NUMERO(L) = OT-NUMERO
                       PERFORM RESOLVER-EXCECAO-LIGADA
                   END-IF
               END-PERFORM
               ADD 1 TO WS-CONT-FECHADAS
           END-IF
           MOVE TO-REGISTO(O) TO EX1OTM-REC
           MOVE TRAN-TIPO TO OT-STATUS
           MOVE WS-DATA-NEGOCIO TO OT-DATA-FECHO
           MOVE TRAN-NOTA TO OT-NOTA
           PERFORM CARIMBAR-ORDEM
           MOVE EX1OTM-REC TO TO-REGISTO(O)
           PERFORM GRAVAR-JORNAL.
       RESOLVER-EXCECAO-LIGADA.
           PERFORM VARYING E FROM 1 BY 1
                   UNTIL E > WS-CONT-EXCECOES
               MOVE TE-REGISTO(E) TO EXCECAO-REC
               IF (TL-REF(L) NOT = SPACES
                       AND MST-REF = TL-REF(L))
                   OR (TL-REF(L) = SPACES
                       AND MST-SITE = TL-SITE(L)
                       AND MST-POSICAO = TL-POSICAO(L)
                       AND MST-DATA-EXCECAO = TL-DATA(L))
                   IF MST-STATUS = "A" OR MST-STATUS = "I"
                       MOVE "R" TO MST-STATUS
                       MOVE SPACES TO MST-NOTA
                       STRING "OT " OT-NUMERO " FECHADA"
                           DELIMITED BY SIZE INTO MST-NOTA
                       MOVE WS-OPERADOR-ID TO
                           OPSTAMP-OPERADOR OF EXCECAO-REC
                       MOVE WS-RUN-TIMESTAMP TO
                           OPSTAMP-TIMESTAMP OF EXCECAO-REC
                       MOVE EXCECAO-REC TO TE-REGISTO(E)
                       MOVE "S" TO WS-EXCECOES-MUDARAM
                       ADD 1 TO WS-RESOLVIDAS-ORDEM
                       ADD 1 TO WS-CONT-RESOLVIDAS
                   END-IF
                   MOVE WS-CONT-EXCECOES TO E
               END-IF
           END-PERFORM.
      ******************************************************************
      * Uma ordem DERIVA por site com veredicto DERIVA no ultimo
      * EX1DREL, salvo se o site ja tiver uma DERIVA aberta.
      ******************************************************************
       ABRIR-ORDENS-DERIVA.
           MOVE "N" TO WS-EOF
           OPEN INPUT DERIVA-FILE
           IF WS-DRV-STATUS = "35"
               DISPLAY "SEM RELATORIO DE DERIVA (EX1DREL)"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ DERIVA-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF REL-VEREDICTO = "DERIVA"
                               MOVE REL-SITE TO WS-SITE-PEDIDO
                               MOVE "DERIVA" TO WS-CAUSA-PEDIDA
                               MOVE REL-SENTIDO TO WS-DETALHE-PEDIDO
                               PERFORM PROCURAR-ORDEM-ABERTA
                               IF O = 0
                                   PERFORM ACRESCENTAR-ORDEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DERIVA-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Excecoes ainda A ou I ha mais de WS-DIAS-IDADE dias e ainda nao
      * ligadas a uma ordem: ligam-se a ordem ENVELH aberta do site,
      * aberta agora se o site ainda nao tiver uma.
      ******************************************************************
       ABRIR-ORDENS-ENVELH.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-CONT-EXCECOES
               MOVE TE-REGISTO(E) TO EXCECAO-REC
               IF MST-STATUS = "A" OR MST-STATUS = "I"
                   COMPUTE WS-DIAS-ABERTA =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                       - FUNCTION INTEGER-OF-DATE(MST-DATA-EXCECAO)
                   IF WS-DIAS-ABERTA > WS-DIAS-IDADE
                       PERFORM PROCURAR-LIGACAO-EXCECAO
                       IF L = 0
                           PERFORM LIGAR-EXCECAO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       LIGAR-EXCECAO.
           MOVE MST-SITE TO WS-SITE-PEDIDO
           MOVE "ENVELH" TO WS-CAUSA-PEDIDA
           MOVE SPACES TO WS-DETALHE-PEDIDO
           PERFORM PROCURAR-ORDEM-ABERTA
           IF O = 0
               PERFORM ACRESCENTAR-ORDEM
           END-IF
           IF O > 0
               IF WS-CONT-LIGACOES < WS-MAX-LIGACOES
                   ADD 1 TO WS-CONT-LIGACOES
                   MOVE WS-CONT-LIGACOES TO L
                   MOVE TO-REGISTO(O) TO EX1OTM-REC
                   MOVE OT-NUMERO TO TL-NUMERO(L)
                   MOVE MST-REF TO TL-REF(L)
                   MOVE MST-SITE TO TL-SITE(L)
                   MOVE MST-POSICAO TO TL-POSICAO(L)
                   MOVE MST-DATA-EXCECAO TO TL-DATA(L)
                   ADD 1 TO TO-LIGADAS(O)
                   ADD 1 TO WS-CONT-LIGADAS
               ELSE
                   DISPLAY "AVISO: TABELA DE LIGACOES CHEIA - "
                       "EXCECAO " MST-REF " NAO LIGADA"
               END-IF
           END-IF.
       ACRESCENTAR-ORDEM.
           IF WS-CONT-ORDENS >= WS-MAX-ORDENS
               DISPLAY "AVISO: TABELA DE ORDENS CHEIA - ORDEM "
                   WS-CAUSA-PEDIDA " DO SITE " WS-SITE-PEDIDO
                   " NAO ABERTA"
               MOVE 0 TO O
           ELSE
               ADD 1 TO WS-PROXIMO-NUMERO
               MOVE SPACES TO EX1OTM-REC
               MOVE WS-PROXIMO-NUMERO TO OT-NUMERO
               MOVE WS-SITE-PEDIDO TO OT-SITE
               MOVE WS-CAUSA-PEDIDA TO OT-CAUSA
               MOVE WS-DATA-NEGOCIO TO OT-DATA-ABERTURA
               MOVE "A" TO OT-STATUS
               MOVE 0 TO OT-DATA-FECHO
               MOVE WS-DETALHE-PEDIDO TO OT-DETALHE
               PERFORM CARIMBAR-ORDEM
               ADD 1 TO WS-CONT-ORDENS
               MOVE WS-CONT-ORDENS TO O
               MOVE EX1OTM-REC TO TO-REGISTO(O)
               MOVE "S" TO TO-NOVA(O)
               MOVE 0 TO TO-LIGADAS(O)
               ADD 1 TO WS-CONT-ABERTAS
               MOVE "A" TO JORNAL-TIPO
               MOVE 0 TO WS-RESOLVIDAS-ORDEM
               PERFORM GRAVAR-JORNAL-ORDEM
           END-IF.
       CARIMBAR-ORDEM.
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF EX1OTM-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF EX1OTM-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF EX1OTM-REC.
       PROCURAR-ORDEM-TRAN.
           MOVE 0 TO O
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-ORDENS OR O > 0
               MOVE TO-REGISTO(I) TO EX1OTM-REC
               IF OT-NUMERO = TRAN-NUMERO-N
                   MOVE I TO O
               END-IF
           END-PERFORM.
       PROCURAR-ORDEM-ABERTA.
           MOVE 0 TO O
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-ORDENS OR O > 0
               MOVE TO-REGISTO(I) TO EX1OTM-REC
               IF OT-SITE = WS-SITE-PEDIDO
                   AND OT-CAUSA = WS-CAUSA-PEDIDA
                   AND OT-ABERTA
                   MOVE I TO O
               END-IF
           END-PERFORM.
       PROCURAR-LIGACAO-EXCECAO.
           MOVE 0 TO L
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-LIGACOES OR L > 0
               IF (MST-REF NOT = SPACES AND TL-REF(I) = MST-REF)
                   OR (MST-REF = SPACES
                       AND TL-SITE(I) = MST-SITE
                       AND TL-POSICAO(I) = MST-POSICAO
                       AND TL-DATA(I) = MST-DATA-EXCECAO)
                   MOVE I TO L
               END-IF
           END-PERFORM.
       REESCREVER-ORDENS.
           OPEN OUTPUT ORDENS-FILE
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-CONT-ORDENS
               MOVE TO-REGISTO(O) TO EX1OTM-REC
               WRITE EX1OTM-REC
           END-PERFORM
           CLOSE ORDENS-FILE.
      ******************************************************************
      * So as ligacoes de ordens ainda abertas sao mantidas: as de
      * ordens fechadas ja cumpriram o seu papel.
      ******************************************************************
       REESCREVER-LIGACOES.
           OPEN OUTPUT LIGACOES-FILE
           MOVE SPACES TO LIGACAO-REC
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-CONT-LIGACOES
               MOVE 0 TO O
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-CONT-ORDENS OR O > 0
                   MOVE TO-REGISTO(I) TO EX1OTM-REC
                   IF OT-NUMERO = TL-NUMERO(L)
                       MOVE I TO O
                   END-IF
               END-PERFORM
               IF O > 0 AND OT-ABERTA
                   MOVE TL-NUMERO(L) TO LIG-NUMERO
                   MOVE TL-REF(L) TO LIG-REF
                   MOVE TL-SITE(L) TO LIG-SITE
                   MOVE TL-POSICAO(L) TO LIG-POSICAO
                   MOVE TL-DATA(L) TO LIG-DATA
                   WRITE LIGACAO-REC
               END-IF
           END-PERFORM
           CLOSE LIGACOES-FILE.
       REESCREVER-EXCECOES.
           OPEN OUTPUT EXCECOES-FILE
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-CONT-EXCECOES
               MOVE TE-REGISTO(E) TO EXCECAO-REC
               WRITE EXCECAO-REC
           END-PERFORM
           CLOSE EXCECOES-FILE.
      ******************************************************************
      * Ficheiro de ordens por site: as ordens abertas nesta execucao,
      * agrupadas por site, com o contacto responsavel do SITEMST
      * (em branco para um site fora do master).
      ******************************************************************
       GRAVAR-SITIOS.
           OPEN OUTPUT SITIOS-FILE
           MOVE SPACES TO SITIO-REC
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CONT-SITES
               MOVE TS-CODIGO(K) TO WS-SITE-PEDIDO
               PERFORM GRAVAR-SITIOS-SITE
           END-PERFORM
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-CONT-ORDENS
               IF TO-NOVA(O) = "S"
                   MOVE TO-REGISTO(O) TO EX1OTM-REC
                   MOVE SPACES TO STO-SITE-NOME
                   MOVE SPACES TO STO-CONTACTO
                   PERFORM GRAVAR-UM-SITIO
               END-IF
           END-PERFORM
           CLOSE SITIOS-FILE.
       GRAVAR-SITIOS-SITE.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-CONT-ORDENS
               MOVE TO-REGISTO(O) TO EX1OTM-REC
               IF TO-NOVA(O) = "S" AND OT-SITE = WS-SITE-PEDIDO
                   MOVE TS-NOME(K) TO STO-SITE-NOME
                   MOVE TS-CONTACTO(K) TO STO-CONTACTO
                   PERFORM GRAVAR-UM-SITIO
               END-IF
           END-PERFORM.
       GRAVAR-UM-SITIO.
           MOVE OT-SITE TO STO-SITE
           MOVE OT-NUMERO TO STO-NUMERO
           MOVE OT-CAUSA TO STO-CAUSA
           MOVE OT-DATA-ABERTURA TO STO-DATA-ABERTURA
           MOVE OT-DETALHE TO STO-DETALHE
           MOVE TO-LIGADAS(O) TO STO-LIGADAS
           WRITE SITIO-REC
           MOVE "N" TO TO-NOVA(O).
       GRAVAR-JORNAL.
           MOVE TRAN-TIPO TO JORNAL-TIPO
           PERFORM GRAVAR-JORNAL-ORDEM.
       GRAVAR-JORNAL-ORDEM.
           MOVE OT-NUMERO TO JORNAL-NUMERO
           MOVE OT-SITE TO JORNAL-SITE
           MOVE OT-CAUSA TO JORNAL-CAUSA
           MOVE WS-RESOLVIDAS-ORDEM TO JORNAL-RESOLVIDAS
           MOVE OT-NOTA TO JORNAL-NOTA
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF JORNAL-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF JORNAL-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF JORNAL-REC
           WRITE JORNAL-REC.
       GRAVAR-ERRO.
           ADD 1 TO WS-CONT-REJEITADAS
           MOVE TRAN-TIPO TO ERRO-TIPO
           MOVE TRAN-NUMERO TO ERRO-NUMERO
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF ERROS-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF ERROS-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF ERROS-REC
           WRITE ERROS-REC.
       LER-SITE-MASTER.
           MOVE "N" TO WS-EOF
           OPEN INPUT SITEMST-FILE
           IF WS-SITEMST-STATUS = "35"
               DISPLAY "MASTER DE SITES AUSENTE - SEM CONTACTOS"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SITEMST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-SITES < WS-MAX-SITES
                               ADD 1 TO WS-CONT-SITES
                               MOVE SIT-CODIGO TO
                                   TS-CODIGO(WS-CONT-SITES)
                               MOVE SIT-NOME TO
                                   TS-NOME(WS-CONT-SITES)
                               MOVE SIT-CONTACTO TO
                                   TS-CONTACTO(WS-CONT-SITES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITEMST-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PRM-STATUS = "35"
               CONTINUE
           ELSE
               READ PARM-FILE
                   NOT AT END
                       IF PARM-DIAS NUMERIC
                           MOVE PARM-DIAS TO WS-DIAS-IDADE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
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
           MOVE "EX1OTRAB" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM EX1OTRAB.
