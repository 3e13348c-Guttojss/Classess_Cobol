      ******************************************************************
      * SITEMNT.cbl
      * 10/15/26 - site lifecycle maintenance. Bringing a site live
      *            meant hand edits to SITEMST, EX1PARM and EX1TRIAG,
      *            and a site once ran a week without EX1PARM limits
      *            before anyone noticed. Reads one lifecycle
      *            transactions file (SITETRAN: A=abrir a site, with
      *            name, region, contact and its EX1PARM limits;
      *            M=modificar -- blank fields keep their value;
      *            F=fechar) and applies each accepted transaction to
      *            every control file the site belongs to:
      *              SITEMST  - the site record, active flag "S" on
      *                         open, "N" on close (INTMANIF expects a
      *                         transmission from ACTIVE sites only,
      *                         so a closed site is no longer reported
      *                         silent; ex1 turns its readings into
      *                         SITE exceptions)
      *              EX1PARM  - governed by the four-eyes workflow, so
      *                         the site's limits are written to the
      *                         STAGING copy (EX1PSTG) for PARMPROM to
      *                         promote after approval, never to the
      *                         live dataset
      *              EX1TRIAG - the site's triage rules are dropped on
      *                         close
      *              INSTMST  - the site's instruments are retired on
      *                         close
      *            A close is refused while the site still has
      *            exceptions open (A or I) on EX1EXCM: they are
      *            listed on the checklist for disposition and the
      *            close goes through on a later run. SITEMST and
      *            INSTMST are rewritten under their locks. After the
      *            transactions, a readiness checklist (PRNTFMT) shows
      *            for every site touched each file and whether the
      *            site is correctly present or absent in it -- an
      *            EX1PARM change still waiting for approval shows as
      *            PENDENTE. Rejected transactions go to SITEERR with
      *            a reason code and end the run with RETURN-CODE 4;
      *            applied ones are journaled (SITELOG) with the
      *            OPSTAMP operator and timestamp.
      * 10/15/26 - intake cutoff per site. SITEMST carries the time
      *            (HHMM, SIT-HORA-CORTE) by which the site's nightly
      *            manifest block is due in INTAKRAW; INTMANIF logs
      *            each arrival against it for the SITEPONT
      *            timeliness scorecard. SITETRAN gains the cutoff
      *            after the limits: on open a blank cutoff keeps the
      *            one a reopened site had, else 0600; on modify blank
      *            keeps the current one. Bad time is reason code 06.
      *            The cutoff is journaled on SITELOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITEMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITEMST-FILE ASSIGN TO "SITEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITEMST-STATUS.
           SELECT LIMITES-FILE ASSIGN TO "EX1PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.
           SELECT STAGING-FILE ASSIGN TO "EX1PSTG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STG-STATUS.
           SELECT TRIAGEM-FILE ASSIGN TO "EX1TRIAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRG-STATUS.
           SELECT INSTRUMENTOS-FILE ASSIGN TO "INSTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.
           SELECT EXCECOES-FILE ASSIGN TO "EX1EXCM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT TRANSACOES-FILE ASSIGN TO "SITETRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROS-FILE ASSIGN TO "SITEERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN TO "SITELOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SITEMST-FILE.
       01  SITEMST-REC.
           05  SIT-CODIGO           PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  SIT-NOME             PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  SIT-REGIAO           PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  SIT-CONTACTO         PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  SIT-ATIVO            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  SIT-HORA-CORTE       PIC X(4).
       FD  LIMITES-FILE.
       01  LIMITES-REC              PIC X(8).
       FD  STAGING-FILE.
       01  STAGING-REC.
           05  STG-SITE             PIC X(3).
           05  FILLER               PIC X.
           05  STG-LIMITE-BAIXO     PIC 99.
           05  STG-LIMITE-ALTO      PIC 99.
       FD  TRIAGEM-FILE.
       01  TRIAGEM-REC              PIC X(80).
       FD  INSTRUMENTOS-FILE.
           COPY "INSTMST.cpy".
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
       FD  TRANSACOES-FILE.
       01  TRANSACAO-REC.
           05  TRAN-TIPO            PIC X.
           05  FILLER               PIC X.
           05  TRAN-SITE            PIC X(3).
           05  FILLER               PIC X.
           05  TRAN-NOME            PIC X(20).
           05  FILLER               PIC X.
           05  TRAN-REGIAO          PIC X(10).
           05  FILLER               PIC X.
           05  TRAN-CONTACTO        PIC X(20).
           05  FILLER               PIC X.
           05  TRAN-LIMITES.
               10  TRAN-LIMITE-BAIXO PIC 99.
               10  FILLER           PIC X.
               10  TRAN-LIMITE-ALTO PIC 99.
           05  FILLER               PIC X.
           05  TRAN-HORA-CORTE      PIC X(4).
           05  TRAN-CORTE-VIEW REDEFINES TRAN-HORA-CORTE.
               10  TRAN-CORTE-HH    PIC 99.
               10  TRAN-CORTE-MM    PIC 99.
       FD  ERROS-FILE.
       01  ERROS-REC.
           05  ERRO-TIPO            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-SITE            PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-COD             PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-MSG             PIC X(24).
           COPY "OPSTAMP.cpy".
       FD  JORNAL-FILE.
       01  JORNAL-REC.
           05  JORNAL-TIPO          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-SITE          PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-NOME          PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-REGIAO        PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-CONTACTO      PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-LIMITE-BAIXO  PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-LIMITE-ALTO   PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-RETIRADOS     PIC 999.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-HORA-CORTE    PIC X(4).
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-SITEMST-STATUS PIC XX VALUE SPACES.
       77 WS-LIM-STATUS PIC XX VALUE SPACES.
       77 WS-STG-STATUS PIC XX VALUE SPACES.
       77 WS-TRG-STATUS PIC XX VALUE SPACES.
       77 WS-INS-STATUS PIC XX VALUE SPACES.
       77 WS-EXC-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-CONT-APLICADAS PIC 9(5) VALUE 0.
       77 WS-CONT-REJEITADAS PIC 9(5) VALUE 0.
       77 WS-CONT-RETIRADOS PIC 999 VALUE 0.
       77 WS-MUDOU-SITES PIC X VALUE "N".
       77 WS-MUDOU-STAGING PIC X VALUE "N".
       77 WS-MUDOU-TRIAGEM PIC X VALUE "N".
       77 WS-MUDOU-INSTRUMENTOS PIC X VALUE "N".
       77 WS-NOVO-BAIXO PIC 99.
       77 WS-NOVO-ALTO PIC 99.
       77 WS-ABERTAS PIC 999.
       77 WS-CONTAGEM PIC 999.
      * o ex1 guarda no maximo 10 sites de limites (TABELA-SITES)
       77 WS-MAX-LIMITES-EX1 PIC 99 VALUE 10.
       77 WS-MAX-SITES PIC 99 VALUE 20.
       77 WS-CORTE-OMISSAO PIC X(4) VALUE "0600".
       77 WS-CONT-SITES PIC 99 VALUE 0.
       01 TABELA-SITES.
           03 SITE-LINHA OCCURS 20 TIMES.
               05  TS-REGISTO       PIC X(63).
       77 WS-MAX-LIMITES PIC 99 VALUE 20.
       77 WS-CONT-LIVE PIC 99 VALUE 0.
       01 TABELA-LIVE.
           03 TLV-REGISTO           PIC X(8) OCCURS 20 TIMES.
       77 WS-CONT-STAGING PIC 99 VALUE 0.
       01 TABELA-STAGING.
           03 STAGING-LINHA OCCURS 20 TIMES.
               05  TST-REGISTO      PIC X(8).
               05  TST-APAGADO      PIC X.
       77 WS-MAX-REGRAS PIC 99 VALUE 50.
       77 WS-CONT-REGRAS PIC 99 VALUE 0.
       01 TABELA-REGRAS.
           03 REGRA-LINHA OCCURS 50 TIMES.
               05  TR-REGISTO       PIC X(80).
               05  TR-APAGADA       PIC X.
       77 WS-MAX-INSTRUMENTOS PIC 999 VALUE 500.
       77 WS-CONT-INSTRUMENTOS PIC 999 VALUE 0.
       01 TABELA-INSTRUMENTOS.
           03 INSTRUMENTO-LINHA OCCURS 500 TIMES.
               05  TI-REGISTO       PIC X(97).
               05  TI-APAGADO       PIC X.
       77 WS-MAX-EXCECOES PIC 999 VALUE 200.
       77 WS-CONT-EXCECOES PIC 999 VALUE 0.
       01 TABELA-EXCECOES.
           03 TE-REGISTO            PIC X(130) OCCURS 200 TIMES.
       77 WS-MAX-TOCADOS PIC 99 VALUE 50.
       77 WS-CONT-TOCADOS PIC 99 VALUE 0.
       01 TABELA-TOCADOS.
           03 TOCADO-LINHA OCCURS 50 TIMES.
               05  TT-SITE          PIC X(3).
               05  TT-TIPO          PIC X.
               05  TT-RESULTADO     PIC X(9).
       77 S PIC 99.
       77 P PIC 99.
       77 T PIC 99.
       77 I PIC 999.
       01 LINHA-SITE.
           05  FILLER               PIC X(6) VALUE "SITE: ".
           05  LS-SITE              PIC X(3).
           05  FILLER               PIC X(3) VALUE " - ".
           05  LS-OPERACAO          PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  LS-RESULTADO         PIC X(9).
       01 LINHA-FICHEIRO.
           05  FILLER               PIC XX VALUE SPACES.
           05  LF-FICHEIRO          PIC X(9).
           05  FILLER               PIC X VALUE SPACE.
           05  LF-ESTADO            PIC X(34).
           05  FILLER               PIC X VALUE SPACE.
           05  LF-VEREDICTO         PIC X(10).
       01 LINHA-EXCECAO.
           05  FILLER               PIC X(6) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE
               "EXCECAO ABERTA ".
           05  LE-REF               PIC X(13).
           05  FILLER               PIC X VALUE SPACE.
           05  LE-POSICAO           PIC 9(4).
           05  FILLER               PIC X VALUE SPACE.
           05  LE-TIPO              PIC X(5).
           05  FILLER               PIC X VALUE SPACE.
           05  LE-DATA              PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LE-STATUS            PIC X.
           COPY "PRNTFMT-WS.cpy".
           COPY "LOCKMGR-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE "SITEMST" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "SITEMNT: SITEMST EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "INSTMST" TO LCK-NOME-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "SITEMNT: INSTMST EM USO - EXECUCAO RECUSADA"
               MOVE "SITEMST" TO LCK-NOME-PARM
               MOVE "L" TO LCK-FUNCAO-PARM
               CALL "LOCKMGR" USING LOCKMGR-PARMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGAR-SITES
           PERFORM CARREGAR-LIMITES
           PERFORM CARREGAR-REGRAS
           PERFORM CARREGAR-INSTRUMENTOS
           PERFORM CARREGAR-EXCECOES
           OPEN INPUT TRANSACOES-FILE
           OPEN OUTPUT ERROS-FILE
           OPEN OUTPUT JORNAL-FILE
           MOVE SPACES TO ERROS-REC
           MOVE SPACES TO JORNAL-REC
           PERFORM UNTIL FIM-FICHEIRO
               READ TRANSACOES-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END PERFORM TRATAR-TRANSACAO
               END-READ
           END-PERFORM
           CLOSE TRANSACOES-FILE
           CLOSE ERROS-FILE
           CLOSE JORNAL-FILE
           MOVE "N" TO WS-EOF
           IF WS-MUDOU-SITES = "S"
               PERFORM REESCREVER-SITES
           END-IF
           IF WS-MUDOU-STAGING = "S"
               PERFORM REESCREVER-STAGING
           END-IF
           IF WS-MUDOU-TRIAGEM = "S"
               PERFORM REESCREVER-REGRAS
           END-IF
           IF WS-MUDOU-INSTRUMENTOS = "S"
               PERFORM REESCREVER-INSTRUMENTOS
           END-IF
           PERFORM LIBERTAR-LOCKS
           PERFORM IMPRIMIR-CHECKLIST
           DISPLAY "TRANSACOES APLICADAS  : " WS-CONT-APLICADAS
           DISPLAY "TRANSACOES REJEITADAS : " WS-CONT-REJEITADAS
           IF WS-CONT-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       LIBERTAR-LOCKS.
           MOVE "L" TO LCK-FUNCAO-PARM
           MOVE "INSTMST" TO LCK-NOME-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           MOVE "SITEMST" TO LCK-NOME-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS.
       TABELA-CHEIA.
           PERFORM LIBERTAR-LOCKS
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       CARREGAR-SITES.
           MOVE "N" TO WS-EOF
           OPEN INPUT SITEMST-FILE
           IF WS-SITEMST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SITEMST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-SITES < WS-MAX-SITES
                               ADD 1 TO WS-CONT-SITES
                               MOVE SITEMST-REC TO
                                   TS-REGISTO(WS-CONT-SITES)
                           ELSE
                               DISPLAY "SITEMNT: TABELA DE SITES "
                                   "CHEIA - EXECUCAO RECUSADA"
                               CLOSE SITEMST-FILE
                               PERFORM TABELA-CHEIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITEMST-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * O EX1PARM vivo so e lido (para a checklist); as alteracoes
      * partem da copia de staging quando ja existe -- podem estar
      * alteracoes anteriores a espera de aprovacao -- e do vivo
      * quando ainda nao ha staging.
      ******************************************************************
       CARREGAR-LIMITES.
           MOVE "N" TO WS-EOF
           OPEN INPUT LIMITES-FILE
           IF WS-LIM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ LIMITES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-LIVE < WS-MAX-LIMITES
                               ADD 1 TO WS-CONT-LIVE
                               MOVE LIMITES-REC TO
                                   TLV-REGISTO(WS-CONT-LIVE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMITES-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT STAGING-FILE
           IF WS-STG-STATUS = "35"
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CONT-LIVE
                   MOVE TLV-REGISTO(P) TO TST-REGISTO(P)
                   MOVE "N" TO TST-APAGADO(P)
               END-PERFORM
               MOVE WS-CONT-LIVE TO WS-CONT-STAGING
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ STAGING-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-STAGING < WS-MAX-LIMITES
                               ADD 1 TO WS-CONT-STAGING
                               MOVE STAGING-REC TO
                                   TST-REGISTO(WS-CONT-STAGING)
                               MOVE "N" TO
                                   TST-APAGADO(WS-CONT-STAGING)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAGING-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       CARREGAR-REGRAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT TRIAGEM-FILE
           IF WS-TRG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ TRIAGEM-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-REGRAS < WS-MAX-REGRAS
                               ADD 1 TO WS-CONT-REGRAS
                               MOVE TRIAGEM-REC TO
                                   TR-REGISTO(WS-CONT-REGRAS)
                               MOVE "N" TO TR-APAGADA(WS-CONT-REGRAS)
                           ELSE
                               DISPLAY "SITEMNT: TABELA DE REGRAS "
                                   "CHEIA - EXECUCAO RECUSADA"
                               CLOSE TRIAGEM-FILE
                               PERFORM TABELA-CHEIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRIAGEM-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       CARREGAR-INSTRUMENTOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT INSTRUMENTOS-FILE
           IF WS-INS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ INSTRUMENTOS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-INSTRUMENTOS <
                               WS-MAX-INSTRUMENTOS
                               ADD 1 TO WS-CONT-INSTRUMENTOS
                               MOVE INSTMST-REC TO
                                   TI-REGISTO(WS-CONT-INSTRUMENTOS)
                               MOVE "N" TO
                                   TI-APAGADO(WS-CONT-INSTRUMENTOS)
                           ELSE
                               DISPLAY "SITEMNT: TABELA DE "
                                   "INSTRUMENTOS CHEIA - EXECUCAO "
                                   "RECUSADA"
                               CLOSE INSTRUMENTOS-FILE
                               PERFORM TABELA-CHEIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSTRUMENTOS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       CARREGAR-EXCECOES.
           MOVE "N" TO WS-EOF
           OPEN INPUT EXCECOES-FILE
           IF WS-EXC-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ EXCECOES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-EXCECOES < WS-MAX-EXCECOES
                               ADD 1 TO WS-CONT-EXCECOES
                               MOVE EXCECAO-REC TO
                                   TE-REGISTO(WS-CONT-EXCECOES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCECOES-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       TRATAR-TRANSACAO.
           IF TRAN-TIPO NOT = "A" AND TRAN-TIPO NOT = "M"
               AND TRAN-TIPO NOT = "F"
               MOVE 03 TO ERRO-COD
               MOVE "TIPO INVALIDO" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               IF TRAN-SITE = SPACES
                   MOVE 04 TO ERRO-COD
                   MOVE "DADOS INVALIDOS" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               ELSE
                   PERFORM PROCURAR-SITE
                   PERFORM PROCURAR-LIMITES
                   EVALUATE TRAN-TIPO
                       WHEN "A"
                           PERFORM ABRIR-SITE
                       WHEN "M"
                           PERFORM MODIFICAR-SITE
                       WHEN OTHER
                           PERFORM FECHAR-SITE
                   END-EVALUATE
               END-IF
           END-IF.
      ******************************************************************
      * Abrir: site novo, ou reabertura de um site inativo (regiao e
      * contacto em branco mantem os anteriores). Nome e limites sao
      * obrigatorios; os limites vao para o staging.
      ******************************************************************
       ABRIR-SITE.
           IF S > 0
               MOVE TS-REGISTO(S) TO SITEMST-REC
           END-IF
           EVALUATE TRUE
               WHEN S > 0 AND SIT-ATIVO = "S"
                   MOVE 01 TO ERRO-COD
                   MOVE "SITE JA ESTA ATIVO" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               WHEN TRAN-NOME = SPACES
                   MOVE 04 TO ERRO-COD
                   MOVE "DADOS INVALIDOS" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               WHEN S = 0 AND WS-CONT-SITES >= WS-MAX-SITES
                   MOVE 13 TO ERRO-COD
                   MOVE "TABELA DE SITES CHEIA" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               WHEN OTHER
                   PERFORM VALIDAR-LIMITES
                   IF ERRO-COD = 0
                       PERFORM VALIDAR-CORTE
                   END-IF
                   IF ERRO-COD = 0
                       IF S = 0
                           ADD 1 TO WS-CONT-SITES
                           MOVE WS-CONT-SITES TO S
                           MOVE SPACES TO TS-REGISTO(S)
                       END-IF
                       IF TS-REGISTO(S) = SPACES
                           MOVE SPACES TO SITEMST-REC
                       ELSE
                           MOVE TS-REGISTO(S) TO SITEMST-REC
                       END-IF
                       MOVE TRAN-SITE TO SIT-CODIGO
                       MOVE TRAN-NOME TO SIT-NOME
                       IF TRAN-REGIAO NOT = SPACES
                           MOVE TRAN-REGIAO TO SIT-REGIAO
                       END-IF
                       IF TRAN-CONTACTO NOT = SPACES
                           MOVE TRAN-CONTACTO TO SIT-CONTACTO
                       END-IF
                       MOVE "S" TO SIT-ATIVO
                       IF TRAN-HORA-CORTE NOT = SPACES
                           MOVE TRAN-HORA-CORTE TO SIT-HORA-CORTE
                       END-IF
                       IF SIT-HORA-CORTE = SPACES
                           MOVE WS-CORTE-OMISSAO TO SIT-HORA-CORTE
                       END-IF
                       MOVE SITEMST-REC TO TS-REGISTO(S)
                       MOVE "S" TO WS-MUDOU-SITES
                       PERFORM GUARDAR-LIMITES
                       MOVE 0 TO WS-CONT-RETIRADOS
                       PERFORM GRAVAR-JORNAL
                   END-IF
           END-EVALUATE.
      ******************************************************************
      * Modificar: nome, regiao, contacto e limites em branco mantem o
      * valor atual. Limites novos vao para o staging.
      ******************************************************************
       MODIFICAR-SITE.
           IF S = 0
               MOVE 02 TO ERRO-COD
               MOVE "SITE NAO EXISTE" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               MOVE 0 TO ERRO-COD
               IF TRAN-LIMITES NOT = SPACES
                   PERFORM VALIDAR-LIMITES
               END-IF
               IF ERRO-COD = 0
                   PERFORM VALIDAR-CORTE
               END-IF
               IF ERRO-COD = 0
                   MOVE TS-REGISTO(S) TO SITEMST-REC
                   IF TRAN-NOME NOT = SPACES
                       MOVE TRAN-NOME TO SIT-NOME
                   END-IF
                   IF TRAN-REGIAO NOT = SPACES
                       MOVE TRAN-REGIAO TO SIT-REGIAO
                   END-IF
                   IF TRAN-CONTACTO NOT = SPACES
                       MOVE TRAN-CONTACTO TO SIT-CONTACTO
                   END-IF
                   IF TRAN-HORA-CORTE NOT = SPACES
                       MOVE TRAN-HORA-CORTE TO SIT-HORA-CORTE
                   END-IF
                   MOVE SITEMST-REC TO TS-REGISTO(S)
                   MOVE "S" TO WS-MUDOU-SITES
                   IF TRAN-LIMITES NOT = SPACES
                       PERFORM GUARDAR-LIMITES
                   ELSE
                       MOVE 0 TO WS-NOVO-BAIXO
                       MOVE 0 TO WS-NOVO-ALTO
                       IF P > 0
                           MOVE TST-REGISTO(P) TO STAGING-REC
                           MOVE STG-LIMITE-BAIXO TO WS-NOVO-BAIXO
                           MOVE STG-LIMITE-ALTO TO WS-NOVO-ALTO
                       END-IF
                   END-IF
                   MOVE 0 TO WS-CONT-RETIRADOS
                   PERFORM GRAVAR-JORNAL
               END-IF
           END-IF.
      ******************************************************************
      * Fechar: recusado enquanto o site tiver excecoes A ou I no
      * EX1EXCM (ficam listadas na checklist). Aceite, inativa o site,
      * tira os limites do staging e retira regras e instrumentos.
      ******************************************************************
       FECHAR-SITE.
           IF S > 0
               MOVE TS-REGISTO(S) TO SITEMST-REC
           END-IF
           PERFORM CONTAR-EXCECOES-ABERTAS
           EVALUATE TRUE
               WHEN S = 0
                   MOVE 02 TO ERRO-COD
                   MOVE "SITE NAO EXISTE" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               WHEN SIT-ATIVO NOT = "S"
                   MOVE 09 TO ERRO-COD
                   MOVE "SITE JA ESTA FECHADO" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               WHEN WS-ABERTAS > 0
                   MOVE 10 TO ERRO-COD
                   MOVE "EXCECOES EM ABERTO" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               WHEN OTHER
                   MOVE "N" TO SIT-ATIVO
                   MOVE SITEMST-REC TO TS-REGISTO(S)
                   MOVE "S" TO WS-MUDOU-SITES
                   MOVE 0 TO WS-NOVO-BAIXO
                   MOVE 0 TO WS-NOVO-ALTO
                   IF P > 0
                       MOVE TST-REGISTO(P) TO STAGING-REC
                       MOVE STG-LIMITE-BAIXO TO WS-NOVO-BAIXO
                       MOVE STG-LIMITE-ALTO TO WS-NOVO-ALTO
                       MOVE "S" TO TST-APAGADO(P)
                       MOVE "S" TO WS-MUDOU-STAGING
                   END-IF
                   MOVE 0 TO WS-CONT-RETIRADOS
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-CONT-REGRAS
                       IF TR-REGISTO(I)(4:3) = TRAN-SITE
                           AND TR-APAGADA(I) = "N"
                           MOVE "S" TO TR-APAGADA(I)
                           MOVE "S" TO WS-MUDOU-TRIAGEM
                           ADD 1 TO WS-CONT-RETIRADOS
                       END-IF
                   END-PERFORM
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-CONT-INSTRUMENTOS
                       IF TI-REGISTO(I)(1:3) = TRAN-SITE
                           AND TI-APAGADO(I) = "N"
                           MOVE "S" TO TI-APAGADO(I)
                           MOVE "S" TO WS-MUDOU-INSTRUMENTOS
                           ADD 1 TO WS-CONT-RETIRADOS
                       END-IF
                   END-PERFORM
                   PERFORM GRAVAR-JORNAL
           END-EVALUATE.
       VALIDAR-LIMITES.
           MOVE 0 TO ERRO-COD
           EVALUATE TRUE
               WHEN TRAN-LIMITE-BAIXO NOT NUMERIC
                   OR TRAN-LIMITE-ALTO NOT NUMERIC
                   MOVE 05 TO ERRO-COD
                   MOVE "LIMITES INVALIDOS" TO ERRO-MSG
               WHEN TRAN-LIMITE-BAIXO > TRAN-LIMITE-ALTO
                   MOVE 05 TO ERRO-COD
                   MOVE "BAIXO ACIMA DO ALTO" TO ERRO-MSG
               WHEN P = 0
                   AND WS-CONT-STAGING >= WS-MAX-LIMITES-EX1
                   MOVE 13 TO ERRO-COD
                   MOVE "EX1PARM CHEIO" TO ERRO-MSG
           END-EVALUATE
           IF ERRO-COD NOT = 0
               PERFORM GRAVAR-ERRO
           END-IF.
      ******************************************************************
      * Hora de corte HHMM (em branco mantem a atual).
      ******************************************************************
       VALIDAR-CORTE.
           MOVE 0 TO ERRO-COD
           IF TRAN-HORA-CORTE NOT = SPACES
               IF TRAN-HORA-CORTE NOT NUMERIC
                   MOVE 06 TO ERRO-COD
               ELSE
                   IF TRAN-CORTE-HH > 23 OR TRAN-CORTE-MM > 59
                       MOVE 06 TO ERRO-COD
                   END-IF
               END-IF
           END-IF
           IF ERRO-COD NOT = 0
               MOVE "HORA DE CORTE INVALIDA" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           END-IF.
       GUARDAR-LIMITES.
           IF P = 0
               ADD 1 TO WS-CONT-STAGING
               MOVE WS-CONT-STAGING TO P
           END-IF
           MOVE SPACES TO STAGING-REC
           MOVE TRAN-SITE TO STG-SITE
           MOVE TRAN-LIMITE-BAIXO TO STG-LIMITE-BAIXO
           MOVE TRAN-LIMITE-ALTO TO STG-LIMITE-ALTO
           MOVE STAGING-REC TO TST-REGISTO(P)
           MOVE "N" TO TST-APAGADO(P)
           MOVE "S" TO WS-MUDOU-STAGING
           MOVE TRAN-LIMITE-BAIXO TO WS-NOVO-BAIXO
           MOVE TRAN-LIMITE-ALTO TO WS-NOVO-ALTO.
       CONTAR-EXCECOES-ABERTAS.
           MOVE 0 TO WS-ABERTAS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-EXCECOES
               MOVE TE-REGISTO(I) TO EXCECAO-REC
               IF MST-SITE = TRAN-SITE
                   AND (MST-STATUS = "A" OR MST-STATUS = "I")
                   ADD 1 TO WS-ABERTAS
               END-IF
           END-PERFORM.
       PROCURAR-SITE.
           MOVE 0 TO S
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-SITES OR S > 0
               IF TS-REGISTO(I)(1:3) = TRAN-SITE
                   MOVE I TO S
               END-IF
           END-PERFORM.
       PROCURAR-LIMITES.
           MOVE 0 TO P
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-STAGING OR P > 0
               IF TST-REGISTO(I)(1:3) = TRAN-SITE
                   AND TST-APAGADO(I) = "N"
                   MOVE I TO P
               END-IF
           END-PERFORM.
       REESCREVER-SITES.
           OPEN OUTPUT SITEMST-FILE
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-CONT-SITES
               MOVE TS-REGISTO(S) TO SITEMST-REC
               WRITE SITEMST-REC
           END-PERFORM
           CLOSE SITEMST-FILE.
       REESCREVER-STAGING.
           OPEN OUTPUT STAGING-FILE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CONT-STAGING
               IF TST-APAGADO(P) = "N"
                   MOVE TST-REGISTO(P) TO STAGING-REC
                   WRITE STAGING-REC
               END-IF
           END-PERFORM
           CLOSE STAGING-FILE.
       REESCREVER-REGRAS.
           OPEN OUTPUT TRIAGEM-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-REGRAS
               IF TR-APAGADA(I) = "N"
                   MOVE TR-REGISTO(I) TO TRIAGEM-REC
                   WRITE TRIAGEM-REC
               END-IF
           END-PERFORM
           CLOSE TRIAGEM-FILE.
       REESCREVER-INSTRUMENTOS.
           OPEN OUTPUT INSTRUMENTOS-FILE
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-INSTRUMENTOS
               IF TI-APAGADO(I) = "N"
                   MOVE TI-REGISTO(I) TO INSTMST-REC
                   WRITE INSTMST-REC
               END-IF
           END-PERFORM
           CLOSE INSTRUMENTOS-FILE.
      ******************************************************************
      * Checklist de prontidao: uma seccao por transacao, com o estado
      * final de cada ficheiro de controlo para o site. Site ativo:
      * tem de estar no SITEMST como ativo e com limites no EX1PARM
      * vivo. Site fechado: inativo, sem limites, regras,
      * instrumentos ou excecoes em aberto.
      ******************************************************************
       IMPRIMIR-CHECKLIST.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "CHECKLIST DE SITES" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-CONT-TOCADOS
               PERFORM IMPRIMIR-CHECKLIST-SITE
           END-PERFORM
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       IMPRIMIR-CHECKLIST-SITE.
           MOVE TT-SITE(T) TO TRAN-SITE
           PERFORM PROCURAR-SITE
           PERFORM PROCURAR-LIMITES
           MOVE TT-SITE(T) TO LS-SITE
           EVALUATE TT-TIPO(T)
               WHEN "A"
                   MOVE "ABERTURA" TO LS-OPERACAO
               WHEN "M"
                   MOVE "ALTERACAO" TO LS-OPERACAO
               WHEN "F"
                   MOVE "FECHO" TO LS-OPERACAO
               WHEN OTHER
                   MOVE "INVALIDA" TO LS-OPERACAO
           END-EVALUATE
           MOVE TT-RESULTADO(T) TO LS-RESULTADO
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE LINHA-SITE TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE SPACES TO SITEMST-REC
           IF S > 0
               MOVE TS-REGISTO(S) TO SITEMST-REC
           END-IF
           MOVE "SITEMST" TO LF-FICHEIRO
           EVALUATE TRUE
               WHEN S = 0
                   MOVE "AUSENTE" TO LF-ESTADO
                   MOVE "EM FALTA" TO LF-VEREDICTO
               WHEN SIT-ATIVO = "S"
                   MOVE "PRESENTE, ATIVO" TO LF-ESTADO
                   MOVE "OK" TO LF-VEREDICTO
               WHEN OTHER
                   MOVE "PRESENTE, INATIVO (FECHADO)" TO LF-ESTADO
                   MOVE "OK" TO LF-VEREDICTO
           END-EVALUATE
           PERFORM IMPRIMIR-LINHA-FICHEIRO
           PERFORM VERIFICAR-EX1PARM-VIVO
           MOVE "EX1PARM" TO LF-FICHEIRO
           IF SIT-ATIVO = "S"
               EVALUATE TRUE
                   WHEN P = 0
                       MOVE "SEM LIMITES" TO LF-ESTADO
                       MOVE "EM FALTA" TO LF-VEREDICTO
                   WHEN WS-CONTAGEM > 0
                       AND TLV-REGISTO(WS-CONTAGEM) = TST-REGISTO(P)
                       MOVE "LIMITES NO VIVO" TO LF-ESTADO
                       MOVE "OK" TO LF-VEREDICTO
                   WHEN OTHER
                       MOVE "LIMITES NO STAGING - APROVAR"
                           TO LF-ESTADO
                       MOVE "PENDENTE" TO LF-VEREDICTO
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-CONTAGEM = 0
                       MOVE "SEM LIMITES" TO LF-ESTADO
                       MOVE "OK" TO LF-VEREDICTO
                   WHEN P = 0
                       MOVE "RETIRADO NO STAGING - APROVAR"
                           TO LF-ESTADO
                       MOVE "PENDENTE" TO LF-VEREDICTO
                   WHEN OTHER
                       MOVE "LIMITES DE SITE FECHADO" TO LF-ESTADO
                       MOVE "SOBRA" TO LF-VEREDICTO
               END-EVALUATE
           END-IF
           PERFORM IMPRIMIR-LINHA-FICHEIRO
           MOVE 0 TO WS-CONTAGEM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-REGRAS
               IF TR-REGISTO(I)(4:3) = TT-SITE(T)
                   AND TR-APAGADA(I) = "N"
                   ADD 1 TO WS-CONTAGEM
               END-IF
           END-PERFORM
           MOVE "EX1TRIAG" TO LF-FICHEIRO
           MOVE SPACES TO LF-ESTADO
           STRING WS-CONTAGEM " REGRA(S) DE TRIAGEM"
               DELIMITED BY SIZE INTO LF-ESTADO
           PERFORM VEREDICTO-CONTAGEM
           PERFORM IMPRIMIR-LINHA-FICHEIRO
           MOVE 0 TO WS-CONTAGEM
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-INSTRUMENTOS
               IF TI-REGISTO(I)(1:3) = TT-SITE(T)
                   AND TI-APAGADO(I) = "N"
                   ADD 1 TO WS-CONTAGEM
               END-IF
           END-PERFORM
           MOVE "INSTMST" TO LF-FICHEIRO
           MOVE SPACES TO LF-ESTADO
           STRING WS-CONTAGEM " INSTRUMENTO(S)"
               DELIMITED BY SIZE INTO LF-ESTADO
           PERFORM VEREDICTO-CONTAGEM
           PERFORM IMPRIMIR-LINHA-FICHEIRO
           MOVE "INTMANIF" TO LF-FICHEIRO
           IF SIT-ATIVO = "S"
               MOVE "TRANSMISSAO ESPERADA" TO LF-ESTADO
           ELSE
               MOVE "TRANSMISSAO NAO ESPERADA" TO LF-ESTADO
           END-IF
           MOVE "OK" TO LF-VEREDICTO
           PERFORM IMPRIMIR-LINHA-FICHEIRO
           PERFORM CONTAR-EXCECOES-ABERTAS
           MOVE WS-ABERTAS TO WS-CONTAGEM
           MOVE "EX1EXCM" TO LF-FICHEIRO
           MOVE SPACES TO LF-ESTADO
           STRING WS-CONTAGEM " EXCECAO(OES) EM ABERTO"
               DELIMITED BY SIZE INTO LF-ESTADO
           PERFORM VEREDICTO-CONTAGEM
           IF TT-TIPO(T) = "F" AND WS-CONTAGEM > 0
               MOVE "DISPOR" TO LF-VEREDICTO
           END-IF
           PERFORM IMPRIMIR-LINHA-FICHEIRO
           IF TT-TIPO(T) = "F"
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-CONT-EXCECOES
                   MOVE TE-REGISTO(I) TO EXCECAO-REC
                   IF MST-SITE = TT-SITE(T)
                       AND (MST-STATUS = "A" OR MST-STATUS = "I")
                       MOVE MST-REF TO LE-REF
                       MOVE MST-POSICAO TO LE-POSICAO
                       MOVE MST-TIPO TO LE-TIPO
                       MOVE MST-DATA-EXCECAO TO LE-DATA
                       MOVE MST-STATUS TO LE-STATUS
                       MOVE LINHA-EXCECAO TO PRT-LINHA-PARM
                       CALL "PRNTFMT" USING PRNTFMT-PARMS
                   END-IF
               END-PERFORM
           END-IF.
      * contagens de um site fechado tem de ser zero; num site ativo
      * sao so informativas
       VEREDICTO-CONTAGEM.
           IF SIT-ATIVO NOT = "S" AND WS-CONTAGEM > 0
               MOVE "SOBRA" TO LF-VEREDICTO
           ELSE
               MOVE "OK" TO LF-VEREDICTO
           END-IF.
       VERIFICAR-EX1PARM-VIVO.
           MOVE 0 TO WS-CONTAGEM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-LIVE
               IF TLV-REGISTO(I)(1:3) = TT-SITE(T)
                   MOVE I TO WS-CONTAGEM
               END-IF
           END-PERFORM.
       IMPRIMIR-LINHA-FICHEIRO.
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE LINHA-FICHEIRO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       REGISTAR-TOCADO.
           IF WS-CONT-TOCADOS < WS-MAX-TOCADOS
               ADD 1 TO WS-CONT-TOCADOS
               MOVE TRAN-SITE TO TT-SITE(WS-CONT-TOCADOS)
               MOVE TRAN-TIPO TO TT-TIPO(WS-CONT-TOCADOS)
               IF ERRO-COD = 0
                   MOVE "ACEITE" TO TT-RESULTADO(WS-CONT-TOCADOS)
               ELSE
                   MOVE "REJEITADA" TO TT-RESULTADO(WS-CONT-TOCADOS)
               END-IF
           END-IF.
       GRAVAR-JORNAL.
           ADD 1 TO WS-CONT-APLICADAS
           MOVE 0 TO ERRO-COD
           PERFORM REGISTAR-TOCADO
           MOVE TS-REGISTO(S) TO SITEMST-REC
           MOVE TRAN-TIPO TO JORNAL-TIPO
           MOVE TRAN-SITE TO JORNAL-SITE
           MOVE SIT-NOME TO JORNAL-NOME
           MOVE SIT-REGIAO TO JORNAL-REGIAO
           MOVE SIT-CONTACTO TO JORNAL-CONTACTO
           MOVE WS-NOVO-BAIXO TO JORNAL-LIMITE-BAIXO
           MOVE WS-NOVO-ALTO TO JORNAL-LIMITE-ALTO
           MOVE WS-CONT-RETIRADOS TO JORNAL-RETIRADOS
           MOVE SIT-HORA-CORTE TO JORNAL-HORA-CORTE
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF JORNAL-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF JORNAL-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF JORNAL-REC
           WRITE JORNAL-REC.
       GRAVAR-ERRO.
           ADD 1 TO WS-CONT-REJEITADAS
           IF TRAN-SITE NOT = SPACES
               PERFORM REGISTAR-TOCADO
           END-IF
           MOVE TRAN-TIPO TO ERRO-TIPO
           MOVE TRAN-SITE TO ERRO-SITE
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF ERROS-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF ERROS-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF ERROS-REC
           WRITE ERROS-REC.
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
           MOVE "SITEMNT" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM SITEMNT.
