      *            classified record carries it at the very end
      *            (SAIDA-REF), so finance's acknowledgment can name
      *            the exact record instead of an amount.
      * 10/15/26 - effective-dated rates: when the exchange-rate
      *            history master (MOEDAHIS, kept by MOEDAMNT from
      *            treasury's daily file and operator corrections) is
      *            present, each record converts at the rate in force
      *            on the run's BUSINESS date -- the line for its
      *            currency with the latest effective date not after
      *            it -- so a rerun of a past night converts at that
      *            night's rate. A currency with no rate in force in
      *            the history (the home currency, or one treasury
      *            has not started quoting) still converts at its
      *            EX2MOEDA rate, and EX2MOEDA is still required for
      *            the home currency; without MOEDAHIS the run
      *            converts at the EX2MOEDA rates as before.
      * 10/15/26 - high-value hold: a record whose amount (original
      *            currency) is above the hold limit for its company
      *            and currency (EX2LIMIT: LIMITE lines, "**" / "***"
      *            for any company / currency, the most specific line
      *            wins; no EX2LIMIT, no holds) is not written to
      *            EX2OUT but added to the hold queue (EX2RETEN) for
      *            two operators to release or cancel through
      *            EX2RETM, logged I002, and the run ends with
      *            RETURN-CODE 4. The amount held is carried in the
      *            TOTAIS trailer (TRAILER-HASH-RETIDO, after the
      *            home hash) so HASHVRFY still balances EX2IN. A
      *            normal run first sends the released items: each
      *            goes to EX2OUT as classified when it was held,
      *            restamped for this run and marked LIB with its
      *            hold date, counts in its company's totals like any
      *            other record and is marked sent (E) in the queue.
      *            A rerun for the same business date re-sends the
      *            items already sent (E) on that date, since its
      *            EX2OUT replaces the first one, and a record held
      *            again on the rerun keeps its existing queue line
      *            instead of adding a second one.
      *            The run holds the EX2RETEN lock from loading the
      *            queue to rewriting it; a queue in use ends the run
      *            with RETURN-CODE 8 before anything is read.
      * 10/15/26 - company master: each transaction's company code is
      *            checked against EMPRMST (CALL "EMPRVAL") for the
      *            business date before anything else. A code that is
      *            not on the master, or not active on that date, is
      *            logged (W005), written to EX2REJ as "EMPRESA
      *            DESCONHECIDA" / "EMPRESA INATIVA" and ends the run
      *            with RETURN-CODE 4 -- it no longer opens a company
      *            of its own in the TOTAIS trailers.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX2.
           SELECT MOEDAS-FILE ASSIGN TO "EX2MOEDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOEDA-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "MOEDAHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT REJEITADOS-FILE ASSIGN TO "EX2REJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLASSIFICADAS-FILE ASSIGN TO "EX2WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINAL-FILE ASSIGN TO "EX2OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIMITES-FILE ASSIGN TO "EX2LIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.
           SELECT RETENCAO-FILE ASSIGN TO "EX2RETEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACOES-FILE.
           05  SAIDA-NUM-HOME       PIC ZZZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  SAIDA-REF            PIC X(13).
           05  FILLER               PIC X VALUE SPACE.
           05  SAIDA-LIBERTADO      PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  SAIDA-DATA-RETENCAO  PIC X(8).
       01  CLASSIFICADAS-TRAILER.
           05  TRAILER-ROTULO       PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  TRAILER-MOEDA        PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  TRAILER-HASH-HOME    PIC 9(7).99.
           05  FILLER               PIC X VALUE SPACE.
           05  TRAILER-HASH-RETIDO  PIC 9(7).99.
       FD  MOEDAS-FILE.
       01  MOEDAS-REC.
           05  MOEDA-CODIGO         PIC X(3).
           05  FILLER               PIC X.
           05  MOEDA-TAXA           PIC 9(3)V9(4).
       FD  HISTORICO-FILE.
           COPY "MOEDAHIS.cpy".
       FD  REJEITADOS-FILE.
       01  REJEITADOS-REC.
           05  REJ-EMPRESA          PIC XX.
           05  REJ-REF              PIC X(13).
       FD  FINAL-FILE.
       01  FINAL-REC                PIC X(120).
       FD  LIMITES-FILE.
       01  LIMITES-REC.
           05  LIM-TIPO             PIC X(8).
           05  FILLER               PIC X.
           05  LIM-EMPRESA          PIC XX.
           05  FILLER               PIC X.
           05  LIM-MOEDA            PIC X(3).
           05  FILLER               PIC X.
           05  LIM-VALOR            PIC 9(5)V99.
       FD  RETENCAO-FILE.
           COPY "EX2RETEN.cpy".
       WORKING-STORAGE SECTION.
       01  WRK-LIDO                 PIC X(120).
       77 WS-CONT-LIDOS PIC 9(7) VALUE 0.
               05  EMP-CONT-IMPAR   PIC 9(5).
               05  EMP-HASH-NUM     PIC 9(7)V99.
               05  EMP-HASH-HOME    PIC 9(7)V99.
               05  EMP-HASH-RETIDO  PIC 9(7)V99.
       77 WS-EMPRESA-REG PIC XX.
       77 WS-MOEDA-REG PIC X(3).
      * limites de retencao por empresa e moeda ("**"/"***" = todas)
       77 WS-LIM-STATUS PIC XX VALUE SPACES.
       77 WS-MAX-LIMITES PIC 99 VALUE 20.
       77 WS-CONT-LIMITES PIC 99 VALUE 0.
       77 WS-LIMITE-PESO PIC 9.
       77 WS-MELHOR-PESO PIC 9.
       77 WS-LIMITE-ATUAL PIC 9(5)V99.
       77 WS-RETER PIC X VALUE "N".
       77 L PIC 99.
       01 TABELA-LIMITES.
           03 LIMITE-LINHA OCCURS 20 TIMES.
               05  TL-EMPRESA       PIC XX.
               05  TL-MOEDA         PIC X(3).
               05  TL-VALOR         PIC 9(5)V99.
      * fila de retencao (EX2RETEN), carregada e regravada sob lock
       77 WS-RTN-STATUS PIC XX VALUE SPACES.
       77 WS-MAX-RETENCOES PIC 999 VALUE 500.
       77 WS-CONT-RETENCOES PIC 999 VALUE 0.
       77 WS-CONT-RETIDOS PIC 9(5) VALUE 0.
       77 WS-CONT-LIBERTADOS PIC 9(5) VALUE 0.
       77 WS-VALOR-LIBERTADO PIC 9(5)V99.
       77 R PIC 999.
       77 WS-RETENCAO-EXISTENTE PIC 999 VALUE 0.
       01 TABELA-RETENCOES.
           03 RETENCAO-LINHA OCCURS 500 TIMES.
               05  TR-REGISTO       PIC X(170).
       77 WS-MOEDA-STATUS PIC XX VALUE SPACES.
       77 WS-MAX-MOEDAS PIC 9 VALUE 5.
       77 WS-CONT-MOEDAS PIC 9 VALUE 0.
       77 WS-TAXA-OK PIC X.
       77 WS-NUM-HOME PIC 9(7)V99.
       77 WS-CONT-SEM-TAXA PIC 9(5) VALUE 0.
       77 WS-CONT-EMPRESA-INV PIC 9(5) VALUE 0.
       77 M PIC 9.
       01 TABELA-MOEDAS.
           03 MOEDA-LINHA OCCURS 5 TIMES.
               05  TAB-MOEDA        PIC X(3).
               05  TAB-TAXA         PIC 9(3)V9(4).
      * taxa em vigor na data de negocio, por moeda, do MOEDAHIS
       77 WS-HIS-STATUS PIC XX VALUE SPACES.
       77 WS-MAX-HISTORICO PIC 99 VALUE 20.
       77 WS-CONT-HISTORICO PIC 99 VALUE 0.
       77 H PIC 99.
       01 TABELA-HISTORICO.
           03 HISTORICO-LINHA OCCURS 20 TIMES.
               05  HIS-MOEDA        PIC X(3).
               05  HIS-DATA         PIC 9(8).
               05  HIS-TAXA         PIC 9(3)V9(4).
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
           COPY "RUNLOG-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
           COPY "LOCKMGR-WS.cpy".
           COPY "EMPRVAL-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LER-HISTORICO
           MOVE "EX2RETEN" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "EX2: EX2RETEN EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LER-LIMITES
           PERFORM CARREGAR-RETENCOES
           OPEN INPUT TRANSACOES-FILE
           IF MODO-SUPLEMENTAR
               OPEN EXTEND REJEITADOS-FILE
           END-IF
           MOVE SPACES TO REJEITADOS-REC
           OPEN OUTPUT CLASSIFICADAS-FILE
           IF NOT MODO-SUPLEMENTAR
               PERFORM ENVIAR-LIBERTADOS
           END-IF
           MOVE SPACES TO CLASSIFICADAS-REC
           PERFORM UNTIL FIM-FICHEIRO
               READ TRANSACOES-FILE
                   NOT AT END
                       ADD 1 TO WS-CONT-LIDOS
                       MOVE TRANSACOES-NUM TO NUM
                       PERFORM VALIDAR-EMPRESA
                       IF EMV-EMPRESA-VALIDA
                           PERFORM LOCALIZAR-TAXA
                       END-IF
                       EVALUATE TRUE
                           WHEN NOT EMV-EMPRESA-VALIDA
                               PERFORM REJEITAR-EMPRESA
                           WHEN WS-TAXA-OK = "N"
                               ADD 1 TO WS-CONT-SEM-TAXA
                               MOVE "EX2" TO RLG-PROGRAMA-PARM
                               MOVE "W" TO RLG-SEVERIDADE-PARM
                               MOVE "W002" TO RLG-CODIGO-PARM
                               MOVE "MOEDA SEM TAXA - REGISTO IGNORADO"
                                   TO RLG-TEXTO-PARM
                               MOVE TRANSACOES-MOEDA TO RLG-CHAVE-PARM
                               CALL "RUNLOG" USING RUNLOG-PARMS
                               PERFORM GRAVAR-REJEITADO
                               MOVE 4 TO WS-RC-FINAL
                           WHEN OTHER
                               MOVE TRANSACOES-EMPRESA TO WS-EMPRESA-REG
                               MOVE TRANSACOES-MOEDA TO WS-MOEDA-REG
                               PERFORM LOCALIZAR-EMPRESA
                               PERFORM VERIFICAR-LIMITE
                               PERFORM CLASSIFICAR-NUMERO
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1
               MOVE EMP-HASH-NUM(I) TO TRAILER-HASH-NUM
               MOVE EMP-MOEDA(I) TO TRAILER-MOEDA
               MOVE EMP-HASH-HOME(I) TO TRAILER-HASH-HOME
               MOVE EMP-HASH-RETIDO(I) TO TRAILER-HASH-RETIDO
               MOVE WS-OPERADOR-ID TO
                   OPSTAMP-OPERADOR OF CLASSIFICADAS-TRAILER
               MOVE WS-RUN-TIMESTAMP TO
           CLOSE REJEITADOS-FILE
           CLOSE CLASSIFICADAS-FILE
           PERFORM PROMOVER-SAIDA
           PERFORM GRAVAR-RETENCOES
           MOVE "L" TO LCK-FUNCAO-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF WS-CONT-EMPRESA-INV > 0
               DISPLAY "EX2: EMPRESA INVALIDA " WS-CONT-EMPRESA-INV
           END-IF
           IF WS-CONT-RETIDOS > 0 OR WS-CONT-LIBERTADOS > 0
               DISPLAY "EX2: RETIDOS " WS-CONT-RETIDOS
                   " LIBERTADOS ENVIADOS " WS-CONT-LIBERTADOS
           END-IF
           IF NOT MODO-SUPLEMENTAR
               PERFORM MARCAR-PASSO-CONCLUIDO
           END-IF
           MOVE 0 TO WS-EMPRESA-ATUAL
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-EMPRESAS
               IF EMP-CODIGO(I) = WS-EMPRESA-REG
                   AND EMP-MOEDA(I) = WS-MOEDA-REG
                   MOVE I TO WS-EMPRESA-ATUAL
                   MOVE WS-CONT-EMPRESAS TO I
               END-IF
               AND WS-CONT-EMPRESAS < WS-MAX-EMPRESAS
               ADD 1 TO WS-CONT-EMPRESAS
               MOVE WS-CONT-EMPRESAS TO WS-EMPRESA-ATUAL
               MOVE WS-EMPRESA-REG TO
                   EMP-CODIGO(WS-EMPRESA-ATUAL)
               MOVE WS-MOEDA-REG TO
                   EMP-MOEDA(WS-EMPRESA-ATUAL)
               MOVE 0 TO EMP-CONT-PAR(WS-EMPRESA-ATUAL)
               MOVE 0 TO EMP-CONT-IMPAR(WS-EMPRESA-ATUAL)
               MOVE 0 TO EMP-HASH-NUM(WS-EMPRESA-ATUAL)
               MOVE 0 TO EMP-HASH-HOME(WS-EMPRESA-ATUAL)
               MOVE 0 TO EMP-HASH-RETIDO(WS-EMPRESA-ATUAL)
           END-IF.
       GRAVAR-REJEITADO.
           MOVE "MOEDA SEM TAXA" TO REJ-MSG
           PERFORM GRAVAR-REJEITADO-MSG.
       GRAVAR-REJEITADO-MSG.
           MOVE TRANSACOES-EMPRESA TO REJ-EMPRESA
           MOVE TRANSACOES-MOEDA TO REJ-MOEDA
           MOVE NUM TO REJ-VALOR
           MOVE TRANSACOES-REF TO REJ-REF
           MOVE WS-OPERADOR-ID TO
               OPSTAMP-OPERADOR OF REJEITADOS-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF REJEITADOS-REC
           WRITE REJEITADOS-REC.
      ******************************************************************
      * Empresa da transacao contra o master de empresas na data de
      * negocio: desconhecida ou inativa vai para o EX2REJ.
      ******************************************************************
       VALIDAR-EMPRESA.
           MOVE TRANSACOES-EMPRESA TO EMV-EMPRESA-PARM
           MOVE WS-DATA-NEGOCIO TO EMV-DATA-PARM
           CALL "EMPRVAL" USING EMPRVAL-PARMS.
       REJEITAR-EMPRESA.
           ADD 1 TO WS-CONT-EMPRESA-INV
           MOVE "EX2" TO RLG-PROGRAMA-PARM
           MOVE "W" TO RLG-SEVERIDADE-PARM
           MOVE "W005" TO RLG-CODIGO-PARM
           IF EMV-EMPRESA-INATIVA
               MOVE "EMPRESA INATIVA" TO REJ-MSG
               MOVE "EMPRESA INATIVA - REGISTO REJEITADO"
                   TO RLG-TEXTO-PARM
           ELSE
               MOVE "EMPRESA DESCONHECIDA" TO REJ-MSG
               MOVE "EMPRESA DESCONHECIDA - REGISTO REJEITADO"
                   TO RLG-TEXTO-PARM
           END-IF
           MOVE TRANSACOES-EMPRESA TO RLG-CHAVE-PARM
           CALL "RUNLOG" USING RUNLOG-PARMS
           PERFORM GRAVAR-REJEITADO-MSG
           IF WS-RC-FINAL < 4
               MOVE 4 TO WS-RC-FINAL
           END-IF.
       LER-MOEDAS.
           OPEN INPUT MOEDAS-FILE
           IF WS-MOEDA-STATUS = "35"
               CLOSE MOEDAS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Historico de taxas: por moeda fica a linha com a data efetiva
      * mais recente que nao passe a data de negocio. Sem MOEDAHIS a
      * tabela fica vazia e so conta o EX2MOEDA.
      ******************************************************************
       LER-HISTORICO.
           OPEN INPUT HISTORICO-FILE
           IF WS-HIS-STATUS = "35"
               DISPLAY "EX2: SEM HISTORICO DE TAXAS (MOEDAHIS) - "
                   "TAXAS DO EX2MOEDA"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ HISTORICO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF MHS-DATA-EFETIVA NUMERIC
                               AND MHS-TAXA NUMERIC
                               AND MHS-TAXA > 0
                               AND MHS-DATA-EFETIVA <=
                                   WS-DATA-NEGOCIO
                               PERFORM GUARDAR-TAXA-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-TAXA-HISTORICO.
           MOVE 0 TO H
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-HISTORICO
               IF HIS-MOEDA(I) = MHS-MOEDA
                   MOVE I TO H
                   MOVE WS-CONT-HISTORICO TO I
               END-IF
           END-PERFORM
           IF H = 0
               IF WS-CONT-HISTORICO < WS-MAX-HISTORICO
                   ADD 1 TO WS-CONT-HISTORICO
                   MOVE WS-CONT-HISTORICO TO H
                   MOVE MHS-MOEDA TO HIS-MOEDA(H)
                   MOVE MHS-DATA-EFETIVA TO HIS-DATA(H)
                   MOVE MHS-TAXA TO HIS-TAXA(H)
               END-IF
           ELSE
               IF MHS-DATA-EFETIVA >= HIS-DATA(H)
                   MOVE MHS-DATA-EFETIVA TO HIS-DATA(H)
                   MOVE MHS-TAXA TO HIS-TAXA(H)
               END-IF
           END-IF.
      ******************************************************************
      * A taxa em vigor do historico prevalece; uma moeda sem taxa em
      * vigor no historico usa a do EX2MOEDA.
      ******************************************************************
       LOCALIZAR-TAXA.
           MOVE "N" TO WS-TAXA-OK
           PERFORM VARYING H FROM 1 BY 1
                   UNTIL H > WS-CONT-HISTORICO
               IF HIS-MOEDA(H) = TRANSACOES-MOEDA
                   MOVE HIS-TAXA(H) TO WS-TAXA-ATUAL
                   MOVE "S" TO WS-TAXA-OK
                   MOVE WS-CONT-HISTORICO TO H
               END-IF
           END-PERFORM
           IF WS-TAXA-OK = "N"
               PERFORM VARYING M FROM 1 BY 1
                       UNTIL M > WS-CONT-MOEDAS
                   IF TAB-MOEDA(M) = TRANSACOES-MOEDA
                       MOVE TAB-TAXA(M) TO WS-TAXA-ATUAL
                       MOVE "S" TO WS-TAXA-OK
                       MOVE WS-CONT-MOEDAS TO M
                   END-IF
               END-PERFORM
           END-IF.
       CLASSIFICAR-NUMERO.
           MOVE NUM TO NUM-UNIDADES
           DIVIDE NUM-UNIDADES BY PAR GIVING NUM2 REMAINDER RESTO
                   COMPUTE WS-NUM-HOME ROUNDED =
                       NUM * WS-TAXA-ATUAL
                   MOVE WS-NUM-HOME TO SAIDA-NUM-HOME
                   IF RESTO=0
                       MOVE "PAR" TO SAIDA-CLASSE
                   ELSE
                       MOVE "IMPAR" TO SAIDA-CLASSE
                   END-IF
                   MOVE WS-OPERADOR-ID TO
                       OPSTAMP-OPERADOR OF CLASSIFICADAS-REC
                       OPSTAMP-DATA-NEGOCIO OF CLASSIFICADAS-REC
                   MOVE TRANSACOES-EMPRESA TO
                       OPSTAMP-EMPRESA OF CLASSIFICADAS-REC
                   IF WS-RETER = "S"
                       PERFORM RETER-CLASSIFICADO
                   ELSE
                       PERFORM CONTAR-CLASSIFICADO
                       WRITE CLASSIFICADAS-REC
                   END-IF
           END-DIVIDE.
       CONTAR-CLASSIFICADO.
           IF WS-EMPRESA-ATUAL > 0
               ADD NUM TO EMP-HASH-NUM(WS-EMPRESA-ATUAL)
               ADD WS-NUM-HOME TO EMP-HASH-HOME(WS-EMPRESA-ATUAL)
               IF SAIDA-CLASSE = "PAR"
                   ADD 1 TO EMP-CONT-PAR(WS-EMPRESA-ATUAL)
               ELSE
                   ADD 1 TO EMP-CONT-IMPAR(WS-EMPRESA-ATUAL)
               END-IF
           END-IF.
      ******************************************************************
      * Limite de retencao do registo: a linha mais especifica do
      * EX2LIMIT (empresa e moeda exatas, so a empresa, so a moeda,
      * "**"/"***"). Sem linha aplicavel o registo nunca e retido.
      ******************************************************************
       VERIFICAR-LIMITE.
           MOVE "N" TO WS-RETER
           MOVE 0 TO WS-MELHOR-PESO
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-CONT-LIMITES
               MOVE 0 TO WS-LIMITE-PESO
               IF (TL-EMPRESA(L) = TRANSACOES-EMPRESA
                       OR TL-EMPRESA(L) = "**")
                   AND (TL-MOEDA(L) = TRANSACOES-MOEDA
                       OR TL-MOEDA(L) = "***")
                   MOVE 1 TO WS-LIMITE-PESO
                   IF TL-EMPRESA(L) = TRANSACOES-EMPRESA
                       ADD 2 TO WS-LIMITE-PESO
                   END-IF
                   IF TL-MOEDA(L) = TRANSACOES-MOEDA
                       ADD 1 TO WS-LIMITE-PESO
                   END-IF
               END-IF
               IF WS-LIMITE-PESO > WS-MELHOR-PESO
                   MOVE WS-LIMITE-PESO TO WS-MELHOR-PESO
                   MOVE TL-VALOR(L) TO WS-LIMITE-ATUAL
               END-IF
           END-PERFORM
           IF WS-MELHOR-PESO > 0 AND NUM > WS-LIMITE-ATUAL
               MOVE "S" TO WS-RETER
           END-IF.
      ******************************************************************
      * Acima do limite: o registo classificado vai para a fila de
      * retencao em vez do EX2OUT; o valor retido segue no trailer da
      * empresa e moeda. Fila cheia: o registo e rejeitado (EX2REJ).
      * Numa repeticao da data o registo ja retido nesse dia mantem a
      * sua linha na fila (seja qual for o estado): conta como retido
      * mas nao se acrescenta outra linha.
      ******************************************************************
       RETER-CLASSIFICADO.
           MOVE 0 TO WS-RETENCAO-EXISTENTE
           PERFORM VARYING R FROM 1 BY 1
                   UNTIL R > WS-CONT-RETENCOES
                      OR WS-RETENCAO-EXISTENTE > 0
               MOVE TR-REGISTO(R) TO EX2RETEN-REC
               IF RTN-REF = TRANSACOES-REF
                   AND RTN-DATA-RETENCAO = WS-DATA-NEGOCIO
                   MOVE R TO WS-RETENCAO-EXISTENTE
               END-IF
           END-PERFORM
           IF WS-RETENCAO-EXISTENTE > 0
               OR WS-CONT-RETENCOES < WS-MAX-RETENCOES
               IF WS-RETENCAO-EXISTENTE = 0
                   ADD 1 TO WS-CONT-RETENCOES
                   MOVE SPACES TO EX2RETEN-REC
                   MOVE TRANSACOES-REF TO RTN-REF
                   MOVE WS-DATA-NEGOCIO TO RTN-DATA-RETENCAO
                   MOVE "P" TO RTN-ESTADO
                   MOVE CLASSIFICADAS-REC(1:104) TO RTN-CLASSIFICADO
                   MOVE EX2RETEN-REC TO TR-REGISTO(WS-CONT-RETENCOES)
               END-IF
               ADD 1 TO WS-CONT-RETIDOS
               IF WS-EMPRESA-ATUAL > 0
                   ADD NUM TO EMP-HASH-RETIDO(WS-EMPRESA-ATUAL)
               END-IF
               MOVE "EX2" TO RLG-PROGRAMA-PARM
               MOVE "I" TO RLG-SEVERIDADE-PARM
               MOVE "I002" TO RLG-CODIGO-PARM
               MOVE "VALOR ACIMA DO LIMITE - RETIDO"
                   TO RLG-TEXTO-PARM
               MOVE TRANSACOES-REF TO RLG-CHAVE-PARM
               CALL "RUNLOG" USING RUNLOG-PARMS
               IF WS-RC-FINAL < 4
                   MOVE 4 TO WS-RC-FINAL
               END-IF
           ELSE
               MOVE "EX2" TO RLG-PROGRAMA-PARM
               MOVE "W" TO RLG-SEVERIDADE-PARM
               MOVE "W004" TO RLG-CODIGO-PARM
               MOVE "FILA DE RETENCAO CHEIA - REJEITADO"
                   TO RLG-TEXTO-PARM
               MOVE TRANSACOES-REF TO RLG-CHAVE-PARM
               CALL "RUNLOG" USING RUNLOG-PARMS
               MOVE "FILA RETENCAO CHEIA" TO REJ-MSG
               PERFORM GRAVAR-REJEITADO-MSG
               MOVE 4 TO WS-RC-FINAL
           END-IF.
      ******************************************************************
      * Os libertados por dois operadores seguem nesta transmissao:
      * o registo classificado quando foi retido, com o carimbo desta
      * execucao e a marca LIB + data da retencao, conta nos totais
      * da sua empresa e moeda e fica enviado (E) na fila. Numa
      * repeticao da data os ja enviados nesse dia seguem de novo,
      * porque o novo EX2OUT substitui o da primeira execucao.
      ******************************************************************
       ENVIAR-LIBERTADOS.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-CONT-RETENCOES
               MOVE TR-REGISTO(R) TO EX2RETEN-REC
               IF RTN-LIBERTADO
                   OR (RTN-ENVIADO
                       AND RTN-DATA-ENVIO = WS-DATA-NEGOCIO)
                   MOVE SPACES TO CLASSIFICADAS-REC
                   MOVE RTN-CLASSIFICADO TO CLASSIFICADAS-REC(1:104)
                   MOVE "LIB" TO SAIDA-LIBERTADO
                   MOVE RTN-DATA-RETENCAO TO SAIDA-DATA-RETENCAO
                   MOVE WS-OPERADOR-ID TO
                       OPSTAMP-OPERADOR OF CLASSIFICADAS-REC
                   MOVE WS-RUN-TIMESTAMP TO
                       OPSTAMP-TIMESTAMP OF CLASSIFICADAS-REC
                   MOVE WS-RUN-ID TO
                       OPSTAMP-RUNID OF CLASSIFICADAS-REC
                   MOVE WS-DATA-NEGOCIO TO
                       OPSTAMP-DATA-NEGOCIO OF CLASSIFICADAS-REC
                   MOVE OPSTAMP-EMPRESA OF CLASSIFICADAS-REC
                       TO WS-EMPRESA-REG
                   MOVE SAIDA-MOEDA TO WS-MOEDA-REG
                   PERFORM LOCALIZAR-EMPRESA
                   MOVE SAIDA-NUM TO NUM
                   MOVE SAIDA-NUM-HOME TO WS-NUM-HOME
                   PERFORM CONTAR-CLASSIFICADO
                   WRITE CLASSIFICADAS-REC
                   ADD 1 TO WS-CONT-LIBERTADOS
                   MOVE "E" TO RTN-ESTADO
                   MOVE WS-DATA-NEGOCIO TO RTN-DATA-ENVIO
                   MOVE EX2RETEN-REC TO TR-REGISTO(R)
               END-IF
           END-PERFORM.
       LER-LIMITES.
           OPEN INPUT LIMITES-FILE
           IF WS-LIM-STATUS NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ LIMITES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF LIM-TIPO = "LIMITE"
                               AND LIM-VALOR NUMERIC
                               AND WS-CONT-LIMITES < WS-MAX-LIMITES
                               ADD 1 TO WS-CONT-LIMITES
                               MOVE LIM-EMPRESA TO
                                   TL-EMPRESA(WS-CONT-LIMITES)
                               MOVE LIM-MOEDA TO
                                   TL-MOEDA(WS-CONT-LIMITES)
                               MOVE LIM-VALOR TO
                                   TL-VALOR(WS-CONT-LIMITES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMITES-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       CARREGAR-RETENCOES.
           OPEN INPUT RETENCAO-FILE
           IF WS-RTN-STATUS NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ RETENCAO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-RETENCOES < WS-MAX-RETENCOES
                               ADD 1 TO WS-CONT-RETENCOES
                               MOVE EX2RETEN-REC TO
                                   TR-REGISTO(WS-CONT-RETENCOES)
                           ELSE
                               DISPLAY "EX2: FILA DE RETENCAO COM MAIS"
                                   " DE " WS-MAX-RETENCOES " LINHAS"
                               MOVE "L" TO LCK-FUNCAO-PARM
                               CALL "LOCKMGR" USING LOCKMGR-PARMS
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENCAO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GRAVAR-RETENCOES.
           IF WS-CONT-RETENCOES > 0
               OPEN OUTPUT RETENCAO-FILE
               PERFORM VARYING R FROM 1 BY 1
                       UNTIL R > WS-CONT-RETENCOES
                   MOVE TR-REGISTO(R) TO EX2RETEN-REC
                   WRITE EX2RETEN-REC
               END-PERFORM
               CLOSE RETENCAO-FILE
           END-IF.
       VERIFICAR-PASSO-CONCLUIDO.
           MOVE "EX2" TO RC-PROGRAMA-PARM
           MOVE WS-DATA-CORRENTE TO RC-DATA-PARM
