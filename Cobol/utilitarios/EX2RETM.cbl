      ******************************************************************
      * EX2RETM.cbl
      * 10/15/26 - decisions on the EX2 high-value hold queue
      *            (EX2RETEN, EX2RETEN.cpy). EX2 holds back any
      *            record above its EX2LIMIT limit; nothing held
      *            reaches finance until two operators agree on it,
      *            under the PARMPROM four-eyes rules. Under the
      *            EX2RETEN lock the queue is read whole and the
      *            decision transactions (EX2RDEC: reference id,
      *            decision L=libertar / C=cancelar, operator id) are
      *            applied to the pending (P) line of that reference:
      *              - the deciding operator must be active on the
      *                operator master and entitled to EX2RETM on the
      *                entitlement matrix (OPERVAL answers "V");
      *              - the first decision is recorded on the line, and
      *                its operator may change it while it is alone;
      *              - a second decision from a DIFFERENT operator
      *                that agrees with the first closes the line:
      *                L (released, sent by the next EX2 run) or C
      *                (cancelled, never sent); one that disagrees is
      *                rejected and the line stays pending.
      *            Sent (E) and cancelled lines more than 30 days past
      *            their date are dropped from the queue; their
      *            decisions stay on the journal. Rejections go to
      *            EX2RERR with a reason code and end the run with
      *            RETURN-CODE 4; every decision applied is journaled
      *            (EX2RLOG). The queue is listed on the PRNTFMT report
      *            FILA DE RETENCAO EX2 with each line's age in days.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX2RETM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCAO-FILE ASSIGN TO "EX2RETEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT DECISOES-FILE ASSIGN TO "EX2RDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
           SELECT ERROS-FILE ASSIGN TO "EX2RERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN TO "EX2RLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETENCAO-FILE.
           COPY "EX2RETEN.cpy".
       FD  DECISOES-FILE.
       01  DECISAO-REC.
           05  DEC-REF              PIC X(13).
           05  FILLER               PIC X.
           05  DEC-DECISAO          PIC X.
           05  FILLER               PIC X.
           05  DEC-OPERADOR         PIC X(8).
       FD  ERROS-FILE.
       01  ERROS-REC.
           05  ERRO-REF             PIC X(13).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-DECISAO         PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-OPERADOR        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-COD             PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-MSG             PIC X(24).
           COPY "OPSTAMP.cpy".
       FD  JORNAL-FILE.
       01  JORNAL-REC.
           05  JORNAL-REF           PIC X(13).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-DATA-RETENCAO PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-DECISAO       PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-OPERADOR      PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-ESTADO        PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-VALOR         PIC X(8).
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-RTN-STATUS PIC XX VALUE SPACES.
       77 WS-DEC-STATUS PIC XX VALUE SPACES.
       77 WS-JRN-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-CONT-APLICADAS PIC 9(5) VALUE 0.
       77 WS-CONT-REJEITADAS PIC 9(5) VALUE 0.
       77 WS-CONT-FECHADAS PIC 9(5) VALUE 0.
       77 WS-CONT-EXPURGADAS PIC 9(5) VALUE 0.
       77 WS-DIAS-EXPURGO PIC 999 VALUE 30.
       77 WS-MAX-RETENCOES PIC 999 VALUE 500.
       77 WS-CONT-RETENCOES PIC 999 VALUE 0.
       01 TABELA-RETENCOES.
           03 RETENCAO-LINHA OCCURS 500 TIMES.
               05  TR-REGISTO       PIC X(170).
               05  TR-APAGADA       PIC X.
       77 WS-ERRO-COD PIC 99.
       77 WS-ERRO-MSG PIC X(24).
       77 WS-DIAS PIC S9(5).
       77 WS-DATA-REF PIC 9(8).
       77 P PIC 999.
       77 I PIC 999.
       01 LINHA-CABECALHO.
           05  FILLER               PIC X(42) VALUE
               "REFERENCIA    EMP MOE     VALOR RETIDO EM ".
           05  FILLER               PIC X(32) VALUE
               "DIAS E  D1 OPERAD-1  D2 OPERAD-2".
       01 LINHA-RETENCAO.
           05  LR-REF               PIC X(13).
           05  FILLER               PIC X VALUE SPACE.
           05  LR-EMPRESA           PIC XX.
           05  FILLER               PIC XX VALUE SPACES.
           05  LR-MOEDA             PIC X(3).
           05  FILLER               PIC XX VALUE SPACES.
           05  LR-VALOR             PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LR-DATA-RETENCAO     PIC 9(8).
           05  FILLER               PIC XX VALUE SPACES.
           05  LR-DIAS              PIC ZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LR-ESTADO            PIC X.
           05  FILLER               PIC XX VALUE SPACES.
           05  LR-DECISAO-1         PIC X.
           05  FILLER               PIC XX VALUE SPACES.
           05  LR-OPERADOR-1        PIC X(8).
           05  FILLER               PIC XX VALUE SPACES.
           05  LR-DECISAO-2         PIC X.
           05  FILLER               PIC XX VALUE SPACES.
           05  LR-OPERADOR-2        PIC X(8).
       01 LINHA-RESUMO.
           05  FILLER               PIC X(20) VALUE
               "PENDENTES / ABERTAS:".
           05  LS-PENDENTES         PIC ZZZZ9.
           05  FILLER               PIC X(22) VALUE
               "   FECHADAS NESTA EXEC".
           05  FILLER               PIC X(7) VALUE "UCAO: ".
           05  LS-FECHADAS          PIC ZZZZ9.
       77 WS-CONT-PENDENTES PIC 9(5) VALUE 0.
           COPY "LOCKMGR-WS.cpy".
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE "EX2RETEN" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "EX2RETM: EX2RETEN EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGAR-RETENCOES
           OPEN OUTPUT ERROS-FILE
           OPEN EXTEND JORNAL-FILE
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO ERROS-REC
           MOVE SPACES TO JORNAL-REC
           PERFORM APLICAR-DECISOES
           CLOSE ERROS-FILE
           CLOSE JORNAL-FILE
           PERFORM EXPURGAR-FECHADAS
           PERFORM REESCREVER-RETENCOES
           MOVE "L" TO LCK-FUNCAO-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           PERFORM GRAVAR-RELATORIO
           DISPLAY "DECISOES APLICADAS   : " WS-CONT-APLICADAS
           DISPLAY "RETENCOES FECHADAS   : " WS-CONT-FECHADAS
           DISPLAY "DECISOES REJEITADAS  : " WS-CONT-REJEITADAS
           DISPLAY "LINHAS EXPURGADAS    : " WS-CONT-EXPURGADAS
           IF WS-CONT-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       CARREGAR-RETENCOES.
           MOVE "N" TO WS-EOF
           OPEN INPUT RETENCAO-FILE
           IF WS-RTN-STATUS = "35"
               DISPLAY "EX2RETM: SEM EX2RETEN - FILA VAZIA"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ RETENCAO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-RETENCOES < WS-MAX-RETENCOES
                               ADD 1 TO WS-CONT-RETENCOES
                               MOVE EX2RETEN-REC TO
                                   TR-REGISTO(WS-CONT-RETENCOES)
                               MOVE "N" TO
                                   TR-APAGADA(WS-CONT-RETENCOES)
                           ELSE
                               DISPLAY "EX2RETM: FILA DE RETENCAO "
                                   "CHEIA - EXECUCAO RECUSADA"
                               CLOSE RETENCAO-FILE
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
       APLICAR-DECISOES.
           OPEN INPUT DECISOES-FILE
           IF WS-DEC-STATUS = "35"
               DISPLAY "EX2RETM: SEM DECISOES (EX2RDEC)"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ DECISOES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM APLICAR-DECISAO
                   END-READ
               END-PERFORM
               CLOSE DECISOES-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Quatro olhos: duas decisoes iguais de dois operadores
      * diferentes, ativos e com direito ao EX2RETM, fecham a linha.
      ******************************************************************
       APLICAR-DECISAO.
           MOVE 0 TO WS-ERRO-COD
           IF DEC-DECISAO NOT = "L" AND DEC-DECISAO NOT = "C"
               MOVE 2 TO WS-ERRO-COD
               MOVE "DECISAO INVALIDA" TO WS-ERRO-MSG
           END-IF
           IF WS-ERRO-COD = 0
               MOVE "EX2RETM" TO OPV-PROGRAMA-PARM
               MOVE DEC-OPERADOR TO OPV-OPERADOR-PARM
               CALL "OPERVAL" USING OPERVAL-PARMS
               IF OPV-RESULTADO-PARM NOT = "V"
                   OR DEC-OPERADOR = SPACES
                   MOVE 3 TO WS-ERRO-COD
                   MOVE "OPERADOR NAO AUTORIZADO" TO WS-ERRO-MSG
               END-IF
           END-IF
           IF WS-ERRO-COD = 0
               PERFORM LOCALIZAR-PENDENTE
               IF P = 0
                   MOVE 1 TO WS-ERRO-COD
                   MOVE "RETENCAO NAO PENDENTE" TO WS-ERRO-MSG
               END-IF
           END-IF
           IF WS-ERRO-COD = 0
               MOVE TR-REGISTO(P) TO EX2RETEN-REC
               EVALUATE TRUE
                   WHEN RTN-OPERADOR-1 = SPACES
                       OR RTN-OPERADOR-1 = DEC-OPERADOR
                       MOVE DEC-DECISAO TO RTN-DECISAO-1
                       MOVE DEC-OPERADOR TO RTN-OPERADOR-1
                   WHEN DEC-DECISAO NOT = RTN-DECISAO-1
                       MOVE 4 TO WS-ERRO-COD
                       MOVE "DECISAO DIVERGENTE" TO WS-ERRO-MSG
                   WHEN OTHER
                       MOVE DEC-DECISAO TO RTN-DECISAO-2
                       MOVE DEC-OPERADOR TO RTN-OPERADOR-2
                       MOVE DEC-DECISAO TO RTN-ESTADO
                       MOVE WS-DATA-NEGOCIO TO RTN-DATA-DECISAO
                       ADD 1 TO WS-CONT-FECHADAS
               END-EVALUATE
           END-IF
           IF WS-ERRO-COD = 0
               MOVE EX2RETEN-REC TO TR-REGISTO(P)
               ADD 1 TO WS-CONT-APLICADAS
               PERFORM GRAVAR-JORNAL
           ELSE
               PERFORM GRAVAR-ERRO
           END-IF.
       LOCALIZAR-PENDENTE.
           MOVE 0 TO P
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-RETENCOES OR P > 0
               MOVE TR-REGISTO(I) TO EX2RETEN-REC
               IF RTN-REF = DEC-REF AND RTN-PENDENTE
                   MOVE I TO P
               END-IF
           END-PERFORM.
      ******************************************************************
      * Enviadas e canceladas ha mais de WS-DIAS-EXPURGO dias saem da
      * fila; as decisoes ficam no jornal EX2RLOG.
      ******************************************************************
       EXPURGAR-FECHADAS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-RETENCOES
               MOVE TR-REGISTO(I) TO EX2RETEN-REC
               MOVE 0 TO WS-DATA-REF
               IF RTN-ENVIADO AND RTN-DATA-ENVIO NUMERIC
                   MOVE RTN-DATA-ENVIO TO WS-DATA-REF
               END-IF
               IF RTN-CANCELADO AND RTN-DATA-DECISAO NUMERIC
                   MOVE RTN-DATA-DECISAO TO WS-DATA-REF
               END-IF
               IF WS-DATA-REF > 0
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                       - FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
                   IF WS-DIAS > WS-DIAS-EXPURGO
                       MOVE "S" TO TR-APAGADA(I)
                       ADD 1 TO WS-CONT-EXPURGADAS
                   END-IF
               END-IF
           END-PERFORM.
       REESCREVER-RETENCOES.
           IF WS-CONT-RETENCOES > 0
               OPEN OUTPUT RETENCAO-FILE
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-CONT-RETENCOES
                   IF TR-APAGADA(I) = "N"
                       MOVE TR-REGISTO(I) TO EX2RETEN-REC
                       WRITE EX2RETEN-REC
                   END-IF
               END-PERFORM
               CLOSE RETENCAO-FILE
           END-IF.
       GRAVAR-JORNAL.
           MOVE RTN-REF TO JORNAL-REF
           MOVE RTN-DATA-RETENCAO TO JORNAL-DATA-RETENCAO
           MOVE DEC-DECISAO TO JORNAL-DECISAO
           MOVE DEC-OPERADOR TO JORNAL-OPERADOR
           MOVE RTN-ESTADO TO JORNAL-ESTADO
           MOVE RTN-CLASSIFICADO(1:8) TO JORNAL-VALOR
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF JORNAL-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF JORNAL-REC
           MOVE RTN-CLASSIFICADO(47:2) TO
               OPSTAMP-EMPRESA OF JORNAL-REC
           MOVE WS-DATA-NEGOCIO TO OPSTAMP-DATA-NEGOCIO OF JORNAL-REC
           WRITE JORNAL-REC.
       GRAVAR-ERRO.
           ADD 1 TO WS-CONT-REJEITADAS
           MOVE DEC-REF TO ERRO-REF
           MOVE DEC-DECISAO TO ERRO-DECISAO
           MOVE DEC-OPERADOR TO ERRO-OPERADOR
           MOVE WS-ERRO-COD TO ERRO-COD
           MOVE WS-ERRO-MSG TO ERRO-MSG
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF ERROS-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF ERROS-REC
           MOVE WS-DATA-NEGOCIO TO OPSTAMP-DATA-NEGOCIO OF ERROS-REC
           WRITE ERROS-REC.
      ******************************************************************
      * A fila como ficou: pendentes e libertadas por enviar, com os
      * dias desde a retencao, e as fechadas nesta execucao.
      ******************************************************************
       GRAVAR-RELATORIO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "FILA DE RETENCAO EX2" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE LINHA-CABECALHO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-RETENCOES
               MOVE TR-REGISTO(I) TO EX2RETEN-REC
               IF TR-APAGADA(I) = "N"
                   AND (RTN-PENDENTE OR RTN-LIBERTADO
                       OR RTN-DATA-DECISAO = WS-DATA-NEGOCIO)
                   PERFORM GRAVAR-LINHA-RETENCAO
               END-IF
           END-PERFORM
           MOVE WS-CONT-FECHADAS TO LS-FECHADAS
           MOVE WS-CONT-PENDENTES TO LS-PENDENTES
           MOVE LINHA-RESUMO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       GRAVAR-LINHA-RETENCAO.
           IF RTN-PENDENTE OR RTN-LIBERTADO
               ADD 1 TO WS-CONT-PENDENTES
           END-IF
           MOVE RTN-REF TO LR-REF
           MOVE RTN-CLASSIFICADO(47:2) TO LR-EMPRESA
           MOVE RTN-CLASSIFICADO(79:3) TO LR-MOEDA
           MOVE RTN-CLASSIFICADO(1:8) TO LR-VALOR
           MOVE RTN-DATA-RETENCAO TO LR-DATA-RETENCAO
           MOVE 0 TO WS-DIAS
           IF RTN-DATA-RETENCAO NUMERIC
               AND RTN-DATA-RETENCAO > 0
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                   - FUNCTION INTEGER-OF-DATE(RTN-DATA-RETENCAO)
           END-IF
           MOVE WS-DIAS TO LR-DIAS
           MOVE RTN-ESTADO TO LR-ESTADO
           MOVE RTN-DECISAO-1 TO LR-DECISAO-1
           MOVE RTN-OPERADOR-1 TO LR-OPERADOR-1
           MOVE RTN-DECISAO-2 TO LR-DECISAO-2
           MOVE RTN-OPERADOR-2 TO LR-OPERADOR-2
           MOVE LINHA-RETENCAO TO PRT-LINHA-PARM
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
           MOVE "EX2RETM" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM EX2RETM.
