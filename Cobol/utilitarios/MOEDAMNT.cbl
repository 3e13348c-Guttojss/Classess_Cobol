      ******************************************************************
      * MOEDAMNT.cbl
      * 10/15/26 - maintenance of the exchange-rate history master
      *            (MOEDAHIS, MOEDAHIS.cpy). EX2MOEDA only ever held
      *            today's rate, so a rerun of a past night converted
      *            at the wrong rate and month-end had no record of
      *            the rates the month was booked at. Under the
      *            MOEDAHIS lock the master is read whole, then:
      *              - treasury's daily rate file (MOEDATES: currency,
      *                effective date, rate) is loaded first, each
      *                line inserting or replacing the rate for that
      *                currency and date with source TESOURO -- except
      *                that a rate an operator keyed (source MANUAL)
      *                is never overwritten by a treasury line, which
      *                is rejected instead;
      *              - then the maintenance transactions (MOEDATRN:
      *                I=incluir a rate, A=alterar the rate for a
      *                currency and date, E=eliminar it) are applied
      *                with source MANUAL.
      *            A currency code must be given, the effective date
      *            must be a valid date and the rate numeric and above
      *            zero. The master is rewritten in currency +
      *            effective-date order. Either input may be absent
      *            (no treasury file on a holiday, no transactions
      *            most nights). Rejections go to MOEDAERR with a
      *            reason code and end the run with RETURN-CODE 4;
      *            every applied change is journaled (MOEDALOG) with
      *            the previous and new rate and the OPSTAMP operator
      *            and timestamp.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOEDAMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-FILE ASSIGN TO "MOEDAHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT TESOURARIA-FILE ASSIGN TO "MOEDATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TES-STATUS.
           SELECT TRANSACOES-FILE ASSIGN TO "MOEDATRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT ERROS-FILE ASSIGN TO "MOEDAERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN TO "MOEDALOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE.
           COPY "MOEDAHIS.cpy".
       FD  TESOURARIA-FILE.
       01  TESOURARIA-REC.
           05  TES-MOEDA            PIC X(3).
           05  FILLER               PIC X.
           05  TES-DATA             PIC X(8).
           05  FILLER               PIC X.
           05  TES-TAXA             PIC X(7).
       FD  TRANSACOES-FILE.
       01  TRANSACAO-REC.
           05  TRAN-TIPO            PIC X.
           05  FILLER               PIC X.
           05  TRAN-MOEDA           PIC X(3).
           05  FILLER               PIC X.
           05  TRAN-DATA            PIC X(8).
           05  FILLER               PIC X.
           05  TRAN-TAXA            PIC X(7).
       FD  ERROS-FILE.
       01  ERROS-REC.
           05  ERRO-ORIGEM          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-MOEDA           PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-DATA            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-COD             PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-MSG             PIC X(24).
           COPY "OPSTAMP.cpy".
       FD  JORNAL-FILE.
       01  JORNAL-REC.
           05  JORNAL-ORIGEM        PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-MOEDA         PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-DATA          PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-TAXA-ANTERIOR PIC 9(3)V9(4).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-TAXA          PIC 9(3)V9(4).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-FONTE         PIC X(8).
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-HIS-STATUS PIC XX VALUE SPACES.
       77 WS-TES-STATUS PIC XX VALUE SPACES.
       77 WS-TRN-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-CONT-APLICADAS PIC 9(5) VALUE 0.
       77 WS-CONT-REJEITADAS PIC 9(5) VALUE 0.
       77 WS-CONT-TESOURARIA PIC 9(5) VALUE 0.
       77 WS-MAX-TAXAS PIC 999 VALUE 500.
       77 WS-CONT-TAXAS PIC 999 VALUE 0.
      * linhas do master por moeda + data efetiva; a chave e comparada
      * sobre os primeiros 12 bytes do registo (moeda, espaco, data)
       01 TABELA-TAXAS.
           03 TAXA-LINHA OCCURS 500 TIMES.
               05  TM-REGISTO       PIC X(92).
               05  FILLER REDEFINES TM-REGISTO.
                   10  TM-MOEDA     PIC X(3).
                   10  FILLER       PIC X.
                   10  TM-DATA      PIC 9(8).
                   10  FILLER       PIC X.
                   10  TM-TAXA      PIC 9(3)V9(4).
                   10  FILLER       PIC X.
                   10  TM-FONTE     PIC X(8).
                   10  FILLER       PIC X(63).
               05  TM-APAGADA       PIC X.
       01 WS-CHAVE.
           05  WS-MOEDA             PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DATA              PIC X(8).
           05  WS-DATA-N REDEFINES WS-DATA
                                    PIC 9(8).
       77 WS-TAXA PIC X(7).
       77 WS-TAXA-N REDEFINES WS-TAXA PIC 9(3)V9(4).
       77 WS-ORIGEM PIC X.
       77 WS-FONTE PIC X(8).
       77 WS-TAXA-ANTERIOR PIC 9(3)V9(4).
       77 WS-DADOS-OK PIC X.
       77 N PIC 999.
       77 P PIC 999.
       77 I PIC 999.
           COPY "LOCKMGR-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE "MOEDAHIS" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "MOEDAMNT: MOEDAHIS EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGAR-HISTORICO
           OPEN OUTPUT ERROS-FILE
           OPEN OUTPUT JORNAL-FILE
           MOVE SPACES TO ERROS-REC
           MOVE SPACES TO JORNAL-REC
           PERFORM CARREGAR-TESOURARIA
           PERFORM APLICAR-TRANSACOES
           CLOSE ERROS-FILE
           CLOSE JORNAL-FILE
           PERFORM REESCREVER-HISTORICO
           MOVE "L" TO LCK-FUNCAO-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           DISPLAY "TAXAS DA TESOURARIA  : " WS-CONT-TESOURARIA
           DISPLAY "ALTERACOES APLICADAS : " WS-CONT-APLICADAS
           DISPLAY "LINHAS REJEITADAS    : " WS-CONT-REJEITADAS
           IF WS-CONT-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       CARREGAR-HISTORICO.
           MOVE "N" TO WS-EOF
           OPEN INPUT HISTORICO-FILE
           IF WS-HIS-STATUS = "35"
               DISPLAY "MOEDAMNT: SEM MOEDAHIS - HISTORICO NOVO"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ HISTORICO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-TAXAS < WS-MAX-TAXAS
                               ADD 1 TO WS-CONT-TAXAS
                               MOVE MOEDAHIS-REC TO
                                   TM-REGISTO(WS-CONT-TAXAS)
                               MOVE "N" TO
                                   TM-APAGADA(WS-CONT-TAXAS)
                           ELSE
                               DISPLAY "MOEDAMNT: TABELA DE TAXAS "
                                   "CHEIA - EXECUCAO RECUSADA"
                               CLOSE HISTORICO-FILE
                               MOVE "L" TO LCK-FUNCAO-PARM
                               CALL "LOCKMGR" USING LOCKMGR-PARMS
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Ficheiro diario da tesouraria: inclui ou substitui a taxa da
      * moeda para a data, com fonte TESOURO. Uma taxa MANUAL para a
      * mesma moeda e data prevalece e a linha da tesouraria e
      * rejeitada.
      ******************************************************************
       CARREGAR-TESOURARIA.
           MOVE "N" TO WS-EOF
           OPEN INPUT TESOURARIA-FILE
           IF WS-TES-STATUS = "35"
               DISPLAY "MOEDAMNT: SEM FICHEIRO DA TESOURARIA"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ TESOURARIA-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM TRATAR-TESOURARIA
                   END-READ
               END-PERFORM
               CLOSE TESOURARIA-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       TRATAR-TESOURARIA.
           MOVE "T" TO WS-ORIGEM
           MOVE "TESOURO" TO WS-FONTE
           MOVE TES-MOEDA TO WS-MOEDA
           MOVE TES-DATA TO WS-DATA
           MOVE TES-TAXA TO WS-TAXA
           PERFORM VALIDAR-TAXA
           IF WS-DADOS-OK = "S"
               PERFORM PROCURAR-TAXA
               EVALUATE TRUE
                   WHEN N = 0
                       PERFORM ACRESCENTAR-TAXA
                   WHEN TM-FONTE(N) = "MANUAL"
                       MOVE 07 TO ERRO-COD
                       MOVE "TAXA MANUAL PREVALECE" TO ERRO-MSG
                       PERFORM GRAVAR-ERRO
                   WHEN TM-TAXA(N) = WS-TAXA-N
                       CONTINUE
                   WHEN OTHER
                       PERFORM ATUALIZAR-TAXA
               END-EVALUATE
           END-IF
           ADD 1 TO WS-CONT-TESOURARIA.
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
           MOVE TRAN-TIPO TO WS-ORIGEM
           MOVE "MANUAL" TO WS-FONTE
           MOVE TRAN-MOEDA TO WS-MOEDA
           MOVE TRAN-DATA TO WS-DATA
           MOVE TRAN-TAXA TO WS-TAXA
           IF TRAN-TIPO NOT = "I" AND TRAN-TIPO NOT = "A"
               AND TRAN-TIPO NOT = "E"
               MOVE 03 TO ERRO-COD
               MOVE "TIPO INVALIDO" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               IF TRAN-TIPO = "E"
                   PERFORM VALIDAR-CHAVE
               ELSE
                   PERFORM VALIDAR-TAXA
               END-IF
               IF WS-DADOS-OK = "S"
                   PERFORM PROCURAR-TAXA
                   EVALUATE TRUE
                       WHEN TRAN-TIPO = "I" AND N > 0
                           MOVE 01 TO ERRO-COD
                           MOVE "TAXA JA EXISTE" TO ERRO-MSG
                           PERFORM GRAVAR-ERRO
                       WHEN TRAN-TIPO = "I"
                           PERFORM ACRESCENTAR-TAXA
                       WHEN N = 0
                           MOVE 02 TO ERRO-COD
                           MOVE "TAXA NAO EXISTE" TO ERRO-MSG
                           PERFORM GRAVAR-ERRO
                       WHEN TRAN-TIPO = "A"
                           PERFORM ATUALIZAR-TAXA
                       WHEN OTHER
                           PERFORM ELIMINAR-TAXA
                   END-EVALUATE
               END-IF
           END-IF.
      ******************************************************************
      * Moeda preenchida e data efetiva valida (a chave da linha); a
      * taxa tem de ser numerica e maior que zero.
      ******************************************************************
       VALIDAR-CHAVE.
           MOVE "S" TO WS-DADOS-OK
           EVALUATE TRUE
               WHEN WS-MOEDA = SPACES
                   MOVE 04 TO ERRO-COD
                   MOVE "MOEDA EM FALTA" TO ERRO-MSG
               WHEN WS-DATA NOT NUMERIC
                   MOVE 05 TO ERRO-COD
                   MOVE "DATA EFETIVA INVALIDA" TO ERRO-MSG
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-N) NOT = 0
                   MOVE 05 TO ERRO-COD
                   MOVE "DATA EFETIVA INVALIDA" TO ERRO-MSG
               WHEN OTHER
                   MOVE 0 TO ERRO-COD
           END-EVALUATE
           IF ERRO-COD NOT = 0
               MOVE "N" TO WS-DADOS-OK
               PERFORM GRAVAR-ERRO
           END-IF.
       VALIDAR-TAXA.
           PERFORM VALIDAR-CHAVE
           IF WS-DADOS-OK = "S"
               IF WS-TAXA NOT NUMERIC
                   OR WS-TAXA-N = 0
                   MOVE "N" TO WS-DADOS-OK
                   MOVE 06 TO ERRO-COD
                   MOVE "TAXA INVALIDA" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               END-IF
           END-IF.
      ******************************************************************
      * N = linha ativa com a mesma moeda e data (0 se nao existe);
      * P = posicao de insercao, a primeira linha com chave maior.
      ******************************************************************
       PROCURAR-TAXA.
           MOVE 0 TO N
           MOVE 0 TO P
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-TAXAS
               IF TM-REGISTO(I)(1:12) = WS-CHAVE
                   AND TM-APAGADA(I) = "N"
                   MOVE I TO N
               END-IF
               IF TM-REGISTO(I)(1:12) > WS-CHAVE AND P = 0
                   MOVE I TO P
               END-IF
           END-PERFORM
           IF P = 0
               COMPUTE P = WS-CONT-TAXAS + 1
           END-IF.
       ACRESCENTAR-TAXA.
           IF WS-CONT-TAXAS >= WS-MAX-TAXAS
               MOVE 13 TO ERRO-COD
               MOVE "TABELA DE TAXAS CHEIA" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               PERFORM VARYING I FROM WS-CONT-TAXAS BY -1
                       UNTIL I < P
                   MOVE TAXA-LINHA(I) TO TAXA-LINHA(I + 1)
               END-PERFORM
               ADD 1 TO WS-CONT-TAXAS
               MOVE SPACES TO MOEDAHIS-REC
               MOVE WS-MOEDA TO MHS-MOEDA
               MOVE WS-DATA-N TO MHS-DATA-EFETIVA
               MOVE WS-TAXA-N TO MHS-TAXA
               MOVE WS-FONTE TO MHS-FONTE
               PERFORM CARIMBAR-TAXA
               MOVE MOEDAHIS-REC TO TM-REGISTO(P)
               MOVE "N" TO TM-APAGADA(P)
               MOVE 0 TO WS-TAXA-ANTERIOR
               PERFORM GRAVAR-JORNAL
           END-IF.
       ATUALIZAR-TAXA.
           MOVE TM-REGISTO(N) TO MOEDAHIS-REC
           MOVE MHS-TAXA TO WS-TAXA-ANTERIOR
           MOVE WS-TAXA-N TO MHS-TAXA
           MOVE WS-FONTE TO MHS-FONTE
           PERFORM CARIMBAR-TAXA
           MOVE MOEDAHIS-REC TO TM-REGISTO(N)
           PERFORM GRAVAR-JORNAL.
       ELIMINAR-TAXA.
           MOVE "S" TO TM-APAGADA(N)
           MOVE TM-TAXA(N) TO WS-TAXA-ANTERIOR
           MOVE 0 TO WS-TAXA-N
           PERFORM GRAVAR-JORNAL.
       CARIMBAR-TAXA.
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF MOEDAHIS-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF MOEDAHIS-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF MOEDAHIS-REC.
       REESCREVER-HISTORICO.
           OPEN OUTPUT HISTORICO-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-TAXAS
               IF TM-APAGADA(I) = "N"
                   MOVE TM-REGISTO(I) TO MOEDAHIS-REC
                   WRITE MOEDAHIS-REC
               END-IF
           END-PERFORM
           CLOSE HISTORICO-FILE.
       GRAVAR-JORNAL.
           ADD 1 TO WS-CONT-APLICADAS
           MOVE WS-ORIGEM TO JORNAL-ORIGEM
           MOVE WS-MOEDA TO JORNAL-MOEDA
           MOVE WS-DATA-N TO JORNAL-DATA
           MOVE WS-TAXA-ANTERIOR TO JORNAL-TAXA-ANTERIOR
           MOVE WS-TAXA-N TO JORNAL-TAXA
           MOVE WS-FONTE TO JORNAL-FONTE
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF JORNAL-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF JORNAL-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF JORNAL-REC
           WRITE JORNAL-REC.
       GRAVAR-ERRO.
           ADD 1 TO WS-CONT-REJEITADAS
           MOVE WS-ORIGEM TO ERRO-ORIGEM
           MOVE WS-MOEDA TO ERRO-MOEDA
           MOVE WS-DATA TO ERRO-DATA
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
           MOVE "MOEDAMNT" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM MOEDAMNT.
