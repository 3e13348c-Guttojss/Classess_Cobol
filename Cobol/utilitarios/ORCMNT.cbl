      ******************************************************************
      * ORCMNT.cbl
      * 10/15/26 - maintenance of the GL budget master (ORCMST,
      *            ORCAMENTO.cpy). Finance kept the budget in a
      *            spreadsheet and copied GLSUMM beside it every month;
      *            the budget now lives on the master and ORCREAL
      *            reports against it. Under the ORCMST lock the master
      *            is read whole, then:
      *              - the annual budget file (ORCANUAL: company,
      *                account, month, side, amount), loaded once a
      *                year, inserts or replaces each line with source
      *                ANUAL -- except that a re-forecast already on
      *                the master (source REPREV) is never overwritten
      *                by a reload of the annual file, which is
      *                rejected instead;
      *              - then the re-forecast transactions (ORCTRN:
      *                I=incluir a line, A=alterar its amount or side,
      *                E=eliminar it) are applied with source REPREV.
      *            The account must be given, the month must be a valid
      *            YYYYMM, the side D or C and the amount numeric (zero
      *            is a budget); all the months of one company and
      *            account must carry the same side. The master is
      *            rewritten in company + account + month order. Either
      *            input may be absent. Rejections go to ORCERR with a
      *            reason code and end the run with RETURN-CODE 4;
      *            every applied change is journaled (ORCLOG) with the
      *            previous and new amount and the OPSTAMP operator and
      *            timestamp.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO-FILE ASSIGN TO "ORCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORC-STATUS.
           SELECT ANUAL-FILE ASSIGN TO "ORCANUAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANU-STATUS.
           SELECT TRANSACOES-FILE ASSIGN TO "ORCTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT ERROS-FILE ASSIGN TO "ORCERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN TO "ORCLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTO-FILE.
           COPY "ORCAMENTO.cpy".
       FD  ANUAL-FILE.
       01  ANUAL-REC.
           05  ANU-EMPRESA          PIC XX.
           05  FILLER               PIC X.
           05  ANU-CONTA            PIC X(8).
           05  FILLER               PIC X.
           05  ANU-MES              PIC X(6).
           05  FILLER               PIC X.
           05  ANU-LADO             PIC X.
           05  FILLER               PIC X.
           05  ANU-VALOR            PIC X(11).
       FD  TRANSACOES-FILE.
       01  TRANSACAO-REC.
           05  TRAN-TIPO            PIC X.
           05  FILLER               PIC X.
           05  TRAN-EMPRESA         PIC XX.
           05  FILLER               PIC X.
           05  TRAN-CONTA           PIC X(8).
           05  FILLER               PIC X.
           05  TRAN-MES             PIC X(6).
           05  FILLER               PIC X.
           05  TRAN-LADO            PIC X.
           05  FILLER               PIC X.
           05  TRAN-VALOR           PIC X(11).
       FD  ERROS-FILE.
       01  ERROS-REC.
           05  ERRO-ORIGEM          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-EMPRESA         PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-CONTA           PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-MES             PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-COD             PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-MSG             PIC X(24).
           COPY "OPSTAMP.cpy".
       FD  JORNAL-FILE.
       01  JORNAL-REC.
           05  JORNAL-ORIGEM        PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-EMPRESA       PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-CONTA         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-MES           PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-LADO          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-VALOR-ANTERIOR PIC 9(9).99.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-VALOR         PIC 9(9).99.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-FONTE         PIC X(8).
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-ORC-STATUS PIC XX VALUE SPACES.
       77 WS-ANU-STATUS PIC XX VALUE SPACES.
       77 WS-TRN-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-CONT-APLICADAS PIC 9(5) VALUE 0.
       77 WS-CONT-REJEITADAS PIC 9(5) VALUE 0.
       77 WS-CONT-ANUAIS PIC 9(5) VALUE 0.
       77 WS-MAX-LINHAS PIC 9(4) VALUE 3000.
       77 WS-CONT-LINHAS PIC 9(4) VALUE 0.
      * linhas do master por empresa + conta + mes; a chave e comparada
      * sobre os primeiros 18 bytes do registo (empresa, espaco, conta,
      * espaco, mes) e a conta sobre os primeiros 11
       01 TABELA-ORCAMENTO.
           03 ORCAMENTO-LINHA OCCURS 3000 TIMES.
               05  TO-REGISTO       PIC X(105).
               05  FILLER REDEFINES TO-REGISTO.
                   10  TO-EMPRESA   PIC XX.
                   10  FILLER       PIC X.
                   10  TO-CONTA     PIC X(8).
                   10  FILLER       PIC X.
                   10  TO-MES       PIC 9(6).
                   10  FILLER       PIC X.
                   10  TO-LADO      PIC X.
                   10  FILLER       PIC X.
                   10  TO-VALOR     PIC 9(9).99.
                   10  FILLER       PIC X.
                   10  TO-FONTE     PIC X(8).
                   10  FILLER       PIC X(63).
               05  TO-APAGADA       PIC X.
       01 WS-CHAVE.
           05  WS-EMPRESA           PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-CONTA             PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-MES               PIC X(6).
           05  WS-MES-N REDEFINES WS-MES
                                    PIC 9(6).
       77 WS-LADO PIC X.
       77 WS-VALOR PIC X(11).
       77 WS-VALOR-N REDEFINES WS-VALOR PIC 9(9)V99.
       77 WS-ORIGEM PIC X.
       77 WS-FONTE PIC X(8).
       77 WS-VALOR-ANTERIOR PIC 9(9)V99.
       77 WS-VALOR-ATUAL PIC 9(9)V99.
       77 WS-DADOS-OK PIC X.
       77 N PIC 9(4).
       77 P PIC 9(4).
       77 I PIC 9(4).
           COPY "LOCKMGR-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE "ORCMST" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "ORCMNT: ORCMST EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGAR-ORCAMENTO
           OPEN OUTPUT ERROS-FILE
           OPEN OUTPUT JORNAL-FILE
           MOVE SPACES TO ERROS-REC
           MOVE SPACES TO JORNAL-REC
           PERFORM CARREGAR-ANUAL
           PERFORM APLICAR-TRANSACOES
           CLOSE ERROS-FILE
           CLOSE JORNAL-FILE
           PERFORM REESCREVER-ORCAMENTO
           MOVE "L" TO LCK-FUNCAO-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           DISPLAY "LINHAS DO ORCAMENTO ANUAL : " WS-CONT-ANUAIS
           DISPLAY "ALTERACOES APLICADAS      : " WS-CONT-APLICADAS
           DISPLAY "LINHAS REJEITADAS         : " WS-CONT-REJEITADAS
           IF WS-CONT-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       CARREGAR-ORCAMENTO.
           MOVE "N" TO WS-EOF
           OPEN INPUT ORCAMENTO-FILE
           IF WS-ORC-STATUS = "35"
               DISPLAY "ORCMNT: SEM ORCMST - ORCAMENTO NOVO"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ ORCAMENTO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-LINHAS < WS-MAX-LINHAS
                               ADD 1 TO WS-CONT-LINHAS
                               MOVE ORCAMENTO-REC TO
                                   TO-REGISTO(WS-CONT-LINHAS)
                               MOVE "N" TO
                                   TO-APAGADA(WS-CONT-LINHAS)
                           ELSE
                               DISPLAY "ORCMNT: TABELA DO ORCAMENTO "
                                   "CHEIA - EXECUCAO RECUSADA"
                               CLOSE ORCAMENTO-FILE
                               MOVE "L" TO LCK-FUNCAO-PARM
                               CALL "LOCKMGR" USING LOCKMGR-PARMS
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORCAMENTO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Orcamento anual: inclui ou substitui a linha da empresa, conta
      * e mes, com fonte ANUAL. Uma reprevisao (REPREV) ja no master
      * prevalece e a linha anual e rejeitada.
      ******************************************************************
       CARREGAR-ANUAL.
           MOVE "N" TO WS-EOF
           OPEN INPUT ANUAL-FILE
           IF WS-ANU-STATUS = "35"
               DISPLAY "ORCMNT: SEM ORCAMENTO ANUAL"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ ANUAL-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM TRATAR-ANUAL
                   END-READ
               END-PERFORM
               CLOSE ANUAL-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       TRATAR-ANUAL.
           MOVE "O" TO WS-ORIGEM
           MOVE "ANUAL" TO WS-FONTE
           MOVE ANU-EMPRESA TO WS-EMPRESA
           MOVE ANU-CONTA TO WS-CONTA
           MOVE ANU-MES TO WS-MES
           MOVE ANU-LADO TO WS-LADO
           MOVE ANU-VALOR TO WS-VALOR
           PERFORM VALIDAR-VALOR
           IF WS-DADOS-OK = "S"
               PERFORM PROCURAR-LINHA
               IF N > 0
                   MOVE TO-VALOR(N) TO WS-VALOR-ATUAL
               END-IF
               EVALUATE TRUE
                   WHEN N = 0
                       PERFORM ACRESCENTAR-LINHA
                   WHEN TO-FONTE(N) = "REPREV"
                       MOVE 07 TO ERRO-COD
                       MOVE "REPREVISAO PREVALECE" TO ERRO-MSG
                       PERFORM GRAVAR-ERRO
                   WHEN WS-VALOR-ATUAL = WS-VALOR-N
                       AND TO-LADO(N) = WS-LADO
                       CONTINUE
                   WHEN OTHER
                       PERFORM ATUALIZAR-LINHA
               END-EVALUATE
           END-IF
           ADD 1 TO WS-CONT-ANUAIS.
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
           MOVE "REPREV" TO WS-FONTE
           MOVE TRAN-EMPRESA TO WS-EMPRESA
           MOVE TRAN-CONTA TO WS-CONTA
           MOVE TRAN-MES TO WS-MES
           MOVE TRAN-LADO TO WS-LADO
           MOVE TRAN-VALOR TO WS-VALOR
           IF TRAN-TIPO NOT = "I" AND TRAN-TIPO NOT = "A"
               AND TRAN-TIPO NOT = "E"
               MOVE 03 TO ERRO-COD
               MOVE "TIPO INVALIDO" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               IF TRAN-TIPO = "E"
                   PERFORM VALIDAR-CHAVE
               ELSE
                   PERFORM VALIDAR-VALOR
               END-IF
               IF WS-DADOS-OK = "S"
                   PERFORM PROCURAR-LINHA
                   EVALUATE TRUE
                       WHEN TRAN-TIPO = "I" AND N > 0
                           MOVE 01 TO ERRO-COD
                           MOVE "ORCAMENTO JA EXISTE" TO ERRO-MSG
                           PERFORM GRAVAR-ERRO
                       WHEN TRAN-TIPO = "I"
                           PERFORM ACRESCENTAR-LINHA
                       WHEN N = 0
                           MOVE 02 TO ERRO-COD
                           MOVE "ORCAMENTO NAO EXISTE" TO ERRO-MSG
                           PERFORM GRAVAR-ERRO
                       WHEN TRAN-TIPO = "A"
                           PERFORM ATUALIZAR-LINHA
                       WHEN OTHER
                           PERFORM ELIMINAR-LINHA
                   END-EVALUATE
               END-IF
           END-IF.
      ******************************************************************
      * Conta preenchida e mes valido (a chave da linha); o lado tem de
      * ser D ou C, o mesmo das outras linhas da empresa e conta, e o
      * valor numerico.
      ******************************************************************
       VALIDAR-CHAVE.
           MOVE "S" TO WS-DADOS-OK
           EVALUATE TRUE
               WHEN WS-CONTA = SPACES
                   MOVE 04 TO ERRO-COD
                   MOVE "CONTA EM FALTA" TO ERRO-MSG
               WHEN WS-MES NOT NUMERIC
                   MOVE 05 TO ERRO-COD
                   MOVE "MES INVALIDO" TO ERRO-MSG
               WHEN WS-MES(5:2) < "01" OR WS-MES(5:2) > "12"
                   MOVE 05 TO ERRO-COD
                   MOVE "MES INVALIDO" TO ERRO-MSG
               WHEN OTHER
                   MOVE 0 TO ERRO-COD
           END-EVALUATE
           IF ERRO-COD NOT = 0
               MOVE "N" TO WS-DADOS-OK
               PERFORM GRAVAR-ERRO
           END-IF.
       VALIDAR-VALOR.
           PERFORM VALIDAR-CHAVE
           IF WS-DADOS-OK = "S"
               EVALUATE TRUE
                   WHEN WS-LADO NOT = "D" AND WS-LADO NOT = "C"
                       MOVE 08 TO ERRO-COD
                       MOVE "LADO INVALIDO" TO ERRO-MSG
                   WHEN WS-VALOR NOT NUMERIC
                       MOVE 06 TO ERRO-COD
                       MOVE "VALOR INVALIDO" TO ERRO-MSG
                   WHEN OTHER
                       PERFORM VERIFICAR-LADO
               END-EVALUATE
               IF ERRO-COD NOT = 0
                   MOVE "N" TO WS-DADOS-OK
                   PERFORM GRAVAR-ERRO
               END-IF
           END-IF.
      * outro mes da mesma empresa e conta com o lado trocado
       VERIFICAR-LADO.
           MOVE 0 TO ERRO-COD
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-LINHAS
               IF TO-REGISTO(I)(1:11) = WS-CHAVE(1:11)
                   AND TO-MES(I) NOT = WS-MES-N
                   AND TO-APAGADA(I) = "N"
                   AND TO-LADO(I) NOT = WS-LADO
                   MOVE 09 TO ERRO-COD
                   MOVE "LADO DIFERE DA CONTA" TO ERRO-MSG
               END-IF
           END-PERFORM.
      ******************************************************************
      * N = linha ativa com a mesma empresa, conta e mes (0 se nao
      * existe); P = posicao de insercao, a primeira linha com chave
      * maior.
      ******************************************************************
       PROCURAR-LINHA.
           MOVE 0 TO N
           MOVE 0 TO P
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-LINHAS
               IF TO-REGISTO(I)(1:18) = WS-CHAVE
                   AND TO-APAGADA(I) = "N"
                   MOVE I TO N
               END-IF
               IF TO-REGISTO(I)(1:18) > WS-CHAVE AND P = 0
                   MOVE I TO P
               END-IF
           END-PERFORM
           IF P = 0
               COMPUTE P = WS-CONT-LINHAS + 1
           END-IF.
       ACRESCENTAR-LINHA.
           IF WS-CONT-LINHAS >= WS-MAX-LINHAS
               MOVE 13 TO ERRO-COD
               MOVE "TABELA ORCAMENTO CHEIA" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               PERFORM VARYING I FROM WS-CONT-LINHAS BY -1
                       UNTIL I < P
                   MOVE ORCAMENTO-LINHA(I) TO ORCAMENTO-LINHA(I + 1)
               END-PERFORM
               ADD 1 TO WS-CONT-LINHAS
               MOVE SPACES TO ORCAMENTO-REC
               MOVE WS-EMPRESA TO ORC-EMPRESA
               MOVE WS-CONTA TO ORC-CONTA
               MOVE WS-MES-N TO ORC-MES
               MOVE WS-LADO TO ORC-LADO
               MOVE WS-VALOR-N TO ORC-VALOR
               MOVE WS-FONTE TO ORC-FONTE
               PERFORM CARIMBAR-LINHA
               MOVE ORCAMENTO-REC TO TO-REGISTO(P)
               MOVE "N" TO TO-APAGADA(P)
               MOVE 0 TO WS-VALOR-ANTERIOR
               PERFORM GRAVAR-JORNAL
           END-IF.
       ATUALIZAR-LINHA.
           MOVE TO-REGISTO(N) TO ORCAMENTO-REC
           MOVE ORC-VALOR TO WS-VALOR-ANTERIOR
           MOVE WS-LADO TO ORC-LADO
           MOVE WS-VALOR-N TO ORC-VALOR
           MOVE WS-FONTE TO ORC-FONTE
           PERFORM CARIMBAR-LINHA
           MOVE ORCAMENTO-REC TO TO-REGISTO(N)
           PERFORM GRAVAR-JORNAL.
       ELIMINAR-LINHA.
           MOVE "S" TO TO-APAGADA(N)
           MOVE TO-VALOR(N) TO WS-VALOR-ANTERIOR
           MOVE TO-LADO(N) TO WS-LADO
           MOVE 0 TO WS-VALOR-N
           PERFORM GRAVAR-JORNAL.
       CARIMBAR-LINHA.
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF ORCAMENTO-REC
           MOVE WS-RUN-TIMESTAMP TO
               OPSTAMP-TIMESTAMP OF ORCAMENTO-REC
           MOVE WS-EMPRESA TO OPSTAMP-EMPRESA OF ORCAMENTO-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF ORCAMENTO-REC.
       REESCREVER-ORCAMENTO.
           OPEN OUTPUT ORCAMENTO-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-LINHAS
               IF TO-APAGADA(I) = "N"
                   MOVE TO-REGISTO(I) TO ORCAMENTO-REC
                   WRITE ORCAMENTO-REC
               END-IF
           END-PERFORM
           CLOSE ORCAMENTO-FILE.
       GRAVAR-JORNAL.
           ADD 1 TO WS-CONT-APLICADAS
           MOVE WS-ORIGEM TO JORNAL-ORIGEM
           MOVE WS-EMPRESA TO JORNAL-EMPRESA
           MOVE WS-CONTA TO JORNAL-CONTA
           MOVE WS-MES-N TO JORNAL-MES
           MOVE WS-LADO TO JORNAL-LADO
           MOVE WS-VALOR-ANTERIOR TO JORNAL-VALOR-ANTERIOR
           MOVE WS-VALOR-N TO JORNAL-VALOR
           MOVE WS-FONTE TO JORNAL-FONTE
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF JORNAL-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF JORNAL-REC
           MOVE WS-EMPRESA TO OPSTAMP-EMPRESA OF JORNAL-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF JORNAL-REC
           WRITE JORNAL-REC.
       GRAVAR-ERRO.
           ADD 1 TO WS-CONT-REJEITADAS
           MOVE WS-ORIGEM TO ERRO-ORIGEM
           MOVE WS-EMPRESA TO ERRO-EMPRESA
           MOVE WS-CONTA TO ERRO-CONTA
           MOVE WS-MES TO ERRO-MES
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF ERROS-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF ERROS-REC
           MOVE WS-EMPRESA TO OPSTAMP-EMPRESA OF ERROS-REC
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
           MOVE "ORCMNT" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM ORCMNT.
