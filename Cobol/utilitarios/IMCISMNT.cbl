      ******************************************************************
      * IMCISMNT.cbl
      * 10/15/26 - maintenance of the screening exemptions (IMCISEN,
      *            IMCISEN.cpy): HR footnoted every employee on long
      *            sick leave, parental leave or medical exemption by
      *            hand on the regulator report. Reads a transactions
      *            file (IMCISTRN: I=incluir a window, A=alterar the
      *            reason and/or to date of the window that starts on
      *            the given from date, E=eliminar that window) and
      *            applies it to the exemptions, which are read whole
      *            and rewritten in place under the IMCISEN lock. A
      *            window needs an employee on the employee master
      *            (FUNCMST), a known reason (BL/LP/IM), valid dates
      *            with the to date not before the from date
      *            (99999999 = still open) and no overlap with another
      *            window of the same employee. Rejected transactions
      *            go to IMCISERR with a reason code and end the run
      *            with RETURN-CODE 4; every applied change is
      *            journaled (IMCISLOG) with the OPSTAMP operator and
      *            timestamp.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCISMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS-FILE ASSIGN TO "FUNCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNC-STATUS.
           SELECT ISENCOES-FILE ASSIGN TO "IMCISEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISN-STATUS.
           SELECT TRANSACOES-FILE ASSIGN TO "IMCISTRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROS-FILE ASSIGN TO "IMCISERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN TO "IMCISLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS-FILE.
       01  FUNCIONARIO-REC.
           05  FUN-ID               PIC 9(5).
           05  FILLER               PIC X.
           05  FUN-NOME             PIC X(20).
           05  FILLER               PIC X.
           05  FUN-DEPT             PIC X(4).
       FD  ISENCOES-FILE.
           COPY "IMCISEN.cpy".
       FD  TRANSACOES-FILE.
       01  TRANSACAO-REC.
           05  TRAN-TIPO            PIC X.
           05  FILLER               PIC X.
           05  TRAN-FUNC-ID         PIC 9(5).
           05  FILLER               PIC X.
           05  TRAN-MOTIVO          PIC XX.
           05  FILLER               PIC X.
           05  TRAN-DATA-INICIO     PIC 9(8).
           05  FILLER               PIC X.
           05  TRAN-DATA-FIM        PIC 9(8).
       FD  ERROS-FILE.
       01  ERROS-REC.
           05  ERRO-TIPO            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-FUNC-ID         PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-DATA-INICIO     PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-COD             PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-MSG             PIC X(24).
           COPY "OPSTAMP.cpy".
       FD  JORNAL-FILE.
       01  JORNAL-REC.
           05  JORNAL-TIPO          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-FUNC-ID       PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-MOTIVO        PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-DATA-INICIO   PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-DATA-FIM      PIC 9(8).
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-FUNC-STATUS PIC XX VALUE SPACES.
       77 WS-ISN-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-CONT-APLICADAS PIC 9(5) VALUE 0.
       77 WS-CONT-REJEITADAS PIC 9(5) VALUE 0.
       77 WS-MAX-FUNCIONARIOS PIC 999 VALUE 500.
       77 WS-CONT-FUNCIONARIOS PIC 999 VALUE 0.
       01 TABELA-FUNCIONARIOS.
           03 TF-ID                 PIC 9(5) OCCURS 500 TIMES.
       77 WS-MAX-ISENCOES PIC 999 VALUE 500.
       77 WS-CONT-ISENCOES PIC 999 VALUE 0.
       01 TABELA-ISENCOES.
           03 ISENCAO-LINHA OCCURS 500 TIMES.
               05  TI-REGISTO       PIC X(100).
               05  TI-APAGADA       PIC X.
       77 WS-NOVO-MOTIVO PIC XX.
       77 WS-NOVO-FIM PIC 9(8).
       77 WS-DADOS-OK PIC X.
       77 F PIC 999.
       77 E PIC 999.
       77 I PIC 999.
           COPY "LOCKMGR-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE "IMCISEN" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "IMCISMNT: IMCISEN EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGAR-FUNCIONARIOS
           PERFORM CARREGAR-ISENCOES
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
           PERFORM REESCREVER-ISENCOES
           MOVE "L" TO LCK-FUNCAO-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           DISPLAY "TRANSACOES APLICADAS  : " WS-CONT-APLICADAS
           DISPLAY "TRANSACOES REJEITADAS : " WS-CONT-REJEITADAS
           IF WS-CONT-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       CARREGAR-FUNCIONARIOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT FUNCIONARIOS-FILE
           IF WS-FUNC-STATUS = "35"
               DISPLAY "IMCISMNT: SEM FUNCMST - NENHUMA ISENCAO "
                   "PODE SER INCLUIDA"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FUNCIONARIOS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-FUNCIONARIOS <
                               WS-MAX-FUNCIONARIOS
                               ADD 1 TO WS-CONT-FUNCIONARIOS
                               MOVE FUN-ID TO
                                   TF-ID(WS-CONT-FUNCIONARIOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       CARREGAR-ISENCOES.
           MOVE "N" TO WS-EOF
           OPEN INPUT ISENCOES-FILE
           IF WS-ISN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ ISENCOES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-ISENCOES < WS-MAX-ISENCOES
                               ADD 1 TO WS-CONT-ISENCOES
                               MOVE IMCISEN-REC TO
                                   TI-REGISTO(WS-CONT-ISENCOES)
                               MOVE "N" TO
                                   TI-APAGADA(WS-CONT-ISENCOES)
                           ELSE
                               DISPLAY "IMCISMNT: TABELA DE ISENCOES "
                                   "CHEIA - EXECUCAO RECUSADA"
                               CLOSE ISENCOES-FILE
                               MOVE "L" TO LCK-FUNCAO-PARM
                               CALL "LOCKMGR" USING LOCKMGR-PARMS
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ISENCOES-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       TRATAR-TRANSACAO.
           IF TRAN-TIPO NOT = "I" AND TRAN-TIPO NOT = "A"
               AND TRAN-TIPO NOT = "E"
               MOVE 03 TO ERRO-COD
               MOVE "TIPO INVALIDO" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               IF TRAN-FUNC-ID NOT NUMERIC
                   OR TRAN-DATA-INICIO NOT NUMERIC
                   MOVE 04 TO ERRO-COD
                   MOVE "DADOS INVALIDOS" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               ELSE
                   PERFORM PROCURAR-ISENCAO-TRAN
                   EVALUATE TRAN-TIPO
                       WHEN "I"
                           PERFORM INCLUIR
                       WHEN "A"
                           PERFORM ALTERAR
                       WHEN OTHER
                           PERFORM ELIMINAR
                   END-EVALUATE
               END-IF
           END-IF.
       INCLUIR.
           PERFORM PROCURAR-FUNCIONARIO
           EVALUATE TRUE
               WHEN F = 0
                   MOVE 08 TO ERRO-COD
                   MOVE "FUNCIONARIO NAO EXISTE" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               WHEN E > 0
                   MOVE 01 TO ERRO-COD
                   MOVE "ISENCAO JA EXISTE" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               WHEN OTHER
                   MOVE TRAN-MOTIVO TO WS-NOVO-MOTIVO
                   MOVE TRAN-DATA-FIM TO WS-NOVO-FIM
                   PERFORM VALIDAR-JANELA
                   IF WS-DADOS-OK = "S"
                       PERFORM ACRESCENTAR-ISENCAO
                   END-IF
           END-EVALUATE.
      ******************************************************************
      * Alterar muda o motivo (quando vem preenchido) e a data de fim
      * da janela que comeca na data de inicio da transacao -- e assim
      * que a HR fecha uma janela aberta (99999999).
      ******************************************************************
       ALTERAR.
           IF E = 0
               MOVE 02 TO ERRO-COD
               MOVE "ISENCAO NAO EXISTE" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               MOVE TI-REGISTO(E) TO IMCISEN-REC
               MOVE ISN-MOTIVO TO WS-NOVO-MOTIVO
               IF TRAN-MOTIVO NOT = SPACES
                   MOVE TRAN-MOTIVO TO WS-NOVO-MOTIVO
               END-IF
               MOVE TRAN-DATA-FIM TO WS-NOVO-FIM
               PERFORM VALIDAR-JANELA
               IF WS-DADOS-OK = "S"
                   MOVE TI-REGISTO(E) TO IMCISEN-REC
                   MOVE WS-NOVO-MOTIVO TO ISN-MOTIVO
                   MOVE WS-NOVO-FIM TO ISN-DATA-FIM
                   PERFORM CARIMBAR-ISENCAO
                   MOVE IMCISEN-REC TO TI-REGISTO(E)
                   PERFORM GRAVAR-JORNAL
               END-IF
           END-IF.
       ELIMINAR.
           IF E = 0
               MOVE 02 TO ERRO-COD
               MOVE "ISENCAO NAO EXISTE" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               MOVE "S" TO TI-APAGADA(E)
               MOVE TI-REGISTO(E) TO IMCISEN-REC
               MOVE ISN-MOTIVO TO WS-NOVO-MOTIVO
               MOVE ISN-DATA-FIM TO WS-NOVO-FIM
               PERFORM GRAVAR-JORNAL
           END-IF.
      ******************************************************************
      * Motivo conhecido, datas validas (fim 99999999 = em aberto), fim
      * nao anterior ao inicio e nenhuma outra janela do funcionario a
      * sobrepor-se (a propria janela, na alteracao, nao conta).
      ******************************************************************
       VALIDAR-JANELA.
           MOVE "S" TO WS-DADOS-OK
           MOVE 0 TO ERRO-COD
           MOVE WS-NOVO-MOTIVO TO ISN-MOTIVO
           EVALUATE TRUE
               WHEN NOT ISN-MOTIVO-VALIDO
                   MOVE 05 TO ERRO-COD
                   MOVE "MOTIVO INVALIDO" TO ERRO-MSG
               WHEN WS-NOVO-FIM NOT NUMERIC
                   MOVE 04 TO ERRO-COD
                   MOVE "DADOS INVALIDOS" TO ERRO-MSG
               WHEN FUNCTION TEST-DATE-YYYYMMDD(TRAN-DATA-INICIO)
                   NOT = 0
                   MOVE 04 TO ERRO-COD
                   MOVE "DATA DE INICIO INVALIDA" TO ERRO-MSG
               WHEN WS-NOVO-FIM NOT = 99999999
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-NOVO-FIM)
                       NOT = 0
                   MOVE 04 TO ERRO-COD
                   MOVE "DATA DE FIM INVALIDA" TO ERRO-MSG
               WHEN WS-NOVO-FIM < TRAN-DATA-INICIO
                   MOVE 06 TO ERRO-COD
                   MOVE "FIM ANTES DO INICIO" TO ERRO-MSG
               WHEN OTHER
                   PERFORM VERIFICAR-SOBREPOSICAO
           END-EVALUATE
           IF ERRO-COD NOT = 0
               MOVE "N" TO WS-DADOS-OK
               PERFORM GRAVAR-ERRO
           END-IF.
       VERIFICAR-SOBREPOSICAO.
           MOVE 0 TO ERRO-COD
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-ISENCOES OR ERRO-COD NOT = 0
               MOVE TI-REGISTO(I) TO IMCISEN-REC
               IF I NOT = E
                   AND TI-APAGADA(I) = "N"
                   AND ISN-FUNC-ID = TRAN-FUNC-ID
                   AND ISN-DATA-INICIO <= WS-NOVO-FIM
                   AND ISN-DATA-FIM >= TRAN-DATA-INICIO
                   MOVE 07 TO ERRO-COD
                   MOVE "SOBREPOE OUTRA ISENCAO" TO ERRO-MSG
               END-IF
           END-PERFORM.
       ACRESCENTAR-ISENCAO.
           IF WS-CONT-ISENCOES >= WS-MAX-ISENCOES
               MOVE 13 TO ERRO-COD
               MOVE "TABELA DE ISENCOES CHEIA" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               MOVE SPACES TO IMCISEN-REC
               MOVE TRAN-FUNC-ID TO ISN-FUNC-ID
               MOVE WS-NOVO-MOTIVO TO ISN-MOTIVO
               MOVE TRAN-DATA-INICIO TO ISN-DATA-INICIO
               MOVE WS-NOVO-FIM TO ISN-DATA-FIM
               PERFORM CARIMBAR-ISENCAO
               ADD 1 TO WS-CONT-ISENCOES
               MOVE IMCISEN-REC TO TI-REGISTO(WS-CONT-ISENCOES)
               MOVE "N" TO TI-APAGADA(WS-CONT-ISENCOES)
               PERFORM GRAVAR-JORNAL
           END-IF.
       CARIMBAR-ISENCAO.
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF IMCISEN-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF IMCISEN-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF IMCISEN-REC.
       PROCURAR-FUNCIONARIO.
           MOVE 0 TO F
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-FUNCIONARIOS OR F > 0
               IF TF-ID(I) = TRAN-FUNC-ID
                   MOVE I TO F
               END-IF
           END-PERFORM.
       PROCURAR-ISENCAO-TRAN.
           MOVE 0 TO E
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-ISENCOES OR E > 0
               MOVE TI-REGISTO(I) TO IMCISEN-REC
               IF ISN-FUNC-ID = TRAN-FUNC-ID
                   AND ISN-DATA-INICIO = TRAN-DATA-INICIO
                   AND TI-APAGADA(I) = "N"
                   MOVE I TO E
               END-IF
           END-PERFORM.
       REESCREVER-ISENCOES.
           OPEN OUTPUT ISENCOES-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-ISENCOES
               IF TI-APAGADA(I) = "N"
                   MOVE TI-REGISTO(I) TO IMCISEN-REC
                   WRITE IMCISEN-REC
               END-IF
           END-PERFORM
           CLOSE ISENCOES-FILE.
       GRAVAR-JORNAL.
           ADD 1 TO WS-CONT-APLICADAS
           MOVE TRAN-TIPO TO JORNAL-TIPO
           MOVE TRAN-FUNC-ID TO JORNAL-FUNC-ID
           MOVE WS-NOVO-MOTIVO TO JORNAL-MOTIVO
           MOVE TRAN-DATA-INICIO TO JORNAL-DATA-INICIO
           MOVE WS-NOVO-FIM TO JORNAL-DATA-FIM
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF JORNAL-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF JORNAL-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF JORNAL-REC
           WRITE JORNAL-REC.
       GRAVAR-ERRO.
           ADD 1 TO WS-CONT-REJEITADAS
           MOVE TRAN-TIPO TO ERRO-TIPO
           IF TRAN-FUNC-ID NUMERIC
               MOVE TRAN-FUNC-ID TO ERRO-FUNC-ID
           ELSE
               MOVE 0 TO ERRO-FUNC-ID
           END-IF
           MOVE TRAN-DATA-INICIO TO ERRO-DATA-INICIO
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
           MOVE "IMCISMNT" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM IMCISMNT.
