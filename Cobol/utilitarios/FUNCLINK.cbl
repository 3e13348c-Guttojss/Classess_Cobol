      ******************************************************************
      * FUNCLINK.cbl
      * 10/15/26 - maintenance of the employee/member cross-reference
      *            (FUNCXREF, FUNCXREF.cpy) behind the staff rate:
      *            billing applied it by hand from the list HR
      *            emailed every month. Reads a transactions file
      *            (FUNCLTRN: L=ligar employee id to member id,
      *            D=desligar the employee's link) and applies it to
      *            the cross-reference, which is read whole and
      *            rewritten in place under the FUNCXREF lock. A link
      *            is only made when the employee is on the employee
      *            master (FUNCMST), the member is on the member
      *            master (EX3IDADE), neither is already linked, and
      *            the two names broadly agree -- equal, the same
      *            first ten characters (the MEMBDUP rule), or the
      *            same first and last name. Rejected transactions go
      *            to FUNCLERR with a reason code and end the run with
      *            RETURN-CODE 4; every applied change is journaled
      *            (FUNCLLOG) with the OPSTAMP operator and timestamp.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNCLINK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS-FILE ASSIGN TO "FUNCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNC-STATUS.
           SELECT IDADE-FILE ASSIGN TO "EX3IDADE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEMBRO-ID
               ALTERNATE RECORD KEY IS MEMBRO-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.
           SELECT FUNCXREF-FILE ASSIGN TO "FUNCXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXR-STATUS.
           SELECT TRANSACOES-FILE ASSIGN TO "FUNCLTRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROS-FILE ASSIGN TO "FUNCLERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN TO "FUNCLLOG"
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
       FD  IDADE-FILE.
           COPY "MEMBRO.cpy".
       FD  FUNCXREF-FILE.
           COPY "FUNCXREF.cpy".
       FD  TRANSACOES-FILE.
       01  TRANSACAO-REC.
           05  TRAN-TIPO            PIC X.
           05  FILLER               PIC X.
           05  TRAN-FUNC-ID         PIC 9(5).
           05  FILLER               PIC X.
           05  TRAN-MEMBRO-ID       PIC 9(5).
       FD  ERROS-FILE.
       01  ERROS-REC.
           05  ERRO-TIPO            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-FUNC-ID         PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-MEMBRO-ID       PIC 9(5).
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
           05  JORNAL-MEMBRO-ID     PIC 9(5).
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-FUNC-STATUS PIC XX VALUE SPACES.
       77 WS-MST-STATUS PIC XX VALUE SPACES.
       77 WS-FXR-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-CONT-APLICADAS PIC 9(5) VALUE 0.
       77 WS-CONT-REJEITADAS PIC 9(5) VALUE 0.
       77 WS-MAX-FUNCIONARIOS PIC 999 VALUE 500.
       77 WS-CONT-FUNCIONARIOS PIC 999 VALUE 0.
       01 TABELA-FUNCIONARIOS.
           03 FUNCIONARIO-LINHA OCCURS 500 TIMES.
               05  TF-ID            PIC 9(5).
               05  TF-NOME          PIC X(20).
       77 WS-MAX-LIGACOES PIC 999 VALUE 500.
       77 WS-CONT-LIGACOES PIC 999 VALUE 0.
       01 TABELA-LIGACOES.
           03 LIGACAO-LINHA OCCURS 500 TIMES.
               05  TL-REGISTO       PIC X(100).
               05  TL-APAGADA       PIC X.
       77 WS-NOME-FUNC PIC X(20).
       77 WS-NOME-MEMBRO PIC X(20).
       77 WS-NOMES-OK PIC X.
       77 WS-NOME-TRAB PIC X(20).
       77 WS-PRIMEIRO PIC X(20).
       77 WS-ULTIMO PIC X(20).
       77 WS-PRIMEIRO-FUNC PIC X(20).
       77 WS-ULTIMO-FUNC PIC X(20).
       77 WS-FIM-PALAVRA PIC 99.
       77 WS-INICIO-PALAVRA PIC 99.
       77 F PIC 999.
       77 L PIC 999.
       77 I PIC 999.
       77 K PIC 99.
           COPY "LOCKMGR-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE "FUNCXREF" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "FUNCLINK: FUNCXREF EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT IDADE-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "FUNCLINK: MASTER INDISPONIVEL - STATUS "
                   WS-MST-STATUS
               MOVE "L" TO LCK-FUNCAO-PARM
               CALL "LOCKMGR" USING LOCKMGR-PARMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGAR-FUNCIONARIOS
           PERFORM CARREGAR-LIGACOES
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
           CLOSE IDADE-FILE
           PERFORM REESCREVER-LIGACOES
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
               DISPLAY "FUNCLINK: SEM FUNCMST - NENHUMA LIGACAO "
                   "PODE SER FEITA"
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
                               MOVE FUN-NOME TO
                                   TF-NOME(WS-CONT-FUNCIONARIOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       CARREGAR-LIGACOES.
           MOVE "N" TO WS-EOF
           OPEN INPUT FUNCXREF-FILE
           IF WS-FXR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FUNCXREF-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-LIGACOES < WS-MAX-LIGACOES
                               ADD 1 TO WS-CONT-LIGACOES
                               MOVE FUNCXREF-REC TO
                                   TL-REGISTO(WS-CONT-LIGACOES)
                               MOVE "N" TO
                                   TL-APAGADA(WS-CONT-LIGACOES)
                           ELSE
                               DISPLAY "FUNCLINK: TABELA DE LIGACOES "
                                   "CHEIA - EXECUCAO RECUSADA"
                               CLOSE FUNCXREF-FILE
                               MOVE "L" TO LCK-FUNCAO-PARM
                               CALL "LOCKMGR" USING LOCKMGR-PARMS
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCXREF-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       TRATAR-TRANSACAO.
           IF TRAN-TIPO NOT = "L" AND TRAN-TIPO NOT = "D"
               MOVE 03 TO ERRO-COD
               MOVE "TIPO INVALIDO" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               IF TRAN-FUNC-ID NOT NUMERIC
                   OR (TRAN-TIPO = "L"
                       AND TRAN-MEMBRO-ID NOT NUMERIC)
                   MOVE 04 TO ERRO-COD
                   MOVE "DADOS INVALIDOS" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               ELSE
                   IF TRAN-TIPO = "L"
                       PERFORM LIGAR
                   ELSE
                       PERFORM DESLIGAR
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * Uma ligacao exige os dois ids nos respetivos masters, nenhum
      * deles ja ligado e nomes que concordem no essencial.
      ******************************************************************
       LIGAR.
           PERFORM PROCURAR-FUNCIONARIO
           PERFORM PROCURAR-LIGACAO-FUNC
           EVALUATE TRUE
               WHEN F = 0
                   MOVE 08 TO ERRO-COD
                   MOVE "FUNCIONARIO NAO EXISTE" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               WHEN L > 0
                   MOVE 11 TO ERRO-COD
                   MOVE "FUNCIONARIO JA LIGADO" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               WHEN OTHER
                   PERFORM LIGAR-AO-MEMBRO
           END-EVALUATE.
       LIGAR-AO-MEMBRO.
           MOVE TRAN-MEMBRO-ID TO MEMBRO-ID
           READ IDADE-FILE
               INVALID KEY MOVE "23" TO WS-MST-STATUS
           END-READ
           PERFORM PROCURAR-LIGACAO-MEMBRO
           EVALUATE TRUE
               WHEN WS-MST-STATUS NOT = "00"
                   MOVE 09 TO ERRO-COD
                   MOVE "MEMBRO NAO EXISTE" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               WHEN L > 0
                   MOVE 12 TO ERRO-COD
                   MOVE "MEMBRO JA LIGADO" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               WHEN OTHER
                   MOVE TF-NOME(F) TO WS-NOME-FUNC
                   MOVE MEMBRO-NOME TO WS-NOME-MEMBRO
                   PERFORM COMPARAR-NOMES
                   IF WS-NOMES-OK = "N"
                       MOVE 10 TO ERRO-COD
                       MOVE "NOMES DIVERGEM" TO ERRO-MSG
                       PERFORM GRAVAR-ERRO
                   ELSE
                       PERFORM ACRESCENTAR-LIGACAO
                       PERFORM GRAVAR-JORNAL
                   END-IF
           END-EVALUATE.
       DESLIGAR.
           PERFORM PROCURAR-LIGACAO-FUNC
           IF L = 0
               MOVE 02 TO ERRO-COD
               MOVE "LIGACAO NAO EXISTE" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               MOVE "S" TO TL-APAGADA(L)
               MOVE TL-REGISTO(L) TO FUNCXREF-REC
               MOVE FXR-MEMBRO-ID TO TRAN-MEMBRO-ID
               PERFORM GRAVAR-JORNAL
           END-IF.
       ACRESCENTAR-LIGACAO.
           IF WS-CONT-LIGACOES >= WS-MAX-LIGACOES
               MOVE 13 TO ERRO-COD
               MOVE "TABELA DE LIGACOES CHEIA" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               MOVE SPACES TO FUNCXREF-REC
               MOVE TRAN-FUNC-ID TO FXR-FUNC-ID
               MOVE TRAN-MEMBRO-ID TO FXR-MEMBRO-ID
               MOVE WS-DATA-NEGOCIO TO FXR-DATA-LIGACAO
               MOVE WS-OPERADOR-ID TO
                   OPSTAMP-OPERADOR OF FUNCXREF-REC
               MOVE WS-RUN-TIMESTAMP TO
                   OPSTAMP-TIMESTAMP OF FUNCXREF-REC
               MOVE WS-DATA-NEGOCIO TO
                   OPSTAMP-DATA-NEGOCIO OF FUNCXREF-REC
               ADD 1 TO WS-CONT-LIGACOES
               MOVE FUNCXREF-REC TO TL-REGISTO(WS-CONT-LIGACOES)
               MOVE "N" TO TL-APAGADA(WS-CONT-LIGACOES)
           END-IF.
       PROCURAR-FUNCIONARIO.
           MOVE 0 TO F
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-FUNCIONARIOS OR F > 0
               IF TF-ID(I) = TRAN-FUNC-ID
                   MOVE I TO F
               END-IF
           END-PERFORM.
       PROCURAR-LIGACAO-FUNC.
           MOVE 0 TO L
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-LIGACOES OR L > 0
               MOVE TL-REGISTO(I) TO FUNCXREF-REC
               IF FXR-FUNC-ID = TRAN-FUNC-ID
                   AND TL-APAGADA(I) = "N"
                   MOVE I TO L
               END-IF
           END-PERFORM.
       PROCURAR-LIGACAO-MEMBRO.
           MOVE 0 TO L
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-LIGACOES OR L > 0
               MOVE TL-REGISTO(I) TO FUNCXREF-REC
               IF FXR-MEMBRO-ID = TRAN-MEMBRO-ID
                   AND TL-APAGADA(I) = "N"
                   MOVE I TO L
               END-IF
           END-PERFORM.
      ******************************************************************
      * Os nomes concordam quando sao iguais, quando os primeiros dez
      * caracteres coincidem (a regra do MEMBDUP) ou quando o primeiro
      * e o ultimo nome coincidem -- um nome do meio a mais num dos
      * masters nao impede a ligacao.
      ******************************************************************
       COMPARAR-NOMES.
           MOVE "N" TO WS-NOMES-OK
           IF WS-NOME-FUNC = WS-NOME-MEMBRO
               OR WS-NOME-FUNC(1:10) = WS-NOME-MEMBRO(1:10)
               MOVE "S" TO WS-NOMES-OK
           ELSE
               MOVE WS-NOME-FUNC TO WS-NOME-TRAB
               PERFORM EXTRAIR-PRIMEIRO-ULTIMO
               MOVE WS-PRIMEIRO TO WS-PRIMEIRO-FUNC
               MOVE WS-ULTIMO TO WS-ULTIMO-FUNC
               MOVE WS-NOME-MEMBRO TO WS-NOME-TRAB
               PERFORM EXTRAIR-PRIMEIRO-ULTIMO
               IF WS-PRIMEIRO = WS-PRIMEIRO-FUNC
                   AND WS-ULTIMO = WS-ULTIMO-FUNC
                   AND WS-ULTIMO NOT = SPACES
                   MOVE "S" TO WS-NOMES-OK
               END-IF
           END-IF.
       EXTRAIR-PRIMEIRO-ULTIMO.
           MOVE SPACES TO WS-PRIMEIRO
           MOVE SPACES TO WS-ULTIMO
           UNSTRING WS-NOME-TRAB DELIMITED BY ALL SPACE
               INTO WS-PRIMEIRO
           END-UNSTRING
           MOVE 0 TO WS-FIM-PALAVRA
           PERFORM VARYING K FROM 20 BY -1
                   UNTIL K < 1 OR WS-FIM-PALAVRA > 0
               IF WS-NOME-TRAB(K:1) NOT = SPACE
                   MOVE K TO WS-FIM-PALAVRA
               END-IF
           END-PERFORM
           IF WS-FIM-PALAVRA > 0
               MOVE 0 TO WS-INICIO-PALAVRA
               PERFORM VARYING K FROM WS-FIM-PALAVRA BY -1
                       UNTIL K < 1 OR WS-INICIO-PALAVRA > 0
                   IF WS-NOME-TRAB(K:1) = SPACE
                       COMPUTE WS-INICIO-PALAVRA = K + 1
                   END-IF
               END-PERFORM
               IF WS-INICIO-PALAVRA = 0
                   MOVE 1 TO WS-INICIO-PALAVRA
               END-IF
               MOVE WS-NOME-TRAB(WS-INICIO-PALAVRA:
                   WS-FIM-PALAVRA - WS-INICIO-PALAVRA + 1)
                   TO WS-ULTIMO
           END-IF.
       REESCREVER-LIGACOES.
           OPEN OUTPUT FUNCXREF-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-LIGACOES
               IF TL-APAGADA(I) = "N"
                   MOVE TL-REGISTO(I) TO FUNCXREF-REC
                   WRITE FUNCXREF-REC
               END-IF
           END-PERFORM
           CLOSE FUNCXREF-FILE.
       GRAVAR-JORNAL.
           ADD 1 TO WS-CONT-APLICADAS
           MOVE TRAN-TIPO TO JORNAL-TIPO
           MOVE TRAN-FUNC-ID TO JORNAL-FUNC-ID
           MOVE TRAN-MEMBRO-ID TO JORNAL-MEMBRO-ID
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
           IF TRAN-MEMBRO-ID NUMERIC
               MOVE TRAN-MEMBRO-ID TO ERRO-MEMBRO-ID
           ELSE
               MOVE 0 TO ERRO-MEMBRO-ID
           END-IF
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
           MOVE "FUNCLINK" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM FUNCLINK.
