      ******************************************************************
      * EMPRMNT.cbl
      * 10/15/26 - transaction-driven maintenance for the company
      *            master (EMPRMST, layout EMPRESA.cpy) in the OPERMNT
      *            mold. EMPRMST decides which company codes INTSPLIT,
      *            EX2, EX3, MEMBMNT, GLPOST and EX3BILL accept, so it
      *            is never edited by hand. Reads EMPRTRN
      *            (I=inclusao, A=alteracao -- blank fields keep their
      *            value --, D=desativacao), loads the master into a
      *            table, applies the transactions in arrival order
      *            and writes the updated master aside (EMPRMSTN) for
      *            the scheduler to swap in.
      *            Validation: a blank or duplicate code on an
      *            inclusao, an inclusao without name, currency or GL
      *            entity, a date that is not a valid AAAAMMDD, or an
      *            end date before the start date is rejected. An
      *            inclusao without dates trades from the business
      *            date with no end date (99999999). A desativacao
      *            keeps the line -- history on the members, prices
      *            and postings still names the company -- and only
      *            turns its active flag off. Every applied change is
      *            journaled (EMPRMLOG) with the OPSTAMP operator/
      *            timestamp and a printed before/after confirmation
      *            goes to EMPRMREL. Rejects end the run with
      *            RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "EMPRMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TRANSACOES-FILE ASSIGN TO "EMPRTRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOVO-MASTER-FILE ASSIGN TO "EMPRMSTN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN TO "EMPRMLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-FILE ASSIGN TO "EMPRMREL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY "EMPRESA.cpy".
       FD  TRANSACOES-FILE.
       01  TRANSACAO-REC.
           05  TRAN-TIPO            PIC X.
           05  FILLER               PIC X.
           05  TRAN-CODIGO          PIC XX.
           05  FILLER               PIC X.
           05  TRAN-NOME            PIC X(30).
           05  FILLER               PIC X.
           05  TRAN-MOEDA           PIC X(3).
           05  FILLER               PIC X.
           05  TRAN-ENTIDADE        PIC X(4).
           05  FILLER               PIC X.
           05  TRAN-ATIVO           PIC X.
           05  FILLER               PIC X.
           05  TRAN-DATA-INICIO     PIC X(8).
           05  TRAN-INICIO-NUM REDEFINES TRAN-DATA-INICIO PIC 9(8).
           05  FILLER               PIC X.
           05  TRAN-DATA-FIM        PIC X(8).
           05  TRAN-FIM-NUM REDEFINES TRAN-DATA-FIM PIC 9(8).
       FD  NOVO-MASTER-FILE.
       01  NOVO-MASTER-REC          PIC X(62).
       FD  JORNAL-FILE.
       01  JORNAL-REC.
           05  JORNAL-TIPO          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-CODIGO        PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-IMAGEM        PIC X(62).
           COPY "OPSTAMP.cpy".
       FD  RELATORIO-FILE.
       01  RELATORIO-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-MAX-EMPRESAS PIC 99 VALUE 20.
       77 WS-CONT-EMPRESAS PIC 99 VALUE 0.
       77 WS-CONT-APLICADAS PIC 9(5) VALUE 0.
       77 WS-CONT-REJEITADAS PIC 9(5) VALUE 0.
       77 WS-DATAS-OK PIC X.
       77 WS-NOVO-INICIO PIC 9(8).
       77 WS-NOVO-FIM PIC 9(8).
       77 I PIC 99.
       77 J PIC 99.
       01 TABELA-EMPRESAS.
           03 EMPRESA-LINHA OCCURS 20 TIMES.
               05  TAB-CODIGO       PIC XX.
               05  TAB-NOME         PIC X(30).
               05  TAB-MOEDA        PIC X(3).
               05  TAB-ENTIDADE     PIC X(4).
               05  TAB-ATIVO        PIC X.
               05  TAB-DATA-INICIO  PIC 9(8).
               05  TAB-DATA-FIM     PIC 9(8).
       01 REGISTO-NOVO.
           05  NOVO-CODIGO          PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  NOVO-NOME            PIC X(30).
           05  FILLER               PIC X VALUE SPACE.
           05  NOVO-MOEDA           PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  NOVO-ENTIDADE        PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  NOVO-ATIVO           PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  NOVO-DATA-INICIO     PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  NOVO-DATA-FIM        PIC 9(8).
       01 LINHA-ANTES.
           05  FILLER               PIC X(8) VALUE "ANTES  :".
           05  FILLER               PIC X VALUE SPACE.
           05  LA-IMAGEM            PIC X(62).
       01 LINHA-DEPOIS.
           05  FILLER               PIC X(8) VALUE "DEPOIS :".
           05  FILLER               PIC X VALUE SPACE.
           05  LD-IMAGEM            PIC X(62).
       01 LINHA-REJEICAO.
           05  FILLER               PIC X(10)
               VALUE "REJEITADO ".
           05  LR-TIPO              PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LR-CODIGO            PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  LR-MOTIVO            PIC X(25).
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM CARREGAR-MASTER
           OPEN INPUT TRANSACOES-FILE
           OPEN OUTPUT JORNAL-FILE
           OPEN OUTPUT RELATORIO-FILE
           MOVE SPACES TO JORNAL-REC
           MOVE SPACES TO RELATORIO-REC
           PERFORM UNTIL FIM-FICHEIRO
               READ TRANSACOES-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END PERFORM APLICAR-TRANSACAO
               END-READ
           END-PERFORM
           CLOSE TRANSACOES-FILE
           PERFORM GRAVAR-NOVO-MASTER
           CLOSE JORNAL-FILE
           CLOSE RELATORIO-FILE
           DISPLAY "TRANSACOES APLICADAS  : " WS-CONT-APLICADAS
           DISPLAY "TRANSACOES REJEITADAS : " WS-CONT-REJEITADAS
           IF WS-CONT-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      * Sem master (primeira carga) a tabela comeca vazia e as
      * inclusoes constroem-na.
      ******************************************************************
       CARREGAR-MASTER.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "35"
               DISPLAY "EMPRMNT: SEM MASTER EMPRMST - CARGA INICIAL"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ MASTER-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-EMPRESAS < WS-MAX-EMPRESAS
                               ADD 1 TO WS-CONT-EMPRESAS
                               MOVE WS-CONT-EMPRESAS TO J
                               MOVE EMPR-CODIGO TO TAB-CODIGO(J)
                               MOVE EMPR-NOME TO TAB-NOME(J)
                               MOVE EMPR-MOEDA TO TAB-MOEDA(J)
                               MOVE EMPR-ENTIDADE TO TAB-ENTIDADE(J)
                               MOVE EMPR-ATIVO TO TAB-ATIVO(J)
                               MOVE EMPR-DATA-INICIO TO
                                   TAB-DATA-INICIO(J)
                               MOVE EMPR-DATA-FIM TO TAB-DATA-FIM(J)
                           ELSE
                               DISPLAY "AVISO: TABELA DE EMPRESAS "
                                   "CHEIA"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       APLICAR-TRANSACAO.
           PERFORM LOCALIZAR-EMPRESA
           EVALUATE TRAN-TIPO
               WHEN "I"
                   PERFORM TRATAR-INCLUSAO
               WHEN "A"
                   PERFORM TRATAR-ALTERACAO
               WHEN "D"
                   PERFORM TRATAR-DESATIVACAO
               WHEN OTHER
                   MOVE "TIPO INVALIDO" TO LR-MOTIVO
                   PERFORM GRAVAR-REJEICAO
           END-EVALUATE.
       LOCALIZAR-EMPRESA.
           MOVE 0 TO J
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-EMPRESAS
               IF TAB-CODIGO(I) = TRAN-CODIGO
                   MOVE I TO J
                   MOVE WS-CONT-EMPRESAS TO I
               END-IF
           END-PERFORM.
       TRATAR-INCLUSAO.
           MOVE WS-DATA-NEGOCIO TO WS-NOVO-INICIO
           MOVE 99999999 TO WS-NOVO-FIM
           PERFORM VALIDAR-DATAS
           EVALUATE TRUE
               WHEN TRAN-CODIGO = SPACES
                   MOVE "CODIGO EM BRANCO" TO LR-MOTIVO
                   PERFORM GRAVAR-REJEICAO
               WHEN J > 0
                   MOVE "CODIGO DUPLICADO" TO LR-MOTIVO
                   PERFORM GRAVAR-REJEICAO
               WHEN TRAN-NOME = SPACES OR TRAN-MOEDA = SPACES
                   OR TRAN-ENTIDADE = SPACES
                   MOVE "NOME/MOEDA/ENTIDADE EM FALTA" TO LR-MOTIVO
                   PERFORM GRAVAR-REJEICAO
               WHEN WS-DATAS-OK = "N"
                   MOVE "DATAS INVALIDAS" TO LR-MOTIVO
                   PERFORM GRAVAR-REJEICAO
               WHEN WS-CONT-EMPRESAS >= WS-MAX-EMPRESAS
                   MOVE "TABELA CHEIA" TO LR-MOTIVO
                   PERFORM GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE SPACES TO LA-IMAGEM
                   ADD 1 TO WS-CONT-EMPRESAS
                   MOVE WS-CONT-EMPRESAS TO J
                   MOVE TRAN-CODIGO TO TAB-CODIGO(J)
                   MOVE TRAN-NOME TO TAB-NOME(J)
                   MOVE TRAN-MOEDA TO TAB-MOEDA(J)
                   MOVE TRAN-ENTIDADE TO TAB-ENTIDADE(J)
                   MOVE "S" TO TAB-ATIVO(J)
                   MOVE WS-NOVO-INICIO TO TAB-DATA-INICIO(J)
                   MOVE WS-NOVO-FIM TO TAB-DATA-FIM(J)
                   PERFORM GRAVAR-CONFIRMACAO
                   PERFORM GRAVAR-JORNAL
           END-EVALUATE.
       TRATAR-ALTERACAO.
           IF J = 0
               MOVE "CODIGO NAO EXISTE" TO LR-MOTIVO
               PERFORM GRAVAR-REJEICAO
           ELSE
               MOVE TAB-DATA-INICIO(J) TO WS-NOVO-INICIO
               MOVE TAB-DATA-FIM(J) TO WS-NOVO-FIM
               PERFORM VALIDAR-DATAS
               IF WS-DATAS-OK = "N"
                   MOVE "DATAS INVALIDAS" TO LR-MOTIVO
                   PERFORM GRAVAR-REJEICAO
               ELSE
                   PERFORM MONTAR-IMAGEM-ANTES
                   IF TRAN-NOME NOT = SPACES
                       MOVE TRAN-NOME TO TAB-NOME(J)
                   END-IF
                   IF TRAN-MOEDA NOT = SPACES
                       MOVE TRAN-MOEDA TO TAB-MOEDA(J)
                   END-IF
                   IF TRAN-ENTIDADE NOT = SPACES
                       MOVE TRAN-ENTIDADE TO TAB-ENTIDADE(J)
                   END-IF
                   IF TRAN-ATIVO = "S" OR TRAN-ATIVO = "N"
                       MOVE TRAN-ATIVO TO TAB-ATIVO(J)
                   END-IF
                   MOVE WS-NOVO-INICIO TO TAB-DATA-INICIO(J)
                   MOVE WS-NOVO-FIM TO TAB-DATA-FIM(J)
                   PERFORM GRAVAR-CONFIRMACAO
                   PERFORM GRAVAR-JORNAL
               END-IF
           END-IF.
      ******************************************************************
      * A desativacao nao apaga a linha: membros, precos e lancamentos
      * antigos continuam a nomear a empresa.
      ******************************************************************
       TRATAR-DESATIVACAO.
           IF J = 0
               MOVE "CODIGO NAO EXISTE" TO LR-MOTIVO
               PERFORM GRAVAR-REJEICAO
           ELSE
               PERFORM MONTAR-IMAGEM-ANTES
               MOVE "N" TO TAB-ATIVO(J)
               PERFORM GRAVAR-CONFIRMACAO
               PERFORM GRAVAR-JORNAL
           END-IF.
      ******************************************************************
      * Datas da transacao em branco mantem o valor de partida
      * (WS-NOVO-INICIO/FIM); as preenchidas tem de ser datas
      * AAAAMMDD validas (99999999 = sem fim) e o fim nao pode ser
      * anterior ao inicio.
      ******************************************************************
       VALIDAR-DATAS.
           MOVE "S" TO WS-DATAS-OK
           IF TRAN-DATA-INICIO NOT = SPACES
               IF TRAN-DATA-INICIO IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(TRAN-INICIO-NUM) = 0
                   MOVE TRAN-INICIO-NUM TO WS-NOVO-INICIO
               ELSE
                   MOVE "N" TO WS-DATAS-OK
               END-IF
           END-IF
           IF TRAN-DATA-FIM NOT = SPACES
               IF TRAN-DATA-FIM IS NUMERIC
                   AND (TRAN-FIM-NUM = 99999999
                   OR FUNCTION TEST-DATE-YYYYMMDD(TRAN-FIM-NUM) = 0)
                   MOVE TRAN-FIM-NUM TO WS-NOVO-FIM
               ELSE
                   MOVE "N" TO WS-DATAS-OK
               END-IF
           END-IF
           IF WS-NOVO-FIM < WS-NOVO-INICIO
               MOVE "N" TO WS-DATAS-OK
           END-IF.
       MONTAR-IMAGEM-ANTES.
           PERFORM MONTAR-REGISTO-NOVO
           MOVE REGISTO-NOVO TO LA-IMAGEM.
       MONTAR-REGISTO-NOVO.
           MOVE TAB-CODIGO(J) TO NOVO-CODIGO
           MOVE TAB-NOME(J) TO NOVO-NOME
           MOVE TAB-MOEDA(J) TO NOVO-MOEDA
           MOVE TAB-ENTIDADE(J) TO NOVO-ENTIDADE
           MOVE TAB-ATIVO(J) TO NOVO-ATIVO
           MOVE TAB-DATA-INICIO(J) TO NOVO-DATA-INICIO
           MOVE TAB-DATA-FIM(J) TO NOVO-DATA-FIM.
       GRAVAR-CONFIRMACAO.
           WRITE RELATORIO-REC FROM LINHA-ANTES
           PERFORM MONTAR-REGISTO-NOVO
           MOVE REGISTO-NOVO TO LD-IMAGEM
           WRITE RELATORIO-REC FROM LINHA-DEPOIS.
       GRAVAR-JORNAL.
           ADD 1 TO WS-CONT-APLICADAS
           MOVE TRAN-TIPO TO JORNAL-TIPO
           MOVE TRAN-CODIGO TO JORNAL-CODIGO
           MOVE REGISTO-NOVO TO JORNAL-IMAGEM
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF JORNAL-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF JORNAL-REC
           MOVE TRAN-CODIGO TO OPSTAMP-EMPRESA OF JORNAL-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF JORNAL-REC
           WRITE JORNAL-REC.
       GRAVAR-REJEICAO.
           ADD 1 TO WS-CONT-REJEITADAS
           MOVE TRAN-TIPO TO LR-TIPO
           MOVE TRAN-CODIGO TO LR-CODIGO
           WRITE RELATORIO-REC FROM LINHA-REJEICAO.
       GRAVAR-NOVO-MASTER.
           OPEN OUTPUT NOVO-MASTER-FILE
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-CONT-EMPRESAS
               PERFORM MONTAR-REGISTO-NOVO
               WRITE NOVO-MASTER-REC FROM REGISTO-NOVO
           END-PERFORM
           CLOSE NOVO-MASTER-FILE.
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
           MOVE "EMPRMNT" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM EMPRMNT.
