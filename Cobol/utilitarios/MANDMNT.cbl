      ******************************************************************
      * MANDMNT.cbl
      * 10/15/26 - transaction-driven maintenance for the direct-debit
      *            mandate master (MANDMST, shared MANDATO.cpy layout,
      *            INDEXED on the member id) in the MEMBMNT mold: a
      *            transactions file (MANDTRAN: I=inclusao,
      *            A=alteracao, E=exclusao) applied by random READ/
      *            WRITE/REWRITE/DELETE in arrival order, rejected
      *            transactions to an error file with a reason code
      *            (MANDERR), every applied change to a maintenance
      *            journal (MANDLOG) stamped with the operator and
      *            run timestamp. A mandate must belong to a member
      *            on the member master (its company is taken from
      *            there), carry an account and a mandate reference,
      *            and be signed on or before the business date; the
      *            active flag is S or N. An alteracao is the
      *            membership office's answer to a bounce alert (new
      *            account, or the member confirmed the old one), so
      *            it clears the bounce count and the alert flag.
      *            Deactivating (active N) rather than deleting keeps
      *            the mandate's history on file. The master is taken
      *            under the shared LOCKMGR lock; the first run
      *            creates it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MANDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MND-MEMBRO
               FILE STATUS IS WS-MST-STATUS.
           SELECT IDADE-FILE ASSIGN TO "EX3IDADE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEMBRO-ID
               ALTERNATE RECORD KEY IS MEMBRO-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-MBR-STATUS.
           SELECT TRANSACOES-FILE ASSIGN TO "MANDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROS-FILE ASSIGN TO "MANDERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN TO "MANDLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY "MANDATO.cpy".
       FD  IDADE-FILE.
           COPY "MEMBRO.cpy".
       FD  TRANSACOES-FILE.
       01  TRANSACAO-REC.
           05  TRAN-TIPO            PIC X.
           05  FILLER               PIC X.
           05  TRAN-ID              PIC 9(5).
           05  FILLER               PIC X.
           05  TRAN-CONTA           PIC X(25).
           05  FILLER               PIC X.
           05  TRAN-REFERENCIA      PIC X(16).
           05  FILLER               PIC X.
           05  TRAN-DATA-ASSINATURA PIC 9(8).
           05  FILLER               PIC X.
           05  TRAN-ATIVO           PIC X.
       FD  ERROS-FILE.
       01  ERROS-REC.
           05  ERRO-TIPO            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-ID              PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-COD             PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-MSG             PIC X(20).
           COPY "OPSTAMP.cpy".
       FD  JORNAL-FILE.
       01  JORNAL-REC.
           05  JORNAL-TIPO          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-ID            PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-ATIVO         PIC X.
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-MST-STATUS PIC XX VALUE SPACES.
       77 WS-MBR-STATUS PIC XX VALUE SPACES.
       77 WS-CONT-APLICADAS PIC 9(5) VALUE 0.
       77 WS-CONT-REJEITADAS PIC 9(5) VALUE 0.
       77 WS-EMPRESA PIC XX.
       77 WS-TRAN-VALIDA PIC X VALUE "S".
           88 TRAN-VALIDA VALUE "S".
           88 TRAN-INVALIDA VALUE "N".
       77 WS-MASTER-EXISTE PIC X VALUE "N".
           88 MASTER-EXISTE VALUE "S".
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
           COPY "LOCKMGR-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE "MANDMST" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "MANDMNT: MASTER EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O MASTER-FILE
           IF WS-MST-STATUS = "35"
               OPEN OUTPUT MASTER-FILE
               CLOSE MASTER-FILE
               OPEN I-O MASTER-FILE
           END-IF
           OPEN INPUT IDADE-FILE
           IF WS-MST-STATUS NOT = "00" OR WS-MBR-STATUS NOT = "00"
               DISPLAY "MANDMNT: MASTER INDISPONIVEL - STATUS "
                   WS-MST-STATUS " / MEMBROS " WS-MBR-STATUS
               MOVE "L" TO LCK-FUNCAO-PARM
               CALL "LOCKMGR" USING LOCKMGR-PARMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRANSACOES-FILE
           OPEN OUTPUT ERROS-FILE
           OPEN OUTPUT JORNAL-FILE
           MOVE SPACES TO ERROS-REC
           MOVE SPACES TO JORNAL-REC
           PERFORM UNTIL FIM-FICHEIRO
               READ TRANSACOES-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       PERFORM VALIDAR-TRANSACAO
                       IF TRAN-VALIDA
                           PERFORM APLICAR-TRANSACAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACOES-FILE
           CLOSE MASTER-FILE
           CLOSE IDADE-FILE
           CLOSE ERROS-FILE
           CLOSE JORNAL-FILE
           MOVE "L" TO LCK-FUNCAO-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           DISPLAY "TRANSACOES APLICADAS  : " WS-CONT-APLICADAS
           DISPLAY "TRANSACOES REJEITADAS : " WS-CONT-REJEITADAS
           IF WS-CONT-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       VALIDAR-TRANSACAO.
           SET TRAN-VALIDA TO TRUE
           MOVE SPACES TO WS-EMPRESA
           IF TRAN-TIPO NOT = "I" AND TRAN-TIPO NOT = "A"
                   AND TRAN-TIPO NOT = "E"
               SET TRAN-INVALIDA TO TRUE
               MOVE 03 TO ERRO-COD
               MOVE "TIPO INVALIDO" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           END-IF
           IF TRAN-VALIDA AND TRAN-ID NOT NUMERIC
               SET TRAN-INVALIDA TO TRUE
               MOVE 04 TO ERRO-COD
               MOVE "DADOS INVALIDOS" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           END-IF
           IF TRAN-VALIDA AND TRAN-TIPO NOT = "E"
               PERFORM VALIDAR-DADOS-MANDATO
           END-IF.
      ******************************************************************
      * Inclusao/alteracao: membro no master (empresa vem de la),
      * conta e referencia preenchidas, assinatura ate a data de
      * negocio, ativo S ou N.
      ******************************************************************
       VALIDAR-DADOS-MANDATO.
           MOVE TRAN-ID TO MEMBRO-ID
           READ IDADE-FILE
               INVALID KEY
                   SET TRAN-INVALIDA TO TRUE
                   MOVE 06 TO ERRO-COD
                   MOVE "MEMBRO NAO EXISTE" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               NOT INVALID KEY
                   MOVE MEMBRO-EMPRESA TO WS-EMPRESA
           END-READ
           IF TRAN-VALIDA
               IF TRAN-CONTA = SPACES OR TRAN-REFERENCIA = SPACES
                   OR TRAN-DATA-ASSINATURA NOT NUMERIC
                   OR TRAN-DATA-ASSINATURA = 0
                   OR TRAN-DATA-ASSINATURA > WS-DATA-NEGOCIO
                   OR (TRAN-ATIVO NOT = "S" AND TRAN-ATIVO NOT = "N")
                   SET TRAN-INVALIDA TO TRUE
                   MOVE 04 TO ERRO-COD
                   MOVE "DADOS INVALIDOS" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               END-IF
           END-IF.
       APLICAR-TRANSACAO.
           PERFORM LER-MASTER-POR-ID
           EVALUATE TRAN-TIPO
               WHEN "I"
                   IF MASTER-EXISTE
                       MOVE 01 TO ERRO-COD
                       MOVE "ID JA EXISTE" TO ERRO-MSG
                       PERFORM GRAVAR-ERRO
                   ELSE
                       MOVE SPACES TO MANDATO-REC
                       MOVE 0 TO MND-CONT-DEVOL
                       MOVE 0 TO MND-DATA-ULT-DEVOL
                       PERFORM MONTAR-MASTER-DE-TRAN
                       WRITE MANDATO-REC
                           INVALID KEY PERFORM ERRO-ESCRITA
                           NOT INVALID KEY PERFORM GRAVAR-JORNAL
                       END-WRITE
                   END-IF
               WHEN "A"
                   IF NOT MASTER-EXISTE
                       MOVE 02 TO ERRO-COD
                       MOVE "ID NAO EXISTE" TO ERRO-MSG
                       PERFORM GRAVAR-ERRO
                   ELSE
                       PERFORM MONTAR-MASTER-DE-TRAN
                       MOVE 0 TO MND-CONT-DEVOL
                       MOVE SPACE TO MND-ALERTA
                       REWRITE MANDATO-REC
                           INVALID KEY PERFORM ERRO-ESCRITA
                           NOT INVALID KEY PERFORM GRAVAR-JORNAL
                       END-REWRITE
                   END-IF
               WHEN "E"
                   IF NOT MASTER-EXISTE
                       MOVE 02 TO ERRO-COD
                       MOVE "ID NAO EXISTE" TO ERRO-MSG
                       PERFORM GRAVAR-ERRO
                   ELSE
                       DELETE MASTER-FILE
                           INVALID KEY PERFORM ERRO-ESCRITA
                           NOT INVALID KEY PERFORM GRAVAR-JORNAL
                       END-DELETE
                   END-IF
           END-EVALUATE.
       LER-MASTER-POR-ID.
           MOVE "N" TO WS-MASTER-EXISTE
           MOVE TRAN-ID TO MND-MEMBRO
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET MASTER-EXISTE TO TRUE
           END-READ.
       MONTAR-MASTER-DE-TRAN.
           MOVE TRAN-ID TO MND-MEMBRO
           MOVE WS-EMPRESA TO MND-EMPRESA
           MOVE TRAN-CONTA TO MND-CONTA
           MOVE TRAN-REFERENCIA TO MND-REFERENCIA
           MOVE TRAN-DATA-ASSINATURA TO MND-DATA-ASSINATURA
           MOVE TRAN-ATIVO TO MND-ATIVO.
       ERRO-ESCRITA.
           MOVE 05 TO ERRO-COD
           MOVE "ERRO DE GRAVACAO" TO ERRO-MSG
           PERFORM GRAVAR-ERRO.
       GRAVAR-JORNAL.
           ADD 1 TO WS-CONT-APLICADAS
           MOVE TRAN-TIPO TO JORNAL-TIPO
           MOVE TRAN-ID TO JORNAL-ID
           MOVE TRAN-ATIVO TO JORNAL-ATIVO
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF JORNAL-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF JORNAL-REC
           MOVE MND-EMPRESA TO OPSTAMP-EMPRESA OF JORNAL-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF JORNAL-REC
           WRITE JORNAL-REC.
       GRAVAR-ERRO.
           ADD 1 TO WS-CONT-REJEITADAS
           MOVE TRAN-TIPO TO ERRO-TIPO
           IF TRAN-ID NUMERIC
               MOVE TRAN-ID TO ERRO-ID
           ELSE
               MOVE 0 TO ERRO-ID
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
           MOVE "MANDMNT" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM MANDMNT.
