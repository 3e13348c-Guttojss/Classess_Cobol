      ******************************************************************
      * CONTMNT.cbl
      * 10/15/26 - transaction-driven maintenance for the member
      *            contact subfile (MEMBCONT, shared CONTACTO.cpy
      *            layout, INDEXED on the member id) in the MEMBMNT
      *            mold: a transactions file (CONTTRAN: I=inclusao,
      *            A=alteracao, E=exclusao) applied by random READ/
      *            WRITE/REWRITE/DELETE in arrival order, rejected
      *            transactions to an error file with a reason code
      *            (CONTERR), every applied change to a maintenance
      *            journal (CONTLOG) stamped with the operator and
      *            run timestamp. A contact must belong to a member
      *            on the member master (the company for the stamp
      *            is taken from there). The preference is C
      *            (correio) or T (telefone): a C contact needs the
      *            first address line, postcode and locality, a T
      *            contact needs the phone; a postcode, when given,
      *            must be NNNN-NNN. The returned-mail flag (S/N) is
      *            keyed as an alteracao when the mailing house sends
      *            a letter back and cleared by the alteracao that
      *            records the new address. The subfile is taken
      *            under the shared LOCKMGR lock; the first run
      *            creates it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MEMBCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTO-MEMBRO
               FILE STATUS IS WS-MST-STATUS.
           SELECT IDADE-FILE ASSIGN TO "EX3IDADE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEMBRO-ID
               ALTERNATE RECORD KEY IS MEMBRO-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-MBR-STATUS.
           SELECT TRANSACOES-FILE ASSIGN TO "CONTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROS-FILE ASSIGN TO "CONTERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN TO "CONTLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY "CONTACTO.cpy".
       FD  IDADE-FILE.
           COPY "MEMBRO.cpy".
       FD  TRANSACOES-FILE.
       01  TRANSACAO-REC.
           05  TRAN-TIPO            PIC X.
           05  FILLER               PIC X.
           05  TRAN-ID              PIC 9(5).
           05  FILLER               PIC X.
           05  TRAN-MORADA-1        PIC X(30).
           05  FILLER               PIC X.
           05  TRAN-MORADA-2        PIC X(30).
           05  FILLER               PIC X.
           05  TRAN-COD-POSTAL      PIC X(8).
           05  TRAN-COD-POSTAL-R REDEFINES TRAN-COD-POSTAL.
               10  TRAN-CP-ZONA     PIC 9(4).
               10  TRAN-CP-HIFEN    PIC X.
               10  TRAN-CP-ARRUA    PIC 999.
           05  FILLER               PIC X.
           05  TRAN-LOCALIDADE      PIC X(20).
           05  FILLER               PIC X.
           05  TRAN-TELEFONE        PIC X(15).
           05  FILLER               PIC X.
           05  TRAN-PREFERENCIA     PIC X.
           05  FILLER               PIC X.
           05  TRAN-DEVOLVIDO       PIC X.
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
           05  JORNAL-PREFERENCIA   PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-DEVOLVIDO     PIC X.
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
           MOVE "MEMBCONT" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "CONTMNT: CONTACTOS EM USO - EXECUCAO RECUSADA"
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
               DISPLAY "CONTMNT: MASTER INDISPONIVEL - STATUS "
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
               PERFORM VALIDAR-DADOS-CONTACTO
           END-IF.
      ******************************************************************
      * Inclusao/alteracao: membro no master, preferencia C com morada
      * completa ou T com telefone, codigo postal NNNN-NNN quando
      * preenchido, correio devolvido S ou N (espaco = N).
      ******************************************************************
       VALIDAR-DADOS-CONTACTO.
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
               IF TRAN-DEVOLVIDO = SPACE
                   MOVE "N" TO TRAN-DEVOLVIDO
               END-IF
               IF (TRAN-PREFERENCIA NOT = "C"
                       AND TRAN-PREFERENCIA NOT = "T")
                   OR (TRAN-PREFERENCIA = "C"
                       AND (TRAN-MORADA-1 = SPACES
                           OR TRAN-COD-POSTAL = SPACES
                           OR TRAN-LOCALIDADE = SPACES))
                   OR (TRAN-PREFERENCIA = "T"
                       AND TRAN-TELEFONE = SPACES)
                   OR (TRAN-DEVOLVIDO NOT = "S"
                       AND TRAN-DEVOLVIDO NOT = "N")
                   SET TRAN-INVALIDA TO TRUE
                   MOVE 04 TO ERRO-COD
                   MOVE "DADOS INVALIDOS" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               END-IF
           END-IF
           IF TRAN-VALIDA AND TRAN-COD-POSTAL NOT = SPACES
               IF TRAN-CP-ZONA NOT NUMERIC OR TRAN-CP-ZONA < 1000
                   OR TRAN-CP-HIFEN NOT = "-"
                   OR TRAN-CP-ARRUA NOT NUMERIC
                   SET TRAN-INVALIDA TO TRUE
                   MOVE 07 TO ERRO-COD
                   MOVE "COD POSTAL INVALIDO" TO ERRO-MSG
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
                       MOVE SPACES TO CONTACTO-REC
                       PERFORM MONTAR-MASTER-DE-TRAN
                       WRITE CONTACTO-REC
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
                       REWRITE CONTACTO-REC
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
                       MOVE CTO-PREFERENCIA TO TRAN-PREFERENCIA
                       MOVE CTO-DEVOLVIDO TO TRAN-DEVOLVIDO
                       DELETE MASTER-FILE
                           INVALID KEY PERFORM ERRO-ESCRITA
                           NOT INVALID KEY PERFORM GRAVAR-JORNAL
                       END-DELETE
                   END-IF
           END-EVALUATE.
       LER-MASTER-POR-ID.
           MOVE "N" TO WS-MASTER-EXISTE
           MOVE TRAN-ID TO CTO-MEMBRO
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET MASTER-EXISTE TO TRUE
           END-READ.
       MONTAR-MASTER-DE-TRAN.
           MOVE TRAN-ID TO CTO-MEMBRO
           MOVE TRAN-MORADA-1 TO CTO-MORADA-1
           MOVE TRAN-MORADA-2 TO CTO-MORADA-2
           MOVE TRAN-COD-POSTAL TO CTO-COD-POSTAL
           MOVE TRAN-LOCALIDADE TO CTO-LOCALIDADE
           MOVE TRAN-TELEFONE TO CTO-TELEFONE
           MOVE TRAN-PREFERENCIA TO CTO-PREFERENCIA
           MOVE TRAN-DEVOLVIDO TO CTO-DEVOLVIDO
           MOVE WS-DATA-NEGOCIO TO CTO-DATA-ALTERACAO.
       ERRO-ESCRITA.
           MOVE 05 TO ERRO-COD
           MOVE "ERRO DE GRAVACAO" TO ERRO-MSG
           PERFORM GRAVAR-ERRO.
       GRAVAR-JORNAL.
           ADD 1 TO WS-CONT-APLICADAS
           MOVE TRAN-TIPO TO JORNAL-TIPO
           MOVE TRAN-ID TO JORNAL-ID
           MOVE TRAN-PREFERENCIA TO JORNAL-PREFERENCIA
           MOVE TRAN-DEVOLVIDO TO JORNAL-DEVOLVIDO
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF JORNAL-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF JORNAL-REC
           MOVE WS-EMPRESA TO OPSTAMP-EMPRESA OF JORNAL-REC
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
           MOVE "CONTMNT" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM CONTMNT.
