      ******************************************************************
      * MEMBVAL-PD.cpy
      * Shared member maintenance rules. COPY this into PROCEDURE
      * DIVISION after COPY MEMBTRAN, MEMBVAL-WS, MEMBRO (under the
      * FD of MASTER-FILE) and MEMBMLOG (under the journal FD). The
      * caller provides:
      *   ERRO-COD (99) / ERRO-MSG (X(20)) and a GRAVAR-ERRO
      *   paragraph that reports them (error file or screen);
      *   WS-OPERADOR-ID, WS-RUN-TIMESTAMP and WS-DATA-NEGOCIO for
      *   the journal stamp (WS-DATA-NEGOCIO is also the date the
      *   company code is checked against the company master);
      *   CNG-PROGRAMA-PARM set to its program id (change-freeze
      *   journal).
      * VALIDAR-TRANSACAO   - checks TRANSACAO-REC, sets TRAN-VALIDA /
      *                       TRAN-INVALIDA (reasons 03, 06, 04, 07,
      *                       08 = company not on EMPRMST or not
      *                       active on the business date, 09 = the
      *                       business date is inside a change-freeze
      *                       window and TRAN-EMERGENCIA is not a
      *                       valid emergency approver)
      * LER-MASTER-POR-ID   - random read of TRAN-ID, sets
      *                       MASTER-EXISTE and WS-STATUS-ANT
      * MONTAR-MASTER-DE-TRAN - builds MEMBRO-REC from the transaction
      * MONTAR-JORNAL       - fills JORNAL-REC for the change just
      *                       applied; the caller WRITEs it. An
      *                       emergency change inside a freeze window
      *                       is also logged on CONGLOG
      ******************************************************************
       VALIDAR-TRANSACAO.
           SET TRAN-VALIDA TO TRUE
           MOVE "L" TO CNG-RESULTADO-PARM
           IF TRAN-TIPO NOT = "I" AND TRAN-TIPO NOT = "A"
                   AND TRAN-TIPO NOT = "E"
               SET TRAN-INVALIDA TO TRUE
               MOVE 03 TO ERRO-COD
               MOVE "TIPO INVALIDO" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               IF TRAN-STATUS NOT = "A" AND TRAN-STATUS NOT = "S"
                   AND TRAN-STATUS NOT = "C"
                   AND TRAN-STATUS NOT = SPACE
                   SET TRAN-INVALIDA TO TRUE
                   MOVE 06 TO ERRO-COD
                   MOVE "STATUS INVALIDO" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               END-IF
           END-IF
           IF TRAN-VALIDA
               IF TRAN-ID NOT NUMERIC
                   OR ((TRAN-TIPO = "I" OR TRAN-TIPO = "A")
                       AND (TRAN-DATA-NASC NOT NUMERIC
                           OR TRAN-DATA-NASC = 0))
                   SET TRAN-INVALIDA TO TRUE
                   MOVE 04 TO ERRO-COD
                   MOVE "DADOS INVALIDOS" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               END-IF
           END-IF
           IF TRAN-VALIDA AND TRAN-TIPO NOT = "E"
               IF TRAN-AGREGADO-X = SPACES
                   MOVE 0 TO TRAN-AGREGADO
               END-IF
               IF TRAN-AGREGADO NOT NUMERIC
                   OR (TRAN-CHEFE NOT = "S" AND TRAN-CHEFE NOT = "N"
                       AND TRAN-CHEFE NOT = SPACE)
                   OR (TRAN-CHEFE = "S" AND TRAN-AGREGADO = 0)
                   SET TRAN-INVALIDA TO TRUE
                   MOVE 07 TO ERRO-COD
                   MOVE "AGREGADO INVALIDO" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               END-IF
           END-IF
           IF TRAN-VALIDA AND TRAN-TIPO NOT = "E"
               MOVE TRAN-EMPRESA TO EMV-EMPRESA-PARM
               MOVE WS-DATA-NEGOCIO TO EMV-DATA-PARM
               CALL "EMPRVAL" USING EMPRVAL-PARMS
               IF NOT EMV-EMPRESA-VALIDA
                   SET TRAN-INVALIDA TO TRUE
                   MOVE 08 TO ERRO-COD
                   IF EMV-EMPRESA-INATIVA
                       MOVE "EMPRESA INATIVA" TO ERRO-MSG
                   ELSE
                       MOVE "EMPRESA DESCONHECIDA" TO ERRO-MSG
                   END-IF
                   PERFORM GRAVAR-ERRO
               END-IF
           END-IF
           IF TRAN-VALIDA
               PERFORM VERIFICAR-CONGELAMENTO
               IF CNG-RECUSADO
                   SET TRAN-INVALIDA TO TRUE
                   MOVE 09 TO ERRO-COD
                   MOVE CNG-MOTIVO-PARM TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               END-IF
           END-IF.
       VERIFICAR-CONGELAMENTO.
           MOVE "V" TO CNG-FUNCAO-PARM
           MOVE "M" TO CNG-AMBITO-PARM
           MOVE WS-DATA-NEGOCIO TO CNG-DATA-PARM
           MOVE WS-OPERADOR-ID TO CNG-OPERADOR-PARM
           MOVE TRAN-EMERGENCIA TO CNG-APROVADOR-PARM
           MOVE SPACES TO CNG-CHAVE-PARM
           STRING TRAN-TIPO " MEMBRO " TRAN-ID
               DELIMITED BY SIZE INTO CNG-CHAVE-PARM
           CALL "CONGCHK" USING CONGCHK-PARMS.
       LER-MASTER-POR-ID.
           MOVE "N" TO WS-MASTER-EXISTE
           MOVE SPACE TO WS-STATUS-ANT
           MOVE TRAN-ID TO MEMBRO-ID
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET MASTER-EXISTE TO TRUE
                   MOVE MEMBRO-STATUS TO WS-STATUS-ANT
           END-READ.
       MONTAR-MASTER-DE-TRAN.
           MOVE TRAN-EMPRESA TO MEMBRO-EMPRESA
           MOVE TRAN-ID TO MEMBRO-ID
           MOVE TRAN-NOME TO MEMBRO-NOME
           MOVE TRAN-DATA-NASC TO MEMBRO-DATA-NASC
           IF TRAN-STATUS = SPACE
               MOVE "A" TO MEMBRO-STATUS
               MOVE 0 TO MEMBRO-DATA-EFETIVA
           ELSE
               MOVE TRAN-STATUS TO MEMBRO-STATUS
               IF TRAN-DATA-EFETIVA NUMERIC
                   MOVE TRAN-DATA-EFETIVA TO MEMBRO-DATA-EFETIVA
               ELSE
                   MOVE 0 TO MEMBRO-DATA-EFETIVA
               END-IF
           END-IF
           MOVE TRAN-AGREGADO TO MEMBRO-AGREGADO
           IF TRAN-CHEFE = "S"
               MOVE "S" TO MEMBRO-CHEFE
           ELSE
               MOVE "N" TO MEMBRO-CHEFE
           END-IF.
       MONTAR-JORNAL.
           MOVE TRAN-TIPO TO JORNAL-TIPO
           MOVE TRAN-ID TO JORNAL-ID
           MOVE WS-STATUS-ANT TO JORNAL-STATUS-ANT
           IF TRAN-TIPO = "E"
               MOVE SPACE TO JORNAL-STATUS-NOVO
               MOVE 0 TO JORNAL-DATA-EFETIVA
           ELSE
               MOVE MEMBRO-STATUS TO JORNAL-STATUS-NOVO
               MOVE MEMBRO-DATA-EFETIVA TO JORNAL-DATA-EFETIVA
           END-IF
           MOVE MEMBRO-DATA-NASC TO JORNAL-DATA-NASC
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF JORNAL-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF JORNAL-REC
           MOVE MEMBRO-EMPRESA TO OPSTAMP-EMPRESA OF JORNAL-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF JORNAL-REC
           IF CNG-EMERGENCIA
               MOVE "J" TO CNG-FUNCAO-PARM
               CALL "CONGCHK" USING CONGCHK-PARMS
           END-IF.
