      ******************************************************************
      * MEMBTELA.cbl
      * 10/15/26 - front-desk maintenance screen for the member master
      *            (EX3IDADE), reached from OPERMENU, so a correction
      *            made at the counter (a wrong date of birth, a new
      *            member, a suspension) takes effect at once instead
      *            of waiting for the overnight MEMBMNT run. Three
      *            options: 1=incluir, 2=alterar (a blank answer keeps
      *            the current value), 3=mudar status (A/S/C with its
      *            effective date, default the business date). The
      *            change is built as a MEMBTRAN transaction and goes
      *            through the same validation as MEMBMNT
      *            (MEMBVAL-PD.cpy, same reason codes), is shown back
      *            and applied only when the operator confirms. The
      *            EX3IDADE lock (LOCKMGR) is held only while the
      *            record is written, never while the operator types,
      *            so the screen cannot collide with an EX3, MEMBMNT
      *            or MEMBDUP run and cannot wedge them either; the
      *            member is re-read under the lock and a record that
      *            changed since it was shown is refused. Every
      *            applied change APPENDS the same MEMBMLOG journal
      *            record MEMBMNT writes, stamped with the operator id
      *            OPERMENU validated, so the audit trail reads the
      *            same whichever path made the change.
      * 10/15/26 - the shared validation now also checks the company
      *            code against the company master (reason 08), so a
      *            member can no longer be keyed under a company that
      *            is not on EMPRMST or not active on the business date.
      * 10/15/26 - change freeze: inside a CONGELA window of scope
      *            masters the screen asks for the emergency approver
      *            before validating; the shared validation refuses the
      *            change (reason 09) unless that approver is listed on
      *            the window and is not the operator, and an applied
      *            emergency change is logged on CONGLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBTELA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "EX3IDADE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEMBRO-ID
               ALTERNATE RECORD KEY IS MEMBRO-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "MEMBMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY "MEMBRO.cpy".
       FD  JORNAL-FILE.
           COPY "MEMBMLOG.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-MST-STATUS PIC XX VALUE SPACES.
       77 WS-JRN-STATUS PIC XX VALUE SPACES.
       77 WS-OPCAO PIC 9.
       77 WS-CONTINUAR PIC X VALUE "S".
           88 CONTINUAR-SESSAO VALUE "S".
       77 WS-CONSULTADO PIC X VALUE "N".
           88 MASTER-CONSULTADO VALUE "S".
       77 WS-EXISTIA PIC X VALUE "N".
       77 WS-RESPOSTA PIC X.
       77 WS-ID-PEDIDO PIC 9(5).
       77 WS-DATA-PEDIDA PIC 9(8).
       77 WS-EMPRESA-PEDIDA PIC XX.
       77 WS-NOME-PEDIDO PIC X(20).
       77 WS-AGREGADO-PEDIDO PIC 9(5).
       77 ERRO-COD PIC 99.
       77 ERRO-MSG PIC X(20).
      * o registo tal como foi mostrado ao operador; sob o lock o
      * membro e relido e tem de continuar igual
       01 WS-MEMBRO-LIDO PIC X(57).
           COPY "MEMBTRAN.cpy".
           COPY "MEMBVAL-WS.cpy".
           COPY "LOCKMGR-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
       01 TELA-OPERADOR PIC X(8).
       PROCEDURE DIVISION USING TELA-OPERADOR.
       MAIN-PROCEDURE.
           MOVE TELA-OPERADOR TO WS-OPERADOR-ID
           MOVE "MEMBTELA" TO CNG-PROGRAMA-PARM
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           CALL "BUSDATE" USING BUSDATE-PARMS
           IF BUS-DATA-PARM = 0
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-DATA-NEGOCIO
           ELSE
               MOVE BUS-DATA-PARM TO WS-DATA-NEGOCIO
           END-IF
           PERFORM UNTIL NOT CONTINUAR-SESSAO
               DISPLAY "MEMBROS: 1=INCLUIR 2=ALTERAR "
                   "3=MUDAR STATUS 9=SAIR ? "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM INCLUIR-MEMBRO
                   WHEN 2
                       PERFORM ALTERAR-MEMBRO
                   WHEN 3
                       PERFORM MUDAR-STATUS
                   WHEN 9
                       MOVE "N" TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM
           GOBACK.
       INCLUIR-MEMBRO.
           MOVE SPACES TO TRANSACAO-REC
           MOVE "I" TO TRAN-TIPO
           PERFORM PEDIR-ID
           PERFORM CONSULTAR-MASTER
           IF MASTER-CONSULTADO
               IF MASTER-EXISTE
                   DISPLAY "MEMBRO JA EXISTE:"
                   PERFORM MOSTRAR-MEMBRO
               ELSE
                   DISPLAY "EMPRESA ? "
                   ACCEPT TRAN-EMPRESA
                   DISPLAY "NOME ? "
                   ACCEPT TRAN-NOME
                   DISPLAY "DATA DE NASCIMENTO (AAAAMMDD) ? "
                   MOVE 0 TO WS-DATA-PEDIDA
                   ACCEPT WS-DATA-PEDIDA
                   MOVE WS-DATA-PEDIDA TO TRAN-DATA-NASC
                   PERFORM PEDIR-AGREGADO
                   PERFORM CONFIRMAR-E-APLICAR
               END-IF
           END-IF.
       ALTERAR-MEMBRO.
           MOVE SPACES TO TRANSACAO-REC
           MOVE "A" TO TRAN-TIPO
           PERFORM PEDIR-ID
           PERFORM CONSULTAR-MASTER
           IF MASTER-CONSULTADO
               IF NOT MASTER-EXISTE
                   DISPLAY "MEMBRO NAO EXISTE"
               ELSE
                   PERFORM MOSTRAR-MEMBRO
                   PERFORM COPIAR-MASTER-PARA-TRAN
                   DISPLAY "EMPRESA (VAZIO=MANTER) ? "
                   MOVE SPACES TO WS-EMPRESA-PEDIDA
                   ACCEPT WS-EMPRESA-PEDIDA
                   IF WS-EMPRESA-PEDIDA NOT = SPACES
                       MOVE WS-EMPRESA-PEDIDA TO TRAN-EMPRESA
                   END-IF
                   DISPLAY "NOME (VAZIO=MANTER) ? "
                   MOVE SPACES TO WS-NOME-PEDIDO
                   ACCEPT WS-NOME-PEDIDO
                   IF WS-NOME-PEDIDO NOT = SPACES
                       MOVE WS-NOME-PEDIDO TO TRAN-NOME
                   END-IF
                   DISPLAY "DATA DE NASCIMENTO (AAAAMMDD, "
                       "0=MANTER) ? "
                   MOVE 0 TO WS-DATA-PEDIDA
                   ACCEPT WS-DATA-PEDIDA
                   IF WS-DATA-PEDIDA NOT = 0
                       MOVE WS-DATA-PEDIDA TO TRAN-DATA-NASC
                   END-IF
                   DISPLAY "MUDAR AGREGADO (S/N) ? "
                   MOVE SPACE TO WS-RESPOSTA
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
                       PERFORM PEDIR-AGREGADO
                   END-IF
                   PERFORM CONFIRMAR-E-APLICAR
               END-IF
           END-IF.
      ******************************************************************
      * Mudanca de status: uma alteracao com o novo status e a sua
      * data efetiva, como a transacao A que o MEMBMNT aplica para
      * uma suspensao ou um cancelamento.
      ******************************************************************
       MUDAR-STATUS.
           MOVE SPACES TO TRANSACAO-REC
           MOVE "A" TO TRAN-TIPO
           PERFORM PEDIR-ID
           PERFORM CONSULTAR-MASTER
           IF MASTER-CONSULTADO
               IF NOT MASTER-EXISTE
                   DISPLAY "MEMBRO NAO EXISTE"
               ELSE
                   PERFORM MOSTRAR-MEMBRO
                   PERFORM COPIAR-MASTER-PARA-TRAN
                   DISPLAY "NOVO STATUS (A=ATIVO S=SUSPENSO "
                       "C=CANCELADO) ? "
                   ACCEPT TRAN-STATUS
                   INSPECT TRAN-STATUS CONVERTING "asc" TO "ASC"
                   DISPLAY "DATA EFETIVA (AAAAMMDD, 0=DATA DE "
                       "NEGOCIO) ? "
                   MOVE 0 TO WS-DATA-PEDIDA
                   ACCEPT WS-DATA-PEDIDA
                   IF WS-DATA-PEDIDA = 0
                       MOVE WS-DATA-NEGOCIO TO TRAN-DATA-EFETIVA
                   ELSE
                       MOVE WS-DATA-PEDIDA TO TRAN-DATA-EFETIVA
                   END-IF
                   PERFORM CONFIRMAR-E-APLICAR
               END-IF
           END-IF.
       PEDIR-ID.
           DISPLAY "NUMERO DO MEMBRO ? "
           MOVE 0 TO WS-ID-PEDIDO
           ACCEPT WS-ID-PEDIDO
           MOVE WS-ID-PEDIDO TO TRAN-ID.
       PEDIR-AGREGADO.
           DISPLAY "AGREGADO FAMILIAR (0=NENHUM) ? "
           MOVE 0 TO WS-AGREGADO-PEDIDO
           ACCEPT WS-AGREGADO-PEDIDO
           MOVE WS-AGREGADO-PEDIDO TO TRAN-AGREGADO
           DISPLAY "CHEFE DO AGREGADO (S/N) ? "
           MOVE SPACE TO TRAN-CHEFE
           ACCEPT TRAN-CHEFE
           INSPECT TRAN-CHEFE CONVERTING "sn" TO "SN".
      ******************************************************************
      * Leitura sem lock, como as consultas do EX3CONS: so mostra o
      * membro e guarda-o para a comparacao feita sob o lock.
      ******************************************************************
       CONSULTAR-MASTER.
           MOVE "N" TO WS-CONSULTADO
           OPEN INPUT MASTER-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "MASTER DE MEMBROS INDISPONIVEL - STATUS "
                   WS-MST-STATUS
           ELSE
               SET MASTER-CONSULTADO TO TRUE
               PERFORM LER-MASTER-POR-ID
               MOVE WS-MASTER-EXISTE TO WS-EXISTIA
               MOVE MEMBRO-REC TO WS-MEMBRO-LIDO
               CLOSE MASTER-FILE
           END-IF.
       MOSTRAR-MEMBRO.
           DISPLAY "  MEMBRO " MEMBRO-ID " " MEMBRO-NOME
               " EMPRESA " MEMBRO-EMPRESA
           DISPLAY "  NASCIMENTO " MEMBRO-DATA-NASC
               " STATUS " MEMBRO-STATUS
               " DESDE " MEMBRO-DATA-EFETIVA
           DISPLAY "  AGREGADO " MEMBRO-AGREGADO
               " CHEFE " MEMBRO-CHEFE.
       COPIAR-MASTER-PARA-TRAN.
           MOVE MEMBRO-EMPRESA TO TRAN-EMPRESA
           MOVE MEMBRO-NOME TO TRAN-NOME
           MOVE MEMBRO-DATA-NASC TO TRAN-DATA-NASC
           MOVE MEMBRO-STATUS TO TRAN-STATUS
           IF MEMBRO-DATA-EFETIVA NUMERIC
               MOVE MEMBRO-DATA-EFETIVA TO TRAN-DATA-EFETIVA
           ELSE
               MOVE 0 TO TRAN-DATA-EFETIVA
           END-IF
           IF MEMBRO-AGREGADO NUMERIC
               MOVE MEMBRO-AGREGADO TO TRAN-AGREGADO
           ELSE
               MOVE 0 TO TRAN-AGREGADO
           END-IF
           IF CHEFE-AGREGADO
               MOVE "S" TO TRAN-CHEFE
           ELSE
               MOVE "N" TO TRAN-CHEFE
           END-IF.
       CONFIRMAR-E-APLICAR.
           PERFORM PEDIR-EMERGENCIA
           PERFORM VALIDAR-TRANSACAO
           IF TRAN-VALIDA
               DISPLAY "A GRAVAR:"
               DISPLAY "  " TRANSACAO-REC
               DISPLAY "CONFIRMA (S/N) ? "
               MOVE SPACE TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
                   PERFORM APLICAR-ALTERACAO
               ELSE
                   DISPLAY "ALTERACAO ABANDONADA"
               END-IF
           END-IF.
      ******************************************************************
      * Periodo congelado: sem aprovador a alteracao seria recusada,
      * por isso o ecra pede o aprovador de emergencia antes de
      * validar.
      ******************************************************************
       PEDIR-EMERGENCIA.
           MOVE SPACES TO TRAN-EMERGENCIA
           PERFORM VERIFICAR-CONGELAMENTO
           IF CNG-RECUSADO
               DISPLAY "PERIODO CONGELADO: " CNG-JANELA-PARM
                   " (" CNG-DE-PARM " A " CNG-ATE-PARM ")"
               DISPLAY "APROVADOR DE EMERGENCIA ? "
               ACCEPT TRAN-EMERGENCIA
               INSPECT TRAN-EMERGENCIA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF.
      ******************************************************************
      * O lock EX3IDADE e pedido so para a gravacao e devolvido em
      * todos os caminhos: o LOCKMGR nunca quebra locks por conta
      * propria e um lock orfao recusaria o EX3 e o MEMBMNT.
      ******************************************************************
       APLICAR-ALTERACAO.
           MOVE "EX3IDADE" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "MASTER EM USO POR OUTRO PROCESSO - "
                   "TENTE MAIS TARDE"
           ELSE
               OPEN I-O MASTER-FILE
               IF WS-MST-STATUS NOT = "00"
                   DISPLAY "MASTER DE MEMBROS INDISPONIVEL - STATUS "
                       WS-MST-STATUS
               ELSE
                   PERFORM GRAVAR-NO-MASTER
                   CLOSE MASTER-FILE
               END-IF
               MOVE "L" TO LCK-FUNCAO-PARM
               CALL "LOCKMGR" USING LOCKMGR-PARMS
           END-IF.
       GRAVAR-NO-MASTER.
           PERFORM LER-MASTER-POR-ID
           IF WS-MASTER-EXISTE NOT = WS-EXISTIA
               OR (MASTER-EXISTE AND MEMBRO-REC NOT = WS-MEMBRO-LIDO)
               DISPLAY "MEMBRO ALTERADO ENTRETANTO POR OUTRO "
                   "PROCESSO - REPITA A OPERACAO"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               PERFORM MONTAR-MASTER-DE-TRAN
               IF TRAN-TIPO = "I"
                   WRITE MEMBRO-REC
                       INVALID KEY PERFORM ERRO-ESCRITA
                       NOT INVALID KEY PERFORM GRAVAR-JORNAL
                   END-WRITE
               ELSE
                   REWRITE MEMBRO-REC
                       INVALID KEY PERFORM ERRO-ESCRITA
                       NOT INVALID KEY PERFORM GRAVAR-JORNAL
                   END-REWRITE
               END-IF
           END-IF.
       ERRO-ESCRITA.
           MOVE 05 TO ERRO-COD
           MOVE "ERRO DE GRAVACAO" TO ERRO-MSG
           PERFORM GRAVAR-ERRO.
       GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO JORNAL-REC
           PERFORM MONTAR-JORNAL
           WRITE JORNAL-REC
           CLOSE JORNAL-FILE
           DISPLAY "MEMBRO " TRAN-ID " GRAVADO".
       GRAVAR-ERRO.
           DISPLAY "REJEITADO " ERRO-COD " " ERRO-MSG.
           COPY "MEMBVAL-PD.cpy".
       END PROGRAM MEMBTELA.
