      *            at close, so a hand-run maintenance can no longer
      *            update the file while EX3's classification is
      *            mid-read; a busy lock ends with RETURN-CODE 8.
      * 10/15/26 - the transaction set carries the household:
      *            TRAN-AGREGADO (household id, spaces or zero = no
      *            household) and TRAN-CHEFE (S = head of household,
      *            N or space = not). A head marker without a
      *            household, or a household id that is not numeric,
      *            is rejected with reason 07. Transactions keyed
      *            before these fields existed load with no
      *            household.
      * 10/15/26 - the journal record moves to the shared
      *            MEMBMLOG.cpy and now also carries the status before
      *            and after the change, the new status's effective
      *            date and the date of birth (after the stamp), so
      *            the retention report can read joins, suspensions,
      *            cancellations and reinstatements off the journal.
      *            The stamp's company on an exclusao now comes from
      *            the master record being deleted.
      * 10/15/26 - the transaction layout (MEMBTRAN.cpy) and the
      *            validation, master read, master build and journal
      *            build (MEMBVAL-WS.cpy / MEMBVAL-PD.cpy) move to
      *            shared copybooks, so the front-desk screen MEMBTELA
      *            applies exactly these rules and writes exactly this
      *            journal record. No change to what this run does.
      * 10/15/26 - company master: an inclusao or alteracao whose
      *            company code is not on EMPRMST, or not active on the
      *            business date (CALL "EMPRVAL" in the shared
      *            validation), is rejected with reason 08 (EMPRESA
      *            DESCONHECIDA / EMPRESA INATIVA). An exclusao is not
      *            checked -- it must still be able to remove a member
      *            of a company that has since been deactivated.
      * 10/15/26 - change freeze: on a business date inside a CONGELA
      *            window of scope masters (M or A) a transaction is
      *            rejected with reason 09 unless TRAN-EMERGENCIA (new,
      *            at the end of the record) names an emergency
      *            approver listed on the window other than the
      *            operator (CALL "CONGCHK" in the shared validation).
      *            Each change applied that way is logged on CONGLOG
      *            for the GONOGO sheet and the finance report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBMNT.
       FD  MASTER-FILE.
           COPY "MEMBRO.cpy".
       FD  TRANSACOES-FILE.
           COPY "MEMBTRAN.cpy".
       FD  ERROS-FILE.
       01  ERROS-REC.
           05  ERRO-TIPO            PIC X.
           05  ERRO-MSG             PIC X(20).
           COPY "OPSTAMP.cpy".
       FD  JORNAL-FILE.
           COPY "MEMBMLOG.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-MST-STATUS PIC XX VALUE SPACES.
       77 WS-CONT-APLICADAS PIC 9(5) VALUE 0.
       77 WS-CONT-REJEITADAS PIC 9(5) VALUE 0.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
           COPY "MEMBVAL-WS.cpy".
           COPY "LOCKMGR-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
           DISPLAY "TRANSACOES APLICADAS  : " WS-CONT-APLICADAS
           DISPLAY "TRANSACOES REJEITADAS : " WS-CONT-REJEITADAS
           STOP RUN.
       APLICAR-TRANSACAO.
           PERFORM LER-MASTER-POR-ID
           EVALUATE TRAN-TIPO
                       END-DELETE
                   END-IF
           END-EVALUATE.
       ERRO-ESCRITA.
           MOVE 05 TO ERRO-COD
           MOVE "ERRO DE GRAVACAO" TO ERRO-MSG
           PERFORM GRAVAR-ERRO.
       GRAVAR-JORNAL.
           ADD 1 TO WS-CONT-APLICADAS
           PERFORM MONTAR-JORNAL
           WRITE JORNAL-REC.
       GRAVAR-ERRO.
           ADD 1 TO WS-CONT-REJEITADAS
               MOVE PARM-OPERADOR-TEXTO(8:8) TO WS-OPERADOR-ID
           END-IF
           MOVE "MEMBMNT" TO OPV-PROGRAMA-PARM
           MOVE "MEMBMNT" TO CNG-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
           COPY "MEMBVAL-PD.cpy".
       END PROGRAM MEMBMNT.
