      ******************************************************************
      * QUOTACC.cpy
      * Shared record layout for the member dues receivables ledger
      * (QUOTACC), the INDEXED file QUOTPOST maintains. One record per
      * movement, keyed on company + member + movement date + type +
      * sequence, so a START at company/member reads that member's
      * account oldest movement first:
      *   QTA-TIPO "D" (debito)  - a month's dues charge posted from
      *                            BILLOUT; QTA-SALDO is what is still
      *                            unpaid of it
      *   QTA-TIPO "C" (credito) - a payment from the bank file;
      *                            QTA-SALDO is what is still
      *                            unapplied (paid ahead / overpaid)
      * QTA-STATUS is "A" (aberto) while QTA-SALDO is above zero and
      * "L" (liquidado) once it reaches zero. Amounts are cents-
      * implied and unsigned: the side is the type, never the sign.
      * 10/15/26 - QTA-STATUS "D" (devolvido): a direct-debit
      * collection the bank returned unpaid. MANDDEVL re-opens the
      * returned amount as a debit dated with the original charge
      * (sequence above zero, so it never collides with the charge
      * itself) and marks it "D"; it stays "D" until paid.
      * COPY this under the FD of any program that reads the ledger.
      ******************************************************************
       01  QUOTA-REC.
           05  QTA-CHAVE.
               10  QTA-EMPRESA      PIC XX.
               10  QTA-MEMBRO       PIC 9(5).
               10  QTA-DATA-MOV     PIC 9(8).
               10  QTA-TIPO         PIC X.
                   88  QTA-DEBITO   VALUE "D".
                   88  QTA-CREDITO  VALUE "C".
               10  QTA-SEQ          PIC 9(3).
           05  FILLER               PIC X VALUE SPACE.
           05  QTA-VALOR            PIC 9(7)V99.
           05  FILLER               PIC X VALUE SPACE.
           05  QTA-SALDO            PIC 9(7)V99.
           05  FILLER               PIC X VALUE SPACE.
           05  QTA-REFERENCIA       PIC X(16).
           05  FILLER               PIC X VALUE SPACE.
           05  QTA-ESCALAO          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  QTA-DATA-VALOR       PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  QTA-STATUS           PIC X.
               88  QTA-ABERTO       VALUE "A".
               88  QTA-LIQUIDADO    VALUE "L".
               88  QTA-DEVOLVIDO    VALUE "D".
           COPY "OPSTAMP.cpy".
