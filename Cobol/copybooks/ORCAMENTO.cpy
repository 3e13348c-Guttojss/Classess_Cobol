      ******************************************************************
      * ORCAMENTO.cpy
      * GL budget master (ORCMST): one line per company, account and
      * month, kept in company + account + month order by ORCMNT, the
      * only program that writes it. The amount is the month's budgeted
      * movement on the account's natural side (ORC-LADO D or C), the
      * side the actual from GLSUMM is netted to when the two are
      * compared (debits less credits for a D account, credits less
      * debits for a C account).
      *   ORC-FONTE  ANUAL   - from the annual budget load (ORCANUAL)
      *              REPREV  - a re-forecast keyed through ORCTRN; a
      *                        re-forecast is never overwritten by a
      *                        later reload of the annual file
      * The OPSTAMP trailer records who last changed the line and when.
      ******************************************************************
       01  ORCAMENTO-REC.
           05  ORC-EMPRESA          PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  ORC-CONTA            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  ORC-MES              PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  ORC-LADO             PIC X.
               88  ORC-DEBITO       VALUE "D".
               88  ORC-CREDITO      VALUE "C".
           05  FILLER               PIC X VALUE SPACE.
           05  ORC-VALOR            PIC 9(9).99.
           05  FILLER               PIC X VALUE SPACE.
           05  ORC-FONTE            PIC X(8).
               88  ORC-ANUAL        VALUE "ANUAL".
               88  ORC-REPREVISAO   VALUE "REPREV".
           COPY "OPSTAMP.cpy".
