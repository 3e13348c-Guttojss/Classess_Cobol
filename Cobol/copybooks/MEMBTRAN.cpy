      ******************************************************************
      * MEMBTRAN.cpy
      * Shared layout of a member maintenance transaction: type
      * (I=inclusao, A=alteracao, E=exclusao), company, member id,
      * name, date of birth, status (A/S/C, spaces on an inclusao =
      * ativo) with its effective date, household id (spaces or zero
      * = no household) and head-of-household marker (S/N). MEMBMNT
      * reads it from the MEMBTRAN file; the front-desk screen
      * MEMBTELA builds it in WORKING-STORAGE from what the operator
      * keys, so both paths go through the same validation
      * (MEMBVAL-PD.cpy). TRAN-EMERGENCIA, at the end, is the
      * emergency approver for a change made inside a change-freeze
      * window (CONGELA, CALL "CONGCHK"); spaces otherwise. E.g.
      *     FD  TRANSACOES-FILE.
      *     COPY "MEMBTRAN.cpy".
      ******************************************************************
       01  TRANSACAO-REC.
           05  TRAN-TIPO            PIC X.
           05  FILLER               PIC X.
           05  TRAN-EMPRESA         PIC XX.
           05  FILLER               PIC X.
           05  TRAN-ID              PIC 9(5).
           05  FILLER               PIC X.
           05  TRAN-NOME            PIC X(20).
           05  FILLER               PIC X.
           05  TRAN-DATA-NASC       PIC 9(8).
           05  FILLER               PIC X.
           05  TRAN-STATUS          PIC X.
           05  FILLER               PIC X.
           05  TRAN-DATA-EFETIVA    PIC 9(8).
           05  FILLER               PIC X.
           05  TRAN-AGREGADO        PIC 9(5).
           05  TRAN-AGREGADO-X REDEFINES TRAN-AGREGADO PIC X(5).
           05  FILLER               PIC X.
           05  TRAN-CHEFE           PIC X.
           05  FILLER               PIC X.
           05  TRAN-EMERGENCIA      PIC X(8).
