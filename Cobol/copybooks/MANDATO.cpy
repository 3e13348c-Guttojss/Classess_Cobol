      ******************************************************************
      * MANDATO.cpy
      * Shared record layout for the direct-debit mandate master
      * (MANDMST), the INDEXED file keyed on the member id that
      * MANDMNT maintains: one mandate per member -- the bank account
      * the dues are collected from, the mandate reference and the
      * date the member signed it, and whether it is active ("S") or
      * not ("N"). MANDDEVL keeps the bounce history on the same
      * record: returned collections inside the MANDPARM window
      * (MND-CONT-DEVOL, MND-DATA-ULT-DEVOL) and the flag the
      * membership office sees once the member keeps bouncing
      * (MND-ALERTA "S"). COPY this under the FD, e.g.
      *     FD  MANDATO-FILE.
      *     COPY "MANDATO.cpy".
      ******************************************************************
       01  MANDATO-REC.
           05  MND-MEMBRO           PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  MND-EMPRESA          PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  MND-CONTA            PIC X(25).
           05  FILLER               PIC X VALUE SPACE.
           05  MND-REFERENCIA       PIC X(16).
           05  FILLER               PIC X VALUE SPACE.
           05  MND-DATA-ASSINATURA  PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  MND-ATIVO            PIC X.
               88  MANDATO-ATIVO    VALUE "S".
           05  FILLER               PIC X VALUE SPACE.
           05  MND-CONT-DEVOL       PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  MND-DATA-ULT-DEVOL   PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  MND-ALERTA           PIC X.
               88  MANDATO-EM-ALERTA VALUE "S".
