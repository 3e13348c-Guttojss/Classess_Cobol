      ******************************************************************
      * FECHOREG.cpy
      * Year-end step register (FECHOREG), appended by the YEAREND
      * steps that check something rather than just copy it (GLANUAL,
      * CALANO), one line per run:
      *   FRG-PASSO     the program that ran
      *   FRG-DATA      the business date it ran for
      *   FRG-ESTADO    OK    - the step did its job and its checks
      *                         passed
      *                 FALHA - it did not; FRG-DETALHE says why
      *   FRG-DETALHE   one line of detail for the certificate
      * FECHOCRT reads the latest line per step for the business date
      * into the year-end certificate; the snapshot steps (MSTBKUP)
      * are read from MSTBREG instead.
      ******************************************************************
       01  FECHOREG-REC.
           05  FRG-PASSO            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  FRG-DATA             PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  FRG-ESTADO           PIC X(5).
               88  FRG-OK           VALUE "OK".
               88  FRG-FALHA        VALUE "FALHA".
           05  FILLER               PIC X VALUE SPACE.
           05  FRG-DETALHE          PIC X(50).
           05  FILLER               PIC X VALUE SPACE.
           05  FRG-TIMESTAMP        PIC X(21).
