      ******************************************************************
      * PERIOSER.cpy
      * Series control file (PERIOSER, PROD.PERIODO.SERIES): one line
      * per series the period master may hold -- code, description
      * and the forecast tolerance, the percentage an actual may
      * stray from its forecast before PERIOPRV flags a miss
      * (implied decimals: 00500 = 5.00%). Series BASE, the original
      * series of the period comparison, is always accepted, with or
      * without a line here.
      ******************************************************************
       01  SERIE-REC.
           05  SER-CODIGO           PIC X(8).
           05  FILLER               PIC X.
           05  SER-DESCRICAO        PIC X(30).
           05  FILLER               PIC X.
           05  SER-TOLERANCIA       PIC 9(3)V99.
