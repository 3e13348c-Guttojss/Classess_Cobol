      ******************************************************************
      * EX2RETEN.cpy
      * EX2 high-value hold queue (EX2RETEN): one line per classified
      * record EX2 held back from the finance transmission because its
      * amount was above the EX2LIMIT hold limit for its company and
      * currency. EX2 adds the lines and sends the released ones;
      * EX2RETM applies the operators' decisions. Both hold the
      * EX2RETEN lock (LOCKMGR) while they rewrite it.
      *   RTN-ESTADO  P - pendente: waiting for two decisions
      *               L - libertado: released by two operators, goes
      *                   out with the next EX2 run
      *               C - cancelado: cancelled by two operators, never
      *                   transmitted
      *               E - enviado: released and sent; RTN-DATA-ENVIO
      *                   is the business date of the EX2 run
      *   RTN-DECISAO-1/2  L or C, with the operator who gave it; the
      *               second must come from a different entitled
      *               operator and agree with the first
      *   RTN-CLASSIFICADO the classified EX2OUT record as EX2 built
      *               it (amount, class, stamp, currency, home amount,
      *               reference)
      ******************************************************************
       01  EX2RETEN-REC.
           05  RTN-REF              PIC X(13).
           05  FILLER               PIC X VALUE SPACE.
           05  RTN-DATA-RETENCAO    PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  RTN-ESTADO           PIC X.
               88  RTN-PENDENTE     VALUE "P".
               88  RTN-LIBERTADO    VALUE "L".
               88  RTN-CANCELADO    VALUE "C".
               88  RTN-ENVIADO      VALUE "E".
           05  FILLER               PIC X VALUE SPACE.
           05  RTN-DECISAO-1        PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  RTN-OPERADOR-1       PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  RTN-DECISAO-2        PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  RTN-OPERADOR-2       PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  RTN-DATA-DECISAO     PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  RTN-DATA-ENVIO       PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  RTN-CLASSIFICADO     PIC X(104).
