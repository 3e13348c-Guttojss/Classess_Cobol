      ******************************************************************
      * SITECHEG.cpy
      * Shared record layout for the site arrival log (SITECHEG): one
      * record per site per intake pass, appended by INTMANIF as each
      * manifest block is balanced. CHG-HORA-CHEGADA is the time the
      * block landed in INTAKRAW and CHG-HORA-CORTE the site's intake
      * cutoff off the site master (both HHMM). CHG-ESTADO is P
      * (pontual), A (atrasado, CHG-MINUTOS-ATRASO minutes past the
      * cutoff), F (falta - an active site that sent nothing on a
      * normal day) or N (nao esperado - regional holiday).
      * CHG-PASSAGEM is B for the base nightly run and S for a
      * supplemental pass. SITEPONT folds the month into the site
      * timeliness scorecard.
      * COPY this under the FD, e.g.
      *     FD  CHEGADAS-FILE.
      *     COPY "SITECHEG.cpy".
      ******************************************************************
       01  SITECHEG-REC.
           05  CHG-DATA             PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  CHG-SITE             PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  CHG-HORA-CHEGADA     PIC 9(4).
           05  FILLER               PIC X VALUE SPACE.
           05  CHG-HORA-CORTE       PIC 9(4).
           05  FILLER               PIC X VALUE SPACE.
           05  CHG-ESTADO           PIC X.
               88  CHG-PONTUAL      VALUE "P".
               88  CHG-ATRASADO     VALUE "A".
               88  CHG-FALTA        VALUE "F".
               88  CHG-NAO-ESPERADO VALUE "N".
           05  FILLER               PIC X VALUE SPACE.
           05  CHG-MINUTOS-ATRASO   PIC 9(4).
           05  FILLER               PIC X VALUE SPACE.
           05  CHG-PASSAGEM         PIC X.
               88  CHG-SUPLEMENTAR  VALUE "S".
