      ******************************************************************
      * REPLRES.cpy
      * Results register of the historical replays (REPLRES): one
      * line per night and per output compared, appended by REPLREG
      * at the end of each night's replay job -- replay id (the
      * REPLGEN run timestamp AAAAMMDDHHMMSS, shared by every night
      * of one replay), business date replayed, output (DD name),
      * result IDENTICO, ALTERADO or FALHOU, FILECOMP's counts of
      * records inserted, deleted and changed against the night's
      * production output, and the operator. REPLREL prints the
      * summary of a replay from here.
      ******************************************************************
       01  REPLRES-REC.
           05  RES-ID               PIC X(14).
           05  FILLER               PIC X VALUE SPACE.
           05  RES-DATA             PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  RES-SAIDA            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  RES-RESULTADO        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  RES-INSERIDOS        PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  RES-APAGADOS         PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  RES-ALTERADOS        PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  RES-OPERADOR         PIC X(8).
