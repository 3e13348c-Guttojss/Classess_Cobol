      ******************************************************************
      * PARMHIST.cpy
      * Dated history of the parameter files (PARMHIST), appended by
      * PARMAUDT every night: one line per parameter record as the
      * night's run read it -- business date, run timestamp, parm
      * file (DD name), record number and the record verbatim. A
      * file that was absent or empty that night is kept as a single
      * "*AUSENTE" or "*VAZIO" line, as on PARMSNAP. A rerun of the
      * same business date appends a second set with a later
      * timestamp; REPLPREP rebuilds a night's parameter files from
      * the latest set of that date.
      ******************************************************************
       01  PARMHIST-REC.
           05  PHS-DATA             PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  PHS-TIMESTAMP        PIC X(21).
           05  FILLER               PIC X VALUE SPACE.
           05  PHS-NOME             PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  PHS-SEQ              PIC 999.
           05  FILLER               PIC X VALUE SPACE.
           05  PHS-CONTEUDO         PIC X(64).
