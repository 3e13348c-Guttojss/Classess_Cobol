      ******************************************************************
      * SAIDHIST.cpy
      * Dated history of the night's production outputs (SAIDHISF),
      * appended by SAIDHIST: business date, run timestamp, output
      * (DD name) and the record verbatim, first 120 positions --
      * the width FILECOMP compares (100 on lines kept before
      * 10/15/26, when EX2OUT and EX2REJ already ran past it). A
      * rerun of the same business date appends a second copy of the
      * output it rewrote with a later timestamp; REPLPREP takes the
      * latest copy of each output for the date as that night's
      * production output.
      ******************************************************************
       01  SAIDHIST-REC.
           05  SHS-DATA             PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  SHS-TIMESTAMP        PIC X(21).
           05  FILLER               PIC X VALUE SPACE.
           05  SHS-FONTE            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  SHS-CONTEUDO         PIC X(120).
