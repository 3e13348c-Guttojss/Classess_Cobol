      ******************************************************************
      * GLPREG.cpy
      * Register of the GL posting batches GLPOST has handed finance
      * (GLPREG), one line per batch, by business date and run id:
      *   GRG-TIPO    N - the night's posting batch
      *               R - a reversing batch, emitted ahead of the new
      *                   batch when an already-posted business date
      *                   is posted again; GRG-REVERTE carries the run
      *                   id of the batch it negates
      *   GRG-ESTADO  A - in force
      *               R - revertido: superseded by a later run of the
      *                   same business date and negated by the
      *                   reversing batch that names it
      * GRG-LINHAS / GRG-DEBITOS are the batch's line count and total
      * debits (a batch always balances, so credits are the same).
      * The posted lines themselves are archived on GLREGLIN in the
      * posting layout, which is where a reversal reads them back.
      ******************************************************************
       01  GLPREG-REC.
           05  GRG-DATA-NEGOCIO     PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  GRG-RUNID            PIC X(19).
           05  FILLER               PIC X VALUE SPACE.
           05  GRG-TIPO             PIC X.
               88  GRG-LOTE-NORMAL  VALUE "N".
               88  GRG-LOTE-REVERSAO VALUE "R".
           05  FILLER               PIC X VALUE SPACE.
           05  GRG-ESTADO           PIC X.
               88  GRG-ATIVO        VALUE "A".
               88  GRG-REVERTIDO    VALUE "R".
           05  FILLER               PIC X VALUE SPACE.
           05  GRG-LINHAS           PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  GRG-DEBITOS          PIC 9(9).99.
           05  FILLER               PIC X VALUE SPACE.
           05  GRG-REVERTE          PIC X(19).
           05  FILLER               PIC X VALUE SPACE.
           05  GRG-TIMESTAMP        PIC X(21).
           05  FILLER               PIC X VALUE SPACE.
           05  GRG-OPERADOR         PIC X(8).
