      ******************************************************************
      * PASSAGEM.cpy
      * Shift handover log (PASSLOG): one line per note the night
      * operator leaves for the morning shift, entered through
      * PASSTELA (OPERMENU) against a business date and, optionally,
      * the step (program) and JOBJRNL run id it is about.
      *   PSG-TIPO    I - informativa: for the record only
      *               A - acao: the morning shift must act on it and
      *                   acknowledge it with its own operator id
      *   PSG-ESTADO  P - pendente: action item not yet acknowledged
      *               R - reconhecida: acknowledged (PSG-OPER-RECONH,
      *                   PSG-TS-RECONH); SPACE on informativa notes
      *   PSG-AUTOR / PSG-TS-REGISTO  who left the note and when
      * PASSTELA holds the PASSLOG lock (LOCKMGR) while it appends a
      * note or rewrites the log to acknowledge one; GONOGO prints the
      * night's notes on the control sheet and RPTDIST bundles them to
      * the OPERACAO audience.
      ******************************************************************
       01  PASSAGEM-REC.
           05  PSG-NUMERO           PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  PSG-DATA-NEGOCIO     PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  PSG-PASSO            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  PSG-RUNID            PIC X(19).
           05  FILLER               PIC X VALUE SPACE.
           05  PSG-TIPO             PIC X.
               88  PSG-INFORMATIVA  VALUE "I".
               88  PSG-ACAO         VALUE "A".
           05  FILLER               PIC X VALUE SPACE.
           05  PSG-ESTADO           PIC X.
               88  PSG-PENDENTE     VALUE "P".
               88  PSG-RECONHECIDA  VALUE "R".
           05  FILLER               PIC X VALUE SPACE.
           05  PSG-AUTOR            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  PSG-TS-REGISTO       PIC X(21).
           05  FILLER               PIC X VALUE SPACE.
           05  PSG-OPER-RECONH      PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  PSG-TS-RECONH        PIC X(21).
           05  FILLER               PIC X VALUE SPACE.
           05  PSG-TEXTO            PIC X(60).
