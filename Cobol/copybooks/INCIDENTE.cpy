      ******************************************************************
      * INCIDENTE.cpy
      * Incident master (INCMST): one line per incident raised from the
      * RUNMON alert feed (ALERTOUT). INCABRE opens an incident for
      * every alert, or adds the alert to the incident still open for
      * the same program and message code; INCMNT applies the
      * operators' acknowledge / annotate / resolve transactions. Both
      * hold the INCMST lock (LOCKMGR) while they rewrite it.
      *   INC-ESTADO  A - aberto: raised, nobody has picked it up yet
      *               R - reconhecido: acknowledged by an operator
      *               F - fechado: resolved, with its cause code
      *   INC-SEVERIDADE  the alert severity (W or E); a later E alert
      *               on a W incident raises it to E
      *   INC-DATA-ABERTURA / INC-DATA-ULTIMA  business date of the
      *               first and of the latest alert; INC-OCORRENCIAS
      *               counts the nights the alert fired
      *   INC-TS-xxx  timestamps (AAAAMMDDHHMM..) of opening,
      *               acknowledgement and resolution -- the mean times
      *               to acknowledge and to resolve are taken from them
      *   INC-CAUSA   cause code given at resolution
      *   INC-NOTA    latest annotation (INC-NOTAS counts them); every
      *               annotation stays on the INCLOG journal
      ******************************************************************
       01  INCIDENTE-REC.
           05  INC-NUMERO           PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  INC-PROGRAMA         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  INC-CODIGO           PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  INC-SEVERIDADE       PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  INC-ESTADO           PIC X.
               88  INC-ABERTO       VALUE "A".
               88  INC-RECONHECIDO  VALUE "R".
               88  INC-FECHADO      VALUE "F".
           05  FILLER               PIC X VALUE SPACE.
           05  INC-DATA-ABERTURA    PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  INC-TS-ABERTURA      PIC X(21).
           05  FILLER               PIC X VALUE SPACE.
           05  INC-DATA-ULTIMA      PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  INC-OCORRENCIAS      PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  INC-TEXTO            PIC X(40).
           05  FILLER               PIC X VALUE SPACE.
           05  INC-TS-RECONHECIDO   PIC X(21).
           05  FILLER               PIC X VALUE SPACE.
           05  INC-OPER-RECONHECIDO PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  INC-TS-RESOLVIDO     PIC X(21).
           05  FILLER               PIC X VALUE SPACE.
           05  INC-OPER-RESOLVIDO   PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  INC-CAUSA            PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  INC-NOTAS            PIC 999.
           05  FILLER               PIC X VALUE SPACE.
           05  INC-NOTA             PIC X(40).
