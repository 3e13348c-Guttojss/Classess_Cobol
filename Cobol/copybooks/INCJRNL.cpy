      ******************************************************************
      * INCJRNL.cpy
      * Incident journal (INCLOG), appended by INCABRE and INCMNT: one
      * line per event on an incident -- ABERTO (opened from an
      * alert), REPETE (the alert fired again on a later night),
      * RECONH (acknowledged), NOTA (annotation), RESOLV (resolved).
      * JIN-OPERADOR is the operator the event belongs to (the one who
      * acknowledged, annotated or resolved; the run's operator for
      * ABERTO/REPETE), JIN-DATA-HORA when it happened.
      ******************************************************************
       01  INCJRNL-REC.
           05  JIN-NUMERO           PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  JIN-EVENTO           PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  JIN-PROGRAMA         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  JIN-CODIGO           PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  JIN-OPERADOR         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  JIN-DATA-HORA        PIC X(12).
           05  FILLER               PIC X VALUE SPACE.
           05  JIN-CAUSA            PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  JIN-TEXTO            PIC X(40).
           COPY "OPSTAMP.cpy".
