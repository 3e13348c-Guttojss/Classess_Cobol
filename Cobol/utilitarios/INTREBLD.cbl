      *            (EX1IN 29, EX2IN 33, NPIN/PIIN 26) to match the
      *            widened history; the rebuilt files carry the
      *            original reference ids verbatim.
      * 10/15/26 - EX1IN widened to 36 (instrument id appended after
      *            the reference id) and HST-CONTEUDO to 36 to hold
      *            it, so a rebuilt night still carries the
      *            instrument each reading was taken with.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTREBLD.
           05  FILLER               PIC X.
           05  HST-FONTE            PIC X(8).
           05  FILLER               PIC X.
           05  HST-CONTEUDO         PIC X(36).
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-DATA            PIC 9(8).
       FD  EX1-FILE.
       01  EX1-REC                  PIC X(36).
       FD  EX2-FILE.
       01  EX2-REC                  PIC X(33).
       FD  NP-FILE.
