      *            33): the history must hold the payload AND the
      *            reference id verbatim or the rebuild is not the
      *            night's exact input.
      * 10/15/26 - EX1IN widened to 36 (instrument id appended after
      *            the reference id) and HST-CONTEUDO to 36 to hold
      *            it, so a rebuilt night still carries the
      *            instrument each reading was taken with.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTHIST.
       DATA DIVISION.
       FILE SECTION.
       FD  EX1-FILE.
       01  EX1-REC                  PIC X(36).
       FD  EX2-FILE.
       01  EX2-REC                  PIC X(33).
       FD  NP-FILE.
           05  FILLER               PIC X VALUE SPACE.
           05  HST-FONTE            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  HST-CONTEUDO         PIC X(36).
       WORKING-STORAGE SECTION.
       77 WS-FONTE-STATUS PIC XX VALUE SPACES.
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
