      ******************************************************************
      * EX1OTM.cpy
      * Shared record layout for the maintenance work-order master
      * (EX1OTM): one record per work order raised by EX1OTRAB for a
      * site's maintenance crew. Causes:
      *     DERIVA - EX1DRIFT flagged the site DERIVA (sustained drift
      *              of the nightly mean); OT-DETALHE holds the
      *              direction (SOBE/DESCE)
      *     ENVELH - exceptions of the site still open (A or I) on the
      *              EX1DISP exceptions master (EX1EXCM) past the aging
      *              threshold; the exceptions are linked to the order
      *              in EX1OTLIG and are resolved when it is closed
      * Status A = aberta, F = fechada (exceptions resolved), X =
      * cancelada (exceptions left as they are). A site never holds
      * two open orders for the same cause. The OPSTAMP trailer
      * records who last changed the order. COPY this under the FD,
      * e.g.
      *     FD  ORDENS-FILE.
      *     COPY "EX1OTM.cpy".
      ******************************************************************
       01  EX1OTM-REC.
           05  OT-NUMERO            PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  OT-SITE              PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  OT-CAUSA             PIC X(6).
               88  OT-CAUSA-DERIVA  VALUE "DERIVA".
               88  OT-CAUSA-ENVELH  VALUE "ENVELH".
           05  FILLER               PIC X VALUE SPACE.
           05  OT-DATA-ABERTURA     PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  OT-STATUS            PIC X.
               88  OT-ABERTA        VALUE "A".
               88  OT-FECHADA       VALUE "F".
               88  OT-CANCELADA     VALUE "X".
           05  FILLER               PIC X VALUE SPACE.
           05  OT-DATA-FECHO        PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  OT-DETALHE           PIC X(5).
           05  FILLER               PIC X VALUE SPACE.
           05  OT-NOTA              PIC X(20).
           COPY "OPSTAMP.cpy".
