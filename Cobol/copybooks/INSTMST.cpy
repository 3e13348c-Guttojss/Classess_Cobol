      ******************************************************************
      * INSTMST.cpy
      * Shared record layout for the instrument master (INSTMST): one
      * record per measuring instrument in service at a site of the
      * site master (SITEMST), maintained by INSTMNT. The instrument
      * id is the one the sites send on each L1 intake record and
      * that ex1 reads off EX1IN. The calibration falls due INS-
      * INTERVALO days after INS-DATA-CALIB; ex1 flags readings taken
      * with an instrument past that date (exception type "CALIB")
      * and INSTDUE lists, per site, the instruments coming due. The
      * OPSTAMP trailer records who last maintained the instrument.
      * COPY this under the FD, e.g.
      *     FD  INSTRUMENTOS-FILE.
      *     COPY "INSTMST.cpy".
      ******************************************************************
       01  INSTMST-REC.
           05  INS-SITE             PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  INS-ID               PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  INS-TIPO             PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  INS-DATA-CALIB       PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  INS-INTERVALO        PIC 999.
           COPY "OPSTAMP.cpy".
