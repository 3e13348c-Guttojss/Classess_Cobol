      ******************************************************************
      * IMCISEN.cpy
      * Shared record layout for the screening exemptions (IMCISEN):
      * one record per exemption window of an employee of the
      * employee master (FUNCMST), maintained by IMCISMNT. From and to
      * dates are inclusive; a to date of 99999999 leaves the window
      * open until HR closes it. Reason codes:
      *     BL - baixa medica prolongada (long-term sick leave)
      *     LP - licenca parental (maternity / parental leave)
      *     IM - isencao medica (medical exemption)
      * IMCDUE does not invite an employee inside a window and
      * IMCCOMPL reports the employee as exempt, with the reason. The
      * OPSTAMP trailer records who last maintained the window. COPY
      * this under the FD, e.g.
      *     FD  ISENCOES-FILE.
      *     COPY "IMCISEN.cpy".
      ******************************************************************
       01  IMCISEN-REC.
           05  ISN-FUNC-ID          PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  ISN-MOTIVO           PIC XX.
               88  ISN-MOTIVO-VALIDO VALUE "BL" "LP" "IM".
           05  FILLER               PIC X VALUE SPACE.
           05  ISN-DATA-INICIO      PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  ISN-DATA-FIM         PIC 9(8).
           COPY "OPSTAMP.cpy".
