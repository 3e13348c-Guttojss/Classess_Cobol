      ******************************************************************
      * FUNCDHIS.cpy
      * Shared record layout for the employee department history
      * (FUNCDHIS): one record per period an employee spent in a
      * department, in ascending employee id and from date order,
      * written by FUNCMNT alongside the employee master. From and to
      * dates are inclusive; the current assignment has the to date
      * 99999999, and a from date of zero marks an assignment already
      * in force when the history was started. Leavers keep their
      * records (closed on the day before they left), so a past
      * business date still finds the department and the name the
      * employee had then. The OPSTAMP trailer records who made the
      * change. COPY this under the FD, e.g.
      *     FD  HIST-DEPT-FILE.
      *     COPY "FUNCDHIS.cpy".
      ******************************************************************
       01  FUNCDHIS-REC.
           05  FDH-FUNC-ID          PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  FDH-DEPT             PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  FDH-DATA-INICIO      PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  FDH-DATA-FIM         PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  FDH-NOME             PIC X(20).
           COPY "OPSTAMP.cpy".
