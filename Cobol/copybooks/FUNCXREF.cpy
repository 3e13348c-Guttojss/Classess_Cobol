      ******************************************************************
      * FUNCXREF.cpy
      * Shared record layout for the employee/member cross-reference
      * (FUNCXREF): one record per employee on the employee master
      * (FUNCMST) who is also a club member on the member master
      * (EX3IDADE), maintained by FUNCLINK, which checks that both
      * ids exist and that the two names broadly agree before a link
      * is made. EX3BILL bills a linked member at the staff rate for
      * as long as the employee is still on FUNCMST, and lists the
      * links whose employee has left. The OPSTAMP trailer records
      * who made the link and when. COPY this under the FD, e.g.
      *     FD  FUNCXREF-FILE.
      *     COPY "FUNCXREF.cpy".
      ******************************************************************
       01  FUNCXREF-REC.
           05  FXR-FUNC-ID          PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  FXR-MEMBRO-ID        PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  FXR-DATA-LIGACAO     PIC 9(8).
           COPY "OPSTAMP.cpy".
