      ******************************************************************
      * MEMBMLOG.cpy
      * Shared record layout for the member maintenance journal
      * (MEMBMLOG): one record per change applied to the member
      * master -- type (I=inclusao, A=alteracao, E=exclusao), member
      * id and the OPSTAMP trailer (operator, timestamp, company,
      * business date). After the stamp, so readers that parse the
      * older records by position keep working, each record carries
      * the member's status before and after the change (space
      * before an inclusao, after an exclusao), the effective date
      * of the new status and the date of birth, which is what the
      * retention report needs to tell a join, a suspension, a
      * cancellation or a reinstatement apart and to place it in the
      * age bracket of the day. Older records end at the stamp and
      * read these fields as spaces. COPY this under the FD, e.g.
      *     FD  JORNAL-FILE.
      *     COPY "MEMBMLOG.cpy".
      ******************************************************************
       01  JORNAL-REC.
           05  JORNAL-TIPO          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-ID            PIC 9(5).
           COPY "OPSTAMP.cpy".
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-STATUS-ANT    PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-STATUS-NOVO   PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-DATA-EFETIVA  PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-DATA-NASC     PIC 9(8).
