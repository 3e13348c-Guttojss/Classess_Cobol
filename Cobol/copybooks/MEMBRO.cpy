      * non-active members and counts them separately, the
      * distribution and projection reports count active only, and
      * the billing extract suspends dues from the effective date.
      * 10/15/26 - MEMBRO-AGREGADO (household id, zero = not in a
      * household) and MEMBRO-CHEFE ("S" = head of household) added
      * at the end: members who joined together as a family share one
      * household id, maintained through MEMBMNT. EX3BILL consolidates
      * a household into one family bill, addressed to the head, with
      * the family discount for the number of active members; EX3CONS
      * lists the rest of the household on a member lookup. Records
      * from before these fields read as no household.
      ******************************************************************
       01  MEMBRO-REC.
           05  MEMBRO-EMPRESA       PIC XX.
           05  MEMBRO-STATUS        PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  MEMBRO-DATA-EFETIVA  PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  MEMBRO-AGREGADO      PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  MEMBRO-CHEFE         PIC X.
               88  CHEFE-AGREGADO   VALUE "S".
