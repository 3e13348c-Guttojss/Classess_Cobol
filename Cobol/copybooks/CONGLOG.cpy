      ******************************************************************
      * CONGLOG.cpy
      * Emergency-change journal (CONGLOG): one record per change
      * applied inside a change-freeze window on the strength of an
      * emergency approval, appended by CALL "CONGCHK" function "J".
      *   CGL-PROGRAMA   the maintenance program that applied it
      *   CGL-AMBITO     P = parameter file, M = master
      *   CGL-CHAVE      what changed (transaction type and key, or
      *                  the parameter id)
      *   CGL-APROVADOR  the emergency approver from the transaction
      *   CGL-DE/CGL-ATE/CGL-JANELA  the freeze window it broke
      * followed by the OPSTAMP trailer (operator who made the
      * change, when, and the business date). GONOGO prints the
      * business date's records on the control sheet; CONGREL
      * reports them per window for finance.
      ******************************************************************
       01  CONGLOG-REC.
           05  CGL-PROGRAMA         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  CGL-AMBITO           PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  CGL-CHAVE            PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  CGL-APROVADOR        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  CGL-DE               PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  CGL-ATE              PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  CGL-JANELA           PIC X(30).
           COPY "OPSTAMP.cpy".
