      ******************************************************************
      * CLASSLOG.cpy
      * Shared record layout for the permanent classification log
      * (EX3LOG), now an INDEXED file keyed on CLASSLOG-CHAVE: member
      * id, business date and a sequence that keeps a second
      * classification of the same member on the same business date
      * (a rerun) as its own record, so a START at a member reads
      * that member's history oldest business date first. The first
      * 80 bytes are the record exactly as the sequential log carried
      * it (member, age, bracket, OPSTAMP trailer) and are what the
      * archive generations (EX3ARCH) keep; the key follows them, so
      * every reader that parses the record by position is
      * unchanged. Records converted from the pre-member-id layout
      * (age first) are keyed under member 00000. COPY this under the
      * FD, e.g.
      *     SELECT CLASSLOG-FILE ASSIGN TO "EX3LOG"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS CLASSLOG-CHAVE
      *         FILE STATUS IS CLW-STATUS.
      *     FD  CLASSLOG-FILE.
      *     COPY "CLASSLOG.cpy".
      * Writers set CLASSLOG-CHV-MEMBRO and CLASSLOG-CHV-DATA and
      * PERFORM GRAVAR-CLASSLOG (CLASSLOG-PD.cpy) for the sequence.
      ******************************************************************
       01  CLASSLOG-REC.
           05  CLASSLOG-MEMBRO      PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  CLASSLOG-IDADE       PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  CLASSLOG-ESCALAO     PIC X(8).
           COPY "OPSTAMP.cpy".
           05  CLASSLOG-CHAVE.
               10  CLASSLOG-CHV-MEMBRO  PIC 9(5).
               10  CLASSLOG-CHV-DATA    PIC 9(8).
               10  CLASSLOG-CHV-SEQ     PIC 9(3).
