      ******************************************************************
      * MEMBVAL-WS.cpy
      * Working fields for the shared member maintenance rules in
      * MEMBVAL-PD.cpy: the valid/invalid switch VALIDAR-TRANSACAO
      * sets, whether LER-MASTER-POR-ID found the member, and the
      * member's status before the change (for the journal). The
      * rules also need the CALL "EMPRVAL" parameter record for the
      * company-code check and the CALL "CONGCHK" parameter record
      * for the change-freeze check (the caller moves its program id
      * to CNG-PROGRAMA-PARM); both are copied here as records of
      * their own, after MEMBVAL-WS.
      ******************************************************************
       01  MEMBVAL-WS.
           05  WS-TRAN-VALIDA       PIC X VALUE "S".
               88  TRAN-VALIDA      VALUE "S".
               88  TRAN-INVALIDA    VALUE "N".
           05  WS-MASTER-EXISTE     PIC X VALUE "N".
               88  MASTER-EXISTE    VALUE "S".
           05  WS-STATUS-ANT        PIC X VALUE SPACE.
      *
           COPY "EMPRVAL-WS.cpy".
           COPY "CONGCHK-WS.cpy".
