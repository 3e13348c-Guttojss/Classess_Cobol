      ******************************************************************
      * EMPRVAL-WS.cpy
      * Shared parameter record for CALL "EMPRVAL" (OPERVAL-style CALL
      * pattern), the company-code check every program that takes a
      * company code from its input makes before it counts, classifies,
      * bills or posts anything under it. MOVE the code and the
      * business date into the parms and CALL; on return
      * EMV-RESULTADO-PARM is:
      *   "V" - on the company master (EMPRMST) and active on the date;
      *         EMV-MOEDA-PARM and EMV-ENTIDADE-PARM carry its home
      *         currency and GL entity.
      *   "D" - desconhecida: not on the company master.
      *   "I" - inativa: on the master but deactivated, or the date
      *         is outside its start/end range.
      * The caller rejects a "D" or "I" code through its own error
      * path. With no company master dataset allocated every code
      * passes as valid (currency and entity SPACES), so test runs
      * keep working.
      ******************************************************************
       01  EMPRVAL-PARMS.
           05  EMV-EMPRESA-PARM     PIC XX.
           05  EMV-DATA-PARM        PIC 9(8).
           05  EMV-RESULTADO-PARM   PIC X.
               88  EMV-EMPRESA-VALIDA VALUE "V".
               88  EMV-EMPRESA-DESCONHECIDA VALUE "D".
               88  EMV-EMPRESA-INATIVA VALUE "I".
           05  EMV-MOEDA-PARM       PIC X(3).
           05  EMV-ENTIDADE-PARM    PIC X(4).
