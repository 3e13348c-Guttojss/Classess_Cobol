      ******************************************************************
      * CONGCHK-WS.cpy
      * Shared parameter record for CALL "CONGCHK" (LOCKMGR-style
      * CALL pattern), the change-freeze check for the maintenance
      * programs. The freeze windows live on CONGELA (business date
      * from/to, scope P = parameter files, M = masters, A = both,
      * the emergency approvers and a description).
      *   "V" (verificar) - is a change of scope CNG-AMBITO-PARM on
      *                     business date CNG-DATA-PARM allowed?
      *                     CNG-RESULTADO-PARM comes back
      *                       "L" livre - no window covers the date
      *                       "E" emergencia - inside a window, but
      *                           CNG-APROVADOR-PARM is on the
      *                           window's approver list and is not
      *                           the operator making the change
      *                       "R" recusado - inside a window without
      *                           a valid emergency approval;
      *                           CNG-MOTIVO-PARM says why
      *                     and, when inside a window, its dates and
      *                     description (CNG-DE/ATE/JANELA-PARM).
      *   "J" (jornal)    - after an "E" change is APPLIED: appends
      *                     it to the emergency-change journal
      *                     (CONGLOG.cpy) with the program, the key of
      *                     what changed (CNG-CHAVE-PARM), the
      *                     operator, the approver and the window, so
      *                     GONOGO and the finance freeze-exception
      *                     report (CONGREL) can list it.
      * A missing CONGELA reads as no windows (everything "L").
      ******************************************************************
       01  CONGCHK-PARMS.
           05  CNG-FUNCAO-PARM      PIC X.
           05  CNG-AMBITO-PARM      PIC X.
           05  CNG-DATA-PARM        PIC 9(8).
           05  CNG-PROGRAMA-PARM    PIC X(8).
           05  CNG-OPERADOR-PARM    PIC X(8).
           05  CNG-APROVADOR-PARM   PIC X(8).
           05  CNG-CHAVE-PARM       PIC X(20).
           05  CNG-RESULTADO-PARM   PIC X.
               88  CNG-LIVRE        VALUE "L".
               88  CNG-EMERGENCIA   VALUE "E".
               88  CNG-RECUSADO     VALUE "R".
           05  CNG-MOTIVO-PARM      PIC X(20).
           05  CNG-DE-PARM          PIC 9(8).
           05  CNG-ATE-PARM         PIC 9(8).
           05  CNG-JANELA-PARM      PIC X(30).
