      ******************************************************************
      * CONTACTO.cpy
      * Shared record layout for the member contact subfile
      * (MEMBCONT), the INDEXED file keyed on the member id that
      * CONTMNT maintains: the postal address (two address lines,
      * postcode NNNN-NNN and locality), a phone number, how the
      * member prefers to be contacted (C=correio, T=telefone) and
      * whether mail to that address has come back ("S" -- the
      * address is kept for the front desk but no longer used for
      * mailings until an alteracao clears it). CTO-ENDERECO has the
      * same shape as MRD-ENDERECO in MORADA.cpy, so a mailing record
      * takes the whole block with one MOVE. COPY this under the FD,
      * e.g.
      *     FD  CONTACTO-FILE.
      *     COPY "CONTACTO.cpy".
      ******************************************************************
       01  CONTACTO-REC.
           05  CTO-MEMBRO           PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  CTO-ENDERECO.
               10  CTO-MORADA-1     PIC X(30).
               10  FILLER           PIC X VALUE SPACE.
               10  CTO-MORADA-2     PIC X(30).
               10  FILLER           PIC X VALUE SPACE.
               10  CTO-COD-POSTAL   PIC X(8).
               10  FILLER           PIC X VALUE SPACE.
               10  CTO-LOCALIDADE   PIC X(20).
               10  FILLER           PIC X VALUE SPACE.
               10  CTO-TELEFONE     PIC X(15).
               10  FILLER           PIC X VALUE SPACE.
               10  CTO-PREFERENCIA  PIC X.
                   88  PREFERE-CORREIO  VALUE "C".
                   88  PREFERE-TELEFONE VALUE "T".
           05  FILLER               PIC X VALUE SPACE.
           05  CTO-DEVOLVIDO        PIC X.
               88  CORREIO-DEVOLVIDO VALUE "S".
           05  FILLER               PIC X VALUE SPACE.
           05  CTO-DATA-ALTERACAO   PIC 9(8).
