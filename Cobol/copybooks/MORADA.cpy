      ******************************************************************
      * MORADA.cpy
      * Address block for mailing output records, joined from the
      * member contact subfile (see CONTACTO.cpy). COPY this as a
      * sibling group at the END of an output record (after the
      * OPSTAMP trailer, so existing readers that parse by position
      * keep working) and fill it with
      *     MOVE CTO-ENDERECO TO MRD-ENDERECO OF <record>
      * once OBTER-CONTACTO (CONTACTO-PD.cpy) has found a usable
      * address.
      ******************************************************************
       05  FILLER                    PIC X VALUE SPACE.
       05  MRD-ENDERECO.
           10  MRD-MORADA-1          PIC X(30).
           10  FILLER                PIC X.
           10  MRD-MORADA-2          PIC X(30).
           10  FILLER                PIC X.
           10  MRD-COD-POSTAL        PIC X(8).
           10  FILLER                PIC X.
           10  MRD-LOCALIDADE        PIC X(20).
           10  FILLER                PIC X.
           10  MRD-TELEFONE          PIC X(15).
           10  FILLER                PIC X.
           10  MRD-PREFERENCIA       PIC X.
