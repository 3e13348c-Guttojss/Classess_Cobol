      ******************************************************************
      * EMPRESA.cpy
      * Company master (EMPRMST): one line per company code the stream
      * accepts. Until this file the codes (AA, BB) lived only in the
      * data -- MEMBRO-EMPRESA, TRANSACOES-EMPRESA, the EX1IN readings,
      * GLMAP and EX3PRECO -- and a mistyped code simply became one
      * more company in the totals. Maintained only through EMPRMNT;
      * every program that takes a company code from its input checks
      * it here through CALL "EMPRVAL".
      *   EMPR-MOEDA       home currency the company books in
      *   EMPR-ENTIDADE    the company's entity on the general ledger
      *   EMPR-ATIVO       "S" = active, "N" = deactivated
      *   EMPR-DATA-INICIO first business date the company trades
      *   EMPR-DATA-FIM    last business date (99999999 = open), as
      *                    the EX3PRECO effective ranges
      * A company is valid on a business date when it is active and
      * the date falls inside its start/end range.
      ******************************************************************
       01  EMPRESA-REC.
           05  EMPR-CODIGO          PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  EMPR-NOME            PIC X(30).
           05  FILLER               PIC X VALUE SPACE.
           05  EMPR-MOEDA           PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  EMPR-ENTIDADE        PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  EMPR-ATIVO           PIC X.
               88  EMPR-ATIVA       VALUE "S".
           05  FILLER               PIC X VALUE SPACE.
           05  EMPR-DATA-INICIO     PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  EMPR-DATA-FIM        PIC 9(8).
