      ******************************************************************
      * LAYREG.cpy
      * Record-layout registry (LAYREG, PROD.SHOP.LAYOUTS): the one
      * place the shop's record formats are described by field name,
      * read by CALL "LAYREG" (see LAYREG-WS.cpy) for FILECOMP,
      * PRIVMASK, PARMAUDT and PARMCHK. A format is named after the
      * DD its programs use (EX2OUT, EX1PARM ...) and has one or more
      * record variants (DET, TOT ...), each given by one R line --
      * record length and, for a variant other than the plain detail,
      * the columns and value that tell its records apart (the EX2OUT
      * TOTAIS trailer) -- followed by one C line per field: name,
      * start column, length, type, key flag and, for a numeric
      * field, the implied decimal places (blank = none). Types:
      *   A - alfanumerico        N - numerico (zoned, with overpunch)
      *   E - numerico editado    D - data AAAAMMDD
      *   C - carimbo (OPSTAMP: differs run to run, never compared)
      * Key fields (flag S) identify a record on FILECOMP's field
      * report. A report read by CSVEXP registers each kind of detail
      * line as a variant; headings and trailers are not registered.
      * A copybook change that moves a column is made here in the
      * same change, and the tools follow by name.
      ******************************************************************
       01  LAYREG-REC.
           05  LRG-FORMATO          PIC X(8).
           05  FILLER               PIC X.
           05  LRG-VARIANTE         PIC X(3).
           05  FILLER               PIC X.
           05  LRG-TIPO-LINHA       PIC X.
               88  LRG-LINHA-REGISTO VALUE "R".
               88  LRG-LINHA-CAMPO  VALUE "C".
           05  FILLER               PIC X.
           05  LRG-DETALHE          PIC X(44).
       01  LAYREG-REGISTO-REC.
           05  FILLER               PIC X(15).
           05  LRG-COMPRIMENTO-REG  PIC 999.
           05  FILLER               PIC X.
           05  LRG-DISC-INICIO      PIC 999.
           05  FILLER               PIC X.
           05  LRG-DISC-COMPR       PIC 99.
           05  FILLER               PIC X.
           05  LRG-DISC-VALOR       PIC X(10).
       01  LAYREG-CAMPO-REC.
           05  FILLER               PIC X(15).
           05  LRG-CAMPO            PIC X(24).
           05  FILLER               PIC X.
           05  LRG-INICIO           PIC 999.
           05  FILLER               PIC X.
           05  LRG-COMPRIMENTO      PIC 999.
           05  FILLER               PIC X.
           05  LRG-TIPO             PIC X.
           05  FILLER               PIC X.
           05  LRG-CHAVE            PIC X.
           05  FILLER               PIC X.
           05  LRG-DECIMAIS         PIC X.
