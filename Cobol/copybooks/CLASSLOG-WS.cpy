      ******************************************************************
      * CLASSLOG-WS.cpy
      * Working fields for the indexed classification log (EX3LOG,
      * CLASSLOG.cpy): the file status and the switch GRAVAR-CLASSLOG
      * (CLASSLOG-PD.cpy) sets once the record is written.
      ******************************************************************
       01  CLASSLOG-WS.
           05  CLW-STATUS           PIC XX VALUE SPACES.
           05  CLW-GRAVADO          PIC X VALUE "N".
               88  CLASSLOG-GRAVADO VALUE "S".
