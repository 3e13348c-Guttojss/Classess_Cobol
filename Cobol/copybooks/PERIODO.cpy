      ******************************************************************
      * PERIODO.cpy
      * Period master (PERIODMS, PROD.PERIODO.MASTER): one INDEXED
      * record per series and date, RECORD KEY IS MASTER-CHAVE. The
      * series code is one of the codes on the series control file
      * (PERIOSER, see PERIOSER.cpy); the original unnamed series of
      * the period comparison is series BASE. Written by PERIODCM
      * (ficha 5/ex.1), PERIOLOAD and PERIOMNT, read by PERIOPRV.
      ******************************************************************
       01  MASTER-REC.
           05  MASTER-CHAVE.
               10  MASTER-SERIE     PIC X(8).
               10  MASTER-DATA      PIC 9(8).
           05  MASTER-VALOR         PIC S9(9)V99.
