      ******************************************************************
      * LAYREG-WS.cpy
      * Shared parameter record for CALL "LAYREG" (same CALL pattern
      * as RUNCTL). LYR-FUNCAO-PARM:
      *   "C" (carregar) - loads format LYR-FORMATO-PARM from the
      *       layout registry into the variant and field tables;
      *       LYR-RESULTADO-PARM comes back "S" (loaded), "N" (format
      *       not registered), "A" (registry dataset absent) or "I"
      *       (a line of the format is invalid -- nothing loaded);
      *   "V" (variante) - after a "C", returns in LYR-VARIANTE-PARM
      *       the variant of the record in LYR-REGISTO-PARM: the
      *       first variant whose distinguishing columns match, else
      *       the plain variant (no distinguishing columns), else 0.
      * LYR-VAR-MINIMO is the end column of the variant's last
      * numeric, edited or date field: a record whose last non-blank
      * column falls short of it has lost a field. LYR-CMP-DECIMAIS
      * is the implied decimal places of an N field (0 otherwise).
      ******************************************************************
       01  LAYREG-PARMS.
           05  LYR-FUNCAO-PARM      PIC X.
           05  LYR-FORMATO-PARM     PIC X(8).
           05  LYR-RESULTADO-PARM   PIC X.
               88  LYR-ENCONTRADO   VALUE "S".
           05  LYR-REGISTO-PARM     PIC X(120).
           05  LYR-VARIANTE-PARM    PIC 9.
           05  LYR-CONT-VARIANTES   PIC 9.
           05  LYR-VARIANTE-LINHA OCCURS 5 TIMES.
               10  LYR-VAR-ID       PIC X(3).
               10  LYR-VAR-COMPRIMENTO PIC 999.
               10  LYR-VAR-MINIMO   PIC 999.
               10  LYR-VAR-DISC-INICIO PIC 999.
               10  LYR-VAR-DISC-COMPR PIC 99.
               10  LYR-VAR-DISC-VALOR PIC X(10).
           05  LYR-CONT-CAMPOS      PIC 99.
           05  LYR-CAMPO-LINHA OCCURS 40 TIMES.
               10  LYR-CMP-VARIANTE PIC 9.
               10  LYR-CMP-NOME     PIC X(24).
               10  LYR-CMP-INICIO   PIC 999.
               10  LYR-CMP-COMPRIMENTO PIC 999.
               10  LYR-CMP-TIPO     PIC X.
               10  LYR-CMP-CHAVE    PIC X.
               10  LYR-CMP-DECIMAIS PIC 9.
