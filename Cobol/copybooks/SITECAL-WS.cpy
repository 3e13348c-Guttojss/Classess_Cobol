      ******************************************************************
      * SITECAL-WS.cpy
      * Shared parameter record for CALL "SITECAL" (BUSDATE-style
      * CALL pattern), the per-site calendar lookup every step that
      * expects a site transmission consults before treating a
      * missing one as an error. MOVE the site's region (SIT-REGIAO)
      * and the date into the parms and CALL; on return
      * SCL-RESULTADO-PARM is:
      *   "N" - normal day for that region: a transmission is due.
      *   "F" - shop-wide no-run day on BUSCAL.
      *   "R" - regional holiday on the region's BUSCALR overlay:
      *         the site is not expected to transmit and will send
      *         the day with its next transmission.
      * With no BUSCAL/BUSCALR dataset allocated every day is normal,
      * the CALCHK rule.
      ******************************************************************
       01  SITECAL-PARMS.
           05  SCL-REGIAO-PARM      PIC X(10).
           05  SCL-DATA-PARM        PIC 9(8).
           05  SCL-RESULTADO-PARM   PIC X.
               88  SCL-DIA-NORMAL   VALUE "N".
               88  SCL-FERIADO-GERAL VALUE "F".
               88  SCL-FERIADO-REGIONAL VALUE "R".
