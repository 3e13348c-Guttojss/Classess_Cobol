      *         date, open the dataset and print the page-1 heading
      *   "D" - detalhe: print PRT-LINHA-PARM, breaking to a new
      *         numbered page heading every 60 lines
      *   "P" - pagina: start a new numbered page now (ignored when
      *         the current page has no detail yet)
      *   "F" - fim: print the END OF REPORT trailer with the total
      *         detail-line count and close -- a truncated print is
      *         detectable by its missing trailer
      * Formatting lines are recognizable by their prefixes
      * ("RELATORIO:", "------", "*** FIM"), so report readers can
      * tell them from detail.
      * 10/15/26 - "P" added for page-per-item output (letters).
      ******************************************************************
       01  PRNTFMT-PARMS.
           05  PRT-FUNCAO-PARM      PIC X.
