      ******************************************************************
      * RPTARQ.cpy
      * Report archive (RPTARQF, PROD.SHOP.RELATORIOS.ARQUIVO),
      * appended by RPTARQ: every line of every captured report
      * edition, verbatim, keyed by the run id of the capture and
      * the report id -- together the edition's place in the
      * archive, named on its index line (RPTARQIX.cpy) -- with the
      * business date and the line's sequence within the edition.
      * RETENTN moves the lines of an expired edition to the next
      * PROD.SHOP.RELATORIOS.ARQUIVO.HIST generation (RPTARQH) or
      * drops them, by the report's rule on RPTRETP.
      ******************************************************************
       01  RPTARQ-REC.
           05  RAQ-RUNID            PIC X(19).
           05  FILLER               PIC X VALUE SPACE.
           05  RAQ-RELATORIO        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  RAQ-DATA             PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  RAQ-SEQUENCIA        PIC 9(7).
           05  FILLER               PIC X VALUE SPACE.
           05  RAQ-CONTEUDO         PIC X(120).
