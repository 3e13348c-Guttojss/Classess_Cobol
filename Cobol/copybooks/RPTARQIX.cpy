      ******************************************************************
      * RPTARQIX.cpy
      * Report archive index (RPTARQIX, PROD.SHOP.RELATORIOS.INDICE):
      * one line per captured edition and audience it was bundled to
      * (RPTAUDNC; spaces when no audience receives the report), so
      * "the IMCDEPT RH got six weeks ago" is one lookup. RIX-LOCAL
      * is the DD the edition's lines are on -- RPTARQF while live,
      * RPTARQH once RETENTN has moved them to a history generation;
      * RIX-RUNID and RIX-RELATORIO find them there. RIX-PAGINAS
      * counts PRNTFMT page headings, or 60-line pages for a report
      * without them (CSV exports).
      ******************************************************************
       01  RPTARQIX-REC.
           05  RIX-RELATORIO        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  RIX-DATA             PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  RIX-RUNID            PIC X(19).
           05  FILLER               PIC X VALUE SPACE.
           05  RIX-AUDIENCIA        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  RIX-PAGINAS          PIC 9(4).
           05  FILLER               PIC X VALUE SPACE.
           05  RIX-LINHAS           PIC 9(7).
           05  FILLER               PIC X VALUE SPACE.
           05  RIX-LOCAL            PIC X(8).
