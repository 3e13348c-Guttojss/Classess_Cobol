      ******************************************************************
      * RICONT.cpy
      * Orphan counts of the nightly referential-integrity sweep
      * (RICONT), rewritten by REFINTEG every run: one line per rule
      * of the rules table -- rule id, orphans found, child records
      * checked, business date. DQSCORE folds the counts into the
      * monthly scorecard under the rule id as the source, so a rule
      * that keeps finding orphans shows up next to the reject
      * sources. A rule that could not be checked (dataset missing,
      * invalid line, key table full) carries 9999999 orphans and
      * DQSCORE leaves it out.
      ******************************************************************
       01  RICONT-REC.
           05  RIC-REGRA            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  RIC-ORFAOS           PIC 9(7).
           05  FILLER               PIC X VALUE SPACE.
           05  RIC-VERIFICADOS      PIC 9(7).
           05  FILLER               PIC X VALUE SPACE.
           05  RIC-DATA             PIC 9(8).
