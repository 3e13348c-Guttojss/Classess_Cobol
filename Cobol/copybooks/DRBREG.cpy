      ******************************************************************
      * DRBREG.cpy
      * Register of the disaster-recovery backup generations
      * (DRBREG), one line appended by DRBKUP per generation written:
      * generation id (run timestamp AAAAMMDDHHMMSS), business date,
      * datasets, records, hash of the hashes and the required
      * datasets found missing or empty. DRENSAIO checks the
      * generation it rehearses against its line here, so a
      * generation that was cut short or altered after the backup
      * does not pass for a good one.
      ******************************************************************
       01  DRBREG-REC.
           05  DRR-GERACAO          PIC X(14).
           05  FILLER               PIC X VALUE SPACE.
           05  DRR-DATA             PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  DRR-FICHEIROS        PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  DRR-REGISTOS         PIC 9(9).
           05  FILLER               PIC X VALUE SPACE.
           05  DRR-HASH             PIC 9(9).
           05  FILLER               PIC X VALUE SPACE.
           05  DRR-FALHAS           PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  DRR-OPERADOR         PIC X(8).
