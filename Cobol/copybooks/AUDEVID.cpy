      ******************************************************************
      * AUDEVID.cpy
      * Audit recalculation evidence (AUDEVID), appended by AUDAMOST
      * every night and never purged: one line per sampled record --
      * business date, the seed the sample was drawn with, the output
      * file and the record's position in it (line number, trailers
      * included), the record's key (member id, employee id or the
      * INTSPLIT reference), the values as the producing program
      * wrote them, the values recalculated from the source, the
      * result (OK, DIF = mismatch, N/D = source record or rate not
      * found) and the run id of the producing run. The same seed
      * over the same night's files draws the same sample, so an
      * auditor can cite a line and have it redrawn.
      ******************************************************************
       01  AUDEVID-REC.
           05  AEV-DATA             PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  AEV-SEMENTE          PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  AEV-FICHEIRO         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  AEV-POSICAO          PIC 9(7).
           05  FILLER               PIC X VALUE SPACE.
           05  AEV-CHAVE            PIC X(13).
           05  FILLER               PIC X VALUE SPACE.
           05  AEV-GRAVADO          PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  AEV-RECALCULADO      PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  AEV-RESULTADO        PIC X(3).
               88  AEV-CONFERE      VALUE "OK".
               88  AEV-DIFERE       VALUE "DIF".
               88  AEV-SEM-ORIGEM   VALUE "N/D".
           05  FILLER               PIC X VALUE SPACE.
           05  AEV-RUNID-ORIGEM     PIC X(19).
           COPY "OPSTAMP.cpy".
