      ******************************************************************
      * MOEDAHIS.cpy
      * Exchange-rate history master (MOEDAHIS): one line per currency
      * and effective date, kept in currency + effective-date order by
      * MOEDAMNT, the only program that writes it. The rate is to the
      * HOME currency (first record of EX2MOEDA) with four implied
      * decimals, as on EX2MOEDA. A rate is in force from its
      * effective date until the next line of the same currency; the
      * rate for a given date is the line with the latest effective
      * date not after it.
      *   MHS-FONTE  TESOURO - loaded from treasury's daily rate file
      *              MANUAL  - keyed by an operator (MOEDATRN); a
      *                        manual rate is never overwritten by a
      *                        later treasury load for the same date
      * The OPSTAMP trailer records who last changed the line and when.
      ******************************************************************
       01  MOEDAHIS-REC.
           05  MHS-MOEDA            PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  MHS-DATA-EFETIVA     PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  MHS-TAXA             PIC 9(3)V9(4).
           05  FILLER               PIC X VALUE SPACE.
           05  MHS-FONTE            PIC X(8).
               88  MHS-TESOURO      VALUE "TESOURO".
               88  MHS-MANUAL       VALUE "MANUAL".
           COPY "OPSTAMP.cpy".
