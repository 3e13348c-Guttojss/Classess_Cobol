      ******************************************************************
      * SOMACTL.cpy
      * Shared layout of the SOMABTCH control-totals file (SOMACTL).
      * SOMAIN carries one or more summation batches, each balanced on
      * its own, so SOMACTL holds one control line per batch
      * (CTL-TIPO "L") followed by one grand-total line (CTL-TIPO "T")
      * for the accepted batches.
      *   batch line - CTL-LOTE/CTL-FONTE from the batch header,
      *                CTL-QNT/CTL-SOMA as actually read, the header's
      *                CTL-QNT-ESPERADA/CTL-SOMA-ESPERADA, CTL-ESTADO
      *                A (aceite - posted) or R (rejeitado - written
      *                to the batch-reject file SOMAREJ) and the
      *                rejection reason in CTL-MOTIVO:
      *                  C contagem difere    S soma difere
      *                  T sem trailer valido H cabecalho invalido
      *                  D detalhe invalido   I lote duplicado
      *                  F valores fora de lote
      *   total line - CTL-LOTE "TOTAL", CTL-QNT/CTL-SOMA over the
      *                accepted batches only (what GLPOST posts).
      * COPY this as a sibling group under the record's 01 level (the
      * writer follows it with OPSTAMP.cpy), e.g.
      *     FD  SOMACTL-FILE.
      *     01  SOMACTL-REC.
      *         COPY "SOMACTL.cpy".
      ******************************************************************
           05  CTL-QNT              PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  CTL-SOMA             PIC 9(7).
           05  FILLER               PIC X VALUE SPACE.
           05  CTL-TIPO             PIC X.
               88  CTL-LINHA-LOTE   VALUE "L".
               88  CTL-LINHA-TOTAL  VALUE "T".
           05  FILLER               PIC X VALUE SPACE.
           05  CTL-LOTE             PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  CTL-FONTE            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  CTL-ESTADO           PIC X.
               88  CTL-ACEITE       VALUE "A".
               88  CTL-REJEITADO    VALUE "R".
           05  FILLER               PIC X VALUE SPACE.
           05  CTL-MOTIVO           PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  CTL-QNT-ESPERADA     PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  CTL-SOMA-ESPERADA    PIC 9(7).
