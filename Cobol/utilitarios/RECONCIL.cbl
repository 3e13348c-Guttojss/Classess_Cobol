      *            side. Entries from before the run ids (blank id)
      *            fall back to the old last-FIM rule when the date
      *            has no stamped entries at all.
      * 10/15/26 - SOMACTL now holds one control line per SOMAIN
      *            batch. The EX4 count reconciled against the journal
      *            is the sum of every batch line, accepted or
      *            rejected (the journal counts every value read), and
      *            each batch gets its own report line under its
      *            batch id: expected count from the batch header,
      *            count read, and OK or REJ. A rejected batch is
      *            already reported by SOMABTCH and is not counted as
      *            a reconciliation failure here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCIL.
       FD  EX2TOT-FILE.
       01  EX2TOT-REC               PIC X(80).
       FD  EX4TOT-FILE.
       01  EX4TOT-REC.
           COPY "SOMACTL.cpy".
       FD  EX1F8TOT-FILE.
       01  EX1F8TOT-REC.
           05  EX1F8TOT-CONT-IMPARES PIC 999.
               05  EX2-EMPRESA      PIC XX.
               05  EX2-QNT          PIC 9(5).
       77  WS-EX4-QNT               PIC 9(5) VALUE 0.
       77  WS-MAX-LOTES             PIC 99 VALUE 20.
       77  WS-CONT-LOTES            PIC 99 VALUE 0.
       77  L                        PIC 99.
       01  TABELA-LOTES-EX4.
           03 LOTE-EX4 OCCURS 20 TIMES.
               05  LT-LOTE          PIC X(8).
               05  LT-QNT-ESPERADA  PIC 9(5).
               05  LT-QNT           PIC 9(5).
               05  LT-ESTADO        PIC X.
       77  WS-EX1F8-QNT             PIC 9(5) VALUE 0.
       77  WS-JORNAL-ENCONTRADO     PIC X VALUE "N".
           88 JORNAL-ENCONTRADO VALUE "S".
           MOVE WS-EX4-QNT TO WS-QNT-ATUAL
           MOVE "S" TO WS-USA-LIDOS
           PERFORM CONFERIR
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-CONT-LOTES
               PERFORM REPORTAR-LOTE-EX4
           END-PERFORM
           MOVE "EX1F8   " TO WS-PROGRAMA-ATUAL
           MOVE WS-EX1F8-QNT TO WS-QNT-ATUAL
           MOVE "S" TO WS-USA-LIDOS
       LER-EX4-TOTAIS.
           MOVE "N" TO WS-EOF
           OPEN INPUT EX4TOT-FILE
           PERFORM UNTIL FIM-FICHEIRO
               READ EX4TOT-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       IF CTL-LINHA-LOTE AND CTL-QNT NUMERIC
                           PERFORM ACUMULAR-LOTE-EX4
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX4TOT-FILE.
       ACUMULAR-LOTE-EX4.
           ADD CTL-QNT TO WS-EX4-QNT
           IF WS-CONT-LOTES < WS-MAX-LOTES
               ADD 1 TO WS-CONT-LOTES
               MOVE CTL-LOTE TO LT-LOTE(WS-CONT-LOTES)
               MOVE CTL-QNT-ESPERADA TO LT-QNT-ESPERADA(WS-CONT-LOTES)
               MOVE CTL-QNT TO LT-QNT(WS-CONT-LOTES)
               MOVE CTL-ESTADO TO LT-ESTADO(WS-CONT-LOTES)
           END-IF.
      * linha informativa por lote; so o total EX4 conta como falha
       REPORTAR-LOTE-EX4.
           MOVE LT-LOTE(L) TO RECONCIL-PROGRAMA
           MOVE LT-QNT-ESPERADA(L) TO RECONCIL-ESPERADO
           MOVE LT-QNT(L) TO RECONCIL-OBTIDO
           IF LT-ESTADO(L) = "A"
               MOVE "OK" TO RECONCIL-RESULTADO
           ELSE
               MOVE "REJ" TO RECONCIL-RESULTADO
           END-IF
           WRITE RECONCIL-REC.
       LER-EX1F8-TOTAIS.
           MOVE "N" TO WS-EOF
           OPEN INPUT EX1F8TOT-FILE
