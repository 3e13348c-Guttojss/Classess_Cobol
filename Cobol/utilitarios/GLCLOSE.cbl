      *            The month's aggregate debits and credits must
      *            balance; an unbalanced aggregate, an unbalanced
      *            night or a missing batch ends with RETURN-CODE 8.
      * 10/15/26 - reversed batches. When a posted night is rerun,
      *            GLPOST puts a reversing batch (each line naming the
      *            run id it reverses) ahead of the new batch, so the
      *            accumulation holds the superseded batch, its
      *            reversal and the new batch. The superseded batch
      *            and its reversal are netted OUT of the month -- the
      *            summary, the night totals and the month's aggregate
      *            carry only the batches in force -- and each
      *            reversal gets a line on the close report with the
      *            run id reversed, the run id that reversed it and
      *            the amount: ANULADA when the reversal exactly
      *            negates the superseded batch (same line count,
      *            debits and credits swapped), DIVERGE when it does
      *            not and SEM ORIG when the superseded batch is not
      *            in the month's accumulation; either of the last two
      *            ends with RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.
           05  LOT-EMPRESA          PIC XX.
           05  FILLER               PIC X.
           05  LOT-DATA-NEG         PIC 9(8).
           05  FILLER               PIC X.
           05  LOT-RUNID            PIC X(19).
           05  FILLER               PIC X.
           05  LOT-LOTE             PIC X(8).
           05  FILLER               PIC X.
           05  LOT-REVERTE          PIC X(19).
       FD  REGISTO-FILE.
       01  REGISTO-REC.
           05  RGT-FICHEIRO         PIC X(20).
               05  TAB-DEBITOS      PIC 9(11)V99.
               05  TAB-CREDITOS     PIC 9(11)V99.
               05  TAB-TEM-LOTE     PIC X.
      * lotes revertidos no mes: o lote de reversao (REV-RUNID) e o
      * lote que ele anula (REV-ORIGINAL), ambos fora do fecho
       77 WS-MAX-REVERSOES PIC 99 VALUE 31.
       77 WS-CONT-REVERSOES PIC 99 VALUE 0.
       01 TABELA-REVERSOES.
           03 REVERSAO-LINHA OCCURS 31 TIMES.
               05  REV-DATA         PIC 9(8).
               05  REV-ORIGINAL     PIC X(19).
               05  REV-RUNID        PIC X(19).
               05  REV-LINHAS       PIC 999.
               05  REV-DEBITOS      PIC 9(11)V99.
               05  REV-CREDITOS     PIC 9(11)V99.
               05  ORIG-LINHAS      PIC 999.
               05  ORIG-DEBITOS     PIC 9(11)V99.
               05  ORIG-CREDITOS    PIC 9(11)V99.
       77 WS-REVERTIDA PIC X.
       77 K PIC 99.
       01 LINHA-REVERSAO.
           05  FILLER               PIC X(4) VALUE "REV ".
           05  LR-DATA              PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LR-ORIGINAL          PIC X(19).
           05  FILLER               PIC X(5) VALUE " POR ".
           05  LR-RUNID             PIC X(19).
           05  FILLER               PIC X VALUE SPACE.
           05  LR-VALOR             PIC 9(9).99.
           05  FILLER               PIC X VALUE SPACE.
           05  LR-VEREDICTO         PIC X(8).
       77 WS-DATA-CHAVE PIC 9(8).
       77 I PIC 99.
       77 J PIC 99.
               MOVE BUS-DATA-PARM TO WS-DATA-NEGOCIO
           END-IF
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES
           PERFORM LER-REVERSOES
           PERFORM LER-LOTES
           PERFORM LER-REGISTO
           PERFORM GRAVAR-RESUMO
                   NOT AT END
                       IF LOT-DATA-NEG NUMERIC
                           AND LOT-DATA-NEG(1:6) = WS-MES
                           AND LOT-REVERTE = SPACES
                           PERFORM VERIFICAR-REVERTIDA
                           IF WS-REVERTIDA = "N"
                               PERFORM ACUMULAR-LANCAMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOTES-FILE
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Primeira passagem: as linhas de reversao do mes (POST-REVERTE
      * preenchido) por par lote revertido / lote de reversao.
      ******************************************************************
       LER-REVERSOES.
           OPEN INPUT LOTES-FILE
           IF WS-LOT-STATUS = "35"
               DISPLAY "GLCLOSE: ACUMULACAO MENSAL AUSENTE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FIM-FICHEIRO
               READ LOTES-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       IF LOT-DATA-NEG NUMERIC
                           AND LOT-DATA-NEG(1:6) = WS-MES
                           AND LOT-REVERTE NOT = SPACES
                           AND LOT-VALOR-INT NUMERIC
                           AND LOT-VALOR-CENT NUMERIC
                           PERFORM ACUMULAR-REVERSAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOTES-FILE
           MOVE "N" TO WS-EOF.
       ACUMULAR-REVERSAO.
           MOVE 0 TO J
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CONT-REVERSOES
               IF REV-ORIGINAL(K) = LOT-REVERTE
                   AND REV-RUNID(K) = LOT-RUNID
                   MOVE K TO J
                   MOVE WS-CONT-REVERSOES TO K
               END-IF
           END-PERFORM
           IF J = 0
               IF WS-CONT-REVERSOES < WS-MAX-REVERSOES
                   ADD 1 TO WS-CONT-REVERSOES
                   MOVE WS-CONT-REVERSOES TO J
                   MOVE LOT-DATA-NEG TO REV-DATA(J)
                   MOVE LOT-REVERTE TO REV-ORIGINAL(J)
                   MOVE LOT-RUNID TO REV-RUNID(J)
                   MOVE 0 TO REV-LINHAS(J)
                   MOVE 0 TO REV-DEBITOS(J)
                   MOVE 0 TO REV-CREDITOS(J)
                   MOVE 0 TO ORIG-LINHAS(J)
                   MOVE 0 TO ORIG-DEBITOS(J)
                   MOVE 0 TO ORIG-CREDITOS(J)
               ELSE
                   DISPLAY "AVISO: TABELA DE REVERSOES CHEIA"
                   ADD 1 TO WS-FALHAS
               END-IF
           END-IF
           IF J > 0
               MOVE LOT-VALOR-INT TO WS-PARCELA-INT
               MOVE LOT-VALOR-CENT TO WS-PARCELA-CENT
               ADD 1 TO REV-LINHAS(J)
               IF LOT-DC = "D"
                   ADD WS-PARCELA TO REV-DEBITOS(J)
               ELSE
                   ADD WS-PARCELA TO REV-CREDITOS(J)
               END-IF
           END-IF.
      ******************************************************************
      * Uma linha de um lote que foi revertido conta para a conferencia
      * da reversao e nao para o fecho.
      ******************************************************************
       VERIFICAR-REVERTIDA.
           MOVE "N" TO WS-REVERTIDA
           IF LOT-RUNID NOT = SPACES
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-CONT-REVERSOES
                   IF REV-ORIGINAL(K) = LOT-RUNID
                       MOVE "S" TO WS-REVERTIDA
                       IF LOT-VALOR-INT NUMERIC
                           AND LOT-VALOR-CENT NUMERIC
                           MOVE LOT-VALOR-INT TO WS-PARCELA-INT
                           MOVE LOT-VALOR-CENT TO WS-PARCELA-CENT
                           ADD 1 TO ORIG-LINHAS(K)
                           IF LOT-DC = "D"
                               ADD WS-PARCELA TO ORIG-DEBITOS(K)
                           ELSE
                               ADD WS-PARCELA TO ORIG-CREDITOS(K)
                           END-IF
                       END-IF
                       MOVE WS-CONT-REVERSOES TO K
                   END-IF
               END-PERFORM
           END-IF.
       ACUMULAR-LANCAMENTO.
           IF LOT-VALOR-INT NOT NUMERIC
               OR LOT-VALOR-CENT NOT NUMERIC
               END-EVALUATE
               WRITE RELATORIO-REC FROM LINHA-NOITE
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CONT-REVERSOES
               MOVE REV-DATA(K) TO LR-DATA
               MOVE REV-ORIGINAL(K) TO LR-ORIGINAL
               MOVE REV-RUNID(K) TO LR-RUNID
               MOVE REV-DEBITOS(K) TO LR-VALOR
               EVALUATE TRUE
                   WHEN ORIG-LINHAS(K) = 0
                       MOVE "SEM ORIG" TO LR-VEREDICTO
                       ADD 1 TO WS-FALHAS
                   WHEN ORIG-LINHAS(K) NOT = REV-LINHAS(K)
                       OR ORIG-DEBITOS(K) NOT = REV-CREDITOS(K)
                       OR ORIG-CREDITOS(K) NOT = REV-DEBITOS(K)
                       MOVE "DIVERGE" TO LR-VEREDICTO
                       ADD 1 TO WS-FALHAS
                   WHEN OTHER
                       MOVE "ANULADA" TO LR-VEREDICTO
               END-EVALUATE
               WRITE RELATORIO-REC FROM LINHA-REVERSAO
           END-PERFORM
           CLOSE RELATORIO-FILE.
       END PROGRAM GLCLOSE.
