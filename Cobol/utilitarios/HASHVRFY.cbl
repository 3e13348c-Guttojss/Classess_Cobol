      *            line per hop to HASHREP, and reports the FIRST hop
      *            where the money stopped adding up, ending with
      *            RETURN-CODE 8 on any divergence.
      * 10/15/26 - high-value hold: EX2 keeps records above the hold
      *            limit out of EX2OUT and carries the amount held in
      *            each TOTAIS trailer (TRAILER-HASH-RETIDO), and
      *            sends the items two operators released on a later
      *            night marked LIB. Every hop is now compared with
      *            EX2IN as its own hash, less the released items it
      *            carries, plus the amount held tonight; the held
      *            and released amounts get their own lines (INFO) on
      *            HASHREP. Records widened to the 120-column EX2OUT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HASHVRFY.
           05  EX2IN-MOEDA          PIC X(3).
           05  FILLER               PIC X.
           05  EX2IN-NUM            COPY "VALORDEF-DEC.cpy".
           05  FILLER               PIC X(19).
       FD  EX2OUT-FILE.
       01  EX2OUT-REC               PIC X(120).
      * vistas de detalhe e de trailer sobre a mesma area de registo
      * (o padrao VALORES-HEADER/VALORES-DETALHE)
       01  SAIDA-VIEW.
           05  TRAILER-HASH-INT     PIC 9(7).
           05  FILLER               PIC X.
           05  TRAILER-HASH-CENT    PIC 99.
           05  FILLER               PIC X(79).
           05  TRAILER-RETIDO-INT   PIC 9(7).
           05  FILLER               PIC X.
           05  TRAILER-RETIDO-CENT  PIC 99.
       FD  XMIT-FILE.
       01  XMIT-REC                 PIC X(120).
       01  XMIT-SAIDA-VIEW.
           05  XMIT-INT             PIC X(5).
           05  XMIT-PONTO           PIC X.
       77 WS-HASH-SAIDA PIC 9(7)V99 VALUE 0.
       77 WS-HASH-TRAILER PIC 9(7)V99 VALUE 0.
       77 WS-HASH-XMIT PIC 9(7)V99 VALUE 0.
       77 WS-HASH-RETIDO PIC 9(7)V99 VALUE 0.
       77 WS-LIBERTADO-SAIDA PIC 9(7)V99 VALUE 0.
       77 WS-LIBERTADO-XMIT PIC 9(7)V99 VALUE 0.
       77 WS-TEM-TRAILER PIC X VALUE "N".
           88 TEM-TRAILER VALUE "S".
       77 WS-TEM-XMIT PIC X VALUE "N".
           MOVE WS-HASH-ENTRADA TO REL-HASH
           MOVE "BASE" TO REL-RESULTADO
           WRITE RELATORIO-REC
           MOVE "EX2OUT RETIDO" TO REL-ETAPA
           MOVE WS-HASH-RETIDO TO REL-HASH
           MOVE "INFO" TO REL-RESULTADO
           WRITE RELATORIO-REC
           MOVE "EX2OUT LIBERTADO" TO REL-ETAPA
           MOVE WS-LIBERTADO-SAIDA TO REL-HASH
           MOVE "INFO" TO REL-RESULTADO
           WRITE RELATORIO-REC
           MOVE "EX2OUT DETALHE" TO REL-ETAPA
           MOVE WS-HASH-SAIDA TO REL-HASH
           COMPUTE WS-HASH-ATUAL = WS-HASH-SAIDA + WS-HASH-RETIDO
           PERFORM CONFERIR-COM-ENTRADA
           WRITE RELATORIO-REC
           MOVE "EX2OUT TRAILER" TO REL-ETAPA
           MOVE WS-HASH-TRAILER TO REL-HASH
           COMPUTE WS-HASH-ATUAL = WS-HASH-TRAILER
               - WS-LIBERTADO-SAIDA + WS-HASH-RETIDO
           IF NOT TEM-TRAILER
               MOVE "FAIL" TO REL-RESULTADO
               PERFORM REGISTAR-FALHA
           IF TEM-XMIT
               MOVE "EX2XMIT" TO REL-ETAPA
               MOVE WS-HASH-XMIT TO REL-HASH
               COMPUTE WS-HASH-ATUAL = WS-HASH-XMIT
                   - WS-LIBERTADO-XMIT + WS-HASH-RETIDO
               PERFORM CONFERIR-COM-ENTRADA
               WRITE RELATORIO-REC
           END-IF
                           MOVE TRAILER-HASH-CENT TO WS-TRAILER-CENT
                           ADD WS-TRAILER-VALOR TO WS-HASH-TRAILER
                           SET TEM-TRAILER TO TRUE
                           IF TRAILER-RETIDO-INT NUMERIC
                               AND TRAILER-RETIDO-CENT NUMERIC
                               MOVE TRAILER-RETIDO-INT TO
                                   WS-TRAILER-INT
                               MOVE TRAILER-RETIDO-CENT TO
                                   WS-TRAILER-CENT
                               ADD WS-TRAILER-VALOR TO WS-HASH-RETIDO
                           END-IF
                       ELSE
                           IF SAIDA-PONTO = "."
                               MOVE SAIDA-INT TO WS-INT-LIMPO
                                       WS-PARCELA-INT
                                   MOVE SAIDA-CENT TO
                                       WS-PARCELA-CENT
                                   IF EX2OUT-REC(106:3) = "LIB"
                                       ADD WS-PARCELA TO
                                           WS-LIBERTADO-SAIDA
                                   ELSE
                                       ADD WS-PARCELA TO
                                           WS-HASH-SAIDA
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                                   MOVE XMIT-CENT TO
                                       WS-PARCELA-CENT
                                   ADD WS-PARCELA TO WS-HASH-XMIT
                                   IF XMIT-REC(106:3) = "LIB"
                                       ADD WS-PARCELA TO
                                           WS-LIBERTADO-XMIT
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
