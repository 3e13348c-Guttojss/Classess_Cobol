      *            One report line per month/bracket, months in the
      *            order they appear in the log (the log is appended
      *            chronologically).
      * 10/15/26 - EX3LOG is now INDEXED on member id and business
      *            date (CLASSLOG.cpy) and is read here in key order,
      *            i.e. member by member, no longer in append order.
      *            The month table is put in month order before the
      *            report is written, so the lines and the month-on-
      *            month movement are chronological as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX3LOGRP.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASSLOG-FILE ASSIGN TO "EX3LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLASSLOG-CHAVE
               FILE STATUS IS CLW-STATUS.
           SELECT RELATORIO-FILE ASSIGN TO "EX3MREL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLASSLOG-FILE.
           COPY "CLASSLOG.cpy".
       FD  RELATORIO-FILE.
       01  RELATORIO-REC.
           05  REL-MES              PIC 9(6).
       77 I PIC 99.
       77 J PIC 99.
       77 K PIC 9.
       77 WS-MES-TROCA PIC X(31).
           COPY "CLASSLOG-WS.cpy".
       01 TABELA-MESES.
           03 MES-LINHA OCCURS 36 TIMES.
               05  MES-CHAVE        PIC 9(6).
               END-READ
           END-PERFORM
           CLOSE CLASSLOG-FILE
           PERFORM ORDENAR-MESES
           OPEN OUTPUT RELATORIO-FILE
           MOVE SPACES TO RELATORIO-REC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-MESES
           DISPLAY "MESES REPORTADOS : " WS-CONT-MESES
           STOP RUN.
      ******************************************************************
      * O log vem pela chave (membro, data), por isso os meses entram
      * na tabela fora de ordem; ordena-se por mes antes do relatorio.
      ******************************************************************
       ORDENAR-MESES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-CONT-MESES
               PERFORM VARYING J FROM I BY 1 UNTIL J > WS-CONT-MESES
                   IF MES-CHAVE(J) < MES-CHAVE(I)
                       MOVE MES-LINHA(I) TO WS-MES-TROCA
                       MOVE MES-LINHA(J) TO MES-LINHA(I)
                       MOVE WS-MES-TROCA TO MES-LINHA(J)
                   END-IF
               END-PERFORM
           END-PERFORM.
      ******************************************************************
      * Um registo no formato com membro comeca por cinco digitos e
      * um espaco; o formato antigo comeca pela idade. Cada um tem os
      * seus proprios deslocamentos.
