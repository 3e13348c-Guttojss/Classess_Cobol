      *            log records without a member id cannot be paired
      *            and are skipped, the same detection EX3CONS uses.
      *            Output goes to EX3TREL.
      * 10/15/26 - EX3LOG is now INDEXED on member id and business
      *            date (CLASSLOG.cpy), so each member's entries come
      *            together, oldest first. The report STARTs past the
      *            old-format records (converted under member 00000)
      *            at the first member's entries and pairs each
      *            member's last two entries on the change of member,
      *            instead of scanning the whole log into a member
      *            table -- the 500-member table limit goes with it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX3TRANS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASSLOG-FILE ASSIGN TO "EX3LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLASSLOG-CHAVE
               FILE STATUS IS CLW-STATUS.
           SELECT RELATORIO-FILE ASSIGN TO "EX3TREL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLASSLOG-FILE.
           COPY "CLASSLOG.cpy".
       FD  RELATORIO-FILE.
       01  RELATORIO-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-DATA-NEG PIC X(8).
       77 WS-TIMESTAMP PIC X(21).
       77 WS-DATA-REGISTO PIC 9(8).
       77 WS-CONT-MEMBROS PIC 9(5) VALUE 0.
       77 WS-MAX-PARES PIC 99 VALUE 30.
       77 WS-CONT-PARES PIC 99 VALUE 0.
       77 WS-CONT-TRANSICOES PIC 9(5) VALUE 0.
       77 I PIC 999.
       77 J PIC 999.
       77 K PIC 999.
           COPY "CLASSLOG-WS.cpy".
      * entradas do membro em curso: a chave traz-nas juntas
       01 MEMBRO-CORRENTE.
           05  TAB-ID               PIC 9(5) VALUE 0.
           05  TAB-VEZES            PIC 999 VALUE 0.
           05  TAB-ESC-ANT          PIC X(8).
           05  TAB-DATA-ANT         PIC 9(8).
           05  TAB-ESC-ATU          PIC X(8).
           05  TAB-DATA-ATU         PIC 9(8).
       01 TABELA-PARES.
           03 PAR-LINHA OCCURS 30 TIMES.
               05  PAR-DE           PIC X(8).
           05  LP-CONT              PIC 9(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT RELATORIO-FILE
           MOVE SPACES TO RELATORIO-REC
           MOVE "--- MEMBROS COM MUDANCA DE ESCALAO ---"
               TO TIT-TEXTO
           WRITE RELATORIO-REC FROM LINHA-TITULO
           OPEN INPUT CLASSLOG-FILE
           MOVE 0 TO CLASSLOG-CHV-MEMBRO
           MOVE 99999999 TO CLASSLOG-CHV-DATA
           MOVE 999 TO CLASSLOG-CHV-SEQ
           START CLASSLOG-FILE KEY IS GREATER THAN CLASSLOG-CHAVE
               INVALID KEY SET FIM-FICHEIRO TO TRUE
           END-START
           PERFORM UNTIL FIM-FICHEIRO
               READ CLASSLOG-FILE NEXT RECORD
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END PERFORM ACUMULAR-REGISTO
               END-READ
           END-PERFORM
           PERFORM FECHAR-MEMBRO
           CLOSE CLASSLOG-FILE
           MOVE "--- TRANSICOES POR PAR DE ESCALOES ---"
               TO TIT-TEXTO
           WRITE RELATORIO-REC FROM LINHA-TITULO
       ACUMULAR-REGISTO.
           IF CLASSLOG-REC(1:5) NUMERIC
               AND CLASSLOG-REC(6:1) = SPACE
               MOVE CLASSLOG-CHV-MEMBRO TO WS-MEMBRO
               MOVE CLASSLOG-REC(10:8) TO WS-ESCALAO
               MOVE CLASSLOG-REC(28:21) TO WS-TIMESTAMP
               MOVE CLASSLOG-REC(53:8) TO WS-DATA-NEG
               PERFORM GUARDAR-ENTRADA
           END-IF.
       GUARDAR-ENTRADA.
           IF TAB-VEZES = 0 OR WS-MEMBRO NOT = TAB-ID
               PERFORM FECHAR-MEMBRO
               ADD 1 TO WS-CONT-MEMBROS
               MOVE WS-MEMBRO TO TAB-ID
               MOVE 0 TO TAB-VEZES
               MOVE SPACES TO TAB-ESC-ANT
               MOVE 0 TO TAB-DATA-ANT
               MOVE SPACES TO TAB-ESC-ATU
               MOVE 0 TO TAB-DATA-ATU
           END-IF
           ADD 1 TO TAB-VEZES
           MOVE TAB-ESC-ATU TO TAB-ESC-ANT
           MOVE TAB-DATA-ATU TO TAB-DATA-ANT
           MOVE WS-ESCALAO TO TAB-ESC-ATU
           MOVE WS-DATA-REGISTO TO TAB-DATA-ATU.
      ******************************************************************
      * Mudanca de membro (ou fim do log): as duas ultimas entradas do
      * membro anterior decidem se houve transicao.
      ******************************************************************
       FECHAR-MEMBRO.
           IF TAB-VEZES > 1
               AND TAB-ESC-ANT NOT = TAB-ESC-ATU
               PERFORM REPORTAR-TRANSICAO
           END-IF.
       REPORTAR-TRANSICAO.
           ADD 1 TO WS-CONT-TRANSICOES
           MOVE TAB-ID TO LT-MEMBRO
           MOVE TAB-ESC-ANT TO LT-ESC-ANT
           MOVE TAB-DATA-ANT TO LT-DATA-ANT
           MOVE TAB-ESC-ATU TO LT-ESC-ATU
           MOVE TAB-DATA-ATU TO LT-DATA-ATU
           WRITE RELATORIO-REC FROM LINHA-TRANSICAO
           PERFORM CONTAR-PAR.
       CONTAR-PAR.
           MOVE 0 TO K
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-PARES
               IF PAR-DE(J) = TAB-ESC-ANT
                   AND PAR-PARA(J) = TAB-ESC-ATU
                   MOVE J TO K
                   MOVE WS-CONT-PARES TO J
               END-IF
           ELSE
               IF WS-CONT-PARES < WS-MAX-PARES
                   ADD 1 TO WS-CONT-PARES
                   MOVE TAB-ESC-ANT TO PAR-DE(WS-CONT-PARES)
                   MOVE TAB-ESC-ATU TO PAR-PARA(WS-CONT-PARES)
                   MOVE 1 TO PAR-CONT(WS-CONT-PARES)
               END-IF
           END-IF.
