      *            direction (SOBE/DESCE). One EX1DREL line per site
      *            with trailing average, latest mean and verdict;
      *            any flagged site ends the run with RETURN-CODE 4.
      * 10/15/26 - each line also carries the nights MISSING from the
      *            site's history between its first and latest
      *            recorded night. Only a night the site was due to
      *            report counts: shop-wide no-run days and holidays
      *            of the site's own region (SITECAL, keyed on the
      *            SIT-REGIAO of the site master) are not missing
      *            nights. Informational; the verdict and return code
      *            are unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX1DRIFT.
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RELATORIO-FILE ASSIGN TO "EX1DREL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SITEMST-FILE ASSIGN TO "SITEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITEMST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIA-FILE.
           05  REL-VEREDICTO        PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  REL-SENTIDO          PIC X(5).
           05  FILLER               PIC X VALUE SPACE.
           05  REL-EM-FALTA         PIC 9(5).
       FD  SITEMST-FILE.
       01  SITEMST-REC.
           05  SIT-CODIGO           PIC X(3).
           05  FILLER               PIC X.
           05  SIT-NOME             PIC X(20).
           05  FILLER               PIC X.
           05  SIT-REGIAO           PIC X(10).
           05  FILLER               PIC X.
           05  SIT-CONTACTO         PIC X(20).
           05  FILLER               PIC X.
           05  SIT-ATIVO            PIC X.
       WORKING-STORAGE SECTION.
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
       77 WS-SITEMST-STATUS PIC XX VALUE SPACES.
       77 WS-TOTAL-EM-FALTA PIC 9(7) VALUE 0.
       77 WS-DEVIDAS PIC 9(5).
       77 WS-DIA PIC 9(7).
       77 WS-DIA-FIM PIC 9(7).
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-MAX-SITES PIC 99 VALUE 20.
      * as tres medias mais recentes, da mais antiga para a mais nova
               05  TAB-ULTIMAS      PIC S9(5) OCCURS 3 TIMES.
               05  TAB-CONT-ULTIMAS PIC 9.
               05  TAB-PRIMEIRA     PIC 9(8).
               05  TAB-ULTIMA       PIC 9(8).
               05  TAB-REGIAO       PIC X(10).
           COPY "SITECAL-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT HISTORIA-FILE
               END-READ
           END-PERFORM
           CLOSE HISTORIA-FILE
           PERFORM LER-REGIOES
           OPEN OUTPUT RELATORIO-FILE
           MOVE SPACES TO RELATORIO-REC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-SITES
           CLOSE RELATORIO-FILE
           DISPLAY "SITES AVALIADOS : " WS-CONT-SITES
           DISPLAY "SITES EM DERIVA : " WS-CONT-DERIVAS
           DISPLAY "NOITES EM FALTA : " WS-TOTAL-EM-FALTA
           IF WS-CONT-DERIVAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
                   MOVE 0 TO TAB-NOITES(J)
                   MOVE 0 TO TAB-SOMA-MEDIAS(J)
                   MOVE 0 TO TAB-CONT-ULTIMAS(J)
                   MOVE EST-DATA TO TAB-PRIMEIRA(J)
                   MOVE EST-DATA TO TAB-ULTIMA(J)
                   MOVE SPACES TO TAB-REGIAO(J)
               ELSE
                   DISPLAY "AVISO: TABELA DE SITES CHEIA - SITE "
                       EST-SITE " IGNORADO"
           IF J > 0
               ADD 1 TO TAB-NOITES(J)
               ADD EST-MEDIA TO TAB-SOMA-MEDIAS(J)
               IF EST-DATA < TAB-PRIMEIRA(J)
                   MOVE EST-DATA TO TAB-PRIMEIRA(J)
               END-IF
               IF EST-DATA > TAB-ULTIMA(J)
                   MOVE EST-DATA TO TAB-ULTIMA(J)
               END-IF
               IF TAB-CONT-ULTIMAS(J) < 3
                   ADD 1 TO TAB-CONT-ULTIMAS(J)
               ELSE
                   ADD 1 TO WS-CONT-DERIVAS
               END-IF
           END-IF
           PERFORM CONTAR-NOITES-EM-FALTA
           WRITE RELATORIO-REC.
      ******************************************************************
      * Noites devidas: os dias entre a primeira e a ultima noite
      * registadas que foram dia normal para a regiao do site. As que
      * faltam sao as devidas menos as registadas.
      ******************************************************************
       CONTAR-NOITES-EM-FALTA.
           MOVE 0 TO WS-DEVIDAS
           COMPUTE WS-DIA = FUNCTION INTEGER-OF-DATE(TAB-PRIMEIRA(I))
           COMPUTE WS-DIA-FIM =
               FUNCTION INTEGER-OF-DATE(TAB-ULTIMA(I))
           MOVE TAB-REGIAO(I) TO SCL-REGIAO-PARM
           PERFORM UNTIL WS-DIA > WS-DIA-FIM
               COMPUTE SCL-DATA-PARM = FUNCTION DATE-OF-INTEGER(WS-DIA)
               CALL "SITECAL" USING SITECAL-PARMS
               IF SCL-DIA-NORMAL
                   ADD 1 TO WS-DEVIDAS
               END-IF
               ADD 1 TO WS-DIA
           END-PERFORM
           IF WS-DEVIDAS > TAB-NOITES(I)
               COMPUTE REL-EM-FALTA = WS-DEVIDAS - TAB-NOITES(I)
               ADD REL-EM-FALTA TO WS-TOTAL-EM-FALTA
           ELSE
               MOVE 0 TO REL-EM-FALTA
           END-IF.
       LER-REGIOES.
           MOVE "N" TO WS-EOF
           OPEN INPUT SITEMST-FILE
           IF WS-SITEMST-STATUS = "35"
               DISPLAY "EX1DRIFT: SEM MASTER DE SITES - SO O "
                   "CALENDARIO GERAL CONTA"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SITEMST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           PERFORM VARYING I FROM 1 BY 1
                                   UNTIL I > WS-CONT-SITES
                               IF TAB-SITE(I) = SIT-CODIGO
                                   MOVE SIT-REGIAO TO TAB-REGIAO(I)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE SITEMST-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       END PROGRAM EX1DRIFT.
