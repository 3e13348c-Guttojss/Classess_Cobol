      *            accumulation table now fails LOUDLY (RETURN-CODE
      *            8) and leaves DQHIST untouched instead of
      *            silently discarding history rows past the bound.
      * 10/15/26 - missing transmissions are scored too: every ACTIVE
      *            site on the site master with no manifest block in
      *            tonight's raw intake (INTAKRAW) counts one reject
      *            under source SILENCIO for its site -- but only
      *            when the night is a normal day for the site's own
      *            region (SITECAL, keyed on SIT-REGIAO). A regional
      *            holiday is not a quality failure and is not
      *            counted.
      * 10/15/26 - referential-integrity findings are scored too: the
      *            per-rule orphan counts REFINTEG leaves on RICONT
      *            (RICONT.cpy) enter under the rule id as the source.
      *            An orphan stays an orphan until someone fixes it,
      *            so the month's row for a rule holds the LATEST
      *            night's count instead of adding night after night;
      *            counts from another business date and rules
      *            REFINTEG could not check are left out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCORE.
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RELATORIO-FILE ASSIGN TO "DQSCREL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SITEMST-FILE ASSIGN TO "SITEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT BRUTO-FILE ASSIGN TO "INTAKRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT RICONT-FILE ASSIGN TO "RICONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DUPOUT-FILE.
               SIGN LEADING SEPARATE.
           05  FILLER               PIC X VALUE SPACE.
           05  REL-ALERTA           PIC X(5).
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
       FD  BRUTO-FILE.
       01  BRUTO-REC.
           05  BRU-TIPO             PIC X(2).
           05  FILLER               PIC X.
           05  BRU-SITE             PIC X(3).
           05  FILLER               PIC X(43).
       FD  RICONT-FILE.
           COPY "RICONT.cpy".
       WORKING-STORAGE SECTION.
       77 WS-FONTE-STATUS PIC XX VALUE SPACES.
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
       77 WS-TABELA-CHEIA PIC X VALUE "N".
           88 TABELA-CHEIA VALUE "S".
           COPY "RUNCTL-WS.cpy".
           COPY "SITECAL-WS.cpy".
       77 WS-MAX-SITES PIC 99 VALUE 20.
       77 WS-CONT-SITES PIC 99 VALUE 0.
       77 WS-SITE-IDX PIC 99.
       01 TABELA-SITES.
           03 SITE-LINHA OCCURS 20 TIMES.
               05  TS-CODIGO        PIC X(3).
               05  TS-REGIAO        PIC X(10).
               05  TS-TRANSMITIU    PIC X.
       01 TABELA-HISTORIA.
           03 HISTORIA-LINHA OCCURS 400 TIMES.
               05  TAB-MES          PIC 9(6).
           PERFORM CONTAR-INTREJ
           PERFORM CONTAR-IMCVREJ
           PERFORM CONTAR-EX1REJ
           PERFORM CONTAR-SILENCIOS
           PERFORM CONTAR-ORFAOS
           PERFORM CONTAR-VOLUME
           IF TABELA-CHEIA
               DISPLAY "DQSCORE: TABELA DE HISTORIA CHEIA - "
           END-IF
           MOVE "N" TO WS-EOF.
       ACUMULAR-REJEITADO.
           PERFORM LOCALIZAR-LINHA
           IF J > 0
               ADD 1 TO TAB-REJEITADOS(J)
           END-IF.
       LOCALIZAR-LINHA.
           MOVE 0 TO J
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-LINHAS
               IF TAB-MES(I) = WS-MES-ATUAL
               ELSE
                   SET TABELA-CHEIA TO TRUE
               END-IF
           END-IF.
      ******************************************************************
      * DUPOUT guarda o registo de entrada EX1 tal e qual: empresa
               CLOSE EX1REJ-FILE
           END-IF.
      ******************************************************************
      * Site ativo sem bloco de manifesto no INTAKRAW: um rejeitado
      * SILENCIO, salvo se a noite for feriado da regiao do site.
      ******************************************************************
       CONTAR-SILENCIOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT SITEMST-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "FONTE SITEMST AUSENTE - SEM SILENCIOS"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SITEMST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF SIT-ATIVO = "S"
                               AND WS-CONT-SITES < WS-MAX-SITES
                               ADD 1 TO WS-CONT-SITES
                               MOVE SIT-CODIGO TO
                                   TS-CODIGO(WS-CONT-SITES)
                               MOVE SIT-REGIAO TO
                                   TS-REGIAO(WS-CONT-SITES)
                               MOVE "N" TO
                                   TS-TRANSMITIU(WS-CONT-SITES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITEMST-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT BRUTO-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "FONTE INTAKRAW AUSENTE - SEM SILENCIOS"
               MOVE 0 TO WS-CONT-SITES
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ BRUTO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF BRU-TIPO = "MF"
                               PERFORM MARCAR-TRANSMISSAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRUTO-FILE
           END-IF
           MOVE "N" TO WS-EOF
           MOVE "SILENCIO" TO WS-FONTE
           MOVE SPACES TO WS-EMPRESA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-SITES
               IF TS-TRANSMITIU(I) = "N"
                   MOVE TS-REGIAO(I) TO SCL-REGIAO-PARM
                   MOVE WS-DATA-NEGOCIO TO SCL-DATA-PARM
                   CALL "SITECAL" USING SITECAL-PARMS
                   IF SCL-DIA-NORMAL
                       MOVE TS-CODIGO(I) TO WS-SITE
                       MOVE I TO WS-SITE-IDX
                       PERFORM ACUMULAR-REJEITADO
                       MOVE WS-SITE-IDX TO I
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      * Orfaos da verificacao de integridade (RICONT): a contagem da
      * noite substitui a do mes, nao se soma.
      ******************************************************************
       CONTAR-ORFAOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT RICONT-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "FONTE RICONT AUSENTE"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ RICONT-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF RIC-DATA = WS-DATA-NEGOCIO
                               AND RIC-ORFAOS NOT = 9999999
                               MOVE RIC-REGRA TO WS-FONTE
                               MOVE SPACES TO WS-EMPRESA
                               MOVE SPACES TO WS-SITE
                               PERFORM LOCALIZAR-LINHA
                               IF J > 0
                                   MOVE RIC-ORFAOS TO
                                       TAB-REJEITADOS(J)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RICONT-FILE
           END-IF.
       MARCAR-TRANSMISSAO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-SITES
               IF TS-CODIGO(I) = BRU-SITE
                   MOVE "S" TO TS-TRANSMITIU(I)
               END-IF
           END-PERFORM.
      ******************************************************************
      * O volume da noite entra numa linha propria por destino
      * (fonte VOLUME), o denominador das taxas do mes.
      ******************************************************************
