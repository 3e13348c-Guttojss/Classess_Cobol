      *            is the first one reprocessed instead of being
      *            skipped forever. With no ROLLPARM dataset the old
      *            any-entry rule applies, loudly.
      * 10/15/26 - regional holidays. A site that observed a holiday
      *            of its own region (SITECAL, keyed on SIT-REGIAO)
      *            on the working day(s) before the date about to run
      *            sends those days together with this one in its
      *            next transmission. For each ACTIVE site on the
      *            site master the step now walks back from the
      *            date to run over the regional-holiday days and,
      *            when there are any, journals an I002 to the run
      *            log (key = site) so the morning shift knows the
      *            file will carry more than one day. Shop-wide
      *            no-run days are skipped in the walk-back as
      *            before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATCHUP.
           SELECT PARM-FILE ASSIGN TO "ROLLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT SITEMST-FILE ASSIGN TO "SITEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITEMST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLO-FILE.
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-PROGRAMA        PIC X(8).
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
       77 WS-CTL-STATUS PIC XX VALUE SPACES.
       77 WS-CAL-STATUS PIC XX VALUE SPACES.
       77 WS-CONT-PENDENTES PIC 99 VALUE 0.
       77 WS-PRIMEIRA-PENDENTE PIC 9(8) VALUE 0.
       77 WS-PRM-STATUS PIC XX VALUE SPACES.
       77 WS-SITEMST-STATUS PIC XX VALUE SPACES.
       77 WS-DIAS-REGIONAIS PIC 99.
       77 WS-FIM-RECUO PIC X.
       77 WS-TEXTO-DIAS PIC Z9.
       77 WS-MAX-PASSOS PIC 99 VALUE 30.
       77 WS-CONT-PASSOS PIC 99 VALUE 0.
       77 WS-MAX-DATAS PIC 99 VALUE 90.
               05  DAT-DATA         PIC 9(8).
               05  DAT-FEITO        PIC X OCCURS 30 TIMES.
           COPY "RUNLOG-WS.cpy".
           COPY "SITECAL-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               MOVE WS-HOJE TO WS-PRIMEIRA-PENDENTE
           END-IF
           PERFORM GRAVAR-BUSDATE
           PERFORM AVISAR-FERIADOS-REGIONAIS
           DISPLAY "CATCHUP: PROXIMA DATA A PROCESSAR "
               WS-PRIMEIRA-PENDENTE " (" WS-CONT-PENDENTES
               " PENDENTES)"
               CLOSE CALENDARIO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Recua a partir da data a processar sobre os dias que foram
      * feriado da regiao do site (saltando os feriados gerais): cada
      * um e mais um dia dentro da proxima transmissao do site.
      ******************************************************************
       AVISAR-FERIADOS-REGIONAIS.
           MOVE "N" TO WS-EOF
           OPEN INPUT SITEMST-FILE
           IF WS-SITEMST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SITEMST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF SIT-ATIVO = "S"
                               AND SIT-REGIAO NOT = SPACES
                               PERFORM AVALIAR-FERIADOS-SITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITEMST-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       AVALIAR-FERIADOS-SITE.
           MOVE 0 TO WS-DIAS-REGIONAIS
           MOVE "N" TO WS-FIM-RECUO
           MOVE SIT-REGIAO TO SCL-REGIAO-PARM
           COMPUTE WS-DIA =
               FUNCTION INTEGER-OF-DATE(WS-PRIMEIRA-PENDENTE)
           PERFORM UNTIL WS-FIM-RECUO = "S"
               SUBTRACT 1 FROM WS-DIA
               COMPUTE SCL-DATA-PARM = FUNCTION DATE-OF-INTEGER(WS-DIA)
               CALL "SITECAL" USING SITECAL-PARMS
               EVALUATE TRUE
                   WHEN SCL-FERIADO-REGIONAL
                       ADD 1 TO WS-DIAS-REGIONAIS
                   WHEN SCL-FERIADO-GERAL
                       CONTINUE
                   WHEN OTHER
                       MOVE "S" TO WS-FIM-RECUO
               END-EVALUATE
               IF WS-DIAS-REGIONAIS > 30
                   MOVE "S" TO WS-FIM-RECUO
               END-IF
           END-PERFORM
           IF WS-DIAS-REGIONAIS > 0
               MOVE WS-DIAS-REGIONAIS TO WS-TEXTO-DIAS
               DISPLAY "CATCHUP: SITE " SIT-CODIGO " ENVIA MAIS "
                   WS-TEXTO-DIAS " DIA(S) DE FERIADO REGIONAL"
               MOVE "CATCHUP" TO RLG-PROGRAMA-PARM
               MOVE "I" TO RLG-SEVERIDADE-PARM
               MOVE "I002" TO RLG-CODIGO-PARM
               MOVE SPACES TO RLG-TEXTO-PARM
               STRING "ENVIO COM +" WS-TEXTO-DIAS
                   " DIA(S) FERIADO REGIONAL"
                   DELIMITED BY SIZE INTO RLG-TEXTO-PARM
               MOVE SIT-CODIGO TO RLG-CHAVE-PARM
               CALL "RUNLOG" USING RUNLOG-PARMS
           END-IF.
       GRAVAR-BUSDATE.
           OPEN OUTPUT DATA-FILE
           MOVE WS-PRIMEIRA-PENDENTE TO BUS-DATA
