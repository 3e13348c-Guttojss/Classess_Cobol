      *            where each receipt is also registered -- the same
      *            scheduler path the finance feeds use carries the
      *            blocks out to the sites.
      * 10/15/26 - every ACTIVE site on the site master now gets a
      *            receipt, transmission or not. A site that sent
      *            nothing gets one with zero counts and the line
      *            "EST TRANSMISSAO EM FALTA" -- unless the day is a
      *            holiday of its own region (SITECAL, keyed on
      *            SIT-REGIAO), when the line reads "EST NAO
      *            ESPERADO" instead: the site is not in failure and
      *            will send the day with its next transmission. A
      *            manifest with no detail records now also earns
      *            its site a receipt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITERCPT.
               FILE STATUS IS WS-REG-STATUS.
           SELECT RECIBOS-FILE ASSIGN TO "RCPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SITEMST-FILE ASSIGN TO "SITEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRUTO-FILE.
           05  RGT-HASH             PIC 9(9).
       FD  RECIBOS-FILE.
       01  RECIBOS-REC              PIC X(80).
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
       77 WS-FONTE-STATUS PIC XX VALUE SPACES.
       77 WS-REG-STATUS PIC XX VALUE SPACES.
               05  TAB-RECEBIDOS    PIC 9(5) OCCURS 4 TIMES.
               05  TAB-REJ-TIPO     PIC 9(5).
               05  TAB-DUPLICADOS   PIC 9(5).
      * T=transmitiu, E=esperado e em falta, N=nao esperado (feriado)
               05  TAB-ESTADO       PIC X.
       01 NOMES-TIPOS.
           05  FILLER               PIC XX VALUE "L1".
           05  FILLER               PIC XX VALUE "T2".
           05  LR-MOTIVO            PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  LR-CONT              PIC 9(5).
       01 LINHA-ESTADO.
           05  FILLER               PIC X(4) VALUE "EST ".
           05  LE-ESTADO            PIC X(40).
       01 LINHA-TRAILER.
           05  FILLER               PIC X(4) VALUE "FIM ".
           05  TRL-SITE             PIC X(3).
           COPY "BUSDATE-WS.cpy".
           COPY "SITECAL-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM CONTAR-RECEBIDOS
           PERFORM CONTAR-REJEITADOS
           PERFORM CONTAR-DUPLICADOS
           PERFORM ACRESCENTAR-SEM-TRANSMISSAO
           OPEN OUTPUT RECIBOS-FILE
           MOVE SPACES TO RECIBOS-REC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-SITES
                       NOT AT END
                           IF BRU-TIPO = "MF"
                               MOVE MAN-SITE TO WS-SITE-ATUAL
                               PERFORM LOCALIZAR-SITE
                           ELSE
                               PERFORM CONTAR-UM-DETALHE
                           END-IF
               END-PERFORM
               MOVE 0 TO TAB-REJ-TIPO(J)
               MOVE 0 TO TAB-DUPLICADOS(J)
               MOVE "T" TO TAB-ESTADO(J)
           END-IF.
      ******************************************************************
      * So o payload L1 carrega o site; o resto dos rejeitados conta
               CLOSE DUPOUT-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Os sites ativos do master que nao enviaram nada entram na
      * tabela sem contagens: em falta, ou nao esperados quando o dia
      * e feriado da regiao do site.
      ******************************************************************
       ACRESCENTAR-SEM-TRANSMISSAO.
           OPEN INPUT SITEMST-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "SITERCPT: SITEMST AUSENTE - SITES SEM "
                   "TRANSMISSAO NAO RECEBEM RECIBO"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SITEMST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF SIT-ATIVO = "S"
                               PERFORM AVALIAR-SITE-MASTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITEMST-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       AVALIAR-SITE-MASTER.
           MOVE 0 TO J
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-SITES
               IF TAB-SITE(I) = SIT-CODIGO
                   MOVE I TO J
                   MOVE WS-CONT-SITES TO I
               END-IF
           END-PERFORM
           IF J = 0
               MOVE SIT-CODIGO TO WS-SITE-ATUAL
               PERFORM LOCALIZAR-SITE
               IF J > 0
                   MOVE SIT-REGIAO TO SCL-REGIAO-PARM
                   MOVE WS-DATA-NEGOCIO TO SCL-DATA-PARM
                   CALL "SITECAL" USING SITECAL-PARMS
                   IF SCL-DIA-NORMAL
                       MOVE "E" TO TAB-ESTADO(J)
                   ELSE
                       MOVE "N" TO TAB-ESTADO(J)
                   END-IF
               END-IF
           END-IF.
       GRAVAR-RECIBO.
           PERFORM APURAR-SEQUENCIA
           MOVE TAB-SITE(I) TO CAB-SITE
           MOVE WS-DATA-NEGOCIO TO CAB-DATA
           MOVE WS-SEQUENCIA TO CAB-SEQUENCIA
           WRITE RECIBOS-REC FROM LINHA-CABECALHO
           EVALUATE TAB-ESTADO(I)
               WHEN "E"
                   MOVE "TRANSMISSAO EM FALTA" TO LE-ESTADO
                   WRITE RECIBOS-REC FROM LINHA-ESTADO
               WHEN "N"
                   MOVE "NAO ESPERADO - FERIADO REGIONAL"
                       TO LE-ESTADO
                   WRITE RECIBOS-REC FROM LINHA-ESTADO
           END-EVALUATE
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 4
               MOVE NOME-TIPO(T) TO LT-TIPO
               MOVE TAB-RECEBIDOS(I, T) TO LT-RECEBIDOS
