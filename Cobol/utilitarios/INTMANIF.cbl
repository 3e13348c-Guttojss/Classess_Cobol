      *            date ends with RETURN-CODE 8 so the stream stops
      *            before classifying half a day; a silent site alone
      *            is RETURN-CODE 4.
      * 10/15/26 - a site on a holiday of its own region (SITECAL,
      *            keyed on SIT-REGIAO) is not expected to transmit:
      *            it is listed as NAO ESPERADO instead of silent and
      *            does not raise RETURN-CODE 4. Its next
      *            transmission carries both days.
      * 10/15/26 - arrival log for the timeliness scorecard. The
      *            receiving path stamps each manifest with the time
      *            the block landed in INTAKRAW (MAN-HORA-CHEGADA,
      *            HHMM, columns 51-54). For every block this step
      *            appends one SITECHEG record -- date, site,
      *            arrival, the site's cutoff (SIT-HORA-CORTE on the
      *            site master), P pontual / A atrasado with the
      *            minutes late -- and one per active site that sent
      *            nothing (F falta, or N nao esperado on a regional
      *            holiday). In a supplemental pass (CALL "RUNMODE")
      *            the late-arrivals blocks are logged with pass type
      *            S -- each one is a supplemental pass that site
      *            caused -- and, the base run owning the date,
      *            silent sites are not reported again and RUNCTL is
      *            not marked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTMANIF.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-FILE ASSIGN TO "INTMREL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHEGADAS-FILE ASSIGN TO "SITECHEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRUTO-FILE.
           05  BRU-TIPO             PIC X(2).
           05  FILLER               PIC X.
           05  BRU-RESTO            PIC X(46).
           05  FILLER               PIC X(5).
      * vista de manifesto sobre a mesma area de registo
       01  MANIFESTO-VIEW REDEFINES BRUTO-REC.
           05  FILLER               PIC X(3).
           05  MAN-CONT-PI          PIC 9(5).
           05  FILLER               PIC X.
           05  MAN-HASH             PIC 9(9).
           05  FILLER               PIC X.
           05  MAN-HORA-CHEGADA     PIC X(4).
       FD  SITEMST-FILE.
       01  SITEMST-REC.
           05  SIT-CODIGO           PIC X(3).
           05  SIT-CONTACTO         PIC X(20).
           05  FILLER               PIC X.
           05  SIT-ATIVO            PIC X.
           05  FILLER               PIC X.
           05  SIT-HORA-CORTE       PIC X(4).
       FD  LIMPO-FILE.
       01  LIMPO-REC                PIC X(22).
       FD  RELATORIO-FILE.
       01  RELATORIO-REC            PIC X(80).
       FD  CHEGADAS-FILE.
           COPY "SITECHEG.cpy".
       WORKING-STORAGE SECTION.
       77 WS-SITEMST-STATUS PIC XX VALUE SPACES.
       77 WS-CHEG-STATUS PIC XX VALUE SPACES.
       77 WS-MINUTOS-CHEGADA PIC 9(4).
       77 WS-MINUTOS-CORTE PIC 9(4).
       77 WS-HORA-CHEGADA PIC X(4).
       77 WS-SITE-IDX PIC 99.
       77 WS-ESTADO-AUSENCIA PIC X.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-BLOCO-ABERTO PIC X VALUE "N".
           88 BLOCO-ABERTO VALUE "S".
       77 WS-FALHAS PIC 99 VALUE 0.
       77 WS-SILENCIOSOS PIC 99 VALUE 0.
       77 WS-NAO-ESPERADOS PIC 99 VALUE 0.
       77 WS-SITE-ATUAL PIC X(3).
       77 WS-ESP-L1 PIC 9(5).
       77 WS-ESP-T2 PIC 9(5).
       77 WS-DATA-NEGOCIO PIC 9(8).
           COPY "RUNCTL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
           COPY "SITECAL-WS.cpy".
           COPY "RUNMODE-WS.cpy".
       01 WS-HORA-CALC.
           05  WS-CALC-HH           PIC 99.
           05  WS-CALC-MM           PIC 99.
       01 TABELA-SITES.
           03 SITE-LINHA OCCURS 20 TIMES.
               05  TAB-CODIGO       PIC X(3).
               05  TAB-REGIAO       PIC X(10).
               05  TAB-HORA-CORTE   PIC X(4).
               05  TAB-ATIVO        PIC X.
               05  TAB-TRANSMITIU   PIC X.
       01 LINHA-SITE.
           05  FILLER               PIC X(21)
               VALUE "SITE SEM TRANSMISSAO ".
           05  LN-SITE              PIC X(3).
       01 LINHA-FERIADO.
           05  FILLER               PIC X(21)
               VALUE "SITE EM FERIADO      ".
           05  LF-SITE              PIC X(3).
           05  FILLER               PIC X(32)
               VALUE " - NAO ESPERADO (FERIADO REGIAO ".
           05  LF-REGIAO            PIC X(10).
           05  FILLER               PIC X VALUE ")".
       01 LINHA-CORRUPTO.
           05  FILLER               PIC X(37) VALUE
               "DETALHE SEM MANIFESTO - FLUXO PARADO ".
           ELSE
               MOVE BUS-DATA-PARM TO WS-DATA-NEGOCIO
           END-IF
           CALL "RUNMODE" USING RUNMODE-PARMS
           PERFORM LER-SITE-MASTER
           OPEN EXTEND CHEGADAS-FILE
           IF WS-CHEG-STATUS = "35"
               OPEN OUTPUT CHEGADAS-FILE
           END-IF
           OPEN INPUT BRUTO-FILE
           OPEN OUTPUT LIMPO-FILE
           OPEN OUTPUT RELATORIO-FILE
           IF BLOCO-ABERTO
               PERFORM FECHAR-BLOCO
           END-IF
           IF NOT MODO-SUPLEMENTAR
               PERFORM REPORTAR-SILENCIOSOS
           END-IF
           CLOSE CHEGADAS-FILE
           CLOSE BRUTO-FILE
           CLOSE LIMPO-FILE
           CLOSE RELATORIO-FILE
           DISPLAY "INTMANIF: " WS-FALHAS " FALHA(S), "
               WS-SILENCIOSOS " SITE(S) SEM TRANSMISSAO, "
               WS-NAO-ESPERADOS " EM FERIADO REGIONAL"
           IF WS-FALHAS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT MODO-SUPLEMENTAR
                   PERFORM MARCAR-PASSO-CONCLUIDO
               END-IF
               IF WS-SILENCIOSOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           MOVE 0 TO WS-OBT-NP
           MOVE 0 TO WS-OBT-PI
           MOVE 0 TO WS-OBT-HASH
           MOVE MAN-HORA-CHEGADA TO WS-HORA-CHEGADA
           PERFORM MARCAR-TRANSMISSAO.
      ******************************************************************
      * O hash soma os valores numericos dos detalhes (modulo da
           MOVE WS-OBT-HASH TO LH-OBT
           WRITE RELATORIO-REC FROM LINHA-HASH.
       MARCAR-TRANSMISSAO.
           MOVE 0 TO WS-SITE-IDX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-SITES
               IF TAB-CODIGO(I) = WS-SITE-ATUAL
                   MOVE "S" TO TAB-TRANSMITIU(I)
                   MOVE I TO WS-SITE-IDX
                   MOVE WS-CONT-SITES TO I
               END-IF
           END-PERFORM
           PERFORM REGISTAR-CHEGADA.
      ******************************************************************
      * Chegada do bloco contra a hora de corte do site (minutos desde
      * a meia-noite). Sem hora de chegada valida o bloco conta como
      * pontual; sem corte no master tambem.
      ******************************************************************
       REGISTAR-CHEGADA.
           MOVE SPACES TO SITECHEG-REC
           MOVE WS-DATA-NEGOCIO TO CHG-DATA
           MOVE WS-SITE-ATUAL TO CHG-SITE
           MOVE "P" TO CHG-ESTADO
           MOVE 0 TO CHG-MINUTOS-ATRASO
           IF MODO-SUPLEMENTAR
               MOVE "S" TO CHG-PASSAGEM
           ELSE
               MOVE "B" TO CHG-PASSAGEM
           END-IF
           IF WS-HORA-CHEGADA NUMERIC
               MOVE WS-HORA-CHEGADA TO CHG-HORA-CHEGADA
           ELSE
               MOVE 0 TO CHG-HORA-CHEGADA
               DISPLAY "INTMANIF: MANIFESTO SEM HORA DE CHEGADA - "
                   "SITE " WS-SITE-ATUAL
           END-IF
           MOVE 0 TO CHG-HORA-CORTE
           IF WS-SITE-IDX > 0
               IF TAB-HORA-CORTE(WS-SITE-IDX) NUMERIC
                   MOVE TAB-HORA-CORTE(WS-SITE-IDX) TO CHG-HORA-CORTE
               END-IF
           END-IF
           IF WS-HORA-CHEGADA NUMERIC AND CHG-HORA-CORTE > 0
               MOVE CHG-HORA-CHEGADA TO WS-HORA-CALC
               COMPUTE WS-MINUTOS-CHEGADA =
                   WS-CALC-HH * 60 + WS-CALC-MM
               MOVE CHG-HORA-CORTE TO WS-HORA-CALC
               COMPUTE WS-MINUTOS-CORTE =
                   WS-CALC-HH * 60 + WS-CALC-MM
               IF WS-MINUTOS-CHEGADA > WS-MINUTOS-CORTE
                   MOVE "A" TO CHG-ESTADO
                   COMPUTE CHG-MINUTOS-ATRASO =
                       WS-MINUTOS-CHEGADA - WS-MINUTOS-CORTE
               END-IF
           END-IF
           WRITE SITECHEG-REC.
       REGISTAR-AUSENCIA.
           MOVE SPACES TO SITECHEG-REC
           MOVE WS-DATA-NEGOCIO TO CHG-DATA
           MOVE TAB-CODIGO(I) TO CHG-SITE
           MOVE 0 TO CHG-HORA-CHEGADA
           MOVE 0 TO CHG-HORA-CORTE
           IF TAB-HORA-CORTE(I) NUMERIC
               MOVE TAB-HORA-CORTE(I) TO CHG-HORA-CORTE
           END-IF
           MOVE WS-ESTADO-AUSENCIA TO CHG-ESTADO
           MOVE 0 TO CHG-MINUTOS-ATRASO
           MOVE "B" TO CHG-PASSAGEM
           WRITE SITECHEG-REC.
       REPORTAR-SILENCIOSOS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-SITES
               IF TAB-ATIVO(I) = "S"
                   AND TAB-TRANSMITIU(I) = "N"
                   MOVE TAB-REGIAO(I) TO SCL-REGIAO-PARM
                   MOVE WS-DATA-NEGOCIO TO SCL-DATA-PARM
                   CALL "SITECAL" USING SITECAL-PARMS
                   IF SCL-DIA-NORMAL
                       ADD 1 TO WS-SILENCIOSOS
                       MOVE TAB-CODIGO(I) TO LN-SITE
                       WRITE RELATORIO-REC FROM LINHA-SILENCIO
                       MOVE "F" TO WS-ESTADO-AUSENCIA
                       PERFORM REGISTAR-AUSENCIA
                   ELSE
                       ADD 1 TO WS-NAO-ESPERADOS
                       MOVE TAB-CODIGO(I) TO LF-SITE
                       MOVE TAB-REGIAO(I) TO LF-REGIAO
                       WRITE RELATORIO-REC FROM LINHA-FERIADO
                       MOVE "N" TO WS-ESTADO-AUSENCIA
                       PERFORM REGISTAR-AUSENCIA
                   END-IF
               END-IF
           END-PERFORM.
       LER-SITE-MASTER.
                               ADD 1 TO WS-CONT-SITES
                               MOVE SIT-CODIGO TO
                                   TAB-CODIGO(WS-CONT-SITES)
                               MOVE SIT-REGIAO TO
                                   TAB-REGIAO(WS-CONT-SITES)
                               MOVE SIT-HORA-CORTE TO
                                   TAB-HORA-CORTE(WS-CONT-SITES)
                               MOVE SIT-ATIVO TO
                                   TAB-ATIVO(WS-CONT-SITES)
                               MOVE "N" TO
