      ******************************************************************
      * RPTARQ.cbl
      * 10/15/26 - report archive capture. RPTDIST bundles the night's
      *            reports, but the report datasets are rewritten
      *            every run: the EXCDREL or IMCDEPT of six weeks ago
      *            was in a generation nobody could identify, or gone.
      *            Runs at the end of each stream and APPENDS every
      *            report present on its DD (the report id, the
      *            RPTDIST convention) to the report archive (RPTARQF,
      *            see RPTARQ.cpy), line for line as produced, and one
      *            index line (RPTARQIX, see RPTARQIX.cpy) per audience
      *            the report is mapped to on RPTAUDNC: report id,
      *            business date, run id of this capture, audience,
      *            pages, lines and where the lines are. A DD the
      *            stream does not allocate is skipped; an empty
      *            report is reported and not archived. The archive
      *            is written under the RPTARQF lock (LOCKMGR), the
      *            one RETENTN takes to expire editions by the
      *            per-report rules on RPTRETP; a busy lock captures
      *            nothing and ends with RETURN-CODE 8. No report
      *            captured at all ends with RETURN-CODE 4. Editions
      *            are listed and reprinted with RPTREPR.
      * 10/15/26 - KPIREL, the monthly executive indicator pack
      *            (KPIMES), is captured with the month-end reports.
      * 10/15/26 - PRVREL, the seasonal series forecast (PERIOPRV),
      *            is captured with the month-end reports.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTARQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIENCIA-FILE ASSIGN TO "RPTAUDNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT RIREL-FILE ASSIGN TO "RIREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT INTMREL-FILE ASSIGN TO "INTMREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT EX2RETRL-FILE ASSIGN TO "EX2RETRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT EXCDREL-FILE ASSIGN TO "EXCDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT SLAREL-FILE ASSIGN TO "SLAREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT ACKREL-FILE ASSIGN TO "ACKREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT IMCDEPT-FILE ASSIGN TO "IMCDEPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT OPERREL-FILE ASSIGN TO "OPERREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT RECONOUT-FILE ASSIGN TO "RECONOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT AUDAMREL-FILE ASSIGN TO "AUDAMREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT GLCLREL-FILE ASSIGN TO "GLCLREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT SITEPREL-FILE ASSIGN TO "SITEPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT REAVREL-FILE ASSIGN TO "REAVREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT ORCREL-FILE ASSIGN TO "ORCREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT CONGREL-FILE ASSIGN TO "CONGREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT DRENSAIO-FILE ASSIGN TO "DRENSAIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT CHRGREL-FILE ASSIGN TO "CHRGREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT INCREL-FILE ASSIGN TO "INCREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT RECERTRL-FILE ASSIGN TO "RECERTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT SODREL-FILE ASSIGN TO "SODREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT CAPREL-FILE ASSIGN TO "CAPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT KPIREL-FILE ASSIGN TO "KPIREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT PRVREL-FILE ASSIGN TO "PRVREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT CSVEX3-FILE ASSIGN TO "CSVEX3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT CSVEX7-FILE ASSIGN TO "CSVEX7"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT CSVIMCD-FILE ASSIGN TO "CSVIMCD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT CSVBILL-FILE ASSIGN TO "CSVBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT CSVGLSUM-FILE ASSIGN TO "CSVGLSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT CSVEX1A-FILE ASSIGN TO "CSVEX1A"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT ARQUIVO-FILE ASSIGN TO "RPTARQF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT INDICE-FILE ASSIGN TO "RPTARQIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIENCIA-FILE.
       01  AUDIENCIA-REC.
           05  AUD-RELATORIO        PIC X(8).
           05  FILLER               PIC X.
           05  AUD-AUDIENCIA        PIC X(8).
       FD  RIREL-FILE.
       01  RIREL-REC                PIC X(120).
       FD  INTMREL-FILE.
       01  INTMREL-REC              PIC X(120).
       FD  EX2RETRL-FILE.
       01  EX2RETRL-REC             PIC X(120).
       FD  EXCDREL-FILE.
       01  EXCDREL-REC              PIC X(120).
       FD  SLAREL-FILE.
       01  SLAREL-REC               PIC X(120).
       FD  ACKREL-FILE.
       01  ACKREL-REC               PIC X(120).
       FD  IMCDEPT-FILE.
       01  IMCDEPT-REC              PIC X(120).
       FD  OPERREL-FILE.
       01  OPERREL-REC              PIC X(120).
       FD  RECONOUT-FILE.
       01  RECONOUT-REC             PIC X(120).
       FD  AUDAMREL-FILE.
       01  AUDAMREL-REC             PIC X(120).
       FD  GLCLREL-FILE.
       01  GLCLREL-REC              PIC X(120).
       FD  SITEPREL-FILE.
       01  SITEPREL-REC             PIC X(120).
       FD  REAVREL-FILE.
       01  REAVREL-REC              PIC X(120).
       FD  ORCREL-FILE.
       01  ORCREL-REC               PIC X(120).
       FD  CONGREL-FILE.
       01  CONGREL-REC              PIC X(120).
       FD  DRENSAIO-FILE.
       01  DRENSAIO-REC             PIC X(120).
       FD  CHRGREL-FILE.
       01  CHRGREL-REC              PIC X(120).
       FD  INCREL-FILE.
       01  INCREL-REC               PIC X(120).
       FD  RECERTRL-FILE.
       01  RECERTRL-REC             PIC X(120).
       FD  SODREL-FILE.
       01  SODREL-REC               PIC X(120).
       FD  CAPREL-FILE.
       01  CAPREL-REC               PIC X(120).
       FD  KPIREL-FILE.
       01  KPIREL-REC               PIC X(120).
       FD  PRVREL-FILE.
       01  PRVREL-REC               PIC X(120).
       FD  CSVEX3-FILE.
       01  CSVEX3-REC               PIC X(120).
       FD  CSVEX7-FILE.
       01  CSVEX7-REC               PIC X(120).
       FD  CSVIMCD-FILE.
       01  CSVIMCD-REC              PIC X(120).
       FD  CSVBILL-FILE.
       01  CSVBILL-REC              PIC X(120).
       FD  CSVGLSUM-FILE.
       01  CSVGLSUM-REC             PIC X(120).
       FD  CSVEX1A-FILE.
       01  CSVEX1A-REC              PIC X(120).
       FD  ARQUIVO-FILE.
           COPY "RPTARQ.cpy".
       FD  INDICE-FILE.
           COPY "RPTARQIX.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-RUN-ID PIC X(19).
       77 WS-AUD-STATUS PIC XX VALUE SPACES.
       77 WS-FONTE-STATUS PIC XX VALUE SPACES.
       77 WS-ARQ-STATUS PIC XX VALUE SPACES.
       77 WS-IDX-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-RELATORIO PIC X(8).
       77 WS-AUDIENCIA PIC X(8).
       77 WS-AUSENTE PIC X.
       77 WS-LINHA PIC X(120).
       77 WS-LINHAS PIC 9(7).
       77 WS-PAGINAS PIC 9(4).
       77 WS-CONT-EDICOES PIC 9(4) VALUE 0.
       77 WS-CONT-VAZIOS PIC 9(4) VALUE 0.
       77 WS-CONT-INDICE PIC 9(4) VALUE 0.
       77 WS-TOTAL-LINHAS PIC 9(7) VALUE 0.
       77 WS-MAX-MAPAS PIC 99 VALUE 30.
       77 WS-CONT-MAPAS PIC 99 VALUE 0.
       77 WS-CONT-AUDIENCIAS PIC 99.
       77 I PIC 99.
       77 R PIC 99.
       01 TABELA-RELATORIOS.
           05  FILLER               PIC X(8) VALUE "RIREL".
           05  FILLER               PIC X(8) VALUE "INTMREL".
           05  FILLER               PIC X(8) VALUE "EX2RETRL".
           05  FILLER               PIC X(8) VALUE "EXCDREL".
           05  FILLER               PIC X(8) VALUE "SLAREL".
           05  FILLER               PIC X(8) VALUE "ACKREL".
           05  FILLER               PIC X(8) VALUE "IMCDEPT".
           05  FILLER               PIC X(8) VALUE "OPERREL".
           05  FILLER               PIC X(8) VALUE "RECONOUT".
           05  FILLER               PIC X(8) VALUE "AUDAMREL".
           05  FILLER               PIC X(8) VALUE "GLCLREL".
           05  FILLER               PIC X(8) VALUE "SITEPREL".
           05  FILLER               PIC X(8) VALUE "REAVREL".
           05  FILLER               PIC X(8) VALUE "ORCREL".
           05  FILLER               PIC X(8) VALUE "CONGREL".
           05  FILLER               PIC X(8) VALUE "DRENSAIO".
           05  FILLER               PIC X(8) VALUE "CHRGREL".
           05  FILLER               PIC X(8) VALUE "INCREL".
           05  FILLER               PIC X(8) VALUE "RECERTRL".
           05  FILLER               PIC X(8) VALUE "SODREL".
           05  FILLER               PIC X(8) VALUE "CAPREL".
           05  FILLER               PIC X(8) VALUE "KPIREL".
           05  FILLER               PIC X(8) VALUE "PRVREL".
           05  FILLER               PIC X(8) VALUE "CSVEX3".
           05  FILLER               PIC X(8) VALUE "CSVEX7".
           05  FILLER               PIC X(8) VALUE "CSVIMCD".
           05  FILLER               PIC X(8) VALUE "CSVBILL".
           05  FILLER               PIC X(8) VALUE "CSVGLSUM".
           05  FILLER               PIC X(8) VALUE "CSVEX1A".
       01 FILLER REDEFINES TABELA-RELATORIOS.
           05  RELATORIO            PIC X(8) OCCURS 29 TIMES.
       01 TABELA-MAPAS.
           03 MAPA-LINHA OCCURS 30 TIMES.
               05  TAB-RELATORIO    PIC X(8).
               05  TAB-AUDIENCIA    PIC X(8).
           COPY "LOCKMGR-WS.cpy".
           COPY "JOBJRNL-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE "RPTARQF" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "RPTARQ: ARQUIVO DE RELATORIOS EM USO - "
                   "NADA FOI ARQUIVADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REGISTAR-INICIO
           PERFORM LER-AUDIENCIAS
           OPEN EXTEND ARQUIVO-FILE
           IF WS-ARQ-STATUS = "35"
               OPEN OUTPUT ARQUIVO-FILE
           END-IF
           OPEN EXTEND INDICE-FILE
           IF WS-IDX-STATUS = "35"
               OPEN OUTPUT INDICE-FILE
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 29
               MOVE RELATORIO(R) TO WS-RELATORIO
               PERFORM CAPTURAR-RELATORIO
           END-PERFORM
           CLOSE ARQUIVO-FILE
           CLOSE INDICE-FILE
           MOVE "RPTARQF" TO LCK-NOME-PARM
           MOVE "L" TO LCK-FUNCAO-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           PERFORM REGISTAR-FIM
           DISPLAY "RPTARQ: " WS-CONT-EDICOES
               " EDICAO(OES) ARQUIVADA(S), " WS-CONT-VAZIOS
               " VAZIA(S), RUN " WS-RUN-ID
           IF WS-CONT-EDICOES = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       LER-AUDIENCIAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT AUDIENCIA-FILE
           IF WS-AUD-STATUS = "35"
               DISPLAY "RPTARQ: SEM RPTAUDNC - EDICOES SEM AUDIENCIA"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ AUDIENCIA-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-MAPAS < WS-MAX-MAPAS
                               ADD 1 TO WS-CONT-MAPAS
                               MOVE AUD-RELATORIO TO
                                   TAB-RELATORIO(WS-CONT-MAPAS)
                               MOVE AUD-AUDIENCIA TO
                                   TAB-AUDIENCIA(WS-CONT-MAPAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIENCIA-FILE
           END-IF.
       CAPTURAR-RELATORIO.
           MOVE 0 TO WS-LINHAS
           MOVE 0 TO WS-PAGINAS
           MOVE "N" TO WS-AUSENTE
           EVALUATE WS-RELATORIO
               WHEN "RIREL"
                   PERFORM CAPTURAR-RIREL
               WHEN "INTMREL"
                   PERFORM CAPTURAR-INTMREL
               WHEN "EX2RETRL"
                   PERFORM CAPTURAR-EX2RETRL
               WHEN "EXCDREL"
                   PERFORM CAPTURAR-EXCDREL
               WHEN "SLAREL"
                   PERFORM CAPTURAR-SLAREL
               WHEN "ACKREL"
                   PERFORM CAPTURAR-ACKREL
               WHEN "IMCDEPT"
                   PERFORM CAPTURAR-IMCDEPT
               WHEN "OPERREL"
                   PERFORM CAPTURAR-OPERREL
               WHEN "RECONOUT"
                   PERFORM CAPTURAR-RECONOUT
               WHEN "AUDAMREL"
                   PERFORM CAPTURAR-AUDAMREL
               WHEN "GLCLREL"
                   PERFORM CAPTURAR-GLCLREL
               WHEN "SITEPREL"
                   PERFORM CAPTURAR-SITEPREL
               WHEN "REAVREL"
                   PERFORM CAPTURAR-REAVREL
               WHEN "ORCREL"
                   PERFORM CAPTURAR-ORCREL
               WHEN "CONGREL"
                   PERFORM CAPTURAR-CONGREL
               WHEN "DRENSAIO"
                   PERFORM CAPTURAR-DRENSAIO
               WHEN "CHRGREL"
                   PERFORM CAPTURAR-CHRGREL
               WHEN "INCREL"
                   PERFORM CAPTURAR-INCREL
               WHEN "RECERTRL"
                   PERFORM CAPTURAR-RECERTRL
               WHEN "SODREL"
                   PERFORM CAPTURAR-SODREL
               WHEN "CAPREL"
                   PERFORM CAPTURAR-CAPREL
               WHEN "KPIREL"
                   PERFORM CAPTURAR-KPIREL
               WHEN "PRVREL"
                   PERFORM CAPTURAR-PRVREL
               WHEN "CSVEX3"
                   PERFORM CAPTURAR-CSVEX3
               WHEN "CSVEX7"
                   PERFORM CAPTURAR-CSVEX7
               WHEN "CSVIMCD"
                   PERFORM CAPTURAR-CSVIMCD
               WHEN "CSVBILL"
                   PERFORM CAPTURAR-CSVBILL
               WHEN "CSVGLSUM"
                   PERFORM CAPTURAR-CSVGLSUM
               WHEN "CSVEX1A"
                   PERFORM CAPTURAR-CSVEX1A
           END-EVALUATE
           IF WS-AUSENTE = "N"
               IF WS-LINHAS = 0
                   ADD 1 TO WS-CONT-VAZIOS
                   DISPLAY "RPTARQ: " WS-RELATORIO " VAZIO - "
                       "NAO ARQUIVADO"
               ELSE
                   PERFORM INDEXAR-EDICAO
               END-IF
           END-IF.
       CAPTURAR-RIREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT RIREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ RIREL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE RIREL-FILE
           END-IF.
       CAPTURAR-INTMREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT INTMREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ INTMREL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE INTMREL-FILE
           END-IF.
       CAPTURAR-EX2RETRL.
           MOVE "N" TO WS-EOF
           OPEN INPUT EX2RETRL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ EX2RETRL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE EX2RETRL-FILE
           END-IF.
       CAPTURAR-EXCDREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT EXCDREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ EXCDREL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE EXCDREL-FILE
           END-IF.
       CAPTURAR-SLAREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT SLAREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SLAREL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE SLAREL-FILE
           END-IF.
       CAPTURAR-ACKREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT ACKREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ ACKREL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE ACKREL-FILE
           END-IF.
       CAPTURAR-IMCDEPT.
           MOVE "N" TO WS-EOF
           OPEN INPUT IMCDEPT-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ IMCDEPT-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE IMCDEPT-FILE
           END-IF.
       CAPTURAR-OPERREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT OPERREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ OPERREL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE OPERREL-FILE
           END-IF.
       CAPTURAR-RECONOUT.
           MOVE "N" TO WS-EOF
           OPEN INPUT RECONOUT-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ RECONOUT-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE RECONOUT-FILE
           END-IF.
       CAPTURAR-AUDAMREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT AUDAMREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ AUDAMREL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE AUDAMREL-FILE
           END-IF.
       CAPTURAR-GLCLREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT GLCLREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ GLCLREL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE GLCLREL-FILE
           END-IF.
       CAPTURAR-SITEPREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT SITEPREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SITEPREL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE SITEPREL-FILE
           END-IF.
       CAPTURAR-REAVREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT REAVREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ REAVREL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE REAVREL-FILE
           END-IF.
       CAPTURAR-ORCREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT ORCREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ ORCREL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE ORCREL-FILE
           END-IF.
       CAPTURAR-CONGREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT CONGREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CONGREL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE CONGREL-FILE
           END-IF.
       CAPTURAR-DRENSAIO.
           MOVE "N" TO WS-EOF
           OPEN INPUT DRENSAIO-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ DRENSAIO-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE DRENSAIO-FILE
           END-IF.
       CAPTURAR-CHRGREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT CHRGREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CHRGREL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE CHRGREL-FILE
           END-IF.
       CAPTURAR-INCREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT INCREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ INCREL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE INCREL-FILE
           END-IF.
       CAPTURAR-RECERTRL.
           MOVE "N" TO WS-EOF
           OPEN INPUT RECERTRL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ RECERTRL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE RECERTRL-FILE
           END-IF.
       CAPTURAR-SODREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT SODREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SODREL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE SODREL-FILE
           END-IF.
       CAPTURAR-CAPREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT CAPREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CAPREL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE CAPREL-FILE
           END-IF.
       CAPTURAR-KPIREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT KPIREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ KPIREL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE KPIREL-FILE
           END-IF.
       CAPTURAR-PRVREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT PRVREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ PRVREL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE PRVREL-FILE
           END-IF.
       CAPTURAR-CSVEX3.
           MOVE "N" TO WS-EOF
           OPEN INPUT CSVEX3-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CSVEX3-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE CSVEX3-FILE
           END-IF.
       CAPTURAR-CSVEX7.
           MOVE "N" TO WS-EOF
           OPEN INPUT CSVEX7-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CSVEX7-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE CSVEX7-FILE
           END-IF.
       CAPTURAR-CSVIMCD.
           MOVE "N" TO WS-EOF
           OPEN INPUT CSVIMCD-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CSVIMCD-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE CSVIMCD-FILE
           END-IF.
       CAPTURAR-CSVBILL.
           MOVE "N" TO WS-EOF
           OPEN INPUT CSVBILL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CSVBILL-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE CSVBILL-FILE
           END-IF.
       CAPTURAR-CSVGLSUM.
           MOVE "N" TO WS-EOF
           OPEN INPUT CSVGLSUM-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CSVGLSUM-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE CSVGLSUM-FILE
           END-IF.
       CAPTURAR-CSVEX1A.
           MOVE "N" TO WS-EOF
           OPEN INPUT CSVEX1A-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CSVEX1A-FILE INTO WS-LINHA
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE CSVEX1A-FILE
           END-IF.
      ******************************************************************
      * Cada linha vai para o arquivo tal como foi produzida; as
      * paginas sao os cabecalhos do PRNTFMT.
      ******************************************************************
       GUARDAR-LINHA.
           ADD 1 TO WS-LINHAS
           ADD 1 TO WS-TOTAL-LINHAS
           IF WS-LINHA(1:11) = "RELATORIO: "
               ADD 1 TO WS-PAGINAS
           END-IF
           MOVE SPACES TO RPTARQ-REC
           MOVE WS-RUN-ID TO RAQ-RUNID
           MOVE WS-RELATORIO TO RAQ-RELATORIO
           MOVE WS-DATA-NEGOCIO TO RAQ-DATA
           MOVE WS-LINHAS TO RAQ-SEQUENCIA
           MOVE WS-LINHA TO RAQ-CONTEUDO
           WRITE RPTARQ-REC.
      ******************************************************************
      * Uma linha de indice por audiencia do relatorio; sem nenhuma,
      * uma linha com a audiencia em branco. Sem cabecalhos do
      * PRNTFMT contam-se paginas de 60 linhas.
      ******************************************************************
       INDEXAR-EDICAO.
           ADD 1 TO WS-CONT-EDICOES
           IF WS-PAGINAS = 0
               COMPUTE WS-PAGINAS = (WS-LINHAS + 59) / 60
           END-IF
           MOVE 0 TO WS-CONT-AUDIENCIAS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-MAPAS
               IF TAB-RELATORIO(I) = WS-RELATORIO
                   ADD 1 TO WS-CONT-AUDIENCIAS
                   MOVE TAB-AUDIENCIA(I) TO WS-AUDIENCIA
                   PERFORM GRAVAR-INDICE
               END-IF
           END-PERFORM
           IF WS-CONT-AUDIENCIAS = 0
               MOVE SPACES TO WS-AUDIENCIA
               PERFORM GRAVAR-INDICE
           END-IF
           DISPLAY "RPTARQ: " WS-RELATORIO " " WS-LINHAS
               " LINHA(S), " WS-PAGINAS " PAGINA(S)".
       GRAVAR-INDICE.
           ADD 1 TO WS-CONT-INDICE
           MOVE SPACES TO RPTARQIX-REC
           MOVE WS-RELATORIO TO RIX-RELATORIO
           MOVE WS-DATA-NEGOCIO TO RIX-DATA
           MOVE WS-RUN-ID TO RIX-RUNID
           MOVE WS-AUDIENCIA TO RIX-AUDIENCIA
           MOVE WS-PAGINAS TO RIX-PAGINAS
           MOVE WS-LINHAS TO RIX-LINHAS
           MOVE "RPTARQF" TO RIX-LOCAL
           WRITE RPTARQIX-REC.
       REGISTAR-INICIO.
           MOVE "RPTARQ" TO JRN-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO JRN-OPERADOR-PARM
           MOVE "INICIO" TO JRN-EVENTO-PARM
           MOVE 0 TO JRN-LIDOS-PARM
           MOVE 0 TO JRN-GRAVADOS-PARM
           CALL "JOBJRNL" USING JOBJRNL-PARMS
           MOVE JRN-RUNID-PARM TO WS-RUN-ID.
       REGISTAR-FIM.
           MOVE "RPTARQ" TO JRN-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO JRN-OPERADOR-PARM
           MOVE "FIM" TO JRN-EVENTO-PARM
           MOVE WS-TOTAL-LINHAS TO JRN-LIDOS-PARM
           MOVE WS-TOTAL-LINHAS TO JRN-GRAVADOS-PARM
           CALL "JOBJRNL" USING JOBJRNL-PARMS.
       OBTER-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           CALL "BUSDATE" USING BUSDATE-PARMS
           IF BUS-DATA-PARM = 0
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-DATA-NEGOCIO
           ELSE
               MOVE BUS-DATA-PARM TO WS-DATA-NEGOCIO
           END-IF
           IF PARM-OPERADOR-LEN > 7
               MOVE PARM-OPERADOR-TEXTO(8:8) TO WS-OPERADOR-ID
           END-IF
           MOVE "RPTARQ" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM RPTARQ.
