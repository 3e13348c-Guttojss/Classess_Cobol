      *            and ends the run with RETURN-CODE 4 -- a silent
      *            empty report reads as "no news" when it usually
      *            means a step died.
      * 10/15/26 - reads the month-end budget versus actual report
      *            (ORCREL) as well. It is only produced at month-end,
      *            so it is mapped to FINANCA on the month-end control
      *            file the MONTHEND stream bundles with, not on the
      *            nightly one.
      * 10/15/26 - bundles the shift handover log (PASSLOG, kept
      *            through PASSTELA) as report PASSAGEM: the notes
      *            entered against the business date, with their
      *            acknowledgements, under a heading line so a night
      *            without notes still shows it was looked at. Mapped
      *            to OPERACAO on the nightly control file.
      * 10/15/26 - reads the month-end freeze-exception report
      *            (CONGREL: emergency changes made inside the change
      *            freeze windows) as well, mapped to FINANCA on the
      *            month-end control file like ORCREL.
      * 10/15/26 - new audience AUDITOR (internal audit), bundled into
      *            DISTAUD, for the disaster-recovery restore
      *            rehearsal report (DRENSAIO), which audit receives
      *            each quarter. Mapped on the month-end control
      *            file; in the months between quarter-ends the
      *            report is a single line saying no rehearsal was due.
      * 10/15/26 - bundles the CSV exports CSVEXP makes of the
      *            business reports (CSVEX3, CSVEX7, CSVIMCD, CSVBILL,
      *            CSVGLSUM, CSVEX1A) alongside the printed ones, so
      *            they land on RPTDREG the same way. New audiences
      *            SOCIOS (membership office, DISTSOC) and EXTERNO
      *            (recipients outside the shop, DISTEXT); CSVEXP
      *            masks an export mapped to EXTERNO before it gets
      *            here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.
           SELECT OPERREL-FILE ASSIGN TO "OPERREL"
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
           SELECT PASSAGEM-FILE ASSIGN TO "PASSLOG"
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
           SELECT DISTOPS-FILE ASSIGN TO "DISTOPS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISTRH-FILE ASSIGN TO "DISTRH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISTFIN-FILE ASSIGN TO "DISTFIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISTAUD-FILE ASSIGN TO "DISTAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISTSOC-FILE ASSIGN TO "DISTSOC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISTEXT-FILE ASSIGN TO "DISTEXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTO-FILE ASSIGN TO "RPTDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
       01  RECONOUT-REC             PIC X(120).
       FD  OPERREL-FILE.
       01  OPERREL-REC              PIC X(120).
       FD  ORCREL-FILE.
       01  ORCREL-REC               PIC X(120).
       FD  CONGREL-FILE.
       01  CONGREL-REC              PIC X(120).
       FD  DRENSAIO-FILE.
       01  DRENSAIO-REC             PIC X(120).
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
       FD  PASSAGEM-FILE.
           COPY "PASSAGEM.cpy".
       FD  DISTOPS-FILE.
       01  DISTOPS-REC              PIC X(120).
       FD  DISTRH-FILE.
       01  DISTRH-REC               PIC X(120).
       FD  DISTFIN-FILE.
       01  DISTFIN-REC              PIC X(120).
       FD  DISTAUD-FILE.
       01  DISTAUD-REC              PIC X(120).
       FD  DISTSOC-FILE.
       01  DISTSOC-REC              PIC X(120).
       FD  DISTEXT-FILE.
       01  DISTEXT-REC              PIC X(120).
       FD  REGISTO-FILE.
       01  REGISTO-REC.
           05  RGD-RELATORIO        PIC X(8).
       77 WS-ESTADO PIC X(8).
       77 WS-FALHAS PIC 99 VALUE 0.
       77 WS-LINHA PIC X(120).
       77 WS-CONT-NOTAS PIC 9(5).
       77 I PIC 99.
           COPY "BUSDATE-WS.cpy".
       01 TABELA-MAPAS.
           05  FILLER               PIC X VALUE SPACE.
           05  ALR-ESTADO           PIC X(8).
           05  FILLER               PIC X(6) VALUE " *****".
       01 LINHA-PASSAGEM-CAB.
           05  FILLER               PIC X(40) VALUE
               "NOTA   T E PASSO    RUN ID              ".
           05  FILLER               PIC X(9) VALUE "AUTOR    ".
           05  FILLER               PIC X(61) VALUE "TEXTO".
           05  FILLER               PIC X(8) VALUE "RECONH".
       01 LINHA-PASSAGEM.
           05  LP-NUMERO            PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  LP-TIPO              PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LP-ESTADO            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LP-PASSO             PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LP-RUNID             PIC X(19).
           05  FILLER               PIC X VALUE SPACE.
           05  LP-AUTOR             PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LP-TEXTO             PIC X(60).
           05  FILLER               PIC X VALUE SPACE.
           05  LP-OPER-RECONH       PIC X(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           OPEN OUTPUT DISTOPS-FILE
           OPEN OUTPUT DISTRH-FILE
           OPEN OUTPUT DISTFIN-FILE
           OPEN OUTPUT DISTAUD-FILE
           OPEN OUTPUT DISTSOC-FILE
           OPEN OUTPUT DISTEXT-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-MAPAS
               MOVE TAB-RELATORIO(I) TO WS-RELATORIO
               MOVE TAB-AUDIENCIA(I) TO WS-AUDIENCIA
           CLOSE DISTOPS-FILE
           CLOSE DISTRH-FILE
           CLOSE DISTFIN-FILE
           CLOSE DISTAUD-FILE
           CLOSE DISTSOC-FILE
           CLOSE DISTEXT-FILE
           DISPLAY "RPTDIST: " WS-CONT-MAPAS " EMPACOTAMENTO(S), "
               WS-FALHAS " AUSENTE(S)/VAZIO(S)"
           IF WS-FALHAS > 0
                   PERFORM COPIAR-RECONOUT
               WHEN "OPERREL"
                   PERFORM COPIAR-OPERREL
               WHEN "ORCREL"
                   PERFORM COPIAR-ORCREL
               WHEN "CONGREL"
                   PERFORM COPIAR-CONGREL
               WHEN "DRENSAIO"
                   PERFORM COPIAR-DRENSAIO
               WHEN "PASSAGEM"
                   PERFORM COPIAR-PASSAGEM
               WHEN "CSVEX3"
                   PERFORM COPIAR-CSVEX3
               WHEN "CSVEX7"
                   PERFORM COPIAR-CSVEX7
               WHEN "CSVIMCD"
                   PERFORM COPIAR-CSVIMCD
               WHEN "CSVBILL"
                   PERFORM COPIAR-CSVBILL
               WHEN "CSVGLSUM"
                   PERFORM COPIAR-CSVGLSUM
               WHEN "CSVEX1A"
                   PERFORM COPIAR-CSVEX1A
               WHEN OTHER
                   MOVE "DESCONH" TO WS-ESTADO
           END-EVALUATE
                   WRITE DISTRH-REC FROM WS-LINHA
               WHEN "FINANCA"
                   WRITE DISTFIN-REC FROM WS-LINHA
               WHEN "AUDITOR"
                   WRITE DISTAUD-REC FROM WS-LINHA
               WHEN "SOCIOS"
                   WRITE DISTSOC-REC FROM WS-LINHA
               WHEN "EXTERNO"
                   WRITE DISTEXT-REC FROM WS-LINHA
               WHEN OTHER
                   WRITE DISTOPS-REC FROM WS-LINHA
           END-EVALUATE.
               END-PERFORM
               CLOSE OPERREL-FILE
           END-IF.
       COPIAR-ORCREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT ORCREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ ORCREL-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINHAS
                           MOVE ORCREL-REC TO WS-LINHA
                           PERFORM ESCREVER-NA-AUDIENCIA
                   END-READ
               END-PERFORM
               CLOSE ORCREL-FILE
           END-IF.
       COPIAR-CONGREL.
           MOVE "N" TO WS-EOF
           OPEN INPUT CONGREL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CONGREL-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINHAS
                           MOVE CONGREL-REC TO WS-LINHA
                           PERFORM ESCREVER-NA-AUDIENCIA
                   END-READ
               END-PERFORM
               CLOSE CONGREL-FILE
           END-IF.
       COPIAR-DRENSAIO.
           MOVE "N" TO WS-EOF
           OPEN INPUT DRENSAIO-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ DRENSAIO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINHAS
                           MOVE DRENSAIO-REC TO WS-LINHA
                           PERFORM ESCREVER-NA-AUDIENCIA
                   END-READ
               END-PERFORM
               CLOSE DRENSAIO-FILE
           END-IF.
      ******************************************************************
      * O log de passagem guarda todas as noites: so seguem as notas
      * da data de negocio, debaixo de um cabecalho.
      ******************************************************************
       COPIAR-PASSAGEM.
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-CONT-NOTAS
           OPEN INPUT PASSAGEM-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               ADD 1 TO WS-LINHAS
               MOVE LINHA-PASSAGEM-CAB TO WS-LINHA
               PERFORM ESCREVER-NA-AUDIENCIA
               PERFORM UNTIL FIM-FICHEIRO
                   READ PASSAGEM-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF PSG-DATA-NEGOCIO = WS-DATA-NEGOCIO
                               PERFORM COPIAR-NOTA-PASSAGEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PASSAGEM-FILE
               IF WS-CONT-NOTAS = 0
                   ADD 1 TO WS-LINHAS
                   MOVE "SEM NOTAS DE PASSAGEM PARA A DATA" TO WS-LINHA
                   PERFORM ESCREVER-NA-AUDIENCIA
               END-IF
           END-IF.
       COPIAR-NOTA-PASSAGEM.
           ADD 1 TO WS-CONT-NOTAS
           ADD 1 TO WS-LINHAS
           MOVE PSG-NUMERO TO LP-NUMERO
           MOVE PSG-TIPO TO LP-TIPO
           MOVE PSG-ESTADO TO LP-ESTADO
           MOVE PSG-PASSO TO LP-PASSO
           MOVE PSG-RUNID TO LP-RUNID
           MOVE PSG-AUTOR TO LP-AUTOR
           MOVE PSG-TEXTO TO LP-TEXTO
           MOVE PSG-OPER-RECONH TO LP-OPER-RECONH
           MOVE LINHA-PASSAGEM TO WS-LINHA
           PERFORM ESCREVER-NA-AUDIENCIA.
       COPIAR-CSVEX3.
           MOVE "N" TO WS-EOF
           OPEN INPUT CSVEX3-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CSVEX3-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINHAS
                           MOVE CSVEX3-REC TO WS-LINHA
                           PERFORM ESCREVER-NA-AUDIENCIA
                   END-READ
               END-PERFORM
               CLOSE CSVEX3-FILE
           END-IF.
       COPIAR-CSVEX7.
           MOVE "N" TO WS-EOF
           OPEN INPUT CSVEX7-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CSVEX7-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINHAS
                           MOVE CSVEX7-REC TO WS-LINHA
                           PERFORM ESCREVER-NA-AUDIENCIA
                   END-READ
               END-PERFORM
               CLOSE CSVEX7-FILE
           END-IF.
       COPIAR-CSVIMCD.
           MOVE "N" TO WS-EOF
           OPEN INPUT CSVIMCD-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CSVIMCD-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINHAS
                           MOVE CSVIMCD-REC TO WS-LINHA
                           PERFORM ESCREVER-NA-AUDIENCIA
                   END-READ
               END-PERFORM
               CLOSE CSVIMCD-FILE
           END-IF.
       COPIAR-CSVBILL.
           MOVE "N" TO WS-EOF
           OPEN INPUT CSVBILL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CSVBILL-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINHAS
                           MOVE CSVBILL-REC TO WS-LINHA
                           PERFORM ESCREVER-NA-AUDIENCIA
                   END-READ
               END-PERFORM
               CLOSE CSVBILL-FILE
           END-IF.
       COPIAR-CSVGLSUM.
           MOVE "N" TO WS-EOF
           OPEN INPUT CSVGLSUM-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CSVGLSUM-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINHAS
                           MOVE CSVGLSUM-REC TO WS-LINHA
                           PERFORM ESCREVER-NA-AUDIENCIA
                   END-READ
               END-PERFORM
               CLOSE CSVGLSUM-FILE
           END-IF.
       COPIAR-CSVEX1A.
           MOVE "N" TO WS-EOF
           OPEN INPUT CSVEX1A-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CSVEX1A-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINHAS
                           MOVE CSVEX1A-REC TO WS-LINHA
                           PERFORM ESCREVER-NA-AUDIENCIA
                   END-READ
               END-PERFORM
               CLOSE CSVEX1A-FILE
           END-IF.
       REGISTAR-EMPACOTAMENTO.
           OPEN EXTEND REGISTO-FILE
           IF WS-REG-STATUS = "35"
