      ******************************************************************
      * DRBKUP.cbl
      * 10/15/26 - disaster-recovery backup of the stream's control
      *            state. The masters had generation backups
      *            (MSTBKUP) but the small files that say where the
      *            stream IS -- BUSDATE, RUNCTL, the lock file, the
      *            CHKPOINT restart files, the NEGPOS retry queue,
      *            the transmission register and the parameter
      *            promotion journal -- had none, and without them a
      *            restored shop cannot tell which night to rerun.
      *            Run nightly after the date roll: every dataset on
      *            the DR list (DRLISTA: DD name, class C = control
      *            file / M = master, required S/N, dataset name) is
      *            copied into ONE dated generation (DRBKOUT, the
      *            next generation of the DR GDG) as a section of
      *            unchanged records between a C and an F record,
      *            and the generation ends with a manifest (dataset,
      *            record count, hash, state) and totals -- layout in
      *            DRGERAC.cpy. One line per generation is appended
      *            to the DR register (DRBREG.cpy) for DRENSAIO to
      *            check the generation against. The datasets it
      *            knows how to read are the ones below (the indexed
      *            member master is unloaded in key order, as
      *            MSTBKUP does); a list entry it does not know, or a
      *            REQUIRED dataset that is missing or empty, is
      *            flagged on the manifest and ends the run with
      *            RETURN-CODE 4. No list at all is RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRBKUP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-FILE ASSIGN TO "DRLISTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT LOCKFILE-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT RSTEX4-FILE ASSIGN TO "RSTEX4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT RSTEX3F8-FILE ASSIGN TO "RSTEX3F8"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT NPRETRY-FILE ASSIGN TO "NPRETRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT XMITREG-FILE ASSIGN TO "XMITREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT PARMPLOG-FILE ASSIGN TO "PARMPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT FUNCMST-FILE ASSIGN TO "FUNCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT OPERMST-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT OPERENT-FILE ASSIGN TO "OPERENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT SITEMST-FILE ASSIGN TO "SITEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT EMPRMST-FILE ASSIGN TO "EMPRMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT INSTMST-FILE ASSIGN TO "INSTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT MEMBIDX-FILE ASSIGN TO "MEMBIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEMBRO-ID
               ALTERNATE RECORD KEY IS MEMBRO-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.
           SELECT SAIDA-FILE ASSIGN TO "DRBKOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTO-FILE ASSIGN TO "DRBREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LISTA-FILE.
       01  LISTA-REC.
           05  LST-ID               PIC X(8).
           05  FILLER               PIC X.
           05  LST-CLASSE           PIC X.
           05  FILLER               PIC X.
           05  LST-OBRIGATORIO      PIC X.
           05  FILLER               PIC X.
           05  LST-DSN              PIC X(44).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC              PIC X(256).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC               PIC X(256).
       FD  LOCKFILE-FILE.
       01  LOCKFILE-REC             PIC X(256).
       FD  RSTEX4-FILE.
       01  RSTEX4-REC               PIC X(256).
       FD  RSTEX3F8-FILE.
       01  RSTEX3F8-REC             PIC X(256).
       FD  NPRETRY-FILE.
       01  NPRETRY-REC              PIC X(256).
       FD  XMITREG-FILE.
       01  XMITREG-REC              PIC X(256).
       FD  PARMPLOG-FILE.
       01  PARMPLOG-REC             PIC X(256).
       FD  FUNCMST-FILE.
       01  FUNCMST-REC              PIC X(256).
       FD  OPERMST-FILE.
       01  OPERMST-REC              PIC X(256).
       FD  OPERENT-FILE.
       01  OPERENT-REC              PIC X(256).
       FD  SITEMST-FILE.
       01  SITEMST-REC              PIC X(256).
       FD  EMPRMST-FILE.
       01  EMPRMST-REC              PIC X(256).
       FD  INSTMST-FILE.
       01  INSTMST-REC              PIC X(256).
       FD  MEMBIDX-FILE.
           COPY "MEMBRO.cpy".
       FD  SAIDA-FILE.
           COPY "DRGERAC.cpy".
       FD  REGISTO-FILE.
           COPY "DRBREG.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-LISTA-STATUS PIC XX VALUE SPACES.
       77 WS-FONTE-STATUS PIC XX VALUE SPACES.
       77 WS-IDX-STATUS PIC XX VALUE SPACES.
       77 WS-REG-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-GERACAO PIC X(14).
       77 WS-MAX-FICHEIROS PIC 99 VALUE 30.
       77 WS-CONT-FICHEIROS PIC 99 VALUE 0.
       77 WS-ID PIC X(8).
       77 WS-CONT PIC 9(9).
       77 WS-HASH PIC 9(9).
       77 WS-ESTADO PIC X(8).
       77 WS-TOTAL-REGISTOS PIC 9(9) VALUE 0.
       77 WS-TOTAL-HASH PIC 9(9) VALUE 0.
       77 WS-FALHAS PIC 99 VALUE 0.
       77 WS-DIGITO PIC 9.
       77 WS-IMAGEM PIC X(256).
       77 I PIC 99.
       77 J PIC 999.
           COPY "BUSDATE-WS.cpy".
           COPY "OPERVAL-WS.cpy".
       01 TABELA-FICHEIROS.
           03 FICHEIRO-LINHA OCCURS 30 TIMES.
               05  TF-ID            PIC X(8).
               05  TF-CLASSE        PIC X.
               05  TF-OBRIGATORIO   PIC X.
               05  TF-DSN           PIC X(44).
               05  TF-CONT          PIC 9(9).
               05  TF-HASH          PIC 9(9).
               05  TF-ESTADO        PIC X(8).
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE WS-RUN-TIMESTAMP(1:14) TO WS-GERACAO
           PERFORM LER-LISTA
           OPEN OUTPUT SAIDA-FILE
           MOVE SPACES TO DRGERAC-REC
           MOVE "G" TO DRG-TIPO
           MOVE "GERACAO" TO DRG-ID
           MOVE WS-GERACAO TO DRG-GERACAO
           MOVE WS-DATA-NEGOCIO TO DRG-DATA
           MOVE WS-OPERADOR-ID TO DRG-OPERADOR
           WRITE DRGERAC-REC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-FICHEIROS
               PERFORM COPIAR-FICHEIRO
           END-PERFORM
           PERFORM GRAVAR-MANIFESTO
           CLOSE SAIDA-FILE
           PERFORM GRAVAR-REGISTO
           DISPLAY "DRBKUP: GERACAO " WS-GERACAO " - "
               WS-CONT-FICHEIROS " FICHEIRO(S), " WS-TOTAL-REGISTOS
               " REGISTO(S), " WS-FALHAS " FALHA(S)"
           IF WS-FALHAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       LER-LISTA.
           OPEN INPUT LISTA-FILE
           IF WS-LISTA-STATUS = "35"
               DISPLAY "DRBKUP: SEM LISTA DE FICHEIROS (DRLISTA)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FIM-FICHEIRO
               READ LISTA-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       IF LST-ID NOT = SPACES
                           AND WS-CONT-FICHEIROS < WS-MAX-FICHEIROS
                           ADD 1 TO WS-CONT-FICHEIROS
                           MOVE WS-CONT-FICHEIROS TO I
                           MOVE LST-ID TO TF-ID(I)
                           MOVE LST-CLASSE TO TF-CLASSE(I)
                           MOVE LST-OBRIGATORIO TO TF-OBRIGATORIO(I)
                           MOVE LST-DSN TO TF-DSN(I)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LISTA-FILE
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Uma seccao por ficheiro da lista: registo C, os registos do
      * ficheiro tal como estao (D) e o registo F com a contagem, o
      * hash e o estado. So os obrigatorios contam como falha quando
      * faltam ou vem vazios -- o ficheiro de bloqueios vazio e a
      * situacao normal.
      ******************************************************************
       COPIAR-FICHEIRO.
           MOVE TF-ID(I) TO WS-ID
           MOVE 0 TO WS-CONT
           MOVE 0 TO WS-HASH
           MOVE "COPIADO" TO WS-ESTADO
           MOVE SPACES TO DRGERAC-REC
           MOVE "C" TO DRG-TIPO
           MOVE WS-ID TO DRG-ID
           MOVE TF-DSN(I) TO DRG-DSN
           MOVE TF-CLASSE(I) TO DRG-CLASSE
           MOVE TF-OBRIGATORIO(I) TO DRG-OBRIGATORIO
           WRITE DRGERAC-REC
           EVALUATE WS-ID
               WHEN "BUSDATE"
                   PERFORM COPIAR-BUSDATE
               WHEN "RUNCTL"
                   PERFORM COPIAR-RUNCTL
               WHEN "LOCKFILE"
                   PERFORM COPIAR-LOCKFILE
               WHEN "RSTEX4"
                   PERFORM COPIAR-RSTEX4
               WHEN "RSTEX3F8"
                   PERFORM COPIAR-RSTEX3F8
               WHEN "NPRETRY"
                   PERFORM COPIAR-NPRETRY
               WHEN "XMITREG"
                   PERFORM COPIAR-XMITREG
               WHEN "PARMPLOG"
                   PERFORM COPIAR-PARMPLOG
               WHEN "FUNCMST"
                   PERFORM COPIAR-FUNCMST
               WHEN "OPERMST"
                   PERFORM COPIAR-OPERMST
               WHEN "OPERENT"
                   PERFORM COPIAR-OPERENT
               WHEN "SITEMST"
                   PERFORM COPIAR-SITEMST
               WHEN "EMPRMST"
                   PERFORM COPIAR-EMPRMST
               WHEN "INSTMST"
                   PERFORM COPIAR-INSTMST
               WHEN "MEMBIDX"
                   PERFORM COPIAR-MEMBIDX
               WHEN OTHER
                   MOVE "DESCONH" TO WS-ESTADO
           END-EVALUATE
           IF WS-ESTADO = "COPIADO" AND WS-CONT = 0
               MOVE "VAZIO" TO WS-ESTADO
           END-IF
           IF WS-ESTADO = "DESCONH"
               OR (WS-ESTADO NOT = "COPIADO"
               AND TF-OBRIGATORIO(I) NOT = "N")
               ADD 1 TO WS-FALHAS
               DISPLAY "DRBKUP: " WS-ID " " WS-ESTADO
           END-IF
           MOVE WS-CONT TO TF-CONT(I)
           MOVE WS-HASH TO TF-HASH(I)
           MOVE WS-ESTADO TO TF-ESTADO(I)
           ADD WS-CONT TO WS-TOTAL-REGISTOS
           ADD WS-HASH TO WS-TOTAL-HASH
           MOVE SPACES TO DRGERAC-REC
           MOVE "F" TO DRG-TIPO
           MOVE WS-ID TO DRG-ID
           MOVE WS-CONT TO DRG-CONT
           MOVE WS-HASH TO DRG-HASH
           MOVE WS-ESTADO TO DRG-ESTADO
           MOVE TF-DSN(I) TO DRG-DSN-CTL
           WRITE DRGERAC-REC.
       GRAVAR-DADO.
           ADD 1 TO WS-CONT
           PERFORM ACUMULAR-HASH
           MOVE SPACES TO DRGERAC-REC
           MOVE "D" TO DRG-TIPO
           MOVE WS-ID TO DRG-ID
           MOVE WS-IMAGEM TO DRG-DADOS
           WRITE DRGERAC-REC.
       ACUMULAR-HASH.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 256
               IF WS-IMAGEM(J:1) >= "0"
                   AND WS-IMAGEM(J:1) <= "9"
                   MOVE WS-IMAGEM(J:1) TO WS-DIGITO
                   ADD WS-DIGITO TO WS-HASH
               END-IF
           END-PERFORM.
       COPIAR-BUSDATE.
           MOVE "N" TO WS-EOF
           OPEN INPUT BUSDATE-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ BUSDATE-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE BUSDATE-REC TO WS-IMAGEM
                           PERFORM GRAVAR-DADO
                   END-READ
               END-PERFORM
               CLOSE BUSDATE-FILE
           END-IF.
       COPIAR-RUNCTL.
           MOVE "N" TO WS-EOF
           OPEN INPUT RUNCTL-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ RUNCTL-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE RUNCTL-REC TO WS-IMAGEM
                           PERFORM GRAVAR-DADO
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.
       COPIAR-LOCKFILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT LOCKFILE-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ LOCKFILE-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE LOCKFILE-REC TO WS-IMAGEM
                           PERFORM GRAVAR-DADO
                   END-READ
               END-PERFORM
               CLOSE LOCKFILE-FILE
           END-IF.
       COPIAR-RSTEX4.
           MOVE "N" TO WS-EOF
           OPEN INPUT RSTEX4-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ RSTEX4-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE RSTEX4-REC TO WS-IMAGEM
                           PERFORM GRAVAR-DADO
                   END-READ
               END-PERFORM
               CLOSE RSTEX4-FILE
           END-IF.
       COPIAR-RSTEX3F8.
           MOVE "N" TO WS-EOF
           OPEN INPUT RSTEX3F8-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ RSTEX3F8-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE RSTEX3F8-REC TO WS-IMAGEM
                           PERFORM GRAVAR-DADO
                   END-READ
               END-PERFORM
               CLOSE RSTEX3F8-FILE
           END-IF.
       COPIAR-NPRETRY.
           MOVE "N" TO WS-EOF
           OPEN INPUT NPRETRY-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ NPRETRY-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE NPRETRY-REC TO WS-IMAGEM
                           PERFORM GRAVAR-DADO
                   END-READ
               END-PERFORM
               CLOSE NPRETRY-FILE
           END-IF.
       COPIAR-XMITREG.
           MOVE "N" TO WS-EOF
           OPEN INPUT XMITREG-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ XMITREG-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE XMITREG-REC TO WS-IMAGEM
                           PERFORM GRAVAR-DADO
                   END-READ
               END-PERFORM
               CLOSE XMITREG-FILE
           END-IF.
       COPIAR-PARMPLOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT PARMPLOG-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ PARMPLOG-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE PARMPLOG-REC TO WS-IMAGEM
                           PERFORM GRAVAR-DADO
                   END-READ
               END-PERFORM
               CLOSE PARMPLOG-FILE
           END-IF.
       COPIAR-FUNCMST.
           MOVE "N" TO WS-EOF
           OPEN INPUT FUNCMST-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FUNCMST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE FUNCMST-REC TO WS-IMAGEM
                           PERFORM GRAVAR-DADO
                   END-READ
               END-PERFORM
               CLOSE FUNCMST-FILE
           END-IF.
       COPIAR-OPERMST.
           MOVE "N" TO WS-EOF
           OPEN INPUT OPERMST-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ OPERMST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE OPERMST-REC TO WS-IMAGEM
                           PERFORM GRAVAR-DADO
                   END-READ
               END-PERFORM
               CLOSE OPERMST-FILE
           END-IF.
       COPIAR-OPERENT.
           MOVE "N" TO WS-EOF
           OPEN INPUT OPERENT-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ OPERENT-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE OPERENT-REC TO WS-IMAGEM
                           PERFORM GRAVAR-DADO
                   END-READ
               END-PERFORM
               CLOSE OPERENT-FILE
           END-IF.
       COPIAR-SITEMST.
           MOVE "N" TO WS-EOF
           OPEN INPUT SITEMST-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SITEMST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE SITEMST-REC TO WS-IMAGEM
                           PERFORM GRAVAR-DADO
                   END-READ
               END-PERFORM
               CLOSE SITEMST-FILE
           END-IF.
       COPIAR-EMPRMST.
           MOVE "N" TO WS-EOF
           OPEN INPUT EMPRMST-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ EMPRMST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE EMPRMST-REC TO WS-IMAGEM
                           PERFORM GRAVAR-DADO
                   END-READ
               END-PERFORM
               CLOSE EMPRMST-FILE
           END-IF.
       COPIAR-INSTMST.
           MOVE "N" TO WS-EOF
           OPEN INPUT INSTMST-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ INSTMST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE INSTMST-REC TO WS-IMAGEM
                           PERFORM GRAVAR-DADO
                   END-READ
               END-PERFORM
               CLOSE INSTMST-FILE
           END-IF.
       COPIAR-MEMBIDX.
           MOVE "N" TO WS-EOF
           OPEN INPUT MEMBIDX-FILE
           IF WS-IDX-STATUS NOT = "00"
               MOVE "AUSENTE" TO WS-ESTADO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ MEMBIDX-FILE NEXT RECORD
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE MEMBRO-REC TO WS-IMAGEM
                           PERFORM GRAVAR-DADO
                   END-READ
               END-PERFORM
               CLOSE MEMBIDX-FILE
           END-IF.
      ******************************************************************
      * Manifesto: uma linha M por ficheiro, com os mesmos valores do
      * registo F da sua seccao, e o registo Z com os totais da
      * geracao (o hash total e a soma dos hashes dos ficheiros).
      ******************************************************************
       GRAVAR-MANIFESTO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-FICHEIROS
               MOVE SPACES TO DRGERAC-REC
               MOVE "M" TO DRG-TIPO
               MOVE TF-ID(I) TO DRG-ID
               MOVE TF-CONT(I) TO DRG-CONT
               MOVE TF-HASH(I) TO DRG-HASH
               MOVE TF-ESTADO(I) TO DRG-ESTADO
               MOVE TF-DSN(I) TO DRG-DSN-CTL
               WRITE DRGERAC-REC
           END-PERFORM
           MOVE SPACES TO DRGERAC-REC
           MOVE "Z" TO DRG-TIPO
           MOVE "TOTAL" TO DRG-ID
           MOVE WS-TOTAL-REGISTOS TO DRG-CONT
           MOVE WS-TOTAL-HASH TO DRG-HASH
           IF WS-FALHAS = 0
               MOVE "COMPLETA" TO DRG-ESTADO
           ELSE
               MOVE "INCOMPL" TO DRG-ESTADO
           END-IF
           MOVE WS-CONT-FICHEIROS TO DRG-FICHEIROS
           MOVE WS-FALHAS TO DRG-FALHAS
           WRITE DRGERAC-REC.
       GRAVAR-REGISTO.
           OPEN EXTEND REGISTO-FILE
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT REGISTO-FILE
           END-IF
           MOVE SPACES TO DRBREG-REC
           MOVE WS-GERACAO TO DRR-GERACAO
           MOVE WS-DATA-NEGOCIO TO DRR-DATA
           MOVE WS-CONT-FICHEIROS TO DRR-FICHEIROS
           MOVE WS-TOTAL-REGISTOS TO DRR-REGISTOS
           MOVE WS-TOTAL-HASH TO DRR-HASH
           MOVE WS-FALHAS TO DRR-FALHAS
           MOVE WS-OPERADOR-ID TO DRR-OPERADOR
           WRITE DRBREG-REC
           CLOSE REGISTO-FILE.
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
           MOVE "DRBKUP" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM DRBKUP.
