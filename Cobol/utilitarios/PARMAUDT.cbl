      *            carries the record number, so the first run after
      *            this change reports one spurious ALTERADO per
      *            file while the old-format snapshot rolls over.
      * 10/15/26 - also appends every record read tonight to the
      *            dated parameter history (PARMHIST, see
      *            PARMHIST.cpy). The snapshot only ever holds the
      *            latest night and PARMDIF only tonight's edits, so
      *            the parameters a past night actually ran with
      *            could not be rebuilt; REPLPREP rebuilds them from
      *            here for a historical replay.
      * 10/15/26 - an ALTERADO line is now followed by one CAMPO line
      *            per field that changed, named from the file's format
      *            on the layout registry (LAYREG): "LIMITE-ALTO: 12"
      *            before, "LIMITE-ALTO: 15" after, instead of two
      *            64-column images to tell apart by eye. CAMPO lines
      *            are detail of the ALTERADO above them and are not
      *            counted as changes. A file with no registered format
      *            keeps the whole-record line only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMAUDT.
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT DIFERENCAS-FILE ASSIGN TO "PARMDIF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORIA-FILE ASSIGN TO "PARMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM3-FILE.
           05  FILLER               PIC X VALUE SPACE.
           05  DIF-DEPOIS           PIC X(64).
           COPY "OPSTAMP.cpy".
       FD  HISTORIA-FILE.
           COPY "PARMHIST.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-SNAP-STATUS PIC XX VALUE SPACES.
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-NOME-ATUAL PIC X(8).
       77 I PIC 999.
       77 J PIC 999.
       77 K PIC 999.
       77 C PIC 99.
       77 WS-CMP-INICIO PIC 999.
       77 WS-CMP-COMPR PIC 999.
       77 WS-FORMATO-CARREGADO PIC X(8) VALUE SPACES.
       01 TABELA-ATUAL.
           03 ATUAL-LINHA OCCURS 100 TIMES.
               05  ATUAL-NOME       PIC X(8).
               05  SNAPT-VISTO      PIC X.
           COPY "BUSDATE-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "LAYREG-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
           PERFORM REPORTAR-REMOVIDOS
           CLOSE DIFERENCAS-FILE
           PERFORM GRAVAR-SNAPSHOT
           PERFORM GRAVAR-HISTORIA
           DISPLAY "PARAMETROS ALTERADOS : " WS-CONT-ALTERADOS
           STOP RUN.
       LER-PARMS-ATUAIS.
                   MOVE SNAPT-CONTEUDO(J) TO DIF-ANTES
                   MOVE WS-CONTEUDO-ATUAL TO DIF-DEPOIS
                   PERFORM GRAVAR-DIFERENCA
                   IF SNAPT-CONTEUDO(J)(1:1) NOT = "*"
                       AND WS-CONTEUDO-ATUAL(1:1) NOT = "*"
                       PERFORM REPORTAR-CAMPOS
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * Campo a campo (10/15/26): o formato do ficheiro vem do LAYREG
      * (carregado uma vez por ficheiro); cada campo da variante do
      * registo atual cujo conteudo mudou da uma linha CAMPO com o
      * nome e os valores antes e depois.
      ******************************************************************
       REPORTAR-CAMPOS.
           IF WS-NOME-ATUAL NOT = WS-FORMATO-CARREGADO
               MOVE "C" TO LYR-FUNCAO-PARM
               MOVE WS-NOME-ATUAL TO LYR-FORMATO-PARM
               CALL "LAYREG" USING LAYREG-PARMS
               MOVE WS-NOME-ATUAL TO WS-FORMATO-CARREGADO
           END-IF
           IF LYR-ENCONTRADO
               MOVE "V" TO LYR-FUNCAO-PARM
               MOVE WS-CONTEUDO-ATUAL TO LYR-REGISTO-PARM
               CALL "LAYREG" USING LAYREG-PARMS
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > LYR-CONT-CAMPOS
                   MOVE LYR-CMP-INICIO(C) TO WS-CMP-INICIO
                   MOVE LYR-CMP-COMPRIMENTO(C) TO WS-CMP-COMPR
                   IF LYR-CMP-VARIANTE(C) = LYR-VARIANTE-PARM
                       AND LYR-CMP-TIPO(C) NOT = "C"
                       AND WS-CMP-INICIO + WS-CMP-COMPR - 1 <= 64
                       AND SNAPT-CONTEUDO(J)(WS-CMP-INICIO:WS-CMP-COMPR)
                           NOT = WS-CONTEUDO-ATUAL
                               (WS-CMP-INICIO:WS-CMP-COMPR)
                       PERFORM GRAVAR-CAMPO-ALTERADO
                   END-IF
               END-PERFORM
           END-IF.
       GRAVAR-CAMPO-ALTERADO.
           MOVE "CAMPO" TO DIF-TIPO
           MOVE SPACES TO DIF-ANTES
           MOVE SPACES TO DIF-DEPOIS
           STRING LYR-CMP-NOME(C) DELIMITED BY SPACE
               ": " SNAPT-CONTEUDO(J)(WS-CMP-INICIO:WS-CMP-COMPR)
               DELIMITED BY SIZE INTO DIF-ANTES
           STRING LYR-CMP-NOME(C) DELIMITED BY SPACE
               ": " WS-CONTEUDO-ATUAL(WS-CMP-INICIO:WS-CMP-COMPR)
               DELIMITED BY SIZE INTO DIF-DEPOIS
           PERFORM ESCREVER-DIFERENCA
           DISPLAY "PARAMETRO " WS-NOME-ATUAL " REGISTO "
               WS-SEQ-ATUAL " CAMPO " LYR-CMP-NOME(C).
       REPORTAR-REMOVIDOS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CONT-SNAP
               IF SNAPT-VISTO(K) = "N"
           END-PERFORM.
       GRAVAR-DIFERENCA.
           ADD 1 TO WS-CONT-ALTERADOS
           PERFORM ESCREVER-DIFERENCA
           DISPLAY "PARAMETRO " WS-NOME-ATUAL " REGISTO "
               WS-SEQ-ATUAL " " DIF-TIPO.
       ESCREVER-DIFERENCA.
           MOVE WS-NOME-ATUAL TO DIF-NOME
           MOVE WS-SEQ-ATUAL TO DIF-SEQ
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP
           MOVE WS-DATA-NEGOCIO TO OPSTAMP-DATA-NEGOCIO
           WRITE DIFERENCAS-REC.
       LER-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAP-STATUS = "35"
               WRITE SNAPSHOT-REC
           END-PERFORM
           CLOSE SNAPSHOT-FILE.
       GRAVAR-HISTORIA.
           OPEN EXTEND HISTORIA-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORIA-FILE
           END-IF
           MOVE SPACES TO PARMHIST-REC
           MOVE WS-DATA-NEGOCIO TO PHS-DATA
           MOVE WS-RUN-TIMESTAMP TO PHS-TIMESTAMP
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-ATUAL
               MOVE ATUAL-NOME(I) TO PHS-NOME
               MOVE ATUAL-SEQ(I) TO PHS-SEQ
               MOVE ATUAL-CONTEUDO(I) TO PHS-CONTEUDO
               WRITE PARMHIST-REC
           END-PERFORM
           CLOSE HISTORIA-FILE.
       OBTER-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           CALL "BUSDATE" USING BUSDATE-PARMS
