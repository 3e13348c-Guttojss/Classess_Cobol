      ******************************************************************
      * REPLPREP.cbl
      * 10/15/26 - first step of each night of a historical replay
      *            (REPLGEN generates one job per business date from
      *            the REPLNITE skeleton). Prepares the isolated
      *            datasets the changed programs run against, as
      *            that night had them:
      *              - REPLBUS, the replay's business date file,
      *                holding the date from the REPLPARM card;
      *              - the parameter files (EX3PARM, EX1PARM,
      *                EX3PARM7, MOPARM, RODRPARM, EX1LIM8, EX1PARM8)
      *                rebuilt from the latest set PARMAUDT kept for
      *                that date in the parameter history (PARMHIST);
      *              - that night's production outputs (BEX1EXC,
      *                BEX2OUT, BEX2REJ, BPIPAR, BPIIMPAR) extracted
      *                from the output history (SAIDHISF, latest copy
      *                of each output for the date) -- the baselines
      *                the replay's FILECOMP steps compare against;
      *              - the FILECOMP report datasets (FEX1EXC ...
      *                FPIIMPAR) primed with one NAOEXEC line, which
      *                FILECOMP overwrites when it runs: a compare
      *                that never ran because a step before it failed
      *                is then reported by REPLREG as FALHOU instead
      *                of passing for IDENTICO.
      *            The night's inputs are rebuilt by INTREBLD in the
      *            next step. No parameter or no output history for
      *            the date ends with RETURN-CODE 8 (the night cannot
      *            be replayed; the rest of its job is skipped).
      * 10/15/26 - baselines extracted at 120 positions, as the output
      *            history now keeps them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLPREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "REPLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PARMHIST-FILE ASSIGN TO "PARMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SAIDHIST-FILE ASSIGN TO "SAIDHISF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "REPLBUS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT P3-FILE ASSIGN TO "EX3PARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT P1-FILE ASSIGN TO "EX1PARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT P37-FILE ASSIGN TO "EX3PARM7"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PMO-FILE ASSIGN TO "MOPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRD-FILE ASSIGN TO "RODRPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PL8-FILE ASSIGN TO "EX1LIM8"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PC8-FILE ASSIGN TO "EX1PARM8"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BEX1EXC-FILE ASSIGN TO "BEX1EXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BEX2OUT-FILE ASSIGN TO "BEX2OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BEX2REJ-FILE ASSIGN TO "BEX2REJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BPIPAR-FILE ASSIGN TO "BPIPAR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BPIIMPAR-FILE ASSIGN TO "BPIIMPAR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEX1EXC-FILE ASSIGN TO "FEX1EXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEX2OUT-FILE ASSIGN TO "FEX2OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEX2REJ-FILE ASSIGN TO "FEX2REJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FPIPAR-FILE ASSIGN TO "FPIPAR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FPIIMPAR-FILE ASSIGN TO "FPIIMPAR"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-DATA            PIC 9(8).
           05  FILLER               PIC X.
           05  PARM-ID              PIC X(14).
       FD  PARMHIST-FILE.
           COPY "PARMHIST.cpy".
       FD  SAIDHIST-FILE.
           COPY "SAIDHIST.cpy".
       FD  BUSDATE-FILE.
       01  BUSDATE-REC              PIC 9(8).
       FD  P3-FILE.
       01  P3-REC                   PIC X(64).
       FD  P1-FILE.
       01  P1-REC                   PIC X(64).
       FD  P37-FILE.
       01  P37-REC                  PIC X(64).
       FD  PMO-FILE.
       01  PMO-REC                  PIC X(64).
       FD  PRD-FILE.
       01  PRD-REC                  PIC X(64).
       FD  PL8-FILE.
       01  PL8-REC                  PIC X(64).
       FD  PC8-FILE.
       01  PC8-REC                  PIC X(64).
       FD  BEX1EXC-FILE.
       01  BEX1EXC-REC              PIC X(120).
       FD  BEX2OUT-FILE.
       01  BEX2OUT-REC              PIC X(120).
       FD  BEX2REJ-FILE.
       01  BEX2REJ-REC              PIC X(120).
       FD  BPIPAR-FILE.
       01  BPIPAR-REC               PIC X(120).
       FD  BPIIMPAR-FILE.
       01  BPIIMPAR-REC             PIC X(120).
       FD  FEX1EXC-FILE.
       01  FEX1EXC-REC              PIC X(75).
       FD  FEX2OUT-FILE.
       01  FEX2OUT-REC              PIC X(75).
       FD  FEX2REJ-FILE.
       01  FEX2REJ-REC              PIC X(75).
       FD  FPIPAR-FILE.
       01  FPIPAR-REC               PIC X(75).
       FD  FPIIMPAR-FILE.
       01  FPIIMPAR-REC             PIC X(75).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-DATA-NOITE PIC 9(8) VALUE 0.
       77 WS-ULTIMO-PARM PIC X(21) VALUE SPACES.
       77 WS-CONT-PARM PIC 9(5) VALUE 0.
       77 WS-CONT-SAIDAS PIC 9(7) VALUE 0.
       77 WS-FALHAS PIC 99 VALUE 0.
       77 WS-MAX-SAIDAS PIC 9 VALUE 5.
       77 I PIC 9.
       01 TABELA-SAIDAS.
           03 SAIDA-LINHA OCCURS 5 TIMES.
               05  TS-FONTE         PIC X(8).
               05  TS-TIMESTAMP     PIC X(21).
               05  TS-CONT          PIC 9(7).
       01 LINHA-MARCA.
           05  FILLER               PIC X(8) VALUE "NAOEXEC".
           05  FILLER               PIC X VALUE SPACE.
           05  FILLER               PIC 9(5) VALUE 0.
           05  FILLER               PIC X VALUE SPACE.
           05  FILLER               PIC X(60)
               VALUE "COMPARACAO NAO EXECUTADA".
           COPY "BUSDATE-WS.cpy".
           COPY "OPERVAL-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-PARAMETROS
           PERFORM GRAVAR-MARCAS
           OPEN OUTPUT BUSDATE-FILE
           MOVE WS-DATA-NOITE TO BUSDATE-REC
           WRITE BUSDATE-REC
           CLOSE BUSDATE-FILE
           PERFORM RECONSTRUIR-PARAMETROS
           PERFORM EXTRAIR-SAIDAS
           IF WS-FALHAS > 0
               DISPLAY "REPLPREP: NOITE " WS-DATA-NOITE
                   " NAO PODE SER REPETIDA - " WS-FALHAS " FALHA(S)"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "REPLPREP: NOITE " WS-DATA-NOITE
                   " PREPARADA - " WS-CONT-PARM
                   " REGISTOS DE PARAMETROS, " WS-CONT-SAIDAS
                   " REGISTOS DE PRODUCAO"
           END-IF
           STOP RUN.
       LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-DATA NUMERIC
                           MOVE PARM-DATA TO WS-DATA-NOITE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-DATA-NOITE = 0
               DISPLAY "REPLPREP: SEM DATA VALIDA EM REPLPARM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      * Os relatorios do FILECOMP ficam com uma linha NAOEXEC ate o
      * FILECOMP os reescrever: comparacao que nao correu e falha.
      ******************************************************************
       GRAVAR-MARCAS.
           OPEN OUTPUT FEX1EXC-FILE
           WRITE FEX1EXC-REC FROM LINHA-MARCA
           CLOSE FEX1EXC-FILE
           OPEN OUTPUT FEX2OUT-FILE
           WRITE FEX2OUT-REC FROM LINHA-MARCA
           CLOSE FEX2OUT-FILE
           OPEN OUTPUT FEX2REJ-FILE
           WRITE FEX2REJ-REC FROM LINHA-MARCA
           CLOSE FEX2REJ-FILE
           OPEN OUTPUT FPIPAR-FILE
           WRITE FPIPAR-REC FROM LINHA-MARCA
           CLOSE FPIPAR-FILE
           OPEN OUTPUT FPIIMPAR-FILE
           WRITE FPIIMPAR-REC FROM LINHA-MARCA
           CLOSE FPIIMPAR-FILE.
      ******************************************************************
      * Primeira passagem: o conjunto mais recente que o PARMAUDT
      * guardou para a data. Segunda: cada registo desse conjunto
      * volta ao seu ficheiro; *AUSENTE e *VAZIO deixam-no vazio.
      ******************************************************************
       RECONSTRUIR-PARAMETROS.
           MOVE "N" TO WS-EOF
           OPEN INPUT PARMHIST-FILE
           IF WS-HIST-STATUS = "35"
               DISPLAY "REPLPREP: HISTORICO DE PARAMETROS AUSENTE"
               ADD 1 TO WS-FALHAS
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ PARMHIST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF PHS-DATA = WS-DATA-NOITE
                               AND PHS-TIMESTAMP > WS-ULTIMO-PARM
                               MOVE PHS-TIMESTAMP TO WS-ULTIMO-PARM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARMHIST-FILE
               IF WS-ULTIMO-PARM = SPACES
                   DISPLAY "REPLPREP: SEM PARAMETROS GUARDADOS PARA "
                       WS-DATA-NOITE
                   ADD 1 TO WS-FALHAS
               END-IF
           END-IF
           OPEN OUTPUT P3-FILE
           OPEN OUTPUT P1-FILE
           OPEN OUTPUT P37-FILE
           OPEN OUTPUT PMO-FILE
           OPEN OUTPUT PRD-FILE
           OPEN OUTPUT PL8-FILE
           OPEN OUTPUT PC8-FILE
           IF WS-ULTIMO-PARM NOT = SPACES
               MOVE "N" TO WS-EOF
               OPEN INPUT PARMHIST-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   READ PARMHIST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF PHS-DATA = WS-DATA-NOITE
                               AND PHS-TIMESTAMP = WS-ULTIMO-PARM
                               AND PHS-CONTEUDO NOT = "*AUSENTE"
                               AND PHS-CONTEUDO NOT = "*VAZIO"
                               PERFORM REPOR-PARAMETRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARMHIST-FILE
           END-IF
           CLOSE P3-FILE
           CLOSE P1-FILE
           CLOSE P37-FILE
           CLOSE PMO-FILE
           CLOSE PRD-FILE
           CLOSE PL8-FILE
           CLOSE PC8-FILE.
       REPOR-PARAMETRO.
           ADD 1 TO WS-CONT-PARM
           EVALUATE PHS-NOME
               WHEN "EX3PARM"
                   WRITE P3-REC FROM PHS-CONTEUDO
               WHEN "EX1PARM"
                   WRITE P1-REC FROM PHS-CONTEUDO
               WHEN "EX3PARM7"
                   WRITE P37-REC FROM PHS-CONTEUDO
               WHEN "MOPARM"
                   WRITE PMO-REC FROM PHS-CONTEUDO
               WHEN "RODRPARM"
                   WRITE PRD-REC FROM PHS-CONTEUDO
               WHEN "EX1LIM8"
                   WRITE PL8-REC FROM PHS-CONTEUDO
               WHEN "EX1PARM8"
                   WRITE PC8-REC FROM PHS-CONTEUDO
               WHEN OTHER
                   SUBTRACT 1 FROM WS-CONT-PARM
                   DISPLAY "REPLPREP: PARAMETRO DESCONHECIDO "
                       PHS-NOME
           END-EVALUATE.
      ******************************************************************
      * A copia mais recente de cada saida para a data e a saida de
      * producao dessa noite. Saida sem linhas no historico fica
      * vazia (noite sem excecoes); nenhuma saida para a data e
      * falha: a noite nao foi guardada.
      ******************************************************************
       EXTRAIR-SAIDAS.
           MOVE "EX1EXC" TO TS-FONTE(1)
           MOVE "EX2OUT" TO TS-FONTE(2)
           MOVE "EX2REJ" TO TS-FONTE(3)
           MOVE "PIPAR" TO TS-FONTE(4)
           MOVE "PIIMPAR" TO TS-FONTE(5)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MAX-SAIDAS
               MOVE SPACES TO TS-TIMESTAMP(I)
               MOVE 0 TO TS-CONT(I)
           END-PERFORM
           MOVE "N" TO WS-EOF
           OPEN INPUT SAIDHIST-FILE
           IF WS-HIST-STATUS = "35"
               DISPLAY "REPLPREP: HISTORICO DE SAIDAS AUSENTE"
               ADD 1 TO WS-FALHAS
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SAIDHIST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF SHS-DATA = WS-DATA-NOITE
                               PERFORM PROCURAR-SAIDA
                               IF I NOT > WS-MAX-SAIDAS
                                   AND SHS-TIMESTAMP > TS-TIMESTAMP(I)
                                   MOVE SHS-TIMESTAMP
                                       TO TS-TIMESTAMP(I)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAIDHIST-FILE
           END-IF
           OPEN OUTPUT BEX1EXC-FILE
           OPEN OUTPUT BEX2OUT-FILE
           OPEN OUTPUT BEX2REJ-FILE
           OPEN OUTPUT BPIPAR-FILE
           OPEN OUTPUT BPIIMPAR-FILE
           IF WS-HIST-STATUS NOT = "35"
               MOVE "N" TO WS-EOF
               OPEN INPUT SAIDHIST-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SAIDHIST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF SHS-DATA = WS-DATA-NOITE
                               PERFORM PROCURAR-SAIDA
                               IF I NOT > WS-MAX-SAIDAS
                                   AND SHS-TIMESTAMP = TS-TIMESTAMP(I)
                                   PERFORM REPOR-SAIDA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAIDHIST-FILE
           END-IF
           CLOSE BEX1EXC-FILE
           CLOSE BEX2OUT-FILE
           CLOSE BEX2REJ-FILE
           CLOSE BPIPAR-FILE
           CLOSE BPIIMPAR-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MAX-SAIDAS
               DISPLAY "REPLPREP: PRODUCAO " TS-FONTE(I) " "
                   TS-CONT(I) " REGISTO(S)"
           END-PERFORM
           IF WS-HIST-STATUS NOT = "35" AND WS-CONT-SAIDAS = 0
               DISPLAY "REPLPREP: SEM SAIDAS GUARDADAS PARA "
                   WS-DATA-NOITE
               ADD 1 TO WS-FALHAS
           END-IF.
       PROCURAR-SAIDA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-MAX-SAIDAS
                      OR TS-FONTE(I) = SHS-FONTE
               CONTINUE
           END-PERFORM.
       REPOR-SAIDA.
           ADD 1 TO WS-CONT-SAIDAS
           ADD 1 TO TS-CONT(I)
           EVALUATE I
               WHEN 1
                   WRITE BEX1EXC-REC FROM SHS-CONTEUDO
               WHEN 2
                   WRITE BEX2OUT-REC FROM SHS-CONTEUDO
               WHEN 3
                   WRITE BEX2REJ-REC FROM SHS-CONTEUDO
               WHEN 4
                   WRITE BPIPAR-REC FROM SHS-CONTEUDO
               WHEN 5
                   WRITE BPIIMPAR-REC FROM SHS-CONTEUDO
           END-EVALUATE.
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
           MOVE "REPLPREP" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM REPLPREP.
