      ******************************************************************
      * IMPACTO.cbl
      * 10/15/26 - downstream impact of a manual step rerun. When an
      *            operator reruns one step by hand (EX3 after a
      *            member-master fix, say) nothing said which later
      *            steps and outbound files were now stale -- a
      *            corrected EX3OUT was not followed by EX3BILL and
      *            members were billed from the old classification.
      *            Given the rerun step and business date (request
      *            card IMPPEDID: step id, date; zero or spaces = the
      *            business date) this walks the step-dependency
      *            table SCHEDRUN releases from (SCHDTAB) and the
      *            dataset usage table (DSUSO: step id, mode L=le,
      *            G=grava, T=transmite para fora, DD name, dataset):
      *            a step is impacted when an impacted step is one of
      *            its SCHDTAB predecessors or writes a dataset it
      *            reads, repeated until nothing new is found. The
      *            step ids are the RUN-CONTROL ids SCHDTAB uses; a
      *            step with no run-control entry (an XMITENV
      *            envelope, an on-demand extract) has its own short
      *            id in DSUSO only. The PRNTFMT report lists, in
      *            release order, every step that must be rerun and
      *            why, every outbound transmission (mode T) of an
      *            impacted step that must be resent, and every
      *            RUNCTL completion of the date that must be cleared
      *            -- the rerun step's own included, or RUNCTL would
      *            no-op it. Two inputs for the rerun are written:
      *              RUNCTLN - RUNCTL without those completions, for
      *                        the scheduler to swap in (the FUNCMSTN
      *                        pattern)
      *              IMPSCHD - SCHDTAB-format table of the impacted
      *                        steps only, each with its impacted
      *                        predecessors (SCHDTAB and dataset
      *                        producers, up to four), for SCHEDRUN
      *                        to release from: predecessors outside
      *                        the list count as complete.
      *            An unknown step or a missing table ends with
      *            RETURN-CODE 8; a step needing more than four
      *            predecessors in IMPSCHD with RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPACTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-FILE ASSIGN TO "IMPPEDID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT TABELA-FILE ASSIGN TO "SCHDTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT USO-FILE ASSIGN TO "DSUSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT CONTROLO-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT NOVO-CONTROLO-FILE ASSIGN TO "RUNCTLN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIBERTACAO-FILE ASSIGN TO "IMPSCHD"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-FILE.
       01  PEDIDO-REC.
           05  PED-PASSO            PIC X(8).
           05  FILLER               PIC X.
           05  PED-DATA             PIC X(8).
           05  PED-DATA-N REDEFINES PED-DATA PIC 9(8).
       FD  TABELA-FILE.
       01  TABELA-REC.
           05  SCH-PASSO            PIC X(8).
           05  FILLER               PIC X.
           05  SCH-PRED1            PIC X(8).
           05  FILLER               PIC X.
           05  SCH-PRED2            PIC X(8).
           05  FILLER               PIC X.
           05  SCH-PRED3            PIC X(8).
           05  FILLER               PIC X.
           05  SCH-PRED4            PIC X(8).
       FD  USO-FILE.
       01  USO-REC.
           05  USO-PASSO            PIC X(8).
           05  FILLER               PIC X.
           05  USO-MODO             PIC X.
           05  FILLER               PIC X.
           05  USO-DD               PIC X(8).
           05  FILLER               PIC X.
           05  USO-DSN              PIC X(44).
       FD  CONTROLO-FILE.
       01  CONTROLO-REC.
           05  CTL-PROGRAMA         PIC X(8).
           05  FILLER               PIC X.
           05  CTL-DATA             PIC 9(8).
       FD  NOVO-CONTROLO-FILE.
       01  NOVO-CONTROLO-REC        PIC X(17).
       FD  LIBERTACAO-FILE.
       01  LIBERTACAO-REC.
           05  LIB-PASSO            PIC X(8).
           05  LIB-PREDECESSORES OCCURS 4 TIMES.
               10  FILLER           PIC X.
               10  LIB-PRED         PIC X(8).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-DATA-ALVO PIC 9(8).
       77 WS-PASSO-ORIGEM PIC X(8) VALUE SPACES.
       77 WS-PASSO-PROCURADO PIC X(8) VALUE SPACES.
       77 WS-FONTE-STATUS PIC XX VALUE SPACES.
       77 WS-CTL-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-MAX-PASSOS PIC 99 VALUE 50.
       77 WS-CONT-PASSOS PIC 99 VALUE 0.
       77 WS-MAX-USOS PIC 999 VALUE 200.
       77 WS-CONT-USOS PIC 999 VALUE 0.
       77 WS-NIVEL PIC 99 VALUE 0.
       77 WS-MUDOU PIC X.
       77 WS-CONT-IMPACTADOS PIC 99 VALUE 0.
       77 WS-CONT-TRANSMISSOES PIC 99 VALUE 0.
       77 WS-CONT-LIMPAS PIC 99 VALUE 0.
       77 WS-CONT-EXCESSO PIC 99 VALUE 0.
       77 WS-CONT-PRED PIC 9.
       77 WS-ACHOU PIC X.
       77 WS-RC PIC 9 VALUE 0.
       77 I PIC 99.
       77 J PIC 99.
       77 K PIC 999.
       77 L PIC 999.
       77 N PIC 99.
       77 P PIC 9.
      * catalogo de passos: os do SCHDTAB e os que so aparecem no DSUSO
       01 TABELA-PASSOS.
           03 PASSO-LINHA OCCURS 50 TIMES.
               05  TP-PASSO         PIC X(8).
               05  TP-PRED          PIC X(8) OCCURS 4 TIMES.
               05  TP-NO-SCHDTAB    PIC X.
               05  TP-NIVEL         PIC 99.
               05  TP-IMPACTADO     PIC X.
               05  TP-MOTIVO        PIC X(52).
               05  TP-CONCLUIDO     PIC X.
       01 TABELA-USOS.
           03 USO-LINHA OCCURS 200 TIMES.
               05  TU-PASSO         PIC X(8).
               05  TU-MODO          PIC X.
               05  TU-DD            PIC X(8).
               05  TU-DSN           PIC X(44).
       01 TABELA-PRED-NOVA.
           03 TPN-PRED              PIC X(8) OCCURS 4 TIMES.
       01 LINHA-ORIGEM.
           05  FILLER               PIC X(16) VALUE "PASSO REPETIDO: ".
           05  LO-PASSO             PIC X(8).
           05  FILLER               PIC X(7) VALUE "  DATA ".
           05  LO-DATA              PIC 9(8).
       01 LINHA-TITULO-PASSOS.
           05  FILLER               PIC X(40) VALUE
               "PASSOS A REPETIR (ORDEM DE LIBERTACAO)  ".
       01 LINHA-CAB-PASSOS.
           05  FILLER               PIC X(40) VALUE
               "NIVEL PASSO    RUNCTL      MOTIVO       ".
       01 LINHA-PASSO.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LP-NIVEL             PIC Z9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LP-PASSO             PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LP-RUNCTL            PIC X(11).
           05  FILLER               PIC X VALUE SPACE.
           05  LP-MOTIVO            PIC X(52).
       01 LINHA-TITULO-XMIT.
           05  FILLER               PIC X(40) VALUE
               "TRANSMISSOES A REENVIAR                 ".
       01 LINHA-XMIT.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LX-PASSO             PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LX-DD                PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LX-DSN               PIC X(44).
       01 LINHA-TITULO-RUNCTL.
           05  FILLER               PIC X(40) VALUE
               "CONCLUSOES RUNCTL A LIMPAR (RUNCTLN)    ".
       01 LINHA-RUNCTL.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LR-PASSO             PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LR-DATA              PIC 9(8).
       01 LINHA-TOTAIS.
           05  FILLER               PIC X(8) VALUE "PASSOS=".
           05  LT-PASSOS            PIC Z9.
           05  FILLER               PIC X(15) VALUE "  TRANSMISSOES=".
           05  LT-TRANSMISSOES      PIC Z9.
           05  FILLER               PIC X(19) VALUE
               "  RUNCTL A LIMPAR=".
           05  LT-LIMPAS            PIC Z9.
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-PEDIDO
           PERFORM LER-TABELA
           PERFORM LER-USOS
           PERFORM LOCALIZAR-ORIGEM
           IF I = 0
               DISPLAY "IMPACTO: PASSO " WS-PASSO-ORIGEM
                   " NAO ESTA NO SCHDTAB NEM NO DSUSO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "S" TO TP-IMPACTADO(I)
           MOVE 0 TO TP-NIVEL(I)
           MOVE "PASSO REPETIDO A MAO" TO TP-MOTIVO(I)
           PERFORM PROPAGAR-IMPACTO
           PERFORM LER-CONCLUIDOS
           PERFORM GRAVAR-RUNCTL-NOVO
           PERFORM GRAVAR-LIBERTACAO
           PERFORM GRAVAR-RELATORIO
           DISPLAY "IMPACTO: " WS-PASSO-ORIGEM " " WS-DATA-ALVO
               " PASSOS=" WS-CONT-IMPACTADOS
               " TRANSMISSOES=" WS-CONT-TRANSMISSOES
               " RUNCTL A LIMPAR=" WS-CONT-LIMPAS
           IF WS-CONT-EXCESSO > 0
               DISPLAY "IMPACTO: " WS-CONT-EXCESSO " PASSO(S) COM "
                   "MAIS DE 4 PREDECESSORES - IMPSCHD TRUNCADO"
               MOVE 4 TO WS-RC
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.
       LER-PEDIDO.
           OPEN INPUT PEDIDO-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "IMPACTO: SEM PEDIDO (IMPPEDID)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PEDIDO-REC
           READ PEDIDO-FILE
               AT END
                   DISPLAY "IMPACTO: PEDIDO (IMPPEDID) VAZIO"
                   MOVE 8 TO RETURN-CODE
                   CLOSE PEDIDO-FILE
                   STOP RUN
           END-READ
           CLOSE PEDIDO-FILE
           MOVE PED-PASSO TO WS-PASSO-ORIGEM
           IF PED-DATA = SPACES OR PED-DATA NOT NUMERIC
               OR PED-DATA-N = 0
               MOVE WS-DATA-NEGOCIO TO WS-DATA-ALVO
           ELSE
               MOVE PED-DATA-N TO WS-DATA-ALVO
           END-IF.
       LER-TABELA.
           MOVE "N" TO WS-EOF
           OPEN INPUT TABELA-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "IMPACTO: SEM TABELA DE DEPENDENCIAS (SCHDTAB)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FIM-FICHEIRO
               READ TABELA-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       IF SCH-PASSO NOT = SPACES
                           MOVE SCH-PASSO TO WS-PASSO-PROCURADO
                           PERFORM ACRESCENTAR-PASSO
                           IF I > 0
                               MOVE "S" TO TP-NO-SCHDTAB(I)
                               MOVE SCH-PRED1 TO TP-PRED(I, 1)
                               MOVE SCH-PRED2 TO TP-PRED(I, 2)
                               MOVE SCH-PRED3 TO TP-PRED(I, 3)
                               MOVE SCH-PRED4 TO TP-PRED(I, 4)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TABELA-FILE
           MOVE "N" TO WS-EOF.
       LER-USOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT USO-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "IMPACTO: SEM TABELA DE USO DE DATASETS (DSUSO)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FIM-FICHEIRO
               READ USO-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       IF USO-PASSO NOT = SPACES
                           AND (USO-MODO = "L" OR USO-MODO = "G"
                               OR USO-MODO = "T")
                           PERFORM GUARDAR-USO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USO-FILE
           MOVE "N" TO WS-EOF.
       GUARDAR-USO.
           IF WS-CONT-USOS < WS-MAX-USOS
               ADD 1 TO WS-CONT-USOS
               MOVE USO-PASSO TO TU-PASSO(WS-CONT-USOS)
               MOVE USO-MODO TO TU-MODO(WS-CONT-USOS)
               MOVE USO-DD TO TU-DD(WS-CONT-USOS)
               MOVE USO-DSN TO TU-DSN(WS-CONT-USOS)
               MOVE USO-PASSO TO WS-PASSO-PROCURADO
               PERFORM ACRESCENTAR-PASSO
           ELSE
               DISPLAY "AVISO: TABELA DE USOS CHEIA - " USO-PASSO
                   " " USO-DSN " IGNORADO"
           END-IF.
      * devolve em I o passo WS-PASSO-PROCURADO, acrescentando-o ao
      * catalogo se ainda nao estiver (I = 0 com o catalogo cheio)
       ACRESCENTAR-PASSO.
           PERFORM PROCURAR-PASSO
           IF I = 0
               IF WS-CONT-PASSOS < WS-MAX-PASSOS
                   ADD 1 TO WS-CONT-PASSOS
                   MOVE WS-CONT-PASSOS TO I
                   MOVE WS-PASSO-PROCURADO TO TP-PASSO(I)
                   MOVE SPACES TO TP-PRED(I, 1) TP-PRED(I, 2)
                       TP-PRED(I, 3) TP-PRED(I, 4)
                   MOVE "N" TO TP-NO-SCHDTAB(I)
                   MOVE 0 TO TP-NIVEL(I)
                   MOVE "N" TO TP-IMPACTADO(I)
                   MOVE SPACES TO TP-MOTIVO(I)
                   MOVE "N" TO TP-CONCLUIDO(I)
               ELSE
                   DISPLAY "AVISO: CATALOGO DE PASSOS CHEIO - "
                       WS-PASSO-PROCURADO " IGNORADO"
               END-IF
           END-IF.
       PROCURAR-PASSO.
           MOVE 0 TO N
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PASSOS
               IF TP-PASSO(I) = WS-PASSO-PROCURADO
                   MOVE I TO N
                   MOVE WS-CONT-PASSOS TO I
               END-IF
           END-PERFORM
           MOVE N TO I.
       LOCALIZAR-ORIGEM.
           MOVE WS-PASSO-ORIGEM TO WS-PASSO-PROCURADO
           PERFORM PROCURAR-PASSO.
      ******************************************************************
      * Em ondas: no nivel N entram os passos que tem como predecessor
      * um passo impactado de nivel anterior, ou que leem um dataset
      * que um deles grava. Para quando uma onda nao acrescenta nada.
      ******************************************************************
       PROPAGAR-IMPACTO.
           MOVE 1 TO WS-CONT-IMPACTADOS
           MOVE 0 TO WS-NIVEL
           MOVE "S" TO WS-MUDOU
           PERFORM UNTIL WS-MUDOU = "N"
               MOVE "N" TO WS-MUDOU
               ADD 1 TO WS-NIVEL
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-PASSOS
                   IF TP-IMPACTADO(J) = "N"
                       PERFORM AVALIAR-IMPACTO
                   END-IF
               END-PERFORM
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-PASSOS
                   IF TP-IMPACTADO(J) = "P"
                       MOVE "S" TO TP-IMPACTADO(J)
                       MOVE WS-NIVEL TO TP-NIVEL(J)
                       ADD 1 TO WS-CONT-IMPACTADOS
                       MOVE "S" TO WS-MUDOU
                   END-IF
               END-PERFORM
           END-PERFORM.
      * passo J contra os impactados ja confirmados ("S"); "P" marca-o
      * para a onda seguinte
       AVALIAR-IMPACTO.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 4
               IF TP-PRED(J, P) NOT = SPACES
                   AND TP-IMPACTADO(J) = "N"
                   MOVE TP-PRED(J, P) TO WS-PASSO-PROCURADO
                   PERFORM PROCURAR-PASSO
                   IF I > 0
                       IF TP-IMPACTADO(I) = "S"
                           MOVE "P" TO TP-IMPACTADO(J)
                           MOVE SPACES TO TP-MOTIVO(J)
                           STRING "DEPENDE DE " TP-PASSO(I)
                               " NO SCHDTAB" DELIMITED BY SIZE
                               INTO TP-MOTIVO(J)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CONT-USOS
               IF TU-PASSO(K) = TP-PASSO(J) AND TU-MODO(K) = "L"
                   AND TP-IMPACTADO(J) = "N"
                   PERFORM PROCURAR-PRODUTOR-IMPACTADO
                   IF WS-ACHOU = "S"
                       MOVE "P" TO TP-IMPACTADO(J)
                       MOVE SPACES TO TP-MOTIVO(J)
                       STRING "LE " TU-DSN(K) DELIMITED BY SIZE
                           INTO TP-MOTIVO(J)
                   END-IF
               END-IF
           END-PERFORM.
      * algum passo impactado ("S") grava o dataset do uso K?
       PROCURAR-PRODUTOR-IMPACTADO.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-CONT-USOS
               IF TU-MODO(L) = "G" AND TU-DSN(L) = TU-DSN(K)
                   MOVE TU-PASSO(L) TO WS-PASSO-PROCURADO
                   PERFORM PROCURAR-PASSO
                   IF I > 0
                       IF TP-IMPACTADO(I) = "S"
                           MOVE "S" TO WS-ACHOU
                           MOVE WS-CONT-USOS TO L
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       LER-CONCLUIDOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT CONTROLO-FILE
           IF WS-CTL-STATUS = "35"
               DISPLAY "IMPACTO: SEM RUNCTL - NENHUMA CONCLUSAO A "
                   "LIMPAR"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CONTROLO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF CTL-DATA = WS-DATA-ALVO
                               MOVE CTL-PROGRAMA TO WS-PASSO-PROCURADO
                               PERFORM PROCURAR-PASSO
                               IF I > 0
                                   MOVE "S" TO TP-CONCLUIDO(I)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROLO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * RUNCTL para trocar: tudo menos as conclusoes da data dos
      * passos impactados.
      ******************************************************************
       GRAVAR-RUNCTL-NOVO.
           MOVE "N" TO WS-EOF
           OPEN OUTPUT NOVO-CONTROLO-FILE
           OPEN INPUT CONTROLO-FILE
           IF WS-CTL-STATUS NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ CONTROLO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE 0 TO I
                           IF CTL-DATA = WS-DATA-ALVO
                               MOVE CTL-PROGRAMA TO WS-PASSO-PROCURADO
                               PERFORM PROCURAR-PASSO
                           END-IF
                           IF I > 0
                               IF TP-IMPACTADO(I) = "S"
                                   ADD 1 TO WS-CONT-LIMPAS
                               ELSE
                                   MOVE 0 TO I
                               END-IF
                           END-IF
                           IF I = 0
                               WRITE NOVO-CONTROLO-REC
                                   FROM CONTROLO-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROLO-FILE
           END-IF
           CLOSE NOVO-CONTROLO-FILE
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Entrada do SCHEDRUN para o reprocessamento: so os passos
      * impactados, por nivel, cada um com os predecessores impactados
      * (do SCHDTAB e produtores dos datasets que le).
      ******************************************************************
       GRAVAR-LIBERTACAO.
           OPEN OUTPUT LIBERTACAO-FILE
           PERFORM VARYING WS-NIVEL FROM 0 BY 1 UNTIL WS-NIVEL > 49
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-PASSOS
                   IF TP-IMPACTADO(J) = "S"
                       AND TP-NIVEL(J) = WS-NIVEL
                       PERFORM GRAVAR-LINHA-LIBERTACAO
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE LIBERTACAO-FILE.
       GRAVAR-LINHA-LIBERTACAO.
           MOVE SPACES TO TABELA-PRED-NOVA
           MOVE 0 TO WS-CONT-PRED
           IF TP-NIVEL(J) > 0
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > 4
                   IF TP-PRED(J, P) NOT = SPACES
                       MOVE TP-PRED(J, P) TO WS-PASSO-PROCURADO
                       PERFORM PROCURAR-PASSO
                       IF I > 0
                           IF TP-IMPACTADO(I) = "S"
                               PERFORM JUNTAR-PREDECESSOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CONT-USOS
                   IF TU-PASSO(K) = TP-PASSO(J) AND TU-MODO(K) = "L"
                       PERFORM JUNTAR-PRODUTORES
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO LIBERTACAO-REC
           MOVE TP-PASSO(J) TO LIB-PASSO
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 4
               MOVE TPN-PRED(P) TO LIB-PRED(P)
           END-PERFORM
           WRITE LIBERTACAO-REC.
       JUNTAR-PRODUTORES.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-CONT-USOS
               IF TU-MODO(L) = "G" AND TU-DSN(L) = TU-DSN(K)
                   AND TU-PASSO(L) NOT = TP-PASSO(J)
                   MOVE TU-PASSO(L) TO WS-PASSO-PROCURADO
                   PERFORM PROCURAR-PASSO
                   IF I > 0
                       IF TP-IMPACTADO(I) = "S"
                           PERFORM JUNTAR-PREDECESSOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * TP-PASSO(I) entra na lista de predecessores, sem repetir
       JUNTAR-PREDECESSOR.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > 4
               IF TPN-PRED(N) = TP-PASSO(I)
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = "N"
               IF WS-CONT-PRED < 4
                   ADD 1 TO WS-CONT-PRED
                   MOVE TP-PASSO(I) TO TPN-PRED(WS-CONT-PRED)
               ELSE
                   DISPLAY "AVISO: " TP-PASSO(J) " COM MAIS DE 4 "
                       "PREDECESSORES - " TP-PASSO(I) " FICA FORA"
                   ADD 1 TO WS-CONT-EXCESSO
               END-IF
           END-IF.
       GRAVAR-RELATORIO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "IMPACTO DE REPROCESSAMENTO" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE WS-PASSO-ORIGEM TO LO-PASSO
           MOVE WS-DATA-ALVO TO LO-DATA
           MOVE LINHA-ORIGEM TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-TITULO-PASSOS TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CAB-PASSOS TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING WS-NIVEL FROM 0 BY 1 UNTIL WS-NIVEL > 49
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-PASSOS
                   IF TP-IMPACTADO(J) = "S"
                       AND TP-NIVEL(J) = WS-NIVEL
                       PERFORM GRAVAR-LINHA-PASSO
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-TITULO-XMIT TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CONT-USOS
               IF TU-MODO(K) = "T"
                   MOVE TU-PASSO(K) TO WS-PASSO-PROCURADO
                   PERFORM PROCURAR-PASSO
                   IF I > 0
                       IF TP-IMPACTADO(I) = "S"
                           PERFORM GRAVAR-LINHA-XMIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CONT-TRANSMISSOES = 0
               MOVE "  NENHUMA" TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-IF
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-TITULO-RUNCTL TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-PASSOS
               IF TP-IMPACTADO(J) = "S" AND TP-CONCLUIDO(J) = "S"
                   MOVE TP-PASSO(J) TO LR-PASSO
                   MOVE WS-DATA-ALVO TO LR-DATA
                   MOVE LINHA-RUNCTL TO PRT-LINHA-PARM
                   CALL "PRNTFMT" USING PRNTFMT-PARMS
               END-IF
           END-PERFORM
           IF WS-CONT-LIMPAS = 0
               MOVE "  NENHUMA" TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-IF
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE WS-CONT-IMPACTADOS TO LT-PASSOS
           MOVE WS-CONT-TRANSMISSOES TO LT-TRANSMISSOES
           MOVE WS-CONT-LIMPAS TO LT-LIMPAS
           MOVE LINHA-TOTAIS TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       GRAVAR-LINHA-PASSO.
           MOVE TP-NIVEL(J) TO LP-NIVEL
           MOVE TP-PASSO(J) TO LP-PASSO
           EVALUATE TRUE
               WHEN TP-CONCLUIDO(J) = "S"
                   MOVE "A LIMPAR" TO LP-RUNCTL
               WHEN TP-NO-SCHDTAB(J) = "S"
                   MOVE "POR CORRER" TO LP-RUNCTL
               WHEN OTHER
                   MOVE "FORA RUNCTL" TO LP-RUNCTL
           END-EVALUATE
           MOVE TP-MOTIVO(J) TO LP-MOTIVO
           MOVE LINHA-PASSO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       GRAVAR-LINHA-XMIT.
           ADD 1 TO WS-CONT-TRANSMISSOES
           MOVE TU-PASSO(K) TO LX-PASSO
           MOVE TU-DD(K) TO LX-DD
           MOVE TU-DSN(K) TO LX-DSN
           MOVE LINHA-XMIT TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
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
           MOVE "IMPACTO" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM IMPACTO.
