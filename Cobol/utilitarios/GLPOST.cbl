      *            converted hash is used when present; an old-format
      *            trailer without one still posts its original hash
      *            (single-currency nights are unchanged).
      * 10/15/26 - SOMACTL now carries one control line per SOMAIN
      *            batch plus the grand total. A SOMACTL mapping posts
      *            one line per ACCEPTED batch, each carrying its batch
      *            id in the new POST-LOTE field at the end of the
      *            posting record, so the ledger can see which batch
      *            each amount came from; rejected batches are never
      *            posted. The accepted batches must add up to the
      *            SOMACTL grand total or the source counts as
      *            missing and nothing is posted.
      * 10/15/26 - reruns of a posted night. GLPOST now journals an
      *            INICIO/FIM (JOBJRNL) and stamps its run id on every
      *            posting line, and keeps a register of every batch
      *            it posts (GLPREG, GLPREG.cpy: business date, run
      *            id, lines, total) with the posted lines archived on
      *            GLREGLIN. When the business date already has a
      *            batch in force -- a night rebuilt with INTREBLD and
      *            rerun after finance had its batch -- the posting
      *            file carries, AHEAD of the new batch, a reversing
      *            batch: every line of the superseded batch with the
      *            debit/credit side swapped, each naming the run id
      *            it reverses in the new POST-REVERTE field at the
      *            end of the record. The superseded batch is marked
      *            revertido on the register. If the superseded
      *            batch's lines cannot be found on the archive, or
      *            the register is full, nothing is posted and the
      *            run ends with RETURN-CODE 8.
      * 10/15/26 - company master: every GLMAP line that names a
      *            company, and every EX2OUT TOTAIS trailer, must carry
      *            a company that is on EMPRMST and active on the
      *            business date (CALL "EMPRVAL"). A trailer under an
      *            unknown company would otherwise post its money
      *            through a company-blank EX2OUT mapping, so any
      *            invalid code is listed and nothing is posted
      *            (RETURN-CODE 8), the rule for a missing total.
      * 10/15/26 - the batch register only keeps what a rerun can
      *            still reverse: when it is rewritten after a
      *            posting, batches with a business date before the
      *            first day of the previous month are dropped (the
      *            posted lines stay on GLREGLIN; GLCLOSE does not
      *            read the register). Before, every night added a
      *            row and after about 997 nights the full register
      *            refused every batch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
               FILE STATUS IS WS-MOT-STATUS.
           SELECT POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTO-FILE ASSIGN TO "GLPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT ARQUIVO-FILE ASSIGN TO "GLREGLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAPA-FILE.
           05  MAP-DC               PIC X.
       FD  SOMACTL-FILE.
       01  SOMACTL-REC.
           COPY "SOMACTL.cpy".
       FD  EX2OUT-FILE.
       01  EX2OUT-REC               PIC X(80).
      * vista de trailer sobre a mesma area de registo (o padrao
           05  FILLER REDEFINES POST-VALOR.
               10  POST-VALOR-X     PIC X(12).
           COPY "OPSTAMP.cpy".
           05  FILLER               PIC X VALUE SPACE.
           05  POST-LOTE            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  POST-REVERTE         PIC X(19).
       FD  REGISTO-FILE.
           COPY "GLPREG.cpy".
       FD  ARQUIVO-FILE.
       01  ARQUIVO-REC              PIC X(115).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
           88 TEM-MOT VALUE "S".
       77 WS-FONTE-EM-FALTA PIC X VALUE "N".
           88 FONTE-EM-FALTA VALUE "S".
       77 WS-EMPRESA-INVALIDA PIC X VALUE "N".
           88 EMPRESA-INVALIDA VALUE "S".
       77 WS-MAX-MAPAS PIC 99 VALUE 10.
       77 WS-CONT-MAPAS PIC 99 VALUE 0.
       01 TABELA-MAPAS.
      * lancamentos construidos antes de qualquer WRITE; o valor e
      * relido dos proprios digitos da linha para a conferencia
       01 WS-LANCAMENTOS.
           03 WS-LANC OCCURS 40 TIMES.
               05  LANC-CONTA       PIC X(8).
               05  FILLER           PIC X VALUE SPACE.
               05  LANC-DC          PIC X.
                   10  LANC-VALOR-INT  PIC 9(9).
                   10  FILLER          PIC X.
                   10  LANC-VALOR-CENT PIC 99.
               05  LANC-LOTE        PIC X(8).
       77 WS-CONT-LANC PIC 99 VALUE 0.
      * uma linha fica sempre livre para o CLEARING
       77 WS-MAX-LANC PIC 99 VALUE 39.
       77 WS-MAX-LOTES PIC 99 VALUE 20.
       77 WS-CONT-LOTES PIC 99 VALUE 0.
       77 WS-SOMA-LOTES PIC 9(9)V99 VALUE 0.
       77 L PIC 99.
       77 WS-LOTE-LANC PIC X(8).
       01 TABELA-LOTES-SOMA.
           03 LOTE-SOMA-LINHA OCCURS 20 TIMES.
               05  LS-LOTE          PIC X(8).
               05  LS-VALOR         PIC 9(9)V99.
       01 WS-VALOR-EDITADO          PIC 9(9).99.
       01 WS-VALOR-EDITADO-X REDEFINES WS-VALOR-EDITADO
                                    PIC X(12).
       77 WS-TOTAL-DEBITOS PIC 9(9)V99 VALUE 0.
       77 WS-TOTAL-CREDITOS PIC 9(9)V99 VALUE 0.
       77 WS-LIQUIDO PIC S9(9)V99 VALUE 0.
       77 WS-REG-STATUS PIC XX VALUE SPACES.
       77 WS-ARQ-STATUS PIC XX VALUE SPACES.
       77 WS-RUN-ID PIC X(19) VALUE SPACES.
       77 WS-RUNID-ANTERIOR PIC X(19) VALUE SPACES.
       77 WS-REG-ANTERIOR PIC 999 VALUE 0.
       77 WS-MAX-REGISTOS PIC 999 VALUE 999.
       77 WS-CONT-REGISTOS PIC 999 VALUE 0.
       77 WS-DATA-CORTE PIC 9(8).
       77 WS-CORTE-AAAA PIC 9(4).
       77 WS-CORTE-MM PIC 99.
       77 WS-CONT-EXPURGADOS PIC 9(5) VALUE 0.
       77 WS-REGISTO-CHEIO PIC X VALUE "N".
           88 REGISTO-CHEIO VALUE "S".
       77 R PIC 999.
      * o registo de lotes e lido e reescrito no fim, sem os lotes
      * anteriores ao mes passado
       01 TABELA-REGISTO.
           03 REGISTO-LINHA OCCURS 999 TIMES.
               05  TR-REGISTO       PIC X(99).
      * linha do arquivo GLREGLIN (layout do POSTING-REC)
       01 WS-LINHA-ARQUIVO.
           05  ARQ-CONTA            PIC X(8).
           05  FILLER               PIC X.
           05  ARQ-DC               PIC X.
           05  FILLER               PIC X.
           05  ARQ-VALOR            PIC X(12).
           05  FILLER               PIC X.
           05  ARQ-OPERADOR         PIC X(8).
           05  FILLER               PIC X.
           05  ARQ-TIMESTAMP        PIC X(21).
           05  FILLER               PIC X.
           05  ARQ-EMPRESA          PIC XX.
           05  FILLER               PIC X.
           05  ARQ-DATA-NEGOCIO     PIC 9(8).
           05  FILLER               PIC X.
           05  ARQ-RUNID            PIC X(19).
           05  FILLER               PIC X.
           05  ARQ-LOTE             PIC X(8).
           05  FILLER               PIC X.
           05  ARQ-REVERTE          PIC X(19).
      * lote de reversao: as linhas do lote substituido com o lado
      * D/C trocado
       01 WS-REVERSAO.
           03 WS-REV OCCURS 40 TIMES.
               05  REV-CONTA        PIC X(8).
               05  REV-DC           PIC X.
               05  REV-EMPRESA      PIC XX.
               05  REV-VALOR        PIC X(12).
               05  REV-LOTE         PIC X(8).
       77 WS-CONT-REV PIC 99 VALUE 0.
       77 WS-MAX-REV PIC 99 VALUE 40.
       77 WS-REV-EXCEDIDA PIC X VALUE "N".
       77 WS-TOTAL-REVERSAO PIC 9(9)V99 VALUE 0.
           COPY "JOBJRNL-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
           COPY "EMPRVAL-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM REGISTAR-INICIO
           PERFORM LER-MAPA
           IF WS-CONT-MAPAS = 0
               DISPLAY "GLPOST: MAPA DE CONTAS VAZIO OU AUSENTE - "
           PERFORM LER-TRAILERS-EX2
           PERFORM LER-EX1CTL8
           PERFORM LER-MOTOTAIS
           IF EMPRESA-INVALIDA
               DISPLAY "GLPOST: EMPRESA INVALIDA NO GLMAP OU NO "
                   "EX2OUT - NADA FOI LANCADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONSTRUIR-LANCAMENTOS
           IF FONTE-EM-FALTA
               DISPLAY "GLPOST: TOTAL DE CONTROLO EM FALTA - "
                       "CONFEREM - NADA FOI LANCADO"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LER-REGISTO-LOTES
                   IF WS-REG-ANTERIOR > 0
                       PERFORM CONSTRUIR-REVERSAO
                   END-IF
                   EVALUATE TRUE
                       WHEN REGISTO-CHEIO
                           DISPLAY "GLPOST: REGISTO DE LOTES CHEIO - "
                               "NADA FOI LANCADO"
                           MOVE 8 TO RETURN-CODE
                       WHEN WS-REG-ANTERIOR > 0 AND WS-CONT-REV = 0
                           DISPLAY "GLPOST: LOTE " WS-RUNID-ANTERIOR
                               " SEM LINHAS NO ARQUIVO - NADA FOI "
                               "LANCADO"
                           MOVE 8 TO RETURN-CODE
                       WHEN WS-REV-EXCEDIDA = "S"
                           DISPLAY "GLPOST: REVERSAO EXCEDE A "
                               "CAPACIDADE - NADA FOI LANCADO"
                           MOVE 8 TO RETURN-CODE
                       WHEN OTHER
                           PERFORM GRAVAR-LANCAMENTOS
                           PERFORM ARQUIVAR-LANCAMENTOS
                           PERFORM ATUALIZAR-REGISTO
                           PERFORM REGISTAR-FIM
                           IF WS-CONT-REV > 0
                               DISPLAY "GLPOST: LOTE "
                                   WS-RUNID-ANTERIOR " REVERTIDO - "
                                   "TOTAL " WS-TOTAL-REVERSAO
                           END-IF
                           DISPLAY "GLPOST: LOTE LANCADO - TOTAL "
                               WS-TOTAL-DEBITOS
                   END-EVALUATE
               END-IF
           END-IF
           STOP RUN.
       REGISTAR-INICIO.
           MOVE "GLPOST" TO JRN-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO JRN-OPERADOR-PARM
           MOVE "INICIO" TO JRN-EVENTO-PARM
           MOVE 0 TO JRN-LIDOS-PARM
           MOVE 0 TO JRN-GRAVADOS-PARM
           CALL "JOBJRNL" USING JOBJRNL-PARMS
           MOVE JRN-RUNID-PARM TO WS-RUN-ID.
       REGISTAR-FIM.
           MOVE "GLPOST" TO JRN-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO JRN-OPERADOR-PARM
           MOVE "FIM" TO JRN-EVENTO-PARM
           MOVE WS-CONT-REV TO JRN-LIDOS-PARM
           COMPUTE JRN-GRAVADOS-PARM = WS-CONT-LANC + WS-CONT-REV
           CALL "JOBJRNL" USING JOBJRNL-PARMS.
       LER-MAPA.
           OPEN INPUT MAPA-FILE
           IF WS-MAPA-STATUS = "35"
                               MOVE MAP-EMPRESA TO TAB-EMPRESA(I)
                               MOVE MAP-CONTA TO TAB-CONTA(I)
                               MOVE MAP-DC TO TAB-DC(I)
                               IF MAP-EMPRESA NOT = SPACES
                                   MOVE MAP-EMPRESA TO
                                       EMV-EMPRESA-PARM
                                   PERFORM VALIDAR-EMPRESA
                               END-IF
                           ELSE
                               DISPLAY "GLPOST: MAPA DE CONTAS "
                                   "CHEIO - LINHA IGNORADA"
               CLOSE MAPA-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Linhas de lote aceites para a tabela, linha TOTAL para o valor
      * da fonte; os lotes aceites tem de somar o TOTAL.
      ******************************************************************
       LER-SOMACTL.
           OPEN INPUT SOMACTL-FILE
           IF WS-SOMA-STATUS = "35"
               DISPLAY "GLPOST: SOMACTL AUSENTE"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SOMACTL-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-LINHA-SOMACTL
                   END-READ
               END-PERFORM
               CLOSE SOMACTL-FILE
               IF TEM-SOMA AND WS-CONT-LOTES > 0
                   AND WS-SOMA-LOTES NOT = WS-VALOR-SOMA
                   DISPLAY "GLPOST: SOMACTL - LOTES ACEITES NAO "
                       "SOMAM O TOTAL"
                   MOVE "N" TO WS-TEM-SOMA
               END-IF
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-LINHA-SOMACTL.
           IF CTL-SOMA NUMERIC
               IF CTL-LINHA-TOTAL
                   MOVE CTL-SOMA TO WS-VALOR-SOMA
                   SET TEM-SOMA TO TRUE
               END-IF
               IF CTL-LINHA-LOTE AND CTL-ACEITE
                   IF WS-CONT-LOTES < WS-MAX-LOTES
                       ADD 1 TO WS-CONT-LOTES
                       MOVE CTL-LOTE TO LS-LOTE(WS-CONT-LOTES)
                       MOVE CTL-SOMA TO LS-VALOR(WS-CONT-LOTES)
                       ADD CTL-SOMA TO WS-SOMA-LOTES
                   ELSE
                       DISPLAY "GLPOST: SOMACTL COM DEMASIADOS "
                           "LOTES - LOTE " CTL-LOTE " IGNORADO"
                   END-IF
               END-IF
           END-IF.
       LER-TRAILERS-EX2.
           OPEN INPUT EX2OUT-FILE
           IF WS-EX2-STATUS = "35"
           END-IF
           MOVE "N" TO WS-EOF.
       ACUMULAR-TRAILER-EX2.
           MOVE TRAILER-EMPRESA TO EMV-EMPRESA-PARM
           PERFORM VALIDAR-EMPRESA
           MOVE 0 TO WS-EMPRESA-ATUAL
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-CONT-EMPRESAS
               ADD WS-TRAILER-VALOR TO
                   EX2-VALOR(WS-EMPRESA-ATUAL)
           END-IF.
      ******************************************************************
      * Empresa do mapa ou do trailer contra o master de empresas na
      * data de negocio; uma so invalida impede o lote inteiro.
      ******************************************************************
       VALIDAR-EMPRESA.
           MOVE WS-DATA-NEGOCIO TO EMV-DATA-PARM
           CALL "EMPRVAL" USING EMPRVAL-PARMS
           IF NOT EMV-EMPRESA-VALIDA
               SET EMPRESA-INVALIDA TO TRUE
               IF EMV-EMPRESA-INATIVA
                   DISPLAY "GLPOST: EMPRESA INATIVA - "
                       EMV-EMPRESA-PARM
               ELSE
                   DISPLAY "GLPOST: EMPRESA DESCONHECIDA - "
                       EMV-EMPRESA-PARM
               END-IF
           END-IF.
       LER-EX1CTL8.
           OPEN INPUT EX1CTL8-FILE
           IF WS-CT8-STATUS = "35"
                   DISPLAY "GLPOST: FONTE SEM TOTAL - "
                       TAB-FONTE(I) " " TAB-EMPRESA(I)
               ELSE
                   IF TAB-FONTE(I) = "SOMACTL" AND WS-CONT-LOTES > 0
                       PERFORM VARYING L FROM 1 BY 1
                               UNTIL L > WS-CONT-LOTES
                           MOVE LS-VALOR(L) TO WS-VALOR-ATUAL
                           MOVE LS-LOTE(L) TO WS-LOTE-LANC
                           PERFORM ACRESCENTAR-LANCAMENTO
                       END-PERFORM
                   ELSE
                       MOVE SPACES TO WS-LOTE-LANC
                       PERFORM ACRESCENTAR-LANCAMENTO
                   END-IF
               END-IF
           END-PERFORM.
       ACRESCENTAR-LANCAMENTO.
           IF WS-CONT-LANC < WS-MAX-LANC
               ADD 1 TO WS-CONT-LANC
               MOVE TAB-CONTA(I) TO LANC-CONTA(WS-CONT-LANC)
               MOVE TAB-DC(I) TO LANC-DC(WS-CONT-LANC)
               MOVE TAB-EMPRESA(I) TO
                   LANC-EMPRESA(WS-CONT-LANC)
               MOVE WS-VALOR-ATUAL TO WS-VALOR-EDITADO
               MOVE WS-VALOR-EDITADO-X TO
                   LANC-VALOR(WS-CONT-LANC)
               MOVE WS-LOTE-LANC TO LANC-LOTE(WS-CONT-LANC)
           ELSE
               SET FONTE-EM-FALTA TO TRUE
               DISPLAY "GLPOST: LANCAMENTOS EXCEDEM A CAPACIDADE - "
                   TAB-FONTE(I) " " WS-LOTE-LANC
           END-IF.
       OBTER-VALOR-FONTE.
           MOVE "S" TO WS-VALOR-OK
           MOVE 0 TO WS-VALOR-ATUAL
           ADD 1 TO WS-CONT-LANC
           MOVE "CLEARING" TO LANC-CONTA(WS-CONT-LANC)
           MOVE SPACES TO LANC-EMPRESA(WS-CONT-LANC)
           MOVE SPACES TO LANC-LOTE(WS-CONT-LANC)
           IF WS-LIQUIDO < 0
               MOVE "D" TO LANC-DC(WS-CONT-LANC)
               COMPUTE WS-PARCELA = 0 - WS-LIQUIDO
                   ADD WS-PARCELA TO WS-TOTAL-CREDITOS
               END-IF
           END-PERFORM.
      ******************************************************************
      * O lote de reversao sai a frente do lote novo, cada linha com o
      * run id que reverte em POST-REVERTE.
      ******************************************************************
       GRAVAR-LANCAMENTOS.
           OPEN OUTPUT POSTING-FILE
           MOVE SPACES TO POSTING-REC
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP
           MOVE WS-DATA-NEGOCIO TO OPSTAMP-DATA-NEGOCIO
           MOVE WS-RUN-ID TO OPSTAMP-RUNID
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-REV
               MOVE REV-CONTA(I) TO POST-CONTA
               MOVE REV-DC(I) TO POST-DC
               MOVE REV-VALOR(I) TO POST-VALOR-X
               MOVE REV-EMPRESA(I) TO OPSTAMP-EMPRESA
               MOVE REV-LOTE(I) TO POST-LOTE
               MOVE WS-RUNID-ANTERIOR TO POST-REVERTE
               WRITE POSTING-REC
           END-PERFORM
           MOVE SPACES TO POST-REVERTE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-LANC
               MOVE LANC-CONTA(I) TO POST-CONTA
               MOVE LANC-DC(I) TO POST-DC
               MOVE LANC-VALOR(I) TO POST-VALOR-X
               MOVE LANC-EMPRESA(I) TO OPSTAMP-EMPRESA
               MOVE LANC-LOTE(I) TO POST-LOTE
               WRITE POSTING-REC
           END-PERFORM
           CLOSE POSTING-FILE.
      ******************************************************************
      * Registo de lotes para a tabela; o lote em vigor (N, A) da mesma
      * data de negocio e o que esta execucao substitui. Os lotes de
      * datas anteriores ao mes passado ja nao se revertem e saem do
      * registo quando ele e reescrito.
      ******************************************************************
       LER-REGISTO-LOTES.
           PERFORM CALCULAR-DATA-CORTE
           OPEN INPUT REGISTO-FILE
           IF WS-REG-STATUS = "35"
               DISPLAY "GLPOST: SEM REGISTO DE LOTES - REGISTO NOVO"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ REGISTO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF GRG-DATA-NEGOCIO < WS-DATA-CORTE
                               ADD 1 TO WS-CONT-EXPURGADOS
                           ELSE
                               PERFORM GUARDAR-REGISTO-LIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTO-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-CONT-EXPURGADOS > 0
               DISPLAY "GLPOST: " WS-CONT-EXPURGADOS " LOTES ANTERIORES"
                   " A " WS-DATA-CORTE " SAEM DO REGISTO"
           END-IF
           IF WS-CONT-REGISTOS + 2 > WS-MAX-REGISTOS
               SET REGISTO-CHEIO TO TRUE
           END-IF.
      ******************************************************************
      * As linhas do lote substituido vem do arquivo (as de reversao,
      * com POST-REVERTE preenchido, nao fazem parte do lote).
      ******************************************************************
       CONSTRUIR-REVERSAO.
           OPEN INPUT ARQUIVO-FILE
           IF WS-ARQ-STATUS = "35"
               DISPLAY "GLPOST: ARQUIVO DE LINHAS (GLREGLIN) AUSENTE"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ ARQUIVO-FILE INTO WS-LINHA-ARQUIVO
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF ARQ-RUNID = WS-RUNID-ANTERIOR
                               AND ARQ-REVERTE = SPACES
                               PERFORM GUARDAR-LINHA-REVERSAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-LINHA-REVERSAO.
           IF WS-CONT-REV < WS-MAX-REV
               ADD 1 TO WS-CONT-REV
               MOVE ARQ-CONTA TO REV-CONTA(WS-CONT-REV)
               IF ARQ-DC = "D"
                   MOVE "C" TO REV-DC(WS-CONT-REV)
               ELSE
                   MOVE "D" TO REV-DC(WS-CONT-REV)
                   MOVE ARQ-VALOR(1:9) TO WS-PARCELA-INT
                   MOVE ARQ-VALOR(11:2) TO WS-PARCELA-CENT
                   ADD WS-PARCELA TO WS-TOTAL-REVERSAO
               END-IF
               MOVE ARQ-EMPRESA TO REV-EMPRESA(WS-CONT-REV)
               MOVE ARQ-VALOR TO REV-VALOR(WS-CONT-REV)
               MOVE ARQ-LOTE TO REV-LOTE(WS-CONT-REV)
           ELSE
               MOVE "S" TO WS-REV-EXCEDIDA
           END-IF.
      ******************************************************************
      * As linhas do lote novo vao para o arquivo (acrescentadas), de
      * onde uma futura reexecucao da mesma data as reverte.
      ******************************************************************
       ARQUIVAR-LANCAMENTOS.
           OPEN EXTEND ARQUIVO-FILE
           IF WS-ARQ-STATUS = "35"
               OPEN OUTPUT ARQUIVO-FILE
           END-IF
           OPEN INPUT POSTING-FILE
           PERFORM UNTIL FIM-FICHEIRO
               READ POSTING-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END WRITE ARQUIVO-REC FROM POSTING-REC
               END-READ
           END-PERFORM
           CLOSE POSTING-FILE
           CLOSE ARQUIVO-FILE
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * O lote substituido fica revertido; acrescentam-se o lote de
      * reversao (R) e o lote novo (N).
      ******************************************************************
       GUARDAR-REGISTO-LIDO.
           IF WS-CONT-REGISTOS < WS-MAX-REGISTOS
               ADD 1 TO WS-CONT-REGISTOS
               MOVE GLPREG-REC TO TR-REGISTO(WS-CONT-REGISTOS)
               IF GRG-DATA-NEGOCIO = WS-DATA-NEGOCIO
                   AND GRG-LOTE-NORMAL
                   AND GRG-ATIVO
                   MOVE WS-CONT-REGISTOS TO WS-REG-ANTERIOR
                   MOVE GRG-RUNID TO WS-RUNID-ANTERIOR
               END-IF
           ELSE
               SET REGISTO-CHEIO TO TRUE
           END-IF.
      * primeiro dia do mes anterior ao da data de negocio
       CALCULAR-DATA-CORTE.
           MOVE WS-DATA-NEGOCIO(1:4) TO WS-CORTE-AAAA
           MOVE WS-DATA-NEGOCIO(5:2) TO WS-CORTE-MM
           IF WS-CORTE-MM = 1
               SUBTRACT 1 FROM WS-CORTE-AAAA
               MOVE 12 TO WS-CORTE-MM
           ELSE
               SUBTRACT 1 FROM WS-CORTE-MM
           END-IF
           COMPUTE WS-DATA-CORTE =
               WS-CORTE-AAAA * 10000 + WS-CORTE-MM * 100 + 1.
       ATUALIZAR-REGISTO.
           IF WS-REG-ANTERIOR > 0
               MOVE TR-REGISTO(WS-REG-ANTERIOR) TO GLPREG-REC
               SET GRG-REVERTIDO TO TRUE
               MOVE GLPREG-REC TO TR-REGISTO(WS-REG-ANTERIOR)
               MOVE SPACES TO GLPREG-REC
               MOVE WS-DATA-NEGOCIO TO GRG-DATA-NEGOCIO
               MOVE WS-RUN-ID TO GRG-RUNID
               SET GRG-LOTE-REVERSAO TO TRUE
               SET GRG-ATIVO TO TRUE
               MOVE WS-CONT-REV TO GRG-LINHAS
               MOVE WS-TOTAL-REVERSAO TO GRG-DEBITOS
               MOVE WS-RUNID-ANTERIOR TO GRG-REVERTE
               MOVE WS-RUN-TIMESTAMP TO GRG-TIMESTAMP
               MOVE WS-OPERADOR-ID TO GRG-OPERADOR
               ADD 1 TO WS-CONT-REGISTOS
               MOVE GLPREG-REC TO TR-REGISTO(WS-CONT-REGISTOS)
           END-IF
           MOVE SPACES TO GLPREG-REC
           MOVE WS-DATA-NEGOCIO TO GRG-DATA-NEGOCIO
           MOVE WS-RUN-ID TO GRG-RUNID
           SET GRG-LOTE-NORMAL TO TRUE
           SET GRG-ATIVO TO TRUE
           MOVE WS-CONT-LANC TO GRG-LINHAS
           MOVE WS-TOTAL-DEBITOS TO GRG-DEBITOS
           MOVE WS-RUN-TIMESTAMP TO GRG-TIMESTAMP
           MOVE WS-OPERADOR-ID TO GRG-OPERADOR
           ADD 1 TO WS-CONT-REGISTOS
           MOVE GLPREG-REC TO TR-REGISTO(WS-CONT-REGISTOS)
           OPEN OUTPUT REGISTO-FILE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-CONT-REGISTOS
               MOVE TR-REGISTO(R) TO GLPREG-REC
               WRITE GLPREG-REC
           END-PERFORM
           CLOSE REGISTO-FILE.
       OBTER-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           CALL "BUSDATE" USING BUSDATE-PARMS
