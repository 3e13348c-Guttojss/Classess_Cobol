      ******************************************************************
      * IMCFATRC.cbl
      * 10/15/26 - reconciliation of the occupational-health
      *            provider's monthly invoice against the referral
      *            status master (IMCREFM, kept by IMCREFST): accounts
      *            payable paid the invoice on trust. Reads the
      *            invoice detail (IMCFATD: employee id, rule id,
      *            visit date, amount) for the billing month (IMCFPARM,
      *            YYYYMM; default the month before the business
      *            date). A billed line is approved only against a
      *            referral we sent for that employee and rule that
      *            was recorded as V (visto) and has not been paid
      *            before -- this month or in an earlier month's
      *            invoice (paid history IMCFATH, rewritten in place:
      *            a rerun of the same month replaces that month's
      *            entries). Everything else is an exception on the
      *            PRNTFMT report: billed but never referred, billed
      *            but declined (D), billed but no-show (N), billed
      *            while still pending, and duplicate billing. Visits
      *            recorded as V in the billing month that the invoice
      *            does not bill are listed as seen but not billed.
      *            The approved total per company (the referral's
      *            OPSTAMP-EMPRESA) goes to the AP file (IMCFAP) that
      *            accounts payable pays against; any exception ends
      *            the run with RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCFATRC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-FILE ASSIGN TO "IMCFATD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAT-STATUS.
           SELECT MASTER-FILE ASSIGN TO "IMCREFM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT PAGOS-FILE ASSIGN TO "IMCFATH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-STATUS.
           SELECT PARM-FILE ASSIGN TO "IMCFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT PAGAMENTO-FILE ASSIGN TO "IMCFAP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-FILE.
       01  FATURA-REC.
           05  FAT-FUNC             PIC 9(5).
           05  FILLER               PIC X.
           05  FAT-REGRA            PIC 99.
           05  FILLER               PIC X.
           05  FAT-DATA-VISITA      PIC 9(8).
           05  FILLER               PIC X.
           05  FAT-VALOR            PIC 9(5)V99.
       FD  MASTER-FILE.
       01  MASTER-REC.
           05  MST-FUNC             PIC 9(5).
           05  FILLER               PIC X.
           05  MST-REGRA            PIC 99.
           05  FILLER               PIC X.
           05  MST-DATA-REF         PIC 9(8).
           05  FILLER               PIC X.
           05  MST-STATUS           PIC X.
           05  FILLER               PIC X.
           05  MST-DATA-RESULTADO   PIC 9(8).
           COPY "OPSTAMP.cpy".
       FD  PAGOS-FILE.
       01  PAGOS-REC.
           05  PAG-FUNC             PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  PAG-REGRA            PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  PAG-DATA-RESULTADO   PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  PAG-PERIODO          PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  PAG-VALOR            PIC 9(5)V99.
           05  FILLER               PIC X VALUE SPACE.
           05  PAG-EMPRESA          PIC XX.
           COPY "OPSTAMP.cpy".
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-PERIODO         PIC 9(6).
       FD  PAGAMENTO-FILE.
       01  PAGAMENTO-REC.
           05  AP-EMPRESA           PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  AP-PERIODO           PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  AP-LINHAS            PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  AP-TOTAL             PIC 9(9)V99.
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-FAT-STATUS PIC XX VALUE SPACES.
       77 WS-MST-STATUS PIC XX VALUE SPACES.
       77 WS-PAG-STATUS PIC XX VALUE SPACES.
       77 WS-PRM-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-PERIODO PIC 9(6).
       77 WS-ANO PIC 9(4).
       77 WS-MES PIC 99.
       77 WS-MAX-REFS PIC 999 VALUE 300.
       77 WS-CONT-REFS PIC 999 VALUE 0.
       77 WS-MAX-PAGOS PIC 9(4) VALUE 2000.
       77 WS-CONT-PAGOS PIC 9(4) VALUE 0.
       77 WS-MAX-EMPRESAS PIC 99 VALUE 10.
       77 WS-CONT-EMPRESAS PIC 99 VALUE 0.
       77 WS-CONT-LINHAS PIC 9(5) VALUE 0.
       77 WS-CONT-APROVADAS PIC 9(5) VALUE 0.
       77 WS-CONT-EXCECOES PIC 9(5) VALUE 0.
       77 WS-CONT-NAO-FATURADOS PIC 9(5) VALUE 0.
       77 WS-TOTAL-FATURADO PIC 9(9)V99 VALUE 0.
       77 WS-TOTAL-APROVADO PIC 9(9)V99 VALUE 0.
       77 WS-MOTIVO PIC X(30).
       77 WS-VISTA-LIVRE PIC 999.
       77 WS-VISTA-DATA PIC 999.
       77 WS-VISTA-PAGA PIC 999.
       77 WS-OUTRA PIC 999.
       77 R PIC 999.
       77 P PIC 9(4).
       77 E PIC 99.
       01 TABELA-REFS.
           03 REF-LINHA OCCURS 300 TIMES.
               05  TR-FUNC          PIC 9(5).
               05  TR-REGRA         PIC 99.
               05  TR-STATUS        PIC X.
               05  TR-DATA-RES      PIC 9(8).
               05  TR-EMPRESA       PIC XX.
               05  TR-PAGA          PIC X.
      * historico de pagos de outros meses, para reescrever
       01 TABELA-PAGOS.
           03 PAGO-REGISTO          PIC X(98) OCCURS 2000 TIMES.
       01 TABELA-EMPRESAS.
           03 EMPRESA-LINHA OCCURS 10 TIMES.
               05  EMP-CODIGO       PIC XX.
               05  EMP-LINHAS       PIC 9(5).
               05  EMP-TOTAL        PIC 9(9)V99.
       01 LINHA-EXCECAO.
           05  LX-MOTIVO            PIC X(30).
           05  FILLER               PIC X VALUE SPACE.
           05  LX-FUNC              PIC 9(5).
           05  FILLER               PIC X(7) VALUE " REGRA ".
           05  LX-REGRA             PIC 99.
           05  FILLER               PIC X(8) VALUE " VISITA ".
           05  LX-DATA              PIC 9999/99/99.
           05  FILLER               PIC X VALUE SPACE.
           05  LX-VALOR             PIC ZZ,ZZ9.99.
       01 LINHA-EMPRESA.
           05  FILLER               PIC X(9) VALUE "EMPRESA: ".
           05  LE-EMPRESA           PIC XX.
           05  FILLER               PIC X(10) VALUE "  LINHAS: ".
           05  LE-LINHAS            PIC ZZZZ9.
           05  FILLER               PIC X(21)
               VALUE "  APROVADO A PAGAR: ".
           05  LE-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
       01 LINHA-TOTAIS.
           05  FILLER               PIC X(11) VALUE "FATURADO : ".
           05  LT-FATURADO          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(14) VALUE "  APROVADO : ".
           05  LT-APROVADO          PIC ZZZ,ZZZ,ZZ9.99.
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-PARAMETROS
           PERFORM CARREGAR-REFERENCIAS
           PERFORM CARREGAR-PAGOS
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "RECONCILIACAO FATURA PRESTADOR" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE SPACES TO PRT-LINHA-PARM
           STRING "PERIODO FATURADO: " WS-PERIODO
               DELIMITED BY SIZE INTO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "--- LINHAS NAO APROVADAS ---" TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           OPEN INPUT FATURA-FILE
           IF WS-FAT-STATUS = "35"
               DISPLAY "IMCFATRC: SEM FATURA DO PRESTADOR (IMCFATD)"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FATURA-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM CONFERIR-LINHA
                   END-READ
               END-PERFORM
               CLOSE FATURA-FILE
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM LISTAR-NAO-FATURADOS
           PERFORM LISTAR-EMPRESAS
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM GRAVAR-PAGOS
           DISPLAY "LINHAS FATURADAS      : " WS-CONT-LINHAS
           DISPLAY "LINHAS APROVADAS      : " WS-CONT-APROVADAS
           DISPLAY "LINHAS NAO APROVADAS  : " WS-CONT-EXCECOES
           DISPLAY "VISTOS NAO FATURADOS  : " WS-CONT-NAO-FATURADOS
           IF WS-CONT-EXCECOES > 0 OR WS-CONT-NAO-FATURADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       CARREGAR-REFERENCIAS.
           OPEN INPUT MASTER-FILE
           IF WS-MST-STATUS = "35"
               DISPLAY "IMCFATRC: SEM MASTER DE REFERENCIAS (IMCREFM)"
                   " - NENHUMA LINHA PODE SER APROVADA"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ MASTER-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-REFS < WS-MAX-REFS
                               ADD 1 TO WS-CONT-REFS
                               MOVE WS-CONT-REFS TO R
                               MOVE MST-FUNC TO TR-FUNC(R)
                               MOVE MST-REGRA TO TR-REGRA(R)
                               MOVE MST-STATUS TO TR-STATUS(R)
                               MOVE MST-DATA-RESULTADO TO
                                   TR-DATA-RES(R)
                               MOVE OPSTAMP-EMPRESA OF MASTER-REC
                                   TO TR-EMPRESA(R)
                               MOVE "N" TO TR-PAGA(R)
                           ELSE
                               DISPLAY "AVISO: MASTER DE "
                                   "REFERENCIAS CHEIO"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Pagos de outros meses marcam a referencia como ja paga e sao
      * guardados para reescrever; os do proprio mes sao de uma
      * execucao anterior desta fatura e saem -- esta execucao
      * volta a grava-los.
      ******************************************************************
       CARREGAR-PAGOS.
           OPEN INPUT PAGOS-FILE
           IF WS-PAG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ PAGOS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF PAG-PERIODO NOT = WS-PERIODO
                               PERFORM GUARDAR-PAGO-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGOS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-PAGO-ANTERIOR.
           IF WS-CONT-PAGOS < WS-MAX-PAGOS
               ADD 1 TO WS-CONT-PAGOS
               MOVE PAGOS-REC TO PAGO-REGISTO(WS-CONT-PAGOS)
           ELSE
               DISPLAY "IMCFATRC: HISTORICO DE PAGOS CHEIO - "
                   "EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-CONT-REFS
               IF TR-FUNC(R) = PAG-FUNC
                   AND TR-REGRA(R) = PAG-REGRA
                   AND TR-DATA-RES(R) = PAG-DATA-RESULTADO
                   MOVE "A" TO TR-PAGA(R)
               END-IF
           END-PERFORM.
      ******************************************************************
      * Entre as referencias do funcionario e regra: uma V ainda por
      * pagar com a data do resultado igual a da visita, senao uma V
      * qualquer por pagar; so V ja pagas e duplicado; sem V, o
      * estado da referencia diz o motivo.
      ******************************************************************
       CONFERIR-LINHA.
           ADD 1 TO WS-CONT-LINHAS
           ADD FAT-VALOR TO WS-TOTAL-FATURADO
           MOVE 0 TO WS-VISTA-LIVRE
           MOVE 0 TO WS-VISTA-DATA
           MOVE 0 TO WS-VISTA-PAGA
           MOVE 0 TO WS-OUTRA
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-CONT-REFS
               IF TR-FUNC(R) = FAT-FUNC AND TR-REGRA(R) = FAT-REGRA
                   PERFORM CLASSIFICAR-REFERENCIA
               END-IF
           END-PERFORM
           IF WS-VISTA-DATA > 0
               MOVE WS-VISTA-DATA TO WS-VISTA-LIVRE
           END-IF
           EVALUATE TRUE
               WHEN WS-VISTA-LIVRE > 0
                   PERFORM APROVAR-LINHA
               WHEN WS-VISTA-PAGA > 0
                   MOVE "FATURACAO DUPLICADA" TO WS-MOTIVO
                   PERFORM LISTAR-EXCECAO
               WHEN WS-OUTRA = 0
                   MOVE "FATURADO SEM REFERENCIA" TO WS-MOTIVO
                   PERFORM LISTAR-EXCECAO
               WHEN TR-STATUS(WS-OUTRA) = "D"
                   MOVE "FATURADO MAS DECLINOU" TO WS-MOTIVO
                   PERFORM LISTAR-EXCECAO
               WHEN TR-STATUS(WS-OUTRA) = "N"
                   MOVE "FATURADO MAS NAO COMPARECEU" TO WS-MOTIVO
                   PERFORM LISTAR-EXCECAO
               WHEN OTHER
                   MOVE "FATURADO COM REFERENCIA PENDENTE"
                       TO WS-MOTIVO
                   PERFORM LISTAR-EXCECAO
           END-EVALUATE.
       CLASSIFICAR-REFERENCIA.
           IF TR-STATUS(R) = "V"
               IF TR-PAGA(R) = "N"
                   IF WS-VISTA-LIVRE = 0
                       MOVE R TO WS-VISTA-LIVRE
                   END-IF
                   IF TR-DATA-RES(R) = FAT-DATA-VISITA
                       AND WS-VISTA-DATA = 0
                       MOVE R TO WS-VISTA-DATA
                   END-IF
               ELSE
                   MOVE R TO WS-VISTA-PAGA
               END-IF
           ELSE
               IF WS-OUTRA = 0
                   MOVE R TO WS-OUTRA
               END-IF
           END-IF.
       APROVAR-LINHA.
           MOVE WS-VISTA-LIVRE TO R
           MOVE "S" TO TR-PAGA(R)
           ADD 1 TO WS-CONT-APROVADAS
           ADD FAT-VALOR TO WS-TOTAL-APROVADO
           PERFORM LOCALIZAR-EMPRESA
           IF E > 0
               ADD 1 TO EMP-LINHAS(E)
               ADD FAT-VALOR TO EMP-TOTAL(E)
           END-IF
           IF WS-CONT-PAGOS < WS-MAX-PAGOS
               ADD 1 TO WS-CONT-PAGOS
               MOVE SPACES TO PAGOS-REC
               MOVE TR-FUNC(R) TO PAG-FUNC
               MOVE TR-REGRA(R) TO PAG-REGRA
               MOVE TR-DATA-RES(R) TO PAG-DATA-RESULTADO
               MOVE WS-PERIODO TO PAG-PERIODO
               MOVE FAT-VALOR TO PAG-VALOR
               MOVE TR-EMPRESA(R) TO PAG-EMPRESA
               MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF PAGOS-REC
               MOVE WS-RUN-TIMESTAMP TO
                   OPSTAMP-TIMESTAMP OF PAGOS-REC
               MOVE TR-EMPRESA(R) TO OPSTAMP-EMPRESA OF PAGOS-REC
               MOVE WS-DATA-NEGOCIO TO
                   OPSTAMP-DATA-NEGOCIO OF PAGOS-REC
               MOVE PAGOS-REC TO PAGO-REGISTO(WS-CONT-PAGOS)
           ELSE
               DISPLAY "IMCFATRC: HISTORICO DE PAGOS CHEIO - "
                   "EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       LOCALIZAR-EMPRESA.
           MOVE 0 TO E
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > WS-CONT-EMPRESAS OR E > 0
               IF EMP-CODIGO(P) = TR-EMPRESA(R)
                   MOVE P TO E
               END-IF
           END-PERFORM
           IF E = 0
               IF WS-CONT-EMPRESAS < WS-MAX-EMPRESAS
                   ADD 1 TO WS-CONT-EMPRESAS
                   MOVE WS-CONT-EMPRESAS TO E
                   MOVE TR-EMPRESA(R) TO EMP-CODIGO(E)
                   MOVE 0 TO EMP-LINHAS(E)
                   MOVE 0 TO EMP-TOTAL(E)
               ELSE
                   DISPLAY "AVISO: TABELA DE EMPRESAS CHEIA - "
                       "EMPRESA " TR-EMPRESA(R) " FORA DO TOTAL"
               END-IF
           END-IF.
       LISTAR-EXCECAO.
           ADD 1 TO WS-CONT-EXCECOES
           MOVE WS-MOTIVO TO LX-MOTIVO
           MOVE FAT-FUNC TO LX-FUNC
           MOVE FAT-REGRA TO LX-REGRA
           MOVE FAT-DATA-VISITA TO LX-DATA
           MOVE FAT-VALOR TO LX-VALOR
           MOVE LINHA-EXCECAO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
      * vistos no mes faturado que a fatura nao trouxe
       LISTAR-NAO-FATURADOS.
           MOVE "--- VISTOS NAO FATURADOS ---" TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-CONT-REFS
               IF TR-STATUS(R) = "V" AND TR-PAGA(R) = "N"
                   AND TR-DATA-RES(R)(1:6) = WS-PERIODO
                   ADD 1 TO WS-CONT-NAO-FATURADOS
                   MOVE "VISTO NAO FATURADO" TO LX-MOTIVO
                   MOVE TR-FUNC(R) TO LX-FUNC
                   MOVE TR-REGRA(R) TO LX-REGRA
                   MOVE TR-DATA-RES(R) TO LX-DATA
                   MOVE 0 TO LX-VALOR
                   MOVE LINHA-EXCECAO TO PRT-LINHA-PARM
                   CALL "PRNTFMT" USING PRNTFMT-PARMS
               END-IF
           END-PERFORM.
       LISTAR-EMPRESAS.
           MOVE "--- APROVADO PARA PAGAMENTO ---" TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           OPEN OUTPUT PAGAMENTO-FILE
           MOVE SPACES TO PAGAMENTO-REC
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-CONT-EMPRESAS
               MOVE EMP-CODIGO(E) TO LE-EMPRESA
               MOVE EMP-LINHAS(E) TO LE-LINHAS
               MOVE EMP-TOTAL(E) TO LE-TOTAL
               MOVE LINHA-EMPRESA TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
               MOVE EMP-CODIGO(E) TO AP-EMPRESA
               MOVE WS-PERIODO TO AP-PERIODO
               MOVE EMP-LINHAS(E) TO AP-LINHAS
               MOVE EMP-TOTAL(E) TO AP-TOTAL
               MOVE WS-OPERADOR-ID TO
                   OPSTAMP-OPERADOR OF PAGAMENTO-REC
               MOVE WS-RUN-TIMESTAMP TO
                   OPSTAMP-TIMESTAMP OF PAGAMENTO-REC
               MOVE EMP-CODIGO(E) TO OPSTAMP-EMPRESA OF PAGAMENTO-REC
               MOVE WS-DATA-NEGOCIO TO
                   OPSTAMP-DATA-NEGOCIO OF PAGAMENTO-REC
               WRITE PAGAMENTO-REC
           END-PERFORM
           CLOSE PAGAMENTO-FILE
           MOVE WS-TOTAL-FATURADO TO LT-FATURADO
           MOVE WS-TOTAL-APROVADO TO LT-APROVADO
           MOVE LINHA-TOTAIS TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       GRAVAR-PAGOS.
           OPEN OUTPUT PAGOS-FILE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CONT-PAGOS
               MOVE PAGO-REGISTO(P) TO PAGOS-REC
               WRITE PAGOS-REC
           END-PERFORM
           CLOSE PAGOS-FILE.
       LER-PARAMETROS.
           MOVE WS-DATA-NEGOCIO(1:4) TO WS-ANO
           MOVE WS-DATA-NEGOCIO(5:2) TO WS-MES
           IF WS-MES = 1
               SUBTRACT 1 FROM WS-ANO
               MOVE 12 TO WS-MES
           ELSE
               SUBTRACT 1 FROM WS-MES
           END-IF
           COMPUTE WS-PERIODO = WS-ANO * 100 + WS-MES
           OPEN INPUT PARM-FILE
           IF WS-PRM-STATUS = "35"
               CONTINUE
           ELSE
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-PERIODO NUMERIC
                           AND PARM-PERIODO(5:2) >= "01"
                           AND PARM-PERIODO(5:2) <= "12"
                           MOVE PARM-PERIODO TO WS-PERIODO
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
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
           MOVE "IMCFATRC" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM IMCFATRC.
