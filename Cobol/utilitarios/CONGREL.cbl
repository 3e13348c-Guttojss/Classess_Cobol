      ******************************************************************
      * CONGREL.cbl
      * 10/15/26 - freeze-exception report for finance. The change
      *            freeze windows (CONGELA: from/to business date,
      *            scope, emergency approvers, description) are
      *            enforced by CONGCHK in PARMPROM and the master
      *            maintenance programs, and every change applied
      *            inside a window on an emergency approval is logged
      *            on CONGLOG. At month-end this lists, for every
      *            window that overlaps the business month to date,
      *            the window itself and the emergency changes made
      *            under it in the period (business date, program,
      *            what changed, operator, approver, when), with a
      *            count per window. CONGLOG entries of the period
      *            whose window is no longer on CONGELA are listed at
      *            the end as SEM JANELA, so nothing drops out of the
      *            report when a window is edited. Goes to finance
      *            through RPTDIST (CONGREL on the monthly control
      *            file). Informational: the step always ends with
      *            RETURN-CODE 0.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONGREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JANELAS-FILE ASSIGN TO "CONGELA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT CONGLOG-FILE ASSIGN TO "CONGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JANELAS-FILE.
       01  JANELAS-REC.
           05  JAN-DE               PIC 9(8).
           05  FILLER               PIC X.
           05  JAN-ATE              PIC 9(8).
           05  FILLER               PIC X.
           05  JAN-AMBITO           PIC X.
           05  FILLER               PIC X.
           05  JAN-APROVADORES      PIC X(36).
           05  JAN-DESCRICAO        PIC X(30).
       FD  CONGLOG-FILE.
           COPY "CONGLOG.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-PER-INICIO PIC 9(8).
       77 WS-FONTE-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-TEM-CONGLOG PIC X VALUE "N".
       77 WS-MAX-JANELAS PIC 99 VALUE 30.
       77 WS-CONT-JANELAS PIC 99 VALUE 0.
       77 WS-CONT-JANELA PIC 9(3) VALUE 0.
       77 WS-CONT-ALTERACOES PIC 9(4) VALUE 0.
       77 WS-CONT-SEM-JANELA PIC 9(3) VALUE 0.
       77 WS-ACHOU PIC X.
       77 I PIC 99.
       77 J PIC 99.
       01 TABELA-JANELAS.
           03 JANELA-LINHA OCCURS 30 TIMES.
               05  TJ-DE            PIC 9(8).
               05  TJ-ATE           PIC 9(8).
               05  TJ-AMBITO        PIC X.
               05  TJ-APROVADORES   PIC X(36).
               05  TJ-DESCRICAO     PIC X(30).
       01 LINHA-PERIODO.
           05  FILLER               PIC X(8) VALUE "PERIODO ".
           05  LP-INICIO            PIC 9(8).
           05  FILLER               PIC X(3) VALUE " A ".
           05  LP-FIM               PIC 9(8).
           05  FILLER               PIC X(10) VALUE "  JANELAS=".
           05  LP-JANELAS           PIC Z9.
       01 LINHA-JANELA.
           05  FILLER               PIC X(7) VALUE "JANELA ".
           05  LJ-DE                PIC 9(8).
           05  FILLER               PIC X(3) VALUE " A ".
           05  LJ-ATE               PIC 9(8).
           05  FILLER               PIC X(8) VALUE " AMBITO ".
           05  LJ-AMBITO            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LJ-DESCRICAO         PIC X(30).
           05  FILLER               PIC X(13) VALUE " APROVADORES ".
           05  LJ-APROVADORES       PIC X(36).
       01 LINHA-CABECALHO.
           05  FILLER               PIC X(40) VALUE
               "   DATA     PROGRAMA CHAVE              ".
           05  FILLER               PIC X(40) VALUE
               "  OPERADOR APROVADO QUANDO              ".
       01 LINHA-ALTERACAO.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  LA-DATA              PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LA-PROGRAMA          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LA-CHAVE             PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  LA-OPERADOR          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LA-APROVADOR         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LA-QUANDO            PIC X(21).
       01 LINHA-SUBTOTAL.
           05  FILLER               PIC X(41) VALUE
               "   ALTERACOES DE EMERGENCIA NESTA JANELA=".
           05  LS-JANELA            PIC ZZ9.
       01 LINHA-SEM-JANELA.
           05  FILLER               PIC X(47) VALUE
               "SEM JANELA (JANELA JA NAO ESTA NO CONGELA): DE ".
           05  LW-DE                PIC 9(8).
           05  FILLER               PIC X(3) VALUE " A ".
           05  LW-ATE               PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LW-JANELA            PIC X(30).
       01 LINHA-TOTAIS.
           05  FILLER               PIC X(8) VALUE "JANELAS=".
           05  LT-JANELAS           PIC Z9.
           05  FILLER               PIC X(27) VALUE
               "  ALTERACOES DE EMERGENCIA=".
           05  LT-ALTERACOES        PIC ZZZ9.
           05  FILLER               PIC X(13) VALUE "  SEM JANELA=".
           05  LT-SEM-JANELA        PIC ZZ9.
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE WS-DATA-NEGOCIO TO WS-PER-INICIO
           MOVE "01" TO WS-PER-INICIO(7:2)
           PERFORM CARREGAR-JANELAS
           OPEN INPUT CONGLOG-FILE
           IF WS-FONTE-STATUS = "00"
               MOVE "S" TO WS-TEM-CONGLOG
               CLOSE CONGLOG-FILE
           ELSE
               DISPLAY "CONGREL: SEM CONGLOG - NENHUMA ALTERACAO DE "
                   "EMERGENCIA REGISTADA"
           END-IF
           PERFORM GRAVAR-RELATORIO
           DISPLAY "CONGREL: " WS-PER-INICIO " A " WS-DATA-NEGOCIO
               " JANELAS=" WS-CONT-JANELAS
               " ALTERACOES DE EMERGENCIA=" WS-CONT-ALTERACOES
           MOVE 0 TO RETURN-CODE
           STOP RUN.
      ******************************************************************
      * Janelas que se sobrepoem ao mes de negocio ate a data de
      * negocio.
      ******************************************************************
       CARREGAR-JANELAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT JANELAS-FILE
           IF WS-FONTE-STATUS = "35"
               DISPLAY "CONGREL: SEM JANELAS DE CONGELAMENTO (CONGELA)"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ JANELAS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF JAN-DE NUMERIC AND JAN-ATE NUMERIC
                               AND JAN-DE NOT > WS-DATA-NEGOCIO
                               AND JAN-ATE NOT < WS-PER-INICIO
                               PERFORM GUARDAR-JANELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JANELAS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-JANELA.
           IF WS-CONT-JANELAS < WS-MAX-JANELAS
               ADD 1 TO WS-CONT-JANELAS
               MOVE JAN-DE TO TJ-DE(WS-CONT-JANELAS)
               MOVE JAN-ATE TO TJ-ATE(WS-CONT-JANELAS)
               MOVE JAN-AMBITO TO TJ-AMBITO(WS-CONT-JANELAS)
               MOVE JAN-APROVADORES TO TJ-APROVADORES(WS-CONT-JANELAS)
               MOVE JAN-DESCRICAO TO TJ-DESCRICAO(WS-CONT-JANELAS)
           ELSE
               DISPLAY "AVISO: TABELA DE JANELAS CHEIA - JANELA "
                   JAN-DE " A " JAN-ATE " IGNORADA"
           END-IF.
       GRAVAR-RELATORIO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "EXCECOES AO CONGELAMENTO" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE WS-PER-INICIO TO LP-INICIO
           MOVE WS-DATA-NEGOCIO TO LP-FIM
           MOVE WS-CONT-JANELAS TO LP-JANELAS
           MOVE LINHA-PERIODO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           IF WS-CONT-JANELAS = 0
               MOVE "SEM JANELAS DE CONGELAMENTO NO PERIODO"
                   TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-JANELAS
               PERFORM GRAVAR-JANELA
           END-PERFORM
           IF WS-TEM-CONGLOG = "S"
               PERFORM GRAVAR-SEM-JANELA
           END-IF
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE WS-CONT-JANELAS TO LT-JANELAS
           MOVE WS-CONT-ALTERACOES TO LT-ALTERACOES
           MOVE WS-CONT-SEM-JANELA TO LT-SEM-JANELA
           MOVE LINHA-TOTAIS TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
      ******************************************************************
      * Uma janela e as alteracoes de emergencia do periodo feitas ao
      * abrigo dela (uma passagem ao CONGLOG por janela).
      ******************************************************************
       GRAVAR-JANELA.
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE TJ-DE(J) TO LJ-DE
           MOVE TJ-ATE(J) TO LJ-ATE
           MOVE TJ-AMBITO(J) TO LJ-AMBITO
           MOVE TJ-DESCRICAO(J) TO LJ-DESCRICAO
           MOVE TJ-APROVADORES(J) TO LJ-APROVADORES
           MOVE LINHA-JANELA TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE 0 TO WS-CONT-JANELA
           IF WS-TEM-CONGLOG = "S"
               MOVE LINHA-CABECALHO TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
               OPEN INPUT CONGLOG-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CONGLOG-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF CGL-DE = TJ-DE(J)
                               AND CGL-ATE = TJ-ATE(J)
                               AND OPSTAMP-DATA-NEGOCIO
                                   NOT < WS-PER-INICIO
                               AND OPSTAMP-DATA-NEGOCIO
                                   NOT > WS-DATA-NEGOCIO
                               ADD 1 TO WS-CONT-JANELA
                               ADD 1 TO WS-CONT-ALTERACOES
                               PERFORM GRAVAR-ALTERACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONGLOG-FILE
               MOVE "N" TO WS-EOF
           END-IF
           MOVE WS-CONT-JANELA TO LS-JANELA
           MOVE LINHA-SUBTOTAL TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       GRAVAR-ALTERACAO.
           MOVE OPSTAMP-DATA-NEGOCIO TO LA-DATA
           MOVE CGL-PROGRAMA TO LA-PROGRAMA
           MOVE CGL-CHAVE TO LA-CHAVE
           MOVE OPSTAMP-OPERADOR TO LA-OPERADOR
           MOVE CGL-APROVADOR TO LA-APROVADOR
           MOVE OPSTAMP-TIMESTAMP TO LA-QUANDO
           MOVE LINHA-ALTERACAO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
      ******************************************************************
      * Alteracoes do periodo cuja janela ja nao esta no CONGELA (ou
      * nao entrou na tabela): tambem vao para a financa.
      ******************************************************************
       GRAVAR-SEM-JANELA.
           OPEN INPUT CONGLOG-FILE
           PERFORM UNTIL FIM-FICHEIRO
               READ CONGLOG-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       IF OPSTAMP-DATA-NEGOCIO NOT < WS-PER-INICIO
                           AND OPSTAMP-DATA-NEGOCIO
                               NOT > WS-DATA-NEGOCIO
                           PERFORM PROCURAR-JANELA
                           IF WS-ACHOU = "N"
                               PERFORM GRAVAR-ALTERACAO-SEM-JANELA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONGLOG-FILE
           MOVE "N" TO WS-EOF.
       PROCURAR-JANELA.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-JANELAS
               IF TJ-DE(I) = CGL-DE AND TJ-ATE(I) = CGL-ATE
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
       GRAVAR-ALTERACAO-SEM-JANELA.
           IF WS-CONT-SEM-JANELA = 0
               MOVE SPACES TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-IF
           ADD 1 TO WS-CONT-SEM-JANELA
           ADD 1 TO WS-CONT-ALTERACOES
           MOVE CGL-DE TO LW-DE
           MOVE CGL-ATE TO LW-ATE
           MOVE CGL-JANELA TO LW-JANELA
           MOVE LINHA-SEM-JANELA TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM GRAVAR-ALTERACAO.
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
           MOVE "CONGREL" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM CONGREL.
