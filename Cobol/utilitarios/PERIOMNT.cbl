      *            after values and the OPSTAMP operator/timestamp so
      *            the variance people can trust the master. Rejects
      *            end the run with RETURN-CODE 4.
      * 10/15/26 - change freeze: on a business date inside a CONGELA
      *            window of scope masters (M or A) a transaction is
      *            refused unless TRAN-EMERGENCIA (new, at the end of
      *            the record) names an emergency approver listed on
      *            the window other than the operator (CALL "CONGCHK").
      *            Each change applied that way is logged on CONGLOG
      *            for the GONOGO sheet and the finance
      *            freeze-exception report.
      * 10/15/26 - named series: the master is keyed on series plus
      *            date (PERIODO.cpy, PERIODMS DD) with an S9(9)V99
      *            value, and each transaction names its series
      *            (TRAN-SERIE, after the type) with signed S9(9)V99
      *            old and new values. A series that is not on the
      *            series control file PERIOSER (BASE always is) is
      *            rejected. The journal line and the freeze-check key
      *            carry the series too.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOMNT.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "PERIODMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SERIES-FILE ASSIGN TO "PERIOSER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIES-STATUS.
           SELECT TRANSACOES-FILE ASSIGN TO "PERIOTRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN TO "PERIOLOG"
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY "PERIODO.cpy".
       FD  SERIES-FILE.
           COPY "PERIOSER.cpy".
       FD  TRANSACOES-FILE.
       01  TRANSACAO-REC.
           05  TRAN-TIPO            PIC X.
           05  FILLER               PIC X.
           05  TRAN-SERIE           PIC X(8).
           05  FILLER               PIC X.
           05  TRAN-DATA            PIC 9(8).
           05  FILLER               PIC X.
           05  TRAN-VALOR-ANTIGO    PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  FILLER               PIC X.
           05  TRAN-VALOR-NOVO      PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  FILLER               PIC X.
           05  TRAN-EMERGENCIA      PIC X(8).
       FD  JORNAL-FILE.
       01  JORNAL-REC.
           05  JORNAL-TIPO          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-SERIE         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-DATA          PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-ANTES         PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-DEPOIS        PIC S9(9)V99
               SIGN LEADING SEPARATE.
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-DATA-VALIDA PIC X.
       77 WS-MASTER-EXISTE PIC X.
           88 MASTER-EXISTE VALUE "S".
       77 WS-VALOR-ANTES PIC S9(9)V99.
       77 WS-SERIES-STATUS PIC XX VALUE SPACES.
       77 WS-SERIE-VALIDA PIC X.
       77 WS-CONT-SERIES PIC 99 VALUE 0.
       77 WS-MAX-SERIES PIC 99 VALUE 50.
       77 S PIC 99.
       01 TABELA-SERIES.
           05  TAB-SERIE            PIC X(8) OCCURS 50 TIMES.
       01 WS-DATA-PARTES.
           05  WS-DP-ANO            PIC 9(4).
           05  WS-DP-MES            PIC 99.
           05  WS-DP-DIA            PIC 99.
       77 WS-DIAS-NO-MES PIC 99.
           COPY "CONGCHK-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM CARREGAR-SERIES
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "PERIOMNT: MASTER INDISPONIVEL - STATUS "
           END-IF
           STOP RUN.
       APLICAR-TRANSACAO.
           PERFORM VALIDAR-SERIE
           PERFORM VALIDAR-DATA
           MOVE "L" TO CNG-RESULTADO-PARM
           IF WS-DATA-VALIDA = "S" AND WS-SERIE-VALIDA = "S"
               PERFORM VERIFICAR-CONGELAMENTO
           END-IF
           EVALUATE TRUE
               WHEN WS-SERIE-VALIDA = "N"
                   DISPLAY "PERIOMNT: SERIE FORA DO PERIOSER "
                       TRAN-SERIE " DATA " TRAN-DATA
                   PERFORM REJEITAR-TRANSACAO
               WHEN WS-DATA-VALIDA = "N"
                   PERFORM REJEITAR-TRANSACAO
               WHEN CNG-RECUSADO
                   DISPLAY "PERIOMNT: " CNG-MOTIVO-PARM " "
                       CNG-JANELA-PARM " DATA " TRAN-DATA
                   PERFORM REJEITAR-TRANSACAO
               WHEN OTHER
                   PERFORM APLICAR-TRANSACAO-VALIDA
           END-EVALUATE.
      ******************************************************************
      * Periodo congelado: so com aprovador de emergencia da janela,
      * que nao pode ser o proprio operador.
      ******************************************************************
       VERIFICAR-CONGELAMENTO.
           MOVE "V" TO CNG-FUNCAO-PARM
           MOVE "M" TO CNG-AMBITO-PARM
           MOVE WS-DATA-NEGOCIO TO CNG-DATA-PARM
           MOVE WS-OPERADOR-ID TO CNG-OPERADOR-PARM
           MOVE TRAN-EMERGENCIA TO CNG-APROVADOR-PARM
           MOVE SPACES TO CNG-CHAVE-PARM
           STRING TRAN-TIPO " " TRAN-SERIE " " TRAN-DATA
               DELIMITED BY SIZE INTO CNG-CHAVE-PARM
           CALL "CONGCHK" USING CONGCHK-PARMS.
      ******************************************************************
      * Serie conhecida: BASE (a serie original) ou uma do PERIOSER.
      * Sem PERIOSER so a BASE passa.
      ******************************************************************
       CARREGAR-SERIES.
           OPEN INPUT SERIES-FILE
           IF WS-SERIES-STATUS = "35"
               DISPLAY "PERIOMNT: SEM PERIOSER - SO A SERIE BASE"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SERIES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-SERIES < WS-MAX-SERIES
                               ADD 1 TO WS-CONT-SERIES
                               MOVE SER-CODIGO
                                   TO TAB-SERIE(WS-CONT-SERIES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERIES-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       VALIDAR-SERIE.
           MOVE "N" TO WS-SERIE-VALIDA
           IF TRAN-SERIE = "BASE"
               MOVE "S" TO WS-SERIE-VALIDA
           END-IF
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-CONT-SERIES
               IF TAB-SERIE(S) = TRAN-SERIE
                   MOVE "S" TO WS-SERIE-VALIDA
               END-IF
           END-PERFORM.
       APLICAR-TRANSACAO-VALIDA.
           PERFORM LER-MASTER-POR-DATA
           EVALUATE TRAN-TIPO
               WHEN "I"
                   PERFORM TRATAR-INCLUSAO
               WHEN "A"
                   PERFORM TRATAR-ALTERACAO
               WHEN "E"
                   PERFORM TRATAR-EXCLUSAO
               WHEN OTHER
                   DISPLAY "PERIOMNT: TIPO INVALIDO "
                       TRAN-TIPO " DATA " TRAN-DATA
                   PERFORM REJEITAR-TRANSACAO
           END-EVALUATE.
      ******************************************************************
      * Data real do calendario (mes 1-12, dia dentro do mes, ano
      * bissexto para 29/02) e nunca alem da data de negocio: o
           END-EVALUATE.
       LER-MASTER-POR-DATA.
           MOVE "N" TO WS-MASTER-EXISTE
           MOVE TRAN-SERIE TO MASTER-SERIE
           MOVE TRAN-DATA TO MASTER-DATA
           READ MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
       TRATAR-INCLUSAO.
           IF MASTER-EXISTE
               DISPLAY "PERIOMNT: DATA JA EXISTE " TRAN-SERIE " "
                   TRAN-DATA
               PERFORM REJEITAR-TRANSACAO
           ELSE
               MOVE 0 TO WS-VALOR-ANTES
               MOVE TRAN-SERIE TO MASTER-SERIE
               MOVE TRAN-DATA TO MASTER-DATA
               MOVE TRAN-VALOR-NOVO TO MASTER-VALOR
               WRITE MASTER-REC
      ******************************************************************
       TRATAR-ALTERACAO.
           IF NOT MASTER-EXISTE
               DISPLAY "PERIOMNT: DATA NAO EXISTE " TRAN-SERIE " "
                   TRAN-DATA
               PERFORM REJEITAR-TRANSACAO
           ELSE
               IF MASTER-VALOR NOT = TRAN-VALOR-ANTIGO
                   DISPLAY "PERIOMNT: VALOR ANTIGO NAO CONFERE - "
                       TRAN-SERIE " DATA " TRAN-DATA
                       " FICHEIRO " MASTER-VALOR
                       " TRANSACAO " TRAN-VALOR-ANTIGO
                   PERFORM REJEITAR-TRANSACAO
               ELSE
           END-IF.
       TRATAR-EXCLUSAO.
           IF NOT MASTER-EXISTE
               DISPLAY "PERIOMNT: DATA NAO EXISTE " TRAN-SERIE " "
                   TRAN-DATA
               PERFORM REJEITAR-TRANSACAO
           ELSE
               MOVE MASTER-VALOR TO WS-VALOR-ANTES
       GRAVAR-JORNAL.
           ADD 1 TO WS-CONT-APLICADAS
           MOVE TRAN-TIPO TO JORNAL-TIPO
           MOVE TRAN-SERIE TO JORNAL-SERIE
           MOVE TRAN-DATA TO JORNAL-DATA
           MOVE WS-VALOR-ANTES TO JORNAL-ANTES
           IF TRAN-TIPO = "E"
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP
           MOVE WS-DATA-NEGOCIO TO OPSTAMP-DATA-NEGOCIO
           WRITE JORNAL-REC
           IF CNG-EMERGENCIA
               MOVE "J" TO CNG-FUNCAO-PARM
               CALL "CONGCHK" USING CONGCHK-PARMS
           END-IF.
       REJEITAR-TRANSACAO.
           ADD 1 TO WS-CONT-REJEITADAS.
       OBTER-OPERADOR.
               MOVE PARM-OPERADOR-TEXTO(8:8) TO WS-OPERADOR-ID
           END-IF
           MOVE "PERIOMNT" TO OPV-PROGRAMA-PARM
           MOVE "PERIOMNT" TO CNG-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
