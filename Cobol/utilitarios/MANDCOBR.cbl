      ******************************************************************
      * MANDCOBR.cbl
      * 10/15/26 - monthly direct-debit collection file. Reads the
      *            month's billing (BILLOUT, TOTAIS trailers skipped)
      *            and, for every billed member with an ACTIVE
      *            mandate on MANDMST (MANDATO.cpy), writes one
      *            collection instruction to the bank file DDCOBR:
      *            a CAB header (batch id DD+billing date, the
      *            collection date, creation date and operator), one
      *            DET line per collection (company, member, mandate
      *            reference, account, amount, and the end-to-end
      *            reference DD+AAAAMM+member the bank echoes back on
      *            the settled payment in QUOTPAG and on a return in
      *            MANDDEV), and a FIM trailer with the line count and
      *            amount hash the bank checks the file against. The
      *            collection date is the business date plus the
      *            MANDPARM notice days (default 5). Members billed
      *            without an active mandate are counted and listed
      *            -- they pay by transfer as before. The ledger is
      *            NOT touched here: a collection only becomes a
      *            credit when the bank settles it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDCOBR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURACAO-FILE ASSIGN TO "BILLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAT-STATUS.
           SELECT MANDATO-FILE ASSIGN TO "MANDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MND-MEMBRO
               FILE STATUS IS WS-MND-STATUS.
           SELECT PARM-FILE ASSIGN TO "MANDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT COBRANCA-FILE ASSIGN TO "DDCOBR"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FATURACAO-FILE.
       01  FATURACAO-REC            PIC X(120).
       01  FATURA-VIEW REDEFINES FATURACAO-REC.
           05  FAT-MEMBRO           PIC 9(5).
           05  FILLER               PIC X.
           05  FAT-NOME             PIC X(20).
           05  FILLER               PIC X.
           05  FAT-EMPRESA          PIC XX.
           05  FILLER               PIC X.
           05  FAT-ESCALAO          PIC X(8).
           05  FILLER               PIC X.
           05  FAT-VALOR            PIC 9(5).99.
           05  FILLER               PIC X.
           05  FAT-DATA-NEG         PIC 9(8).
           05  FILLER               PIC X(63).
       01  TRAILER-VIEW REDEFINES FATURACAO-REC.
           05  TRL-MARCA            PIC X(6).
           05  FILLER               PIC X(114).
       FD  MANDATO-FILE.
           COPY "MANDATO.cpy".
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-DIAS-COBRANCA   PIC 99.
           05  FILLER               PIC X.
           05  PARM-MAX-DEVOL       PIC 99.
           05  FILLER               PIC X.
           05  PARM-JANELA-DIAS     PIC 999.
       FD  COBRANCA-FILE.
       01  COBRANCA-REC             PIC X(100).
       01  CAB-VIEW REDEFINES COBRANCA-REC.
           05  CAB-MARCA            PIC X(3).
           05  FILLER               PIC X.
           05  CAB-LOTE             PIC X(10).
           05  FILLER               PIC X.
           05  CAB-DATA-COBRANCA    PIC 9(8).
           05  FILLER               PIC X.
           05  CAB-DATA-CRIACAO     PIC 9(8).
           05  FILLER               PIC X.
           05  CAB-OPERADOR         PIC X(8).
           05  FILLER               PIC X(59).
       01  DET-VIEW REDEFINES COBRANCA-REC.
           05  DET-MARCA            PIC X(3).
           05  FILLER               PIC X.
           05  DET-EMPRESA          PIC XX.
           05  FILLER               PIC X.
           05  DET-MEMBRO           PIC 9(5).
           05  FILLER               PIC X.
           05  DET-MANDATO          PIC X(16).
           05  FILLER               PIC X.
           05  DET-CONTA            PIC X(25).
           05  FILLER               PIC X.
           05  DET-VALOR            PIC 9(7)V99.
           05  FILLER               PIC X.
           05  DET-REFERENCIA       PIC X(16).
           05  FILLER               PIC X(18).
       01  FIM-VIEW REDEFINES COBRANCA-REC.
           05  FIM-MARCA            PIC X(3).
           05  FILLER               PIC X.
           05  FIM-LOTE             PIC X(10).
           05  FILLER               PIC X.
           05  FIM-CONTAGEM         PIC 9(7).
           05  FILLER               PIC X.
           05  FIM-HASH             PIC 9(11)V99.
           05  FILLER               PIC X(64).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-DATA-COBRANCA PIC 9(8).
       77 WS-DATA-FATURACAO PIC 9(8) VALUE 0.
       77 WS-FAT-STATUS PIC XX VALUE SPACES.
       77 WS-MND-STATUS PIC XX VALUE SPACES.
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-DIAS-COBRANCA PIC 99 VALUE 5.
       77 WS-LOTE PIC X(10) VALUE SPACES.
       77 WS-VALOR PIC 9(7)V99 VALUE 0.
       77 WS-HASH PIC 9(11)V99 VALUE 0.
       77 WS-CONT-COBRANCAS PIC 9(7) VALUE 0.
       77 WS-CONT-SEM-MANDATO PIC 9(5) VALUE 0.
       77 WS-CONT-INATIVOS PIC 9(5) VALUE 0.
       77 WS-CONT-INVALIDAS PIC 9(5) VALUE 0.
       77 WS-CABECALHO PIC X VALUE "N".
           88 CABECALHO-GRAVADO VALUE "S".
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-PARAMETROS
           COMPUTE WS-DATA-COBRANCA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
               + WS-DIAS-COBRANCA)
           OPEN INPUT FATURACAO-FILE
           IF WS-FAT-STATUS = "35"
               DISPLAY "MANDCOBR: SEM FATURACAO PARA COBRAR"
               STOP RUN
           END-IF
           OPEN INPUT MANDATO-FILE
           IF WS-MND-STATUS NOT = "00"
               DISPLAY "MANDCOBR: SEM MANDATOS - STATUS "
                   WS-MND-STATUS
               CLOSE FATURACAO-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT COBRANCA-FILE
           PERFORM UNTIL FIM-FICHEIRO
               READ FATURACAO-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       IF TRL-MARCA NOT = "TOTAIS"
                           PERFORM PROCESSAR-FATURA
                       END-IF
               END-READ
           END-PERFORM
           IF CABECALHO-GRAVADO
               PERFORM GRAVAR-TRAILER
           END-IF
           CLOSE FATURACAO-FILE
           CLOSE MANDATO-FILE
           CLOSE COBRANCA-FILE
           DISPLAY "LOTE DE COBRANCA      : " WS-LOTE
           DISPLAY "DATA DE COBRANCA      : " WS-DATA-COBRANCA
           DISPLAY "COBRANCAS GERADAS     : " WS-CONT-COBRANCAS
           DISPLAY "TOTAL A COBRAR        : " WS-HASH
           DISPLAY "MEMBROS SEM MANDATO   : " WS-CONT-SEM-MANDATO
           DISPLAY "MANDATOS INATIVOS     : " WS-CONT-INATIVOS
           DISPLAY "LINHAS BILLOUT INVAL. : " WS-CONT-INVALIDAS
           IF WS-CONT-INVALIDAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
               DISPLAY "MANDCOBR: SEM MANDPARM - AVISO PREVIO DE "
                   WS-DIAS-COBRANCA " DIAS"
           ELSE
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-DIAS-COBRANCA NUMERIC
                           MOVE PARM-DIAS-COBRANCA TO WS-DIAS-COBRANCA
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       PROCESSAR-FATURA.
           IF FAT-MEMBRO NOT NUMERIC
               ADD 1 TO WS-CONT-INVALIDAS
               DISPLAY "MANDCOBR: LINHA BILLOUT INVALIDA - "
                   FATURACAO-REC(1:40)
           ELSE
               MOVE FAT-VALOR TO WS-VALOR
               MOVE FAT-MEMBRO TO MND-MEMBRO
               READ MANDATO-FILE
                   INVALID KEY
                       ADD 1 TO WS-CONT-SEM-MANDATO
                       DISPLAY "MANDCOBR: SEM MANDATO - MEMBRO "
                           FAT-MEMBRO " " FAT-NOME
                   NOT INVALID KEY
                       IF NOT MANDATO-ATIVO
                           ADD 1 TO WS-CONT-INATIVOS
                           DISPLAY "MANDCOBR: MANDATO INATIVO - MEMBRO "
                               FAT-MEMBRO " " FAT-NOME
                       ELSE
                           IF WS-VALOR > 0
                               PERFORM GRAVAR-COBRANCA
                           END-IF
                       END-IF
               END-READ
           END-IF.
       GRAVAR-COBRANCA.
           IF NOT CABECALHO-GRAVADO
               PERFORM GRAVAR-CABECALHO
           END-IF
           MOVE SPACES TO COBRANCA-REC
           MOVE "DET" TO DET-MARCA
           MOVE FAT-EMPRESA TO DET-EMPRESA
           MOVE FAT-MEMBRO TO DET-MEMBRO
           MOVE MND-REFERENCIA TO DET-MANDATO
           MOVE MND-CONTA TO DET-CONTA
           MOVE WS-VALOR TO DET-VALOR
           STRING "DD" WS-DATA-FATURACAO(1:6) FAT-MEMBRO
               DELIMITED BY SIZE INTO DET-REFERENCIA
           WRITE COBRANCA-REC
           ADD 1 TO WS-CONT-COBRANCAS
           ADD WS-VALOR TO WS-HASH.
      ******************************************************************
      * O lote leva a data de faturacao da primeira linha cobrada
      * (a mesma em todo o BILLOUT do mes).
      ******************************************************************
       GRAVAR-CABECALHO.
           IF FAT-DATA-NEG NUMERIC AND FAT-DATA-NEG > 0
               MOVE FAT-DATA-NEG TO WS-DATA-FATURACAO
           ELSE
               MOVE WS-DATA-NEGOCIO TO WS-DATA-FATURACAO
           END-IF
           STRING "DD" WS-DATA-FATURACAO DELIMITED BY SIZE
               INTO WS-LOTE
           MOVE SPACES TO COBRANCA-REC
           MOVE "CAB" TO CAB-MARCA
           MOVE WS-LOTE TO CAB-LOTE
           MOVE WS-DATA-COBRANCA TO CAB-DATA-COBRANCA
           MOVE WS-DATA-NEGOCIO TO CAB-DATA-CRIACAO
           MOVE WS-OPERADOR-ID TO CAB-OPERADOR
           WRITE COBRANCA-REC
           SET CABECALHO-GRAVADO TO TRUE.
       GRAVAR-TRAILER.
           MOVE SPACES TO COBRANCA-REC
           MOVE "FIM" TO FIM-MARCA
           MOVE WS-LOTE TO FIM-LOTE
           MOVE WS-CONT-COBRANCAS TO FIM-CONTAGEM
           MOVE WS-HASH TO FIM-HASH
           WRITE COBRANCA-REC.
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
           MOVE "MANDCOBR" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM MANDCOBR.
