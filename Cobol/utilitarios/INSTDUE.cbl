      ******************************************************************
      * INSTDUE.cbl
      * 10/15/26 - weekly calibration-due list for the site contacts.
      *            ex1 only flags an instrument once it is already
      *            past its calibration due date, by which time the
      *            night's readings from it are exceptions. Reads the
      *            instrument master (INSTMST) and, through PRNTFMT,
      *            prints one page per active site of the site master
      *            (SITEMST), addressed to the site's responsible
      *            contact, listing every instrument whose calibration
      *            (last calibration + interval) falls due within the
      *            next INSTDPRM days (default 30) of the business
      *            date, with the days left -- instruments already
      *            past due are listed too, marked VENCIDO. Sites with
      *            nothing coming due get no page. Ends with
      *            RETURN-CODE 4 when any instrument is already past
      *            due.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTDUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITEMST-FILE ASSIGN TO "SITEMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INSTRUMENTOS-FILE ASSIGN TO "INSTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.
           SELECT PARM-FILE ASSIGN TO "INSTDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SITEMST-FILE.
       01  SITEMST-REC.
           05  SIT-CODIGO           PIC X(3).
           05  FILLER               PIC X.
           05  SIT-NOME             PIC X(20).
           05  FILLER               PIC X.
           05  SIT-REGIAO           PIC X(10).
           05  FILLER               PIC X.
           05  SIT-CONTACTO         PIC X(20).
           05  FILLER               PIC X.
           05  SIT-ATIVO            PIC X.
       FD  INSTRUMENTOS-FILE.
           COPY "INSTMST.cpy".
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-DIAS            PIC 999.
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-INS-STATUS PIC XX VALUE SPACES.
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-DIAS-AVISO PIC 999 VALUE 30.
       77 WS-DIA-NEGOCIO PIC 9(7).
       77 WS-DIAS-FALTA PIC S9(5).
       77 WS-CONT-LISTADOS PIC 9(5) VALUE 0.
       77 WS-CONT-VENCIDOS PIC 9(5) VALUE 0.
       77 WS-CONT-PAGINAS PIC 99 VALUE 0.
       77 WS-CONT-SITE PIC 999 VALUE 0.
       77 WS-MAX-SITES PIC 99 VALUE 20.
       77 WS-CONT-SITES PIC 99 VALUE 0.
       01 TABELA-SITES.
           03 SITE-LINHA OCCURS 20 TIMES.
               05  TS-CODIGO        PIC X(3).
               05  TS-NOME          PIC X(20).
               05  TS-CONTACTO      PIC X(20).
               05  TS-ATIVO         PIC X.
       77 WS-MAX-INST PIC 999 VALUE 500.
       77 WS-CONT-INST PIC 999 VALUE 0.
       01 TABELA-INSTRUMENTOS.
           03 INST-LINHA OCCURS 500 TIMES.
               05  TI-SITE          PIC X(3).
               05  TI-ID            PIC X(6).
               05  TI-TIPO          PIC X(10).
               05  TI-DATA-CALIB    PIC 9(8).
               05  TI-DIA-VENCE     PIC 9(7).
       77 S PIC 99.
       77 I PIC 999.
       01 LINHA-SITE.
           05  FILLER               PIC X(6) VALUE "SITE: ".
           05  LS-CODIGO            PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  LS-NOME              PIC X(20).
           05  FILLER               PIC X(8) VALUE "   A/C: ".
           05  LS-CONTACTO          PIC X(20).
       01 LINHA-CABECALHO.
           05  FILLER               PIC X(44) VALUE
               "  INSTRUM. TIPO       ULT.CALIB. VENCIMENTO ".
           05  FILLER               PIC X(16) VALUE
               "DIAS  SITUACAO".
       01 LINHA-INSTRUMENTO.
           05  FILLER               PIC XX VALUE SPACES.
           05  LI-ID                PIC X(6).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  LI-TIPO              PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  LI-DATA-CALIB        PIC 9(8).
           05  FILLER               PIC XX VALUE SPACES.
           05  LI-VENCIMENTO        PIC 9(8).
           05  FILLER               PIC XX VALUE SPACES.
           05  LI-DIAS              PIC -ZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LI-SITUACAO          PIC X(8).
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-PARAMETROS
           COMPUTE WS-DIA-NEGOCIO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
           PERFORM CARREGAR-SITES
           PERFORM CARREGAR-INSTRUMENTOS
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "CALIBRACOES A VENCER" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-CONT-SITES
               IF TS-ATIVO(S) = "S"
                   PERFORM LISTAR-SITE
               END-IF
           END-PERFORM
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           DISPLAY "INSTRUMENTOS NO MASTER : " WS-CONT-INST
           DISPLAY "SITES COM AVISO        : " WS-CONT-PAGINAS
           DISPLAY "INSTRUMENTOS LISTADOS  : " WS-CONT-LISTADOS
           DISPLAY "JA VENCIDOS            : " WS-CONT-VENCIDOS
           IF WS-CONT-VENCIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      * Uma pagina por site com pelo menos um instrumento a vencer nos
      * proximos WS-DIAS-AVISO dias (ou ja vencido), dirigida ao
      * contacto responsavel do site.
      ******************************************************************
       LISTAR-SITE.
           MOVE 0 TO WS-CONT-SITE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-INST
               IF TI-SITE(I) = TS-CODIGO(S)
                   COMPUTE WS-DIAS-FALTA = TI-DIA-VENCE(I)
                       - WS-DIA-NEGOCIO
                   IF WS-DIAS-FALTA <= WS-DIAS-AVISO
                       IF WS-CONT-SITE = 0
                           PERFORM IMPRIMIR-CABECALHO-SITE
                       END-IF
                       ADD 1 TO WS-CONT-SITE
                       PERFORM IMPRIMIR-INSTRUMENTO
                   END-IF
               END-IF
           END-PERFORM.
       IMPRIMIR-CABECALHO-SITE.
           ADD 1 TO WS-CONT-PAGINAS
           MOVE "P" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE TS-CODIGO(S) TO LS-CODIGO
           MOVE TS-NOME(S) TO LS-NOME
           MOVE TS-CONTACTO(S) TO LS-CONTACTO
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE LINHA-SITE TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CABECALHO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       IMPRIMIR-INSTRUMENTO.
           ADD 1 TO WS-CONT-LISTADOS
           MOVE TI-ID(I) TO LI-ID
           MOVE TI-TIPO(I) TO LI-TIPO
           MOVE TI-DATA-CALIB(I) TO LI-DATA-CALIB
           MOVE FUNCTION DATE-OF-INTEGER(TI-DIA-VENCE(I))
               TO LI-VENCIMENTO
           MOVE WS-DIAS-FALTA TO LI-DIAS
           IF WS-DIAS-FALTA < 0
               ADD 1 TO WS-CONT-VENCIDOS
               MOVE "VENCIDO" TO LI-SITUACAO
           ELSE
               MOVE "A VENCER" TO LI-SITUACAO
           END-IF
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE LINHA-INSTRUMENTO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       CARREGAR-SITES.
           MOVE "N" TO WS-EOF
           OPEN INPUT SITEMST-FILE
           PERFORM UNTIL FIM-FICHEIRO
               READ SITEMST-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       IF WS-CONT-SITES < WS-MAX-SITES
                           ADD 1 TO WS-CONT-SITES
                           MOVE SIT-CODIGO TO TS-CODIGO(WS-CONT-SITES)
                           MOVE SIT-NOME TO TS-NOME(WS-CONT-SITES)
                           MOVE SIT-CONTACTO TO
                               TS-CONTACTO(WS-CONT-SITES)
                           MOVE SIT-ATIVO TO TS-ATIVO(WS-CONT-SITES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SITEMST-FILE
           MOVE "N" TO WS-EOF.
       CARREGAR-INSTRUMENTOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT INSTRUMENTOS-FILE
           IF WS-INS-STATUS = "35"
               DISPLAY "INSTDUE: SEM INSTMST - NADA A LISTAR"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ INSTRUMENTOS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-INST < WS-MAX-INST
                               ADD 1 TO WS-CONT-INST
                               MOVE INS-SITE TO TI-SITE(WS-CONT-INST)
                               MOVE INS-ID TO TI-ID(WS-CONT-INST)
                               MOVE INS-TIPO TO TI-TIPO(WS-CONT-INST)
                               MOVE INS-DATA-CALIB TO
                                   TI-DATA-CALIB(WS-CONT-INST)
                               COMPUTE TI-DIA-VENCE(WS-CONT-INST) =
                                   FUNCTION INTEGER-OF-DATE(
                                   INS-DATA-CALIB) + INS-INTERVALO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSTRUMENTOS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               READ PARM-FILE
                   NOT AT END
                       IF PARM-DIAS NUMERIC
                           MOVE PARM-DIAS TO WS-DIAS-AVISO
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
           MOVE "INSTDUE" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM INSTDUE.
