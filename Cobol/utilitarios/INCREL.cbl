      ******************************************************************
      * INCREL.cbl
      * 10/15/26 - monthly incident report, run at month-end. Reads
      *            the incident master (INCMST, INCIDENTE.cpy) and
      *            takes the incidents opened in the business month:
      *              - by program and cause (the cause code given at
      *                resolution; EM ABERTO for those not resolved):
      *                incidents, how many acknowledged and the mean
      *                minutes from opening to acknowledgement, how
      *                many resolved and the mean minutes from opening
      *                to resolution, with a total line for the month;
      *              - repeat offenders: every program and message
      *                code that opened two or more incidents in the
      *                month or fired on WS-LIMIAR-NOITES or more
      *                nights -- the failures that keep coming back.
      *            The PRNTFMT report is INCIDENTES DO MES. A missing
      *            INCMST is a month without incidents.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENTES-FILE ASSIGN TO "INCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENTES-FILE.
           COPY "INCIDENTE.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-MES PIC 9(6).
       77 WS-INC-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-LIMIAR-NOITES PIC 99 VALUE 3.
       77 WS-CONT-LIDOS PIC 9(5) VALUE 0.
       77 WS-CONT-DO-MES PIC 9(5) VALUE 0.
       77 WS-CONT-REINCIDENTES PIC 9(5) VALUE 0.
       77 WS-CAUSA PIC X(10).
       01 WS-DATA-HORA             PIC X(12).
       01 WS-DATA-HORA-PARTES REDEFINES WS-DATA-HORA.
           05  WS-DH-DATA           PIC 9(8).
           05  WS-DH-HORA           PIC 99.
           05  WS-DH-MINUTO         PIC 99.
       77 WS-MINUTOS PIC S9(9).
       77 WS-MINUTOS-ABERTURA PIC S9(9).
       77 WS-DURACAO PIC S9(9).
       77 WS-MAX-CAUSAS PIC 999 VALUE 100.
       77 WS-CONT-CAUSAS PIC 999 VALUE 0.
       01 TABELA-CAUSAS.
           03 CAUSA-LINHA OCCURS 100 TIMES.
               05  CAU-PROGRAMA     PIC X(8).
               05  CAU-CAUSA        PIC X(10).
               05  CAU-INCIDENTES   PIC 9(5).
               05  CAU-RECONHECIDOS PIC 9(5).
               05  CAU-MIN-RECONH   PIC 9(9).
               05  CAU-RESOLVIDOS   PIC 9(5).
               05  CAU-MIN-RESOLV   PIC 9(9).
       01 TOTAIS-MES.
           05  TOT-INCIDENTES       PIC 9(5) VALUE 0.
           05  TOT-RECONHECIDOS     PIC 9(5) VALUE 0.
           05  TOT-MIN-RECONH       PIC 9(9) VALUE 0.
           05  TOT-RESOLVIDOS       PIC 9(5) VALUE 0.
           05  TOT-MIN-RESOLV       PIC 9(9) VALUE 0.
       77 WS-MAX-REPETICOES PIC 999 VALUE 100.
       77 WS-CONT-REPETICOES PIC 999 VALUE 0.
       01 TABELA-REPETICOES.
           03 REPETICAO-LINHA OCCURS 100 TIMES.
               05  REP-PROGRAMA     PIC X(8).
               05  REP-CODIGO       PIC X(4).
               05  REP-INCIDENTES   PIC 9(5).
               05  REP-NOITES       PIC 9(5).
       77 C PIC 999.
       77 R PIC 999.
       77 I PIC 999.
       01 LINHA-MES.
           05  FILLER               PIC X(19) VALUE
               "INCIDENTES DO MES: ".
           05  LM-MES               PIC 9(6).
       01 LINHA-CABECALHO.
           05  FILLER               PIC X(40) VALUE
               "PROGRAMA CAUSA      INCID RECONH MEDIA(M".
           05  FILLER               PIC X(27) VALUE
               "IN) RESOLV MEDIA(MIN)".
       01 LINHA-CAUSA.
           05  LC-PROGRAMA          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LC-CAUSA             PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  LC-INCIDENTES        PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LC-RECONHECIDOS      PIC ZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LC-MEDIA-RECONH      PIC ZZZZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LC-RESOLVIDOS        PIC ZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LC-MEDIA-RESOLV      PIC ZZZZZZZZZ9.
       01 LINHA-REPETICAO-CAB.
           05  FILLER               PIC X(40) VALUE
               "REINCIDENTES (2+ INCIDENTES OU NOITES >=".
           05  LR-LIMIAR            PIC Z9.
           05  FILLER               PIC X(1) VALUE ")".
       01 LINHA-REPETICAO-TIT.
           05  FILLER               PIC X(30) VALUE
               "PROGRAMA CODG  INCID  NOITES".
       01 LINHA-REPETICAO.
           05  LR-PROGRAMA          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LR-CODIGO            PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  LR-INCIDENTES        PIC ZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LR-NOITES            PIC ZZZZZZ9.
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES
           MOVE "N" TO WS-EOF
           OPEN INPUT INCIDENTES-FILE
           IF WS-INC-STATUS = "35"
               DISPLAY "INCREL: SEM INCMST - NENHUM INCIDENTE"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ INCIDENTES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CONT-LIDOS
                           IF INC-DATA-ABERTURA(1:6) = WS-MES
                               PERFORM ACUMULAR-INCIDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENTES-FILE
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM GRAVAR-RELATORIO
           DISPLAY "INCREL: MES " WS-MES " INCIDENTES=" WS-CONT-DO-MES
               " REINCIDENTES=" WS-CONT-REINCIDENTES
           STOP RUN.
      ******************************************************************
      * Tempo ate reconhecer / resolver em minutos desde a abertura
      * (AAAAMMDDHHMM das marcas do incidente).
      ******************************************************************
       ACUMULAR-INCIDENTE.
           ADD 1 TO WS-CONT-DO-MES
           IF INC-FECHADO
               MOVE INC-CAUSA TO WS-CAUSA
           ELSE
               MOVE "EM ABERTO" TO WS-CAUSA
           END-IF
           PERFORM LOCALIZAR-CAUSA
           PERFORM LOCALIZAR-REPETICAO
           IF C > 0
               ADD 1 TO CAU-INCIDENTES(C)
           END-IF
           ADD 1 TO TOT-INCIDENTES
           IF R > 0
               ADD 1 TO REP-INCIDENTES(R)
               ADD INC-OCORRENCIAS TO REP-NOITES(R)
           END-IF
           MOVE INC-TS-ABERTURA(1:12) TO WS-DATA-HORA
           PERFORM CONVERTER-DATA-HORA
           MOVE WS-MINUTOS TO WS-MINUTOS-ABERTURA
           IF INC-TS-RECONHECIDO NOT = SPACES
               MOVE INC-TS-RECONHECIDO(1:12) TO WS-DATA-HORA
               PERFORM CONVERTER-DATA-HORA
               COMPUTE WS-DURACAO = WS-MINUTOS - WS-MINUTOS-ABERTURA
               IF WS-DURACAO < 0
                   MOVE 0 TO WS-DURACAO
               END-IF
               ADD 1 TO TOT-RECONHECIDOS
               ADD WS-DURACAO TO TOT-MIN-RECONH
               IF C > 0
                   ADD 1 TO CAU-RECONHECIDOS(C)
                   ADD WS-DURACAO TO CAU-MIN-RECONH(C)
               END-IF
           END-IF
           IF INC-FECHADO
               MOVE INC-TS-RESOLVIDO(1:12) TO WS-DATA-HORA
               PERFORM CONVERTER-DATA-HORA
               COMPUTE WS-DURACAO = WS-MINUTOS - WS-MINUTOS-ABERTURA
               IF WS-DURACAO < 0
                   MOVE 0 TO WS-DURACAO
               END-IF
               ADD 1 TO TOT-RESOLVIDOS
               ADD WS-DURACAO TO TOT-MIN-RESOLV
               IF C > 0
                   ADD 1 TO CAU-RESOLVIDOS(C)
                   ADD WS-DURACAO TO CAU-MIN-RESOLV(C)
               END-IF
           END-IF.
       LOCALIZAR-CAUSA.
           MOVE 0 TO C
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-CAUSAS OR C > 0
               IF CAU-PROGRAMA(I) = INC-PROGRAMA
                   AND CAU-CAUSA(I) = WS-CAUSA
                   MOVE I TO C
               END-IF
           END-PERFORM
           IF C = 0
               IF WS-CONT-CAUSAS < WS-MAX-CAUSAS
                   ADD 1 TO WS-CONT-CAUSAS
                   MOVE WS-CONT-CAUSAS TO C
                   MOVE INC-PROGRAMA TO CAU-PROGRAMA(C)
                   MOVE WS-CAUSA TO CAU-CAUSA(C)
                   MOVE 0 TO CAU-INCIDENTES(C)
                   MOVE 0 TO CAU-RECONHECIDOS(C)
                   MOVE 0 TO CAU-MIN-RECONH(C)
                   MOVE 0 TO CAU-RESOLVIDOS(C)
                   MOVE 0 TO CAU-MIN-RESOLV(C)
               ELSE
                   DISPLAY "INCREL: TABELA DE CAUSAS CHEIA - "
                       INC-PROGRAMA " " WS-CAUSA " SO NO TOTAL"
               END-IF
           END-IF.
       LOCALIZAR-REPETICAO.
           MOVE 0 TO R
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-REPETICOES OR R > 0
               IF REP-PROGRAMA(I) = INC-PROGRAMA
                   AND REP-CODIGO(I) = INC-CODIGO
                   MOVE I TO R
               END-IF
           END-PERFORM
           IF R = 0
               AND WS-CONT-REPETICOES < WS-MAX-REPETICOES
               ADD 1 TO WS-CONT-REPETICOES
               MOVE WS-CONT-REPETICOES TO R
               MOVE INC-PROGRAMA TO REP-PROGRAMA(R)
               MOVE INC-CODIGO TO REP-CODIGO(R)
               MOVE 0 TO REP-INCIDENTES(R)
               MOVE 0 TO REP-NOITES(R)
           END-IF.
      ******************************************************************
      * AAAAMMDDHHMM em minutos absolutos (como o CONVERTER-TIMESTAMP
      * do CHRGBACK, ao minuto).
      ******************************************************************
       CONVERTER-DATA-HORA.
           MOVE 0 TO WS-MINUTOS
           IF WS-DATA-HORA NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-DH-DATA) = 0
               COMPUTE WS-MINUTOS =
                   FUNCTION INTEGER-OF-DATE(WS-DH-DATA) * 1440
                   + WS-DH-HORA * 60 + WS-DH-MINUTO
           END-IF.
       GRAVAR-RELATORIO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "INCIDENTES DO MES" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE WS-MES TO LM-MES
           MOVE LINHA-MES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CABECALHO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CONT-CAUSAS
               MOVE CAU-PROGRAMA(C) TO LC-PROGRAMA
               MOVE CAU-CAUSA(C) TO LC-CAUSA
               MOVE CAU-INCIDENTES(C) TO LC-INCIDENTES
               MOVE CAU-RECONHECIDOS(C) TO LC-RECONHECIDOS
               MOVE 0 TO LC-MEDIA-RECONH
               IF CAU-RECONHECIDOS(C) > 0
                   COMPUTE LC-MEDIA-RECONH ROUNDED =
                       CAU-MIN-RECONH(C) / CAU-RECONHECIDOS(C)
               END-IF
               MOVE CAU-RESOLVIDOS(C) TO LC-RESOLVIDOS
               MOVE 0 TO LC-MEDIA-RESOLV
               IF CAU-RESOLVIDOS(C) > 0
                   COMPUTE LC-MEDIA-RESOLV ROUNDED =
                       CAU-MIN-RESOLV(C) / CAU-RESOLVIDOS(C)
               END-IF
               MOVE LINHA-CAUSA TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM
           MOVE "TOTAL" TO LC-PROGRAMA
           MOVE SPACES TO LC-CAUSA
           MOVE TOT-INCIDENTES TO LC-INCIDENTES
           MOVE TOT-RECONHECIDOS TO LC-RECONHECIDOS
           MOVE 0 TO LC-MEDIA-RECONH
           IF TOT-RECONHECIDOS > 0
               COMPUTE LC-MEDIA-RECONH ROUNDED =
                   TOT-MIN-RECONH / TOT-RECONHECIDOS
           END-IF
           MOVE TOT-RESOLVIDOS TO LC-RESOLVIDOS
           MOVE 0 TO LC-MEDIA-RESOLV
           IF TOT-RESOLVIDOS > 0
               COMPUTE LC-MEDIA-RESOLV ROUNDED =
                   TOT-MIN-RESOLV / TOT-RESOLVIDOS
           END-IF
           MOVE LINHA-CAUSA TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE WS-LIMIAR-NOITES TO LR-LIMIAR
           MOVE LINHA-REPETICAO-CAB TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-REPETICAO-TIT TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-CONT-REPETICOES
               IF REP-INCIDENTES(R) > 1
                   OR REP-NOITES(R) NOT < WS-LIMIAR-NOITES
                   ADD 1 TO WS-CONT-REINCIDENTES
                   MOVE REP-PROGRAMA(R) TO LR-PROGRAMA
                   MOVE REP-CODIGO(R) TO LR-CODIGO
                   MOVE REP-INCIDENTES(R) TO LR-INCIDENTES
                   MOVE REP-NOITES(R) TO LR-NOITES
                   MOVE LINHA-REPETICAO TO PRT-LINHA-PARM
                   CALL "PRNTFMT" USING PRNTFMT-PARMS
               END-IF
           END-PERFORM
           MOVE "F" TO PRT-FUNCAO-PARM
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
           MOVE "INCREL" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM INCREL.
