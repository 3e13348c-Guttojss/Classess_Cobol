      ******************************************************************
      * INCMNT.cbl
      * 10/15/26 - operator transactions on the incident master
      *            (INCMST, INCIDENTE.cpy) that INCABRE opens from the
      *            RUNMON alerts. Under the INCMST lock the master is
      *            read whole and the transactions (INCTRN) applied:
      *              R - reconhecer: the operator picks the incident
      *                  up (state A -> R);
      *              N - nota: an annotation (what was done), text
      *                  required, any unresolved incident;
      *              F - fechar: resolved, cause code required (state
      *                  -> F); an incident resolved without an
      *                  acknowledgement is acknowledged at the same
      *                  time.
      *            The transaction names the operator who did it,
      *            who must be active and entitled to INCMNT on the
      *            operator master (OPERVAL answers "V"), and may
      *            carry the date and time it happened (AAAAMMDDHHMM,
      *            not before the incident opened); blank means now.
      *            Rejections go to INCERR with a reason code and end
      *            the run with RETURN-CODE 4; every transaction
      *            applied is journaled on INCLOG. The incidents still
      *            unresolved are listed on the PRNTFMT report
      *            INCIDENTES EM ABERTO with their age in days.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENTES-FILE ASSIGN TO "INCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT TRANSACOES-FILE ASSIGN TO "INCTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT ERROS-FILE ASSIGN TO "INCERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN TO "INCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENTES-FILE.
           COPY "INCIDENTE.cpy".
       FD  TRANSACOES-FILE.
       01  TRANSACAO-REC.
           05  TRAN-TIPO            PIC X.
           05  FILLER               PIC X.
           05  TRAN-NUMERO          PIC X(6).
           05  TRAN-NUMERO-NUM REDEFINES TRAN-NUMERO PIC 9(6).
           05  FILLER               PIC X.
           05  TRAN-OPERADOR        PIC X(8).
           05  FILLER               PIC X.
           05  TRAN-DATA-HORA       PIC X(12).
           05  FILLER               PIC X.
           05  TRAN-CAUSA           PIC X(10).
           05  FILLER               PIC X.
           05  TRAN-TEXTO           PIC X(40).
       FD  ERROS-FILE.
       01  ERROS-REC.
           05  ERRO-TIPO            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-NUMERO          PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-OPERADOR        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-COD             PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-MSG             PIC X(24).
           COPY "OPSTAMP.cpy".
       FD  JORNAL-FILE.
           COPY "INCJRNL.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-INC-STATUS PIC XX VALUE SPACES.
       77 WS-TRN-STATUS PIC XX VALUE SPACES.
       77 WS-JRN-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-CONT-APLICADAS PIC 9(5) VALUE 0.
       77 WS-CONT-REJEITADAS PIC 9(5) VALUE 0.
       77 WS-CONT-RESOLVIDOS PIC 9(5) VALUE 0.
       77 WS-CONT-EM-ABERTO PIC 9(5) VALUE 0.
       77 WS-MAX-INCIDENTES PIC 9(4) VALUE 2000.
       77 WS-CONT-INCIDENTES PIC 9(4) VALUE 0.
       01 TABELA-INCIDENTES.
           03 INCIDENTE-LINHA OCCURS 2000 TIMES.
               05  TI-REGISTO       PIC X(229).
       77 WS-ERRO-COD PIC 99.
       77 WS-ERRO-MSG PIC X(24).
       01 WS-DATA-HORA             PIC X(12).
       01 WS-DATA-HORA-PARTES REDEFINES WS-DATA-HORA.
           05  WS-DH-DATA           PIC 9(8).
           05  WS-DH-HORA           PIC 99.
           05  WS-DH-MINUTO         PIC 99.
       77 WS-EVENTO PIC X(6).
       77 WS-DIAS PIC S9(5).
       77 P PIC 9(4).
       77 I PIC 9(4).
       01 LINHA-CABECALHO.
           05  FILLER               PIC X(42) VALUE
               "NUMERO E PROGRAMA CODG S ABERTO EM  DIAS O".
           05  FILLER               PIC X(40) VALUE
               "CORR RECONHECIDO POR ULTIMO ALERTA".
       01 LINHA-INCIDENTE.
           05  LI-NUMERO            PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  LI-ESTADO            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LI-PROGRAMA          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LI-CODIGO            PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  LI-SEVERIDADE        PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  LI-DATA-ABERTURA     PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  LI-DIAS              PIC ZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LI-OCORRENCIAS       PIC ZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  LI-OPER-RECONHECIDO  PIC X(8).
           05  FILLER               PIC X(8) VALUE SPACES.
           05  LI-TEXTO             PIC X(40).
       01 LINHA-RESUMO.
           05  FILLER               PIC X(22) VALUE
               "INCIDENTES EM ABERTO: ".
           05  LS-EM-ABERTO         PIC ZZZZ9.
           05  FILLER               PIC X(30) VALUE
               "   RESOLVIDOS NESTA EXECUCAO: ".
           05  LS-RESOLVIDOS        PIC ZZZZ9.
           COPY "LOCKMGR-WS.cpy".
           COPY "PRNTFMT-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE "INCMST" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "INCMNT: INCMST EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGAR-INCIDENTES
           OPEN OUTPUT ERROS-FILE
           OPEN EXTEND JORNAL-FILE
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO ERROS-REC
           MOVE SPACES TO INCJRNL-REC
           PERFORM APLICAR-TRANSACOES
           CLOSE ERROS-FILE
           CLOSE JORNAL-FILE
           PERFORM REESCREVER-INCIDENTES
           MOVE "L" TO LCK-FUNCAO-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           PERFORM GRAVAR-RELATORIO
           DISPLAY "TRANSACOES APLICADAS  : " WS-CONT-APLICADAS
           DISPLAY "INCIDENTES RESOLVIDOS : " WS-CONT-RESOLVIDOS
           DISPLAY "TRANSACOES REJEITADAS : " WS-CONT-REJEITADAS
           IF WS-CONT-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       CARREGAR-INCIDENTES.
           MOVE "N" TO WS-EOF
           OPEN INPUT INCIDENTES-FILE
           IF WS-INC-STATUS = "35"
               DISPLAY "INCMNT: SEM INCMST - NENHUM INCIDENTE"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ INCIDENTES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-INCIDENTES < WS-MAX-INCIDENTES
                               ADD 1 TO WS-CONT-INCIDENTES
                               MOVE INCIDENTE-REC TO
                                   TI-REGISTO(WS-CONT-INCIDENTES)
                           ELSE
                               DISPLAY "INCMNT: TABELA DE INCIDENTES "
                                   "CHEIA - EXECUCAO RECUSADA"
                               CLOSE INCIDENTES-FILE
                               MOVE "L" TO LCK-FUNCAO-PARM
                               CALL "LOCKMGR" USING LOCKMGR-PARMS
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENTES-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       APLICAR-TRANSACOES.
           OPEN INPUT TRANSACOES-FILE
           IF WS-TRN-STATUS = "35"
               DISPLAY "INCMNT: SEM TRANSACOES (INCTRN)"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ TRANSACOES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM APLICAR-TRANSACAO
                   END-READ
               END-PERFORM
               CLOSE TRANSACOES-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Reconhecer, anotar ou fechar um incidente ainda nao resolvido,
      * por um operador ativo com direito ao INCMNT.
      ******************************************************************
       APLICAR-TRANSACAO.
           MOVE 0 TO WS-ERRO-COD
           IF TRAN-TIPO NOT = "R" AND TRAN-TIPO NOT = "N"
               AND TRAN-TIPO NOT = "F"
               MOVE 2 TO WS-ERRO-COD
               MOVE "TIPO INVALIDO" TO WS-ERRO-MSG
           END-IF
           IF WS-ERRO-COD = 0
               MOVE "INCMNT" TO OPV-PROGRAMA-PARM
               MOVE TRAN-OPERADOR TO OPV-OPERADOR-PARM
               CALL "OPERVAL" USING OPERVAL-PARMS
               IF OPV-RESULTADO-PARM NOT = "V"
                   OR TRAN-OPERADOR = SPACES
                   MOVE 3 TO WS-ERRO-COD
                   MOVE "OPERADOR NAO AUTORIZADO" TO WS-ERRO-MSG
               END-IF
           END-IF
           IF WS-ERRO-COD = 0
               PERFORM LOCALIZAR-INCIDENTE
               IF P = 0
                   MOVE 1 TO WS-ERRO-COD
                   MOVE "INCIDENTE NAO EXISTE" TO WS-ERRO-MSG
               ELSE
                   MOVE TI-REGISTO(P) TO INCIDENTE-REC
                   IF INC-FECHADO
                       MOVE 4 TO WS-ERRO-COD
                       MOVE "INCIDENTE JA RESOLVIDO" TO WS-ERRO-MSG
                   END-IF
               END-IF
           END-IF
           IF WS-ERRO-COD = 0
               PERFORM VALIDAR-DATA-HORA
           END-IF
           IF WS-ERRO-COD = 0
               EVALUATE TRAN-TIPO
                   WHEN "R"
                       IF NOT INC-ABERTO
                           MOVE 5 TO WS-ERRO-COD
                           MOVE "JA RECONHECIDO" TO WS-ERRO-MSG
                       ELSE
                           PERFORM RECONHECER-INCIDENTE
                       END-IF
                   WHEN "N"
                       IF TRAN-TEXTO = SPACES
                           MOVE 6 TO WS-ERRO-COD
                           MOVE "NOTA EM BRANCO" TO WS-ERRO-MSG
                       ELSE
                           ADD 1 TO INC-NOTAS
                           MOVE TRAN-TEXTO TO INC-NOTA
                           MOVE "NOTA" TO WS-EVENTO
                       END-IF
                   WHEN "F"
                       IF TRAN-CAUSA = SPACES
                           MOVE 7 TO WS-ERRO-COD
                           MOVE "CAUSA EM FALTA" TO WS-ERRO-MSG
                       ELSE
                           PERFORM RESOLVER-INCIDENTE
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-ERRO-COD = 0
               MOVE INCIDENTE-REC TO TI-REGISTO(P)
               ADD 1 TO WS-CONT-APLICADAS
               PERFORM GRAVAR-JORNAL
           ELSE
               PERFORM GRAVAR-ERRO
           END-IF.
       LOCALIZAR-INCIDENTE.
           MOVE 0 TO P
           IF TRAN-NUMERO IS NUMERIC
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-CONT-INCIDENTES OR P > 0
                   MOVE TI-REGISTO(I) TO INCIDENTE-REC
                   IF INC-NUMERO = TRAN-NUMERO-NUM
                       MOVE I TO P
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      * Data e hora do acontecido (AAAAMMDDHHMM); em branco e agora.
      * Nao pode ser anterior a abertura do incidente.
      ******************************************************************
       VALIDAR-DATA-HORA.
           IF TRAN-DATA-HORA = SPACES
               MOVE WS-RUN-TIMESTAMP(1:12) TO WS-DATA-HORA
           ELSE
               MOVE TRAN-DATA-HORA TO WS-DATA-HORA
               IF WS-DATA-HORA NOT NUMERIC
                   MOVE 8 TO WS-ERRO-COD
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DH-DATA) NOT = 0
                       OR WS-DH-HORA > 23 OR WS-DH-MINUTO > 59
                       OR WS-DATA-HORA < INC-TS-ABERTURA(1:12)
                       MOVE 8 TO WS-ERRO-COD
                   END-IF
               END-IF
               IF WS-ERRO-COD = 8
                   MOVE "DATA-HORA INVALIDA" TO WS-ERRO-MSG
               END-IF
           END-IF.
       RECONHECER-INCIDENTE.
           MOVE "R" TO INC-ESTADO
           MOVE SPACES TO INC-TS-RECONHECIDO
           MOVE WS-DATA-HORA TO INC-TS-RECONHECIDO(1:12)
           MOVE TRAN-OPERADOR TO INC-OPER-RECONHECIDO
           IF TRAN-TEXTO NOT = SPACES
               ADD 1 TO INC-NOTAS
               MOVE TRAN-TEXTO TO INC-NOTA
           END-IF
           MOVE "RECONH" TO WS-EVENTO.
       RESOLVER-INCIDENTE.
           IF INC-ABERTO
               MOVE SPACES TO INC-TS-RECONHECIDO
               MOVE WS-DATA-HORA TO INC-TS-RECONHECIDO(1:12)
               MOVE TRAN-OPERADOR TO INC-OPER-RECONHECIDO
           END-IF
           MOVE "F" TO INC-ESTADO
           MOVE SPACES TO INC-TS-RESOLVIDO
           MOVE WS-DATA-HORA TO INC-TS-RESOLVIDO(1:12)
           MOVE TRAN-OPERADOR TO INC-OPER-RESOLVIDO
           MOVE TRAN-CAUSA TO INC-CAUSA
           IF TRAN-TEXTO NOT = SPACES
               ADD 1 TO INC-NOTAS
               MOVE TRAN-TEXTO TO INC-NOTA
           END-IF
           ADD 1 TO WS-CONT-RESOLVIDOS
           MOVE "RESOLV" TO WS-EVENTO.
       REESCREVER-INCIDENTES.
           IF WS-CONT-INCIDENTES > 0
               OPEN OUTPUT INCIDENTES-FILE
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-CONT-INCIDENTES
                   MOVE TI-REGISTO(I) TO INCIDENTE-REC
                   WRITE INCIDENTE-REC
               END-PERFORM
               CLOSE INCIDENTES-FILE
           END-IF.
       GRAVAR-JORNAL.
           MOVE INC-NUMERO TO JIN-NUMERO
           MOVE WS-EVENTO TO JIN-EVENTO
           MOVE INC-PROGRAMA TO JIN-PROGRAMA
           MOVE INC-CODIGO TO JIN-CODIGO
           MOVE TRAN-OPERADOR TO JIN-OPERADOR
           MOVE WS-DATA-HORA TO JIN-DATA-HORA
           MOVE TRAN-CAUSA TO JIN-CAUSA
           MOVE TRAN-TEXTO TO JIN-TEXTO
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF INCJRNL-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF INCJRNL-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF INCJRNL-REC
           WRITE INCJRNL-REC.
       GRAVAR-ERRO.
           ADD 1 TO WS-CONT-REJEITADAS
           MOVE TRAN-TIPO TO ERRO-TIPO
           MOVE TRAN-NUMERO TO ERRO-NUMERO
           MOVE TRAN-OPERADOR TO ERRO-OPERADOR
           MOVE WS-ERRO-COD TO ERRO-COD
           MOVE WS-ERRO-MSG TO ERRO-MSG
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF ERROS-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF ERROS-REC
           MOVE WS-DATA-NEGOCIO TO OPSTAMP-DATA-NEGOCIO OF ERROS-REC
           WRITE ERROS-REC.
      ******************************************************************
      * Os incidentes por resolver, com os dias desde a abertura.
      ******************************************************************
       GRAVAR-RELATORIO.
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "INCIDENTES EM ABERTO" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE LINHA-CABECALHO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-INCIDENTES
               MOVE TI-REGISTO(I) TO INCIDENTE-REC
               IF NOT INC-FECHADO
                   PERFORM GRAVAR-LINHA-INCIDENTE
               END-IF
           END-PERFORM
           MOVE WS-CONT-EM-ABERTO TO LS-EM-ABERTO
           MOVE WS-CONT-RESOLVIDOS TO LS-RESOLVIDOS
           MOVE LINHA-RESUMO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       GRAVAR-LINHA-INCIDENTE.
           ADD 1 TO WS-CONT-EM-ABERTO
           MOVE INC-NUMERO TO LI-NUMERO
           MOVE INC-ESTADO TO LI-ESTADO
           MOVE INC-PROGRAMA TO LI-PROGRAMA
           MOVE INC-CODIGO TO LI-CODIGO
           MOVE INC-SEVERIDADE TO LI-SEVERIDADE
           MOVE INC-DATA-ABERTURA TO LI-DATA-ABERTURA
           MOVE 0 TO WS-DIAS
           IF INC-DATA-ABERTURA NUMERIC
               AND INC-DATA-ABERTURA > 0
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                   - FUNCTION INTEGER-OF-DATE(INC-DATA-ABERTURA)
           END-IF
           MOVE WS-DIAS TO LI-DIAS
           MOVE INC-OCORRENCIAS TO LI-OCORRENCIAS
           MOVE INC-OPER-RECONHECIDO TO LI-OPER-RECONHECIDO
           MOVE INC-TEXTO TO LI-TEXTO
           MOVE LINHA-INCIDENTE TO PRT-LINHA-PARM
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
           MOVE "INCMNT" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM INCMNT.
