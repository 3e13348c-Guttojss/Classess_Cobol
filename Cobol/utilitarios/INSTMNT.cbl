      ******************************************************************
      * INSTMNT.cbl
      * 10/15/26 - maintenance of the instrument master (INSTMST,
      *            INSTMST.cpy): which instrument took a reading, and
      *            whether it was in calibration at the time, was
      *            only known from the sites' paper logbooks. Reads a
      *            transactions file (INSTTRAN: I=incluir an
      *            instrument, A=alterar its type and/or calibration
      *            interval, C=calibracao -- record a new calibration
      *            date, E=eliminar a retired instrument) and applies
      *            it to the master, which is read whole and
      *            rewritten in place under the INSTMST lock. An
      *            instrument is keyed by site and instrument id; the
      *            site must be active on the site master (SITEMST)
      *            when it is included, the interval is a number of
      *            days above zero and a calibration date must be a
      *            valid date no later than the business date and, on
      *            a C transaction, not earlier than the calibration
      *            already on file. Rejected transactions go to
      *            INSTERR with a reason code and end the run with
      *            RETURN-CODE 4; every applied change is journaled
      *            (INSTLOG) with the OPSTAMP operator and timestamp.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITEMST-FILE ASSIGN TO "SITEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITEMST-STATUS.
           SELECT INSTRUMENTOS-FILE ASSIGN TO "INSTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.
           SELECT TRANSACOES-FILE ASSIGN TO "INSTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROS-FILE ASSIGN TO "INSTERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN TO "INSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  TRANSACOES-FILE.
       01  TRANSACAO-REC.
           05  TRAN-TIPO            PIC X.
           05  FILLER               PIC X.
           05  TRAN-SITE            PIC X(3).
           05  FILLER               PIC X.
           05  TRAN-INSTRUMENTO     PIC X(6).
           05  FILLER               PIC X.
           05  TRAN-TIPO-INSTR      PIC X(10).
           05  FILLER               PIC X.
           05  TRAN-DATA-CALIB      PIC X(8).
           05  TRAN-DATA-CALIB-N REDEFINES TRAN-DATA-CALIB
                                    PIC 9(8).
           05  FILLER               PIC X.
           05  TRAN-INTERVALO       PIC X(3).
           05  TRAN-INTERVALO-N REDEFINES TRAN-INTERVALO
                                    PIC 999.
       FD  ERROS-FILE.
       01  ERROS-REC.
           05  ERRO-TIPO            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-SITE            PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-INSTRUMENTO     PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-COD             PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  ERRO-MSG             PIC X(24).
           COPY "OPSTAMP.cpy".
       FD  JORNAL-FILE.
       01  JORNAL-REC.
           05  JORNAL-TIPO          PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-SITE          PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-INSTRUMENTO   PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-TIPO-INSTR    PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-DATA-CALIB    PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-INTERVALO     PIC 999.
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-SITEMST-STATUS PIC XX VALUE SPACES.
       77 WS-INS-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-CONT-APLICADAS PIC 9(5) VALUE 0.
       77 WS-CONT-REJEITADAS PIC 9(5) VALUE 0.
       77 WS-MAX-SITES PIC 99 VALUE 20.
       77 WS-CONT-SITES PIC 99 VALUE 0.
       01 TABELA-SITES.
           03 SITE-LINHA OCCURS 20 TIMES.
               05  TS-CODIGO        PIC X(3).
               05  TS-ATIVO         PIC X.
       77 WS-MAX-INSTRUMENTOS PIC 999 VALUE 500.
       77 WS-CONT-INSTRUMENTOS PIC 999 VALUE 0.
       01 TABELA-INSTRUMENTOS.
           03 INSTRUMENTO-LINHA OCCURS 500 TIMES.
               05  TI-REGISTO       PIC X(97).
               05  TI-APAGADA       PIC X.
       77 WS-NOVO-TIPO PIC X(10).
       77 WS-NOVA-CALIB PIC 9(8).
       77 WS-NOVO-INTERVALO PIC 999.
       77 WS-DADOS-OK PIC X.
       77 S PIC 99.
       77 N PIC 999.
       77 I PIC 999.
           COPY "LOCKMGR-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           MOVE "INSTMST" TO LCK-NOME-PARM
           MOVE "A" TO LCK-FUNCAO-PARM
           MOVE WS-OPERADOR-ID TO LCK-OPERADOR-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           IF LCK-RESULTADO-PARM = "B"
               DISPLAY "INSTMNT: INSTMST EM USO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGAR-SITES
           PERFORM CARREGAR-INSTRUMENTOS
           OPEN INPUT TRANSACOES-FILE
           OPEN OUTPUT ERROS-FILE
           OPEN OUTPUT JORNAL-FILE
           MOVE SPACES TO ERROS-REC
           MOVE SPACES TO JORNAL-REC
           PERFORM UNTIL FIM-FICHEIRO
               READ TRANSACOES-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END PERFORM TRATAR-TRANSACAO
               END-READ
           END-PERFORM
           CLOSE TRANSACOES-FILE
           CLOSE ERROS-FILE
           CLOSE JORNAL-FILE
           PERFORM REESCREVER-INSTRUMENTOS
           MOVE "L" TO LCK-FUNCAO-PARM
           CALL "LOCKMGR" USING LOCKMGR-PARMS
           DISPLAY "TRANSACOES APLICADAS  : " WS-CONT-APLICADAS
           DISPLAY "TRANSACOES REJEITADAS : " WS-CONT-REJEITADAS
           IF WS-CONT-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       CARREGAR-SITES.
           MOVE "N" TO WS-EOF
           OPEN INPUT SITEMST-FILE
           IF WS-SITEMST-STATUS = "35"
               DISPLAY "INSTMNT: SEM SITEMST - NENHUM INSTRUMENTO "
                   "PODE SER INCLUIDO"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SITEMST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-SITES < WS-MAX-SITES
                               ADD 1 TO WS-CONT-SITES
                               MOVE SIT-CODIGO TO
                                   TS-CODIGO(WS-CONT-SITES)
                               MOVE SIT-ATIVO TO
                                   TS-ATIVO(WS-CONT-SITES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITEMST-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       CARREGAR-INSTRUMENTOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT INSTRUMENTOS-FILE
           IF WS-INS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ INSTRUMENTOS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-INSTRUMENTOS <
                               WS-MAX-INSTRUMENTOS
                               ADD 1 TO WS-CONT-INSTRUMENTOS
                               MOVE INSTMST-REC TO
                                   TI-REGISTO(WS-CONT-INSTRUMENTOS)
                               MOVE "N" TO
                                   TI-APAGADA(WS-CONT-INSTRUMENTOS)
                           ELSE
                               DISPLAY "INSTMNT: TABELA DE "
                                   "INSTRUMENTOS CHEIA - EXECUCAO "
                                   "RECUSADA"
                               CLOSE INSTRUMENTOS-FILE
                               MOVE "L" TO LCK-FUNCAO-PARM
                               CALL "LOCKMGR" USING LOCKMGR-PARMS
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSTRUMENTOS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       TRATAR-TRANSACAO.
           IF TRAN-TIPO NOT = "I" AND TRAN-TIPO NOT = "A"
               AND TRAN-TIPO NOT = "C" AND TRAN-TIPO NOT = "E"
               MOVE 03 TO ERRO-COD
               MOVE "TIPO INVALIDO" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               IF TRAN-SITE = SPACES OR TRAN-INSTRUMENTO = SPACES
                   MOVE 04 TO ERRO-COD
                   MOVE "DADOS INVALIDOS" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               ELSE
                   PERFORM PROCURAR-INSTRUMENTO-TRAN
                   EVALUATE TRAN-TIPO
                       WHEN "I"
                           PERFORM INCLUIR
                       WHEN "A"
                           PERFORM ALTERAR
                       WHEN "C"
                           PERFORM CALIBRAR
                       WHEN OTHER
                           PERFORM ELIMINAR
                   END-EVALUATE
               END-IF
           END-IF.
       INCLUIR.
           PERFORM PROCURAR-SITE
           EVALUATE TRUE
               WHEN S = 0
                   MOVE 05 TO ERRO-COD
                   MOVE "SITE NAO EXISTE" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               WHEN TS-ATIVO(S) NOT = "S"
                   MOVE 05 TO ERRO-COD
                   MOVE "SITE INATIVO" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               WHEN N > 0
                   MOVE 01 TO ERRO-COD
                   MOVE "INSTRUMENTO JA EXISTE" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               WHEN TRAN-TIPO-INSTR = SPACES
                   MOVE 04 TO ERRO-COD
                   MOVE "DADOS INVALIDOS" TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               WHEN OTHER
                   MOVE TRAN-TIPO-INSTR TO WS-NOVO-TIPO
                   MOVE 0 TO WS-NOVA-CALIB
                   PERFORM VALIDAR-CALIBRACAO
                   IF WS-DADOS-OK = "S"
                       PERFORM VALIDAR-INTERVALO
                   END-IF
                   IF WS-DADOS-OK = "S"
                       PERFORM ACRESCENTAR-INSTRUMENTO
                   END-IF
           END-EVALUATE.
      ******************************************************************
      * Alterar muda o tipo e/ou o intervalo de calibracao (o campo em
      * branco mantem o valor em ficheiro); a data de calibracao so
      * muda com uma transacao C.
      ******************************************************************
       ALTERAR.
           IF N = 0
               MOVE 02 TO ERRO-COD
               MOVE "INSTRUMENTO NAO EXISTE" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               MOVE TI-REGISTO(N) TO INSTMST-REC
               MOVE INS-TIPO TO WS-NOVO-TIPO
               MOVE INS-DATA-CALIB TO WS-NOVA-CALIB
               MOVE INS-INTERVALO TO WS-NOVO-INTERVALO
               IF TRAN-TIPO-INSTR NOT = SPACES
                   MOVE TRAN-TIPO-INSTR TO WS-NOVO-TIPO
               END-IF
               MOVE "S" TO WS-DADOS-OK
               IF TRAN-INTERVALO NOT = SPACES
                   PERFORM VALIDAR-INTERVALO
               END-IF
               IF WS-DADOS-OK = "S"
                   PERFORM ATUALIZAR-INSTRUMENTO
               END-IF
           END-IF.
      ******************************************************************
      * Calibracao: a nova data substitui a ultima calibracao e o
      * intervalo recomeca a contar a partir dela.
      ******************************************************************
       CALIBRAR.
           IF N = 0
               MOVE 02 TO ERRO-COD
               MOVE "INSTRUMENTO NAO EXISTE" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               MOVE TI-REGISTO(N) TO INSTMST-REC
               MOVE INS-TIPO TO WS-NOVO-TIPO
               MOVE INS-INTERVALO TO WS-NOVO-INTERVALO
               MOVE INS-DATA-CALIB TO WS-NOVA-CALIB
               PERFORM VALIDAR-CALIBRACAO
               IF WS-DADOS-OK = "S"
                   PERFORM ATUALIZAR-INSTRUMENTO
               END-IF
           END-IF.
       ELIMINAR.
           IF N = 0
               MOVE 02 TO ERRO-COD
               MOVE "INSTRUMENTO NAO EXISTE" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               MOVE "S" TO TI-APAGADA(N)
               MOVE TI-REGISTO(N) TO INSTMST-REC
               MOVE INS-TIPO TO WS-NOVO-TIPO
               MOVE INS-DATA-CALIB TO WS-NOVA-CALIB
               MOVE INS-INTERVALO TO WS-NOVO-INTERVALO
               PERFORM GRAVAR-JORNAL
           END-IF.
      ******************************************************************
      * Data de calibracao valida, nao posterior a data de negocio e
      * nao anterior a calibracao ja registada (WS-NOVA-CALIB entra
      * com ela; zero na inclusao).
      ******************************************************************
       VALIDAR-CALIBRACAO.
           MOVE "S" TO WS-DADOS-OK
           MOVE 0 TO ERRO-COD
           EVALUATE TRUE
               WHEN TRAN-DATA-CALIB NOT NUMERIC
                   MOVE 04 TO ERRO-COD
                   MOVE "DATA DE CALIBRACAO INVAL" TO ERRO-MSG
               WHEN FUNCTION TEST-DATE-YYYYMMDD(TRAN-DATA-CALIB-N)
                   NOT = 0
                   MOVE 04 TO ERRO-COD
                   MOVE "DATA DE CALIBRACAO INVAL" TO ERRO-MSG
               WHEN TRAN-DATA-CALIB-N > WS-DATA-NEGOCIO
                   MOVE 06 TO ERRO-COD
                   MOVE "CALIBRACAO NO FUTURO" TO ERRO-MSG
               WHEN TRAN-DATA-CALIB-N < WS-NOVA-CALIB
                   MOVE 07 TO ERRO-COD
                   MOVE "ANTERIOR A ULTIMA CALIB" TO ERRO-MSG
               WHEN OTHER
                   MOVE TRAN-DATA-CALIB-N TO WS-NOVA-CALIB
           END-EVALUATE
           IF ERRO-COD NOT = 0
               MOVE "N" TO WS-DADOS-OK
               PERFORM GRAVAR-ERRO
           END-IF.
       VALIDAR-INTERVALO.
           MOVE "S" TO WS-DADOS-OK
           IF TRAN-INTERVALO NOT NUMERIC
               OR TRAN-INTERVALO-N = 0
               MOVE "N" TO WS-DADOS-OK
               MOVE 08 TO ERRO-COD
               MOVE "INTERVALO INVALIDO" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               MOVE TRAN-INTERVALO-N TO WS-NOVO-INTERVALO
           END-IF.
       ACRESCENTAR-INSTRUMENTO.
           IF WS-CONT-INSTRUMENTOS >= WS-MAX-INSTRUMENTOS
               MOVE 13 TO ERRO-COD
               MOVE "TABELA DE INSTRUM. CHEIA" TO ERRO-MSG
               PERFORM GRAVAR-ERRO
           ELSE
               MOVE SPACES TO INSTMST-REC
               MOVE TRAN-SITE TO INS-SITE
               MOVE TRAN-INSTRUMENTO TO INS-ID
               MOVE WS-NOVO-TIPO TO INS-TIPO
               MOVE WS-NOVA-CALIB TO INS-DATA-CALIB
               MOVE WS-NOVO-INTERVALO TO INS-INTERVALO
               PERFORM CARIMBAR-INSTRUMENTO
               ADD 1 TO WS-CONT-INSTRUMENTOS
               MOVE INSTMST-REC TO TI-REGISTO(WS-CONT-INSTRUMENTOS)
               MOVE "N" TO TI-APAGADA(WS-CONT-INSTRUMENTOS)
               PERFORM GRAVAR-JORNAL
           END-IF.
       ATUALIZAR-INSTRUMENTO.
           MOVE TI-REGISTO(N) TO INSTMST-REC
           MOVE WS-NOVO-TIPO TO INS-TIPO
           MOVE WS-NOVA-CALIB TO INS-DATA-CALIB
           MOVE WS-NOVO-INTERVALO TO INS-INTERVALO
           PERFORM CARIMBAR-INSTRUMENTO
           MOVE INSTMST-REC TO TI-REGISTO(N)
           PERFORM GRAVAR-JORNAL.
       CARIMBAR-INSTRUMENTO.
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF INSTMST-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF INSTMST-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF INSTMST-REC.
       PROCURAR-SITE.
           MOVE 0 TO S
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-SITES OR S > 0
               IF TS-CODIGO(I) = TRAN-SITE
                   MOVE I TO S
               END-IF
           END-PERFORM.
       PROCURAR-INSTRUMENTO-TRAN.
           MOVE 0 TO N
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-INSTRUMENTOS OR N > 0
               MOVE TI-REGISTO(I) TO INSTMST-REC
               IF INS-SITE = TRAN-SITE
                   AND INS-ID = TRAN-INSTRUMENTO
                   AND TI-APAGADA(I) = "N"
                   MOVE I TO N
               END-IF
           END-PERFORM.
       REESCREVER-INSTRUMENTOS.
           OPEN OUTPUT INSTRUMENTOS-FILE
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-INSTRUMENTOS
               IF TI-APAGADA(I) = "N"
                   MOVE TI-REGISTO(I) TO INSTMST-REC
                   WRITE INSTMST-REC
               END-IF
           END-PERFORM
           CLOSE INSTRUMENTOS-FILE.
       GRAVAR-JORNAL.
           ADD 1 TO WS-CONT-APLICADAS
           MOVE TRAN-TIPO TO JORNAL-TIPO
           MOVE TRAN-SITE TO JORNAL-SITE
           MOVE TRAN-INSTRUMENTO TO JORNAL-INSTRUMENTO
           MOVE WS-NOVO-TIPO TO JORNAL-TIPO-INSTR
           MOVE WS-NOVA-CALIB TO JORNAL-DATA-CALIB
           MOVE WS-NOVO-INTERVALO TO JORNAL-INTERVALO
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF JORNAL-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF JORNAL-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF JORNAL-REC
           WRITE JORNAL-REC.
       GRAVAR-ERRO.
           ADD 1 TO WS-CONT-REJEITADAS
           MOVE TRAN-TIPO TO ERRO-TIPO
           MOVE TRAN-SITE TO ERRO-SITE
           MOVE TRAN-INSTRUMENTO TO ERRO-INSTRUMENTO
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF ERROS-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF ERROS-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF ERROS-REC
           WRITE ERROS-REC.
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
           MOVE "INSTMNT" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM INSTMNT.
