      *            exception by the record's own identity instead of
      *            by site, file position and date -- which shifted
      *            whenever a rerun reordered the input.
      * 10/15/26 - instrument calibration: each reading now carries
      *            the id of the instrument that took it (appended by
      *            INTSPLIT after the reference id) and is checked
      *            against the instrument master (INSTMST, maintained
      *            by INSTMNT). A reading from an instrument that is
      *            not on the master for its site, or whose last
      *            calibration plus its calibration interval falls
      *            before the business date, is written to EXCECOES-
      *            FILE as its own exception type ("CALIB"), logged
      *            W003 and kept out of the threshold logic and the
      *            site statistics -- an out-of-calibration value is
      *            not a reading to trend. A reading without an
      *            instrument id, or a run without INSTMST, is checked
      *            as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ex1.
           SELECT SITEMST-FILE ASSIGN TO "SITEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITEMST-STATUS.
           SELECT INSTMST-FILE ASSIGN TO "INSTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTMST-STATUS.
           SELECT EXCECOES-FILE ASSIGN TO "EX1EXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESTATISTICAS-FILE ASSIGN TO "EX1STATH"
           05  LEITURAS-NUM         COPY "VALORDEF.cpy".
           05  FILLER               PIC X(4).
           05  LEITURAS-REF         PIC X(13).
           05  FILLER               PIC X.
           05  LEITURAS-INSTRUMENTO PIC X(6).
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-SITE            PIC X(3).
           05  SIT-CONTACTO         PIC X(20).
           05  FILLER               PIC X.
           05  SIT-ATIVO            PIC X.
       FD  INSTMST-FILE.
           COPY "INSTMST.cpy".
       FD  EXCECOES-FILE.
       01  EXCECOES-REC.
           05  EXC-SITE             PIC X(3).
               05  MST-NOME         PIC X(20).
               05  MST-CONTACTO     PIC X(20).
               05  MST-ATIVO        PIC X.
       77 WS-INSTMST-STATUS PIC XX VALUE SPACES.
       77 WS-TEM-INSTMST PIC X VALUE "N".
           88 TEM-INSTMST VALUE "S".
       77 WS-MAX-INST PIC 999 VALUE 500.
       77 WS-CONT-INST PIC 999 VALUE 0.
       77 WS-INST-ATUAL PIC 999 VALUE 0.
       77 N PIC 999.
       77 WS-FORA-CALIB PIC 9(5) VALUE 0.
       77 WS-INST-OK PIC X VALUE "S".
           88 INSTRUMENTO-VALIDO VALUE "S".
           88 INSTRUMENTO-INVALIDO VALUE "N".
       01 TABELA-INSTMST.
           03 INST-LINHA OCCURS 500 TIMES.
               05  INST-SITE        PIC X(3).
               05  INST-ID          PIC X(6).
               05  INST-VENCIMENTO  PIC 9(8).
           COPY "RUNMODE-WS.cpy".
           COPY "JOBJRNL-WS.cpy".
           COPY "RUNCTL-WS.cpy".
            PERFORM REGISTAR-INICIO
            PERFORM LER-PARAMETROS
            PERFORM LER-SITE-MASTER
            PERFORM LER-INSTRUMENTOS
            OPEN INPUT LEITURAS-FILE
            IF MODO-SUPLEMENTAR
                OPEN EXTEND EXCECOES-FILE
                       PERFORM LOCALIZAR-EMPRESA
                       PERFORM VALIDAR-SITE-MASTER
                       IF SITE-VALIDO
                           PERFORM VALIDAR-CALIBRACAO
                       END-IF
                       IF SITE-VALIDO AND INSTRUMENTO-VALIDO
                           PERFORM VERIFICAR-LEITURA
                       END-IF
               END-READ
                DISPLAY "LEITURAS DE SITE FORA DO MASTER : "
                    WS-SITE-INVALIDOS
            END-IF
            IF WS-FORA-CALIB > 0
                DISPLAY "LEITURAS DE INSTRUMENTO FORA DE CALIBRACAO : "
                    WS-FORA-CALIB
            END-IF
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-SITES
                DISPLAY "SITE " SITE-CODIGO(I) " VERIFICADOS : "
                    SITE-VERIFICADOS(I) " ASSINALADOS : "
                MOVE 8 TO WS-RC-FINAL
            ELSE
                IF WS-ASSINALADOS > 0 OR WS-SEM-PARM > 0
                    OR WS-SITE-INVALIDOS > 0 OR WS-FORA-CALIB > 0
                    MOVE 4 TO WS-RC-FINAL
                END-IF
            END-IF
                CLOSE SITEMST-FILE
                MOVE "N" TO WS-EOF
            END-IF.
      ******************************************************************
      * Calibracao do instrumento: um instrumento fora do master do
      * site, ou com a calibracao vencida na data de negocio, gera uma
      * excecao propria ("CALIB") e a leitura nao chega a logica de
      * limites. Leitura sem instrumento ou sem INSTMST: sem validacao.
      ******************************************************************
       VALIDAR-CALIBRACAO.
            SET INSTRUMENTO-VALIDO TO TRUE
            IF NOT TEM-INSTMST OR LEITURAS-INSTRUMENTO = SPACES
                CONTINUE
            ELSE
                PERFORM LOCALIZAR-INSTRUMENTO
                IF WS-INST-ATUAL = 0
                    OR INST-VENCIMENTO(WS-INST-ATUAL) < WS-DATA-NEGOCIO
                    SET INSTRUMENTO-INVALIDO TO TRUE
                    ADD 1 TO WS-FORA-CALIB
                    ADD 1 TO WS-ASSINALADOS
                    IF WS-EMPRESA-ATUAL > 0
                        ADD 1 TO EMP-ASSINALADOS(WS-EMPRESA-ATUAL)
                    END-IF
                    MOVE "ex1" TO RLG-PROGRAMA-PARM
                    MOVE "W" TO RLG-SEVERIDADE-PARM
                    MOVE "W003" TO RLG-CODIGO-PARM
                    IF WS-INST-ATUAL = 0
                        MOVE "INSTRUMENTO AUSENTE DO MASTER"
                            TO RLG-TEXTO-PARM
                    ELSE
                        MOVE "INSTRUMENTO COM CALIBRACAO VENCIDA"
                            TO RLG-TEXTO-PARM
                    END-IF
                    MOVE SPACES TO RLG-CHAVE-PARM
                    STRING LEITURAS-SITE " " LEITURAS-INSTRUMENTO
                        DELIMITED BY SIZE INTO RLG-CHAVE-PARM
                    CALL "RUNLOG" USING RUNLOG-PARMS
                    PERFORM GRAVAR-EXCECAO-CALIB
                END-IF
            END-IF.
       LOCALIZAR-INSTRUMENTO.
            MOVE 0 TO WS-INST-ATUAL
            PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-CONT-INST
                IF INST-SITE(N) = LEITURAS-SITE
                    AND INST-ID(N) = LEITURAS-INSTRUMENTO
                    MOVE N TO WS-INST-ATUAL
                    MOVE WS-CONT-INST TO N
                END-IF
            END-PERFORM.
      ******************************************************************
      * O vencimento (ultima calibracao + intervalo em dias) e
      * calculado uma vez, na carga do master.
      ******************************************************************
       LER-INSTRUMENTOS.
            OPEN INPUT INSTMST-FILE
            IF WS-INSTMST-STATUS = "35"
                DISPLAY "SEM MASTER DE INSTRUMENTOS - CALIBRACAO "
                    "NAO VERIFICADA"
            ELSE
                SET TEM-INSTMST TO TRUE
                MOVE "N" TO WS-EOF
                PERFORM UNTIL FIM-FICHEIRO
                    READ INSTMST-FILE
                        AT END SET FIM-FICHEIRO TO TRUE
                        NOT AT END
                            IF WS-CONT-INST < WS-MAX-INST
                                ADD 1 TO WS-CONT-INST
                                MOVE INS-SITE TO
                                    INST-SITE(WS-CONT-INST)
                                MOVE INS-ID TO
                                    INST-ID(WS-CONT-INST)
                                COMPUTE INST-VENCIMENTO(WS-CONT-INST)
                                    = FUNCTION DATE-OF-INTEGER(
                                      FUNCTION INTEGER-OF-DATE(
                                      INS-DATA-CALIB) + INS-INTERVALO)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INSTMST-FILE
                MOVE "N" TO WS-EOF
            END-IF.
       LOCALIZAR-SITE.
            MOVE 0 TO WS-SITE-ATUAL
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-SITES
            MOVE QNT TO EXC-POSICAO
            MOVE NUM TO EXC-NUM
            MOVE "ALTO" TO EXC-TIPO
            MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF EXCECOES-REC
            MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF EXCECOES-REC
            MOVE WS-RUN-ID TO OPSTAMP-RUNID OF EXCECOES-REC
            MOVE WS-DATA-NEGOCIO TO OPSTAMP-DATA-NEGOCIO OF EXCECOES-REC
            MOVE LEITURAS-EMPRESA TO OPSTAMP-EMPRESA OF EXCECOES-REC
            MOVE LEITURAS-REF TO EXC-REF
            WRITE EXCECOES-REC.
       GRAVAR-EXCECAO-BAIXA.
            MOVE QNT TO EXC-POSICAO
            MOVE NUM TO EXC-NUM
            MOVE "BAIXO" TO EXC-TIPO
            MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF EXCECOES-REC
            MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF EXCECOES-REC
            MOVE WS-RUN-ID TO OPSTAMP-RUNID OF EXCECOES-REC
            MOVE WS-DATA-NEGOCIO TO OPSTAMP-DATA-NEGOCIO OF EXCECOES-REC
            MOVE LEITURAS-EMPRESA TO OPSTAMP-EMPRESA OF EXCECOES-REC
            MOVE LEITURAS-REF TO EXC-REF
            WRITE EXCECOES-REC.
      ******************************************************************
            MOVE QNT TO EXC-POSICAO
            MOVE NUM TO EXC-NUM
            MOVE "SITE" TO EXC-TIPO
            MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF EXCECOES-REC
            MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF EXCECOES-REC
            MOVE WS-RUN-ID TO OPSTAMP-RUNID OF EXCECOES-REC
            MOVE WS-DATA-NEGOCIO TO OPSTAMP-DATA-NEGOCIO OF EXCECOES-REC
            MOVE LEITURAS-EMPRESA TO OPSTAMP-EMPRESA OF EXCECOES-REC
            MOVE LEITURAS-REF TO EXC-REF
            WRITE EXCECOES-REC.
       GRAVAR-EXCECAO-CALIB.
            MOVE LEITURAS-SITE TO EXC-SITE
            MOVE QNT TO EXC-POSICAO
            MOVE NUM TO EXC-NUM
            MOVE "CALIB" TO EXC-TIPO
            MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF EXCECOES-REC
            MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF EXCECOES-REC
            MOVE WS-RUN-ID TO OPSTAMP-RUNID OF EXCECOES-REC
            MOVE WS-DATA-NEGOCIO TO
                OPSTAMP-DATA-NEGOCIO OF EXCECOES-REC
            MOVE LEITURAS-EMPRESA TO OPSTAMP-EMPRESA OF EXCECOES-REC
            MOVE LEITURAS-REF TO EXC-REF
            WRITE EXCECOES-REC.
       REGISTAR-INICIO.
