      *            (pre-lifecycle record) reads as ativo and a
      *            non-active status with a future effective date is
      *            not yet in force.
      * 10/15/26 - EX3LOG is now the INDEXED log keyed on member id
      *            and business date (shared CLASSLOG.cpy, converted
      *            once by CLOGLOAD): each classification is written
      *            by key through GRAVAR-CLASSLOG instead of appended,
      *            so the counter lookup can go straight to a member.
      *            A missing log is created on first use; a record the
      *            log refuses is reported and ends with RETURN-CODE 4.
      * 10/15/26 - after its own FIM the run journals one more FIM per
      *            company (program key "EX3" plus the company code,
      *            e.g. EX3AA, the EX2 convention) with that company's
      *            members read and classified, so the monthly batch
      *            chargeback can split the step by business unit.
      * 10/15/26 - company master: an active member's company code is
      *            checked against EMPRMST (CALL "EMPRVAL") for the
      *            business date before the member is classified. A
      *            code that is not on the master or not active goes
      *            to EX3ERR as "EMPRESA DESCONHECIDA" / "EMPRESA
      *            INATIVA", is logged (W002), counted on the summary's
      *            EMPRESA INVALIDA line and ends the run with
      *            RETURN-CODE 4; it no longer opens a company of its
      *            own in the per-company counts.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX3.
           SELECT ERROS-FINAL-FILE ASSIGN TO "EX3ERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLASSLOG-FILE ASSIGN TO "EX3LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLASSLOG-CHAVE
               FILE STATUS IS CLW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IDADE-FILE.
           05  CLASS-ESCALAO        PIC X(8).
           COPY "OPSTAMP.cpy".
       FD  CLASSLOG-FILE.
           COPY "CLASSLOG.cpy".
       FD  ERROS-FILE.
       01  ERROS-REC.
           05  ERRO-MEMBRO          PIC 9(5).
       77 WS-CONT-SENIOR PIC 9(5) VALUE 0.
       77 WS-CONT-ERROS PIC 9(5) VALUE 0.
       77 WS-CONT-NAO-ATIVOS PIC 9(5) VALUE 0.
       77 WS-CONT-EMPRESA-INV PIC 9(5) VALUE 0.
       77 WS-CONT-LOG-RECUSADOS PIC 9(5) VALUE 0.
       77 WS-MEMBRO-ATIVO PIC X.
           88 MEMBRO-ATIVO VALUE "S".
       77 WS-MAX-EMPRESAS PIC 9 VALUE 5.
               05  EMP-CODIGO       PIC XX.
               05  EMP-VALIDOS      PIC 9(5).
               05  EMP-ERROS        PIC 9(5).
           COPY "CLASSLOG-WS.cpy".
           COPY "LOCKMGR-WS.cpy".
           COPY "JOBJRNL-WS.cpy".
           COPY "RUNCTL-WS.cpy".
           COPY "RUNLOG-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
           COPY "EMPRVAL-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
            OPEN INPUT IDADE-FILE
            OPEN OUTPUT CLASSIFICACAO-FILE
            OPEN OUTPUT ERROS-FILE
            OPEN I-O CLASSLOG-FILE
            IF CLW-STATUS = "35"
                OPEN OUTPUT CLASSLOG-FILE
                CLOSE CLASSLOG-FILE
                OPEN I-O CLASSLOG-FILE
            END-IF
            MOVE SPACES TO CLASSIFICACAO-REC
            MOVE SPACES TO ERROS-REC
            PERFORM UNTIL FIM-FICHEIRO
                        ADD 1 TO WS-CONT-LIDOS
                        PERFORM AVALIAR-STATUS
                        IF MEMBRO-ATIVO
                            PERFORM VALIDAR-EMPRESA
                            IF EMV-EMPRESA-VALIDA
                                PERFORM CALCULAR-IDADE
                                PERFORM CLASSIFICAR-IDADE
                            ELSE
                                PERFORM REJEITAR-EMPRESA
                            END-IF
                        ELSE
                            ADD 1 TO WS-CONT-NAO-ATIVOS
                        END-IF
            DISPLAY "SENIOR         : " WS-CONT-SENIOR
            DISPLAY "IDADES INVALIDAS : " WS-CONT-ERROS
            DISPLAY "NAO ATIVOS       : " WS-CONT-NAO-ATIVOS
            DISPLAY "EMPRESA INVALIDA : " WS-CONT-EMPRESA-INV
            IF WS-CONT-ERROS > 0 OR WS-CONT-EMPRESA-INV > 0
                MOVE 4 TO WS-RC-FINAL
            END-IF
            IF WS-CONT-LOG-RECUSADOS > 0
                DISPLAY "NAO REGISTADOS NO EX3LOG : "
                    WS-CONT-LOG-RECUSADOS
                MOVE 4 TO WS-RC-FINAL
            END-IF
            PERFORM VARYING I FROM 1 BY 1
                MOVE 0 TO EMP-VALIDOS(WS-EMPRESA-ATUAL)
                MOVE 0 TO EMP-ERROS(WS-EMPRESA-ATUAL)
            END-IF.
      ******************************************************************
      * Empresa do membro contra o master de empresas na data de
      * negocio: desconhecida ou inativa vai para o EX3ERR sem
      * classificar e sem abrir empresa na tabela.
      ******************************************************************
       VALIDAR-EMPRESA.
            MOVE MEMBRO-EMPRESA TO EMV-EMPRESA-PARM
            MOVE WS-DATA-NEGOCIO TO EMV-DATA-PARM
            CALL "EMPRVAL" USING EMPRVAL-PARMS.
       REJEITAR-EMPRESA.
            ADD 1 TO WS-CONT-EMPRESA-INV
            MOVE MEMBRO-ID TO ERRO-MEMBRO
            MOVE SPACES TO ERRO-IDADE
            MOVE "EX3" TO RLG-PROGRAMA-PARM
            MOVE "W" TO RLG-SEVERIDADE-PARM
            MOVE "W002" TO RLG-CODIGO-PARM
            IF EMV-EMPRESA-INATIVA
                MOVE "EMPRESA INATIVA" TO ERRO-MSG
                MOVE "EMPRESA INATIVA - NAO CLASSIFICADO"
                    TO RLG-TEXTO-PARM
            ELSE
                MOVE "EMPRESA DESCONHECIDA" TO ERRO-MSG
                MOVE "EMPRESA DESCONHECIDA - NAO CLASSIFICADO"
                    TO RLG-TEXTO-PARM
            END-IF
            MOVE WS-OPERADOR-ID TO
                OPSTAMP-OPERADOR OF ERROS-REC
            MOVE WS-RUN-TIMESTAMP TO
                OPSTAMP-TIMESTAMP OF ERROS-REC
            MOVE WS-RUN-ID TO
                OPSTAMP-RUNID OF ERROS-REC
            MOVE WS-DATA-NEGOCIO TO
                OPSTAMP-DATA-NEGOCIO OF ERROS-REC
            MOVE MEMBRO-EMPRESA TO
                OPSTAMP-EMPRESA OF ERROS-REC
            WRITE ERROS-REC
            MOVE MEMBRO-ID TO RLG-CHAVE-PARM
            CALL "RUNLOG" USING RUNLOG-PARMS.
       CLASSIFICAR-IDADE.
            PERFORM LOCALIZAR-EMPRESA
            SET IDADE-VALIDA TO TRUE
                OPSTAMP-DATA-NEGOCIO OF CLASSLOG-REC
            MOVE MEMBRO-EMPRESA TO
                OPSTAMP-EMPRESA OF CLASSLOG-REC
            MOVE MEMBRO-ID TO CLASSLOG-CHV-MEMBRO
            MOVE WS-DATA-NEGOCIO TO CLASSLOG-CHV-DATA
            PERFORM GRAVAR-CLASSLOG
            IF NOT CLASSLOG-GRAVADO
                ADD 1 TO WS-CONT-LOG-RECUSADOS
                DISPLAY "EX3: EX3LOG RECUSOU O MEMBRO " MEMBRO-ID
                    " - STATUS " CLW-STATUS
            END-IF.
       REGISTAR-INICIO.
            MOVE "EX3" TO JRN-PROGRAMA-PARM
            MOVE WS-OPERADOR-ID TO JRN-OPERADOR-PARM
            MOVE "FIM" TO JRN-EVENTO-PARM
            MOVE WS-CONT-LIDOS TO JRN-LIDOS-PARM
            COMPUTE JRN-GRAVADOS-PARM =
                WS-CONT-LIDOS - WS-CONT-ERROS - WS-CONT-EMPRESA-INV
            CALL "JOBJRNL" USING JOBJRNL-PARMS
            PERFORM VARYING I FROM 1 BY 1
                    UNTIL I > WS-CONT-EMPRESAS
                IF EMP-CODIGO(I) NOT = SPACES
                    MOVE "EX3" TO JRN-PROGRAMA-PARM
                    MOVE EMP-CODIGO(I) TO JRN-PROGRAMA-PARM(4:2)
                    COMPUTE JRN-LIDOS-PARM =
                        EMP-VALIDOS(I) + EMP-ERROS(I)
                    MOVE EMP-VALIDOS(I) TO JRN-GRAVADOS-PARM
                    CALL "JOBJRNL" USING JOBJRNL-PARMS
                END-IF
            END-PERFORM.
       VERIFICAR-PASSO-CONCLUIDO.
            MOVE "EX3" TO RC-PROGRAMA-PARM
            MOVE WS-DATA-CORRENTE TO RC-DATA-PARM
                    MOVE PARM-LIM-ADULTO TO WS-LIM-ADULTO
            END-READ
            CLOSE PARM-FILE.
           COPY "CLASSLOG-PD.cpy".
       END PROGRAM EX3.
