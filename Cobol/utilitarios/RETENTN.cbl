      *            releases it after, so a hand-run retention can no
      *            longer race the nightly appends; a busy lock
      *            skips that dataset and ends with RETURN-CODE 8.
      * 10/15/26 - EX3LOG is now INDEXED on member id and business
      *            date (CLASSLOG.cpy). Expiry is judged exactly as
      *            before (run timestamp date, old or member layout)
      *            and expired records still go to the EX3ARCH
      *            generation as the same 80-byte images, but they
      *            are DELETEd from the live file in place as the
      *            file is read; the RETWORK copy-and-rewrite is now
      *            only used for AUDITLOG.
      * 10/15/26 - report archive (RPTARQF, written by RPTARQ). One
      *            RETPARM line for the archive gives the default rule;
      *            RPTRETP, in the RETPARM layout with the report id
      *            for the dataset name, gives a report its own days
      *            and action. An expired edition's lines go to the
      *            next PROD.SHOP.RELATORIOS.ARQUIVO.HIST generation
      *            (RPTARQH) on A, and its index lines (RPTARQIX) are
      *            kept, now pointing at RPTARQH; on P lines and index
      *            lines are dropped. Both files are rewritten through
      *            RPTWORK under the RPTARQF lock RPTARQ also takes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CLASSLOG-FILE ASSIGN TO "EX3LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLASSLOG-CHAVE
               FILE STATUS IS WS-VIVO-STATUS.
           SELECT CLASSARCH-FILE ASSIGN TO "EX3ARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
               FILE STATUS IS WS-VIVO-STATUS.
           SELECT AUDARCH-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTARQ-FILE ASSIGN TO "RPTARQF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIVO-STATUS.
           SELECT RPTARQH-FILE ASSIGN TO "RPTARQH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTARQIX-FILE ASSIGN TO "RPTARQIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.
           SELECT REGRA-FILE ASSIGN TO "RPTRETP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRA-STATUS.
           SELECT TRABRPT-FILE ASSIGN TO "RPTWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRABALHO-FILE ASSIGN TO "RETWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESUMO-FILE ASSIGN TO "RETSUM"
           05  FILLER               PIC X.
           05  PARM-ACAO            PIC X.
       FD  CLASSLOG-FILE.
           COPY "CLASSLOG.cpy".
       FD  CLASSARCH-FILE.
       01  CLASSARCH-REC            PIC X(80).
       FD  AUDIT-FILE.
           05  AUD-RESTO            PIC X(59).
       FD  AUDARCH-FILE.
       01  AUDARCH-REC              PIC X(80).
       FD  RPTARQ-FILE.
           COPY "RPTARQ.cpy".
       FD  RPTARQH-FILE.
       01  RPTARQH-REC              PIC X(166).
       FD  RPTARQIX-FILE.
           COPY "RPTARQIX.cpy".
       FD  REGRA-FILE.
       01  REGRA-REC.
           05  REGRA-RELATORIO      PIC X(8).
           05  FILLER               PIC X.
           05  REGRA-DIAS           PIC 999.
           05  FILLER               PIC X.
           05  REGRA-ACAO           PIC X.
       FD  TRABRPT-FILE.
       01  TRABRPT-REC              PIC X(166).
       FD  TRABALHO-FILE.
       01  TRABALHO-REC             PIC X(80).
       FD  RESUMO-FILE.
       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-VIVO-STATUS PIC XX VALUE SPACES.
       77 WS-IDX-STATUS PIC XX VALUE SPACES.
       77 WS-REGRA-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-FIM-PARM PIC X VALUE "N".
       77 WS-CONT-PURGADOS PIC 9(7).
       77 WS-EXPIRADO PIC X.
       77 WS-LOCK-OK PIC X.
       77 WS-CORTE-PADRAO PIC 9(7).
       77 WS-ACAO-PADRAO PIC X.
       77 WS-RELATORIO-REGRA PIC X(8).
       77 WS-MAX-REGRAS PIC 99 VALUE 50.
       77 WS-CONT-REGRAS PIC 99 VALUE 0.
       77 G PIC 99.
       01 TABELA-REGRAS.
           03 REGRA-LINHA OCCURS 50 TIMES.
               05  TAB-RELATORIO    PIC X(8).
               05  TAB-CORTE        PIC 9(7).
               05  TAB-ACAO         PIC X.
           COPY "LOCKMGR-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       PROCEDURE DIVISION.
                           PERFORM GRAVAR-RESUMO
                           PERFORM LIBERTAR-LOCK
                       END-IF
                   WHEN "RPTARQF"
                       PERFORM ADQUIRIR-LOCK
                       IF WS-LOCK-OK = "S"
                           PERFORM TRATAR-RPTARQ
                           PERFORM GRAVAR-RESUMO
                           PERFORM LIBERTAR-LOCK
                       END-IF
                   WHEN OTHER
                       DISPLAY "RETENTN: DATASET DESCONHECIDO "
                           PARM-DATASET
           CALL "LOCKMGR" USING LOCKMGR-PARMS.
       TRATAR-EX3LOG.
           MOVE "N" TO WS-EOF
           OPEN I-O CLASSLOG-FILE
           IF WS-VIVO-STATUS = "35"
               DISPLAY "RETENTN: EX3LOG AUSENTE"
           ELSE
               OPEN EXTEND CLASSARCH-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   READ CLASSLOG-FILE NEXT RECORD
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
      * formato com membro (cinco digitos + espaco) ou antigo
                               IF WS-ACAO = "A"
                                   ADD 1 TO WS-CONT-ARQUIVADOS
                                   WRITE CLASSARCH-REC FROM
                                       CLASSLOG-REC(1:80)
                               ELSE
                                   ADD 1 TO WS-CONT-PURGADOS
                               END-IF
                               DELETE CLASSLOG-FILE RECORD
                                   INVALID KEY
                                       DISPLAY "RETENTN: EX3LOG "
                                           "DELETE FALHOU, STATUS "
                                           WS-VIVO-STATUS
                                       MOVE 8 TO RETURN-CODE
                               END-DELETE
                           ELSE
                               ADD 1 TO WS-CONT-MANTIDOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASSLOG-FILE
               CLOSE CLASSARCH-FILE
           END-IF.
       TRATAR-AUDITLOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT AUDIT-FILE
           CLOSE TRABALHO-FILE
           CLOSE AUDIT-FILE.
      ******************************************************************
      * Arquivo de relatorios: a linha RETPARM e a regra por omissao,
      * a RPTRETP a de cada relatorio. Um registo guarda-se, vai para
      * a geracao RPTARQH (A) ou sai (P) pela regra do seu relatorio.
      ******************************************************************
       TRATAR-RPTARQ.
           MOVE WS-DIA-CORTE TO WS-CORTE-PADRAO
           MOVE WS-ACAO TO WS-ACAO-PADRAO
           PERFORM CARREGAR-REGRAS
           MOVE "N" TO WS-EOF
           OPEN INPUT RPTARQ-FILE
           IF WS-VIVO-STATUS = "35"
               DISPLAY "RETENTN: RPTARQF AUSENTE"
           ELSE
               OPEN OUTPUT TRABRPT-FILE
               OPEN EXTEND RPTARQH-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   READ RPTARQ-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE RAQ-RELATORIO TO WS-RELATORIO-REGRA
                           PERFORM APLICAR-REGRA
                           MOVE RAQ-DATA TO WS-DATA-REGISTO
                           PERFORM AVALIAR-VALIDADE
                           IF WS-EXPIRADO = "S"
                               IF WS-ACAO = "A"
                                   ADD 1 TO WS-CONT-ARQUIVADOS
                                   WRITE RPTARQH-REC FROM RPTARQ-REC
                               ELSE
                                   ADD 1 TO WS-CONT-PURGADOS
                               END-IF
                           ELSE
                               ADD 1 TO WS-CONT-MANTIDOS
                               WRITE TRABRPT-REC FROM RPTARQ-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPTARQ-FILE
               CLOSE TRABRPT-FILE
               CLOSE RPTARQH-FILE
               PERFORM REESCREVER-RPTARQ
               PERFORM TRATAR-RPTARQIX
           END-IF.
       CARREGAR-REGRAS.
           MOVE 0 TO WS-CONT-REGRAS
           MOVE "N" TO WS-EOF
           OPEN INPUT REGRA-FILE
           IF WS-REGRA-STATUS = "35"
               DISPLAY "RETENTN: SEM RPTRETP - REGRA RETPARM PARA "
                   "TODOS OS RELATORIOS"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ REGRA-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM GUARDAR-REGRA
                   END-READ
               END-PERFORM
               CLOSE REGRA-FILE
           END-IF.
       GUARDAR-REGRA.
           IF REGRA-DIAS NOT NUMERIC
               DISPLAY "RETENTN: RETENCAO INVALIDA PARA "
                   REGRA-RELATORIO " - USADA A REGRA RETPARM"
           ELSE
               IF WS-CONT-REGRAS < WS-MAX-REGRAS
                   ADD 1 TO WS-CONT-REGRAS
                   MOVE REGRA-RELATORIO TO
                       TAB-RELATORIO(WS-CONT-REGRAS)
                   COMPUTE TAB-CORTE(WS-CONT-REGRAS) =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                       - REGRA-DIAS
                   MOVE REGRA-ACAO TO TAB-ACAO(WS-CONT-REGRAS)
               END-IF
           END-IF.
       APLICAR-REGRA.
           MOVE WS-CORTE-PADRAO TO WS-DIA-CORTE
           MOVE WS-ACAO-PADRAO TO WS-ACAO
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-CONT-REGRAS
               IF TAB-RELATORIO(G) = WS-RELATORIO-REGRA
                   MOVE TAB-CORTE(G) TO WS-DIA-CORTE
                   MOVE TAB-ACAO(G) TO WS-ACAO
               END-IF
           END-PERFORM.
       REESCREVER-RPTARQ.
           MOVE "N" TO WS-EOF
           OPEN INPUT TRABRPT-FILE
           OPEN OUTPUT RPTARQ-FILE
           PERFORM UNTIL FIM-FICHEIRO
               READ TRABRPT-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       WRITE RPTARQ-REC FROM TRABRPT-REC
               END-READ
           END-PERFORM
           CLOSE TRABRPT-FILE
           CLOSE RPTARQ-FILE.
      ******************************************************************
      * O indice segue as linhas: uma edicao arquivada passa a apontar
      * para o RPTARQH, uma purgada deixa de constar.
      ******************************************************************
       TRATAR-RPTARQIX.
           MOVE "N" TO WS-EOF
           OPEN INPUT RPTARQIX-FILE
           IF WS-IDX-STATUS = "35"
               DISPLAY "RETENTN: RPTARQIX AUSENTE"
           ELSE
               OPEN OUTPUT TRABRPT-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   READ RPTARQIX-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE RIX-RELATORIO TO WS-RELATORIO-REGRA
                           PERFORM APLICAR-REGRA
                           MOVE RIX-DATA TO WS-DATA-REGISTO
                           PERFORM AVALIAR-VALIDADE
                           IF WS-EXPIRADO = "N" OR WS-ACAO = "A"
                               IF WS-EXPIRADO = "S"
                                   MOVE "RPTARQH" TO RIX-LOCAL
                               END-IF
                               WRITE TRABRPT-REC FROM RPTARQIX-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPTARQIX-FILE
               CLOSE TRABRPT-FILE
               MOVE "N" TO WS-EOF
               OPEN INPUT TRABRPT-FILE
               OPEN OUTPUT RPTARQIX-FILE
               PERFORM UNTIL FIM-FICHEIRO
                   READ TRABRPT-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE TRABRPT-REC TO RPTARQIX-REC
                           WRITE RPTARQIX-REC
                   END-READ
               END-PERFORM
               CLOSE TRABRPT-FILE
               CLOSE RPTARQIX-FILE
           END-IF.
      ******************************************************************
      * Um registo sem data legivel nunca expira: na duvida, fica.
      ******************************************************************
       AVALIAR-VALIDADE.
