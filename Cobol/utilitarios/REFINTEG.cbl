      ******************************************************************
      * REFINTEG.cbl
      * 10/15/26 - nightly referential-integrity sweep, run before the
      *            stream. Each maintenance program checks its own
      *            file, but nothing checked across files: EX3LOG
      *            entries for members merged away by MEMBDUP with no
      *            MEMBXREF entry, IMCHIST employee ids no longer on
      *            FUNCMST, EX1PARM limits for a site retired from
      *            SITEMST, EX1EXCM exceptions for sites that no
      *            longer exist, IMCREFM referrals for unknown
      *            employees. The parent-child relationships to check
      *            come from the rules table (RIREGRAS, one line per
      *            parent): rule id, child dataset, the child's
      *            foreign key (start, length) and its own key for the
      *            report, parent dataset, the parent key and an
      *            optional parent filter (start, length, value -- a
      *            SITEMST line only counts when it is active, say).
      *            Several lines with the same rule id are alternative
      *            parents: the child is fine when ANY of them holds
      *            the key (an EX3LOG member is on the member master
      *            OR on MEMBXREF as a merged-away id). A child with a
      *            blank or zero foreign key refers to nothing and is
      *            not an orphan. The datasets it knows how to read
      *            are the ones below (the indexed ones in key order);
      *            each orphan is listed on the PRNTFMT report
      *            INTEGRIDADE REFERENCIAL with the child's key and
      *            the missing parent key, followed by a count per
      *            rule, and the counts are rewritten to RICONT
      *            (RICONT.cpy) for DQSCORE. Orphans end the run with
      *            RETURN-CODE 4; a rule that could not be checked
      *            (unknown or missing dataset, invalid line, more
      *            parent keys than the table holds) ends it with
      *            RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFINTEG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGRAS-FILE ASSIGN TO "RIREGRAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRAS-STATUS.
           SELECT EX3IDADE-FILE ASSIGN TO "EX3IDADE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEMBRO-ID
               ALTERNATE RECORD KEY IS MEMBRO-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.
           SELECT EX3LOG-FILE ASSIGN TO "EX3LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLASSLOG-CHAVE
               FILE STATUS IS WS-IDX-STATUS.
           SELECT IMCHIST-FILE ASSIGN TO "IMCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-IDX-STATUS.
           SELECT MEMBXREF-FILE ASSIGN TO "MEMBXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT FUNCMST-FILE ASSIGN TO "FUNCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT SITEMST-FILE ASSIGN TO "SITEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT EX1PARM-FILE ASSIGN TO "EX1PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT EX1EXCM-FILE ASSIGN TO "EX1EXCM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT IMCREFM-FILE ASSIGN TO "IMCREFM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT FUNCXREF-FILE ASSIGN TO "FUNCXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT CONTAGENS-FILE ASSIGN TO "RICONT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REGRAS-FILE.
       01  REGRAS-REC.
           05  RGR-ID               PIC X(8).
           05  FILLER               PIC X.
           05  RGR-FILHO            PIC X(8).
           05  FILLER               PIC X.
           05  RGR-FK-INICIO        PIC 999.
           05  FILLER               PIC X.
           05  RGR-FK-COMPR         PIC 99.
           05  FILLER               PIC X.
           05  RGR-ID-INICIO        PIC 999.
           05  FILLER               PIC X.
           05  RGR-ID-COMPR         PIC 99.
           05  FILLER               PIC X.
           05  RGR-PAI              PIC X(8).
           05  FILLER               PIC X.
           05  RGR-PK-INICIO        PIC 999.
           05  FILLER               PIC X.
           05  RGR-PK-COMPR         PIC 99.
           05  FILLER               PIC X.
           05  RGR-FILTRO-INICIO    PIC 999.
           05  FILLER               PIC X.
           05  RGR-FILTRO-COMPR     PIC 99.
           05  FILLER               PIC X.
           05  RGR-FILTRO-VALOR     PIC X(8).
           05  FILLER               PIC X.
           05  RGR-DESCRICAO        PIC X(30).
       FD  EX3IDADE-FILE.
           COPY "MEMBRO.cpy".
       FD  EX3LOG-FILE.
           COPY "CLASSLOG.cpy".
       FD  IMCHIST-FILE.
       01  HISTORICO-REC.
           05  HIST-CHAVE.
               10  HIST-ID          PIC 9(5).
               10  FILLER           PIC X.
               10  HIST-DATA        PIC 9(8).
           05  FILLER               PIC X.
           05  HIST-IMC             PIC 999V9.
           05  FILLER               PIC X.
           05  HIST-ESCALAO         PIC X(12).
           COPY "OPSTAMP.cpy".
       FD  MEMBXREF-FILE.
       01  MEMBXREF-REC             PIC X(256).
       FD  FUNCMST-FILE.
       01  FUNCMST-REC              PIC X(256).
       FD  SITEMST-FILE.
       01  SITEMST-REC              PIC X(256).
       FD  EX1PARM-FILE.
       01  EX1PARM-REC              PIC X(256).
       FD  EX1EXCM-FILE.
       01  EX1EXCM-REC              PIC X(256).
       FD  IMCREFM-FILE.
       01  IMCREFM-REC              PIC X(256).
       FD  FUNCXREF-FILE.
       01  FUNCXREF-REC             PIC X(256).
       FD  CONTAGENS-FILE.
           COPY "RICONT.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-REGRAS-STATUS PIC XX VALUE SPACES.
       77 WS-FONTE-STATUS PIC XX VALUE SPACES.
       77 WS-IDX-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-FICHEIRO PIC X(8).
       77 WS-FICHEIRO-LIDO PIC X.
       77 WS-MODO PIC X.
           88 MODO-PAIS VALUE "P".
           88 MODO-FILHOS VALUE "F".
       77 WS-IMAGEM PIC X(256).
       77 WS-CHAVE PIC X(16).
       77 WS-ENCONTRADO PIC X.
       77 WS-MAX-REGRAS PIC 99 VALUE 20.
       77 WS-CONT-REGRAS PIC 99 VALUE 0.
       77 WS-MAX-CHAVES PIC 9(4) VALUE 5000.
       77 WS-CONT-CHAVES PIC 9(4) VALUE 0.
       77 WS-CHAVES-CHEIA PIC X VALUE "N".
       77 WS-TOTAL-ORFAOS PIC 9(7) VALUE 0.
       77 WS-FALHAS PIC 99 VALUE 0.
       77 WS-NAO-VERIFICADO PIC 9(7) VALUE 9999999.
       77 R PIC 99.
       77 A PIC 9.
       77 N PIC 9(4).
           COPY "BUSDATE-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "PRNTFMT-WS.cpy".
       01 TABELA-REGRAS.
           03 REGRA-LINHA OCCURS 20 TIMES.
               05  TR-ID            PIC X(8).
               05  TR-FILHO         PIC X(8).
               05  TR-FK-INICIO     PIC 999.
               05  TR-FK-COMPR      PIC 99.
               05  TR-ID-INICIO     PIC 999.
               05  TR-ID-COMPR      PIC 99.
               05  TR-DESCRICAO     PIC X(30).
               05  TR-ESTADO        PIC X(8).
               05  TR-VERIFICADOS   PIC 9(7).
               05  TR-ORFAOS        PIC 9(7).
               05  TR-CONT-PAIS     PIC 9.
               05  TR-PAI-LINHA OCCURS 3 TIMES.
                   10  TP-NOME          PIC X(8).
                   10  TP-PK-INICIO     PIC 999.
                   10  TP-PK-COMPR      PIC 99.
                   10  TP-FILTRO-INICIO PIC 999.
                   10  TP-FILTRO-COMPR  PIC 99.
                   10  TP-FILTRO-VALOR  PIC X(8).
       01 TABELA-CHAVES.
           03 TC-CHAVE              PIC X(16) OCCURS 5000 TIMES.
       01 LINHA-CABECALHO-ORFAO.
           05  FILLER               PIC X(10) VALUE "REGRA".
           05  FILLER               PIC X(10) VALUE "FILHO".
           05  FILLER               PIC X(22) VALUE "CHAVE DO FILHO".
           05  FILLER               PIC X(18) VALUE "CHAVE EM FALTA".
           05  FILLER               PIC X(30) VALUE "RELACAO".
       01 LINHA-ORFAO.
           05  LO-REGRA             PIC X(8).
           05  FILLER               PIC XX VALUE SPACES.
           05  LO-FILHO             PIC X(8).
           05  FILLER               PIC XX VALUE SPACES.
           05  LO-CHAVE-FILHO       PIC X(20).
           05  FILLER               PIC XX VALUE SPACES.
           05  LO-CHAVE-PAI         PIC X(16).
           05  FILLER               PIC XX VALUE SPACES.
           05  LO-DESCRICAO         PIC X(30).
       01 LINHA-CABECALHO-RESUMO.
           05  FILLER               PIC X(10) VALUE "REGRA".
           05  FILLER               PIC X(32) VALUE "RELACAO".
           05  FILLER               PIC X(10) VALUE "ESTADO".
           05  FILLER               PIC X(11) VALUE "VERIFICADOS".
           05  FILLER               PIC X(10) VALUE "    ORFAOS".
       01 LINHA-RESUMO.
           05  LR-REGRA             PIC X(8).
           05  FILLER               PIC XX VALUE SPACES.
           05  LR-DESCRICAO         PIC X(30).
           05  FILLER               PIC XX VALUE SPACES.
           05  LR-ESTADO            PIC X(8).
           05  FILLER               PIC X(6) VALUE SPACES.
           05  LR-VERIFICADOS       PIC ZZZZZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  LR-ORFAOS            PIC ZZZZZZ9.
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-REGRAS
           IF WS-CONT-REGRAS = 0
               DISPLAY "REFINTEG: SEM TABELA DE REGRAS (RIREGRAS)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "INTEGRIDADE REFERENCIAL" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE LINHA-CABECALHO-ORFAO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-CONT-REGRAS
               IF TR-ESTADO(R) = SPACES
                   PERFORM VERIFICAR-REGRA
               END-IF
               IF TR-ESTADO(R) NOT = "OK"
                   AND TR-ESTADO(R) NOT = "ORFAOS"
                   ADD 1 TO WS-FALHAS
                   DISPLAY "REFINTEG: REGRA " TR-ID(R)
                       " NAO VERIFICADA - " TR-ESTADO(R)
               END-IF
           END-PERFORM
           PERFORM GRAVAR-RESUMO
           PERFORM GRAVAR-CONTAGENS
           DISPLAY "REFINTEG: " WS-CONT-REGRAS " REGRA(S), "
               WS-TOTAL-ORFAOS " ORFAO(S), " WS-FALHAS
               " REGRA(S) NAO VERIFICADA(S)"
           EVALUATE TRUE
               WHEN WS-FALHAS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-ORFAOS > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
      ******************************************************************
      * Linhas seguidas com o mesmo id de regra sao pais alternativos
      * da mesma regra; o filho e as suas colunas vem da primeira.
      ******************************************************************
       LER-REGRAS.
           OPEN INPUT REGRAS-FILE
           IF WS-REGRAS-STATUS NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ REGRAS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF RGR-ID NOT = SPACES
                               PERFORM GUARDAR-REGRA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGRAS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-REGRA.
           IF WS-CONT-REGRAS = 0
               OR RGR-ID NOT = TR-ID(WS-CONT-REGRAS)
               IF WS-CONT-REGRAS < WS-MAX-REGRAS
                   ADD 1 TO WS-CONT-REGRAS
                   MOVE WS-CONT-REGRAS TO R
                   MOVE RGR-ID TO TR-ID(R)
                   MOVE RGR-FILHO TO TR-FILHO(R)
                   MOVE RGR-DESCRICAO TO TR-DESCRICAO(R)
                   MOVE SPACES TO TR-ESTADO(R)
                   MOVE 0 TO TR-VERIFICADOS(R)
                   MOVE 0 TO TR-ORFAOS(R)
                   MOVE 0 TO TR-CONT-PAIS(R)
                   IF RGR-FK-INICIO NUMERIC AND RGR-FK-COMPR NUMERIC
                       AND RGR-ID-INICIO NUMERIC
                       AND RGR-ID-COMPR NUMERIC
                       MOVE RGR-FK-INICIO TO TR-FK-INICIO(R)
                       MOVE RGR-FK-COMPR TO TR-FK-COMPR(R)
                       MOVE RGR-ID-INICIO TO TR-ID-INICIO(R)
                       MOVE RGR-ID-COMPR TO TR-ID-COMPR(R)
                       IF TR-FK-INICIO(R) < 1 OR TR-FK-COMPR(R) < 1
                           OR TR-FK-COMPR(R) > 16
                           OR TR-FK-INICIO(R) + TR-FK-COMPR(R) > 257
                           OR TR-ID-INICIO(R) < 1
                           OR TR-ID-COMPR(R) < 1
                           OR TR-ID-COMPR(R) > 20
                           OR TR-ID-INICIO(R) + TR-ID-COMPR(R) > 257
                           MOVE "INVALIDA" TO TR-ESTADO(R)
                       END-IF
                   ELSE
                       MOVE "INVALIDA" TO TR-ESTADO(R)
                   END-IF
                   PERFORM GUARDAR-PAI
               ELSE
                   DISPLAY "REFINTEG: REGRA IGNORADA - TABELA CHEIA "
                       RGR-ID
               END-IF
           ELSE
               PERFORM GUARDAR-PAI
           END-IF.
       GUARDAR-PAI.
           MOVE WS-CONT-REGRAS TO R
           IF TR-CONT-PAIS(R) < 3
               ADD 1 TO TR-CONT-PAIS(R)
               MOVE TR-CONT-PAIS(R) TO A
               MOVE RGR-PAI TO TP-NOME(R, A)
               IF RGR-PK-INICIO NUMERIC AND RGR-PK-COMPR NUMERIC
                   AND RGR-FILTRO-INICIO NUMERIC
                   AND RGR-FILTRO-COMPR NUMERIC
                   MOVE RGR-PK-INICIO TO TP-PK-INICIO(R, A)
                   MOVE RGR-PK-COMPR TO TP-PK-COMPR(R, A)
                   MOVE RGR-FILTRO-INICIO TO TP-FILTRO-INICIO(R, A)
                   MOVE RGR-FILTRO-COMPR TO TP-FILTRO-COMPR(R, A)
                   MOVE RGR-FILTRO-VALOR TO TP-FILTRO-VALOR(R, A)
                   IF TP-PK-INICIO(R, A) < 1
                       OR TP-PK-COMPR(R, A) NOT = TR-FK-COMPR(R)
                       OR TP-PK-INICIO(R, A) + TP-PK-COMPR(R, A)
                           > 257
                       OR TP-FILTRO-COMPR(R, A) > 8
                       OR TP-FILTRO-INICIO(R, A)
                           + TP-FILTRO-COMPR(R, A) > 257
                       OR (TP-FILTRO-INICIO(R, A) > 0
                           AND TP-FILTRO-COMPR(R, A) = 0)
                       MOVE "INVALIDA" TO TR-ESTADO(R)
                   END-IF
               ELSE
                   MOVE "INVALIDA" TO TR-ESTADO(R)
               END-IF
           ELSE
               MOVE "INVALIDA" TO TR-ESTADO(R)
           END-IF.
      ******************************************************************
      * Uma regra: as chaves de todos os pais alternativos numa
      * tabela, depois cada registo do filho procurado nela.
      ******************************************************************
       VERIFICAR-REGRA.
           MOVE 0 TO WS-CONT-CHAVES
           MOVE "N" TO WS-CHAVES-CHEIA
           MOVE "P" TO WS-MODO
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > TR-CONT-PAIS(R)
               MOVE TP-NOME(R, A) TO WS-FICHEIRO
               PERFORM LER-FICHEIRO
               IF WS-FICHEIRO-LIDO NOT = "S"
                   PERFORM MARCAR-FICHEIRO-FALTA
                   MOVE TR-CONT-PAIS(R) TO A
               END-IF
           END-PERFORM
           IF WS-CHAVES-CHEIA = "S"
               MOVE "CHEIA" TO TR-ESTADO(R)
           END-IF
           IF TR-ESTADO(R) = SPACES
               MOVE "F" TO WS-MODO
               MOVE TR-FILHO(R) TO WS-FICHEIRO
               PERFORM LER-FICHEIRO
               IF WS-FICHEIRO-LIDO NOT = "S"
                   PERFORM MARCAR-FICHEIRO-FALTA
               ELSE
                   IF TR-ORFAOS(R) > 0
                       MOVE "ORFAOS" TO TR-ESTADO(R)
                   ELSE
                       MOVE "OK" TO TR-ESTADO(R)
                   END-IF
               END-IF
           END-IF.
       MARCAR-FICHEIRO-FALTA.
           IF WS-FICHEIRO-LIDO = "D"
               MOVE "DESCONH" TO TR-ESTADO(R)
           ELSE
               MOVE "AUSENTE" TO TR-ESTADO(R)
           END-IF
           DISPLAY "REFINTEG: FICHEIRO " WS-FICHEIRO " "
               TR-ESTADO(R) " NA REGRA " TR-ID(R).
       TRATAR-IMAGEM.
           IF MODO-PAIS
               PERFORM GUARDAR-CHAVE-PAI
           ELSE
               PERFORM VERIFICAR-FILHO
           END-IF.
       GUARDAR-CHAVE-PAI.
           IF TP-FILTRO-INICIO(R, A) = 0
               PERFORM GUARDAR-CHAVE
           ELSE
               IF WS-IMAGEM(TP-FILTRO-INICIO(R, A):
                   TP-FILTRO-COMPR(R, A)) =
                   TP-FILTRO-VALOR(R, A)(1:TP-FILTRO-COMPR(R, A))
                   PERFORM GUARDAR-CHAVE
               END-IF
           END-IF.
       GUARDAR-CHAVE.
           IF WS-CONT-CHAVES < WS-MAX-CHAVES
               ADD 1 TO WS-CONT-CHAVES
               MOVE SPACES TO TC-CHAVE(WS-CONT-CHAVES)
               MOVE WS-IMAGEM(TP-PK-INICIO(R, A):TP-PK-COMPR(R, A))
                   TO TC-CHAVE(WS-CONT-CHAVES)
           ELSE
               MOVE "S" TO WS-CHAVES-CHEIA
           END-IF.
       VERIFICAR-FILHO.
           ADD 1 TO TR-VERIFICADOS(R)
           MOVE SPACES TO WS-CHAVE
           MOVE WS-IMAGEM(TR-FK-INICIO(R):TR-FK-COMPR(R)) TO WS-CHAVE
           IF WS-CHAVE NOT = SPACES
               AND WS-CHAVE(1:TR-FK-COMPR(R)) NOT = ZEROS
               PERFORM PROCURAR-PAI
           END-IF.
       PROCURAR-PAI.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > WS-CONT-CHAVES OR WS-ENCONTRADO = "S"
               IF TC-CHAVE(N) = WS-CHAVE
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = "N"
               ADD 1 TO TR-ORFAOS(R)
               ADD 1 TO WS-TOTAL-ORFAOS
               MOVE TR-ID(R) TO LO-REGRA
               MOVE TR-FILHO(R) TO LO-FILHO
               MOVE SPACES TO LO-CHAVE-FILHO
               MOVE WS-IMAGEM(TR-ID-INICIO(R):TR-ID-COMPR(R))
                   TO LO-CHAVE-FILHO
               MOVE WS-CHAVE TO LO-CHAVE-PAI
               MOVE TR-DESCRICAO(R) TO LO-DESCRICAO
               MOVE LINHA-ORFAO TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-IF.
      ******************************************************************
      * Os ficheiros que a verificacao sabe ler. WS-FICHEIRO-LIDO: S
      * lido, N ausente, D desconhecido.
      ******************************************************************
       LER-FICHEIRO.
           MOVE "S" TO WS-FICHEIRO-LIDO
           MOVE "N" TO WS-EOF
           EVALUATE WS-FICHEIRO
               WHEN "EX3IDADE"
                   PERFORM LER-EX3IDADE
               WHEN "EX3LOG"
                   PERFORM LER-EX3LOG
               WHEN "IMCHIST"
                   PERFORM LER-IMCHIST
               WHEN "MEMBXREF"
                   PERFORM LER-MEMBXREF
               WHEN "FUNCMST"
                   PERFORM LER-FUNCMST
               WHEN "SITEMST"
                   PERFORM LER-SITEMST
               WHEN "EX1PARM"
                   PERFORM LER-EX1PARM
               WHEN "EX1EXCM"
                   PERFORM LER-EX1EXCM
               WHEN "IMCREFM"
                   PERFORM LER-IMCREFM
               WHEN "FUNCXREF"
                   PERFORM LER-FUNCXREF
               WHEN OTHER
                   MOVE "D" TO WS-FICHEIRO-LIDO
           END-EVALUATE
           MOVE "N" TO WS-EOF.
       LER-EX3IDADE.
           OPEN INPUT EX3IDADE-FILE
           IF WS-IDX-STATUS NOT = "00"
               MOVE "N" TO WS-FICHEIRO-LIDO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ EX3IDADE-FILE NEXT RECORD
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE MEMBRO-REC TO WS-IMAGEM
                           PERFORM TRATAR-IMAGEM
                   END-READ
               END-PERFORM
               CLOSE EX3IDADE-FILE
           END-IF.
       LER-EX3LOG.
           OPEN INPUT EX3LOG-FILE
           IF WS-IDX-STATUS NOT = "00"
               MOVE "N" TO WS-FICHEIRO-LIDO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ EX3LOG-FILE NEXT RECORD
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE CLASSLOG-REC TO WS-IMAGEM
                           PERFORM TRATAR-IMAGEM
                   END-READ
               END-PERFORM
               CLOSE EX3LOG-FILE
           END-IF.
       LER-IMCHIST.
           OPEN INPUT IMCHIST-FILE
           IF WS-IDX-STATUS NOT = "00"
               MOVE "N" TO WS-FICHEIRO-LIDO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ IMCHIST-FILE NEXT RECORD
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE HISTORICO-REC TO WS-IMAGEM
                           PERFORM TRATAR-IMAGEM
                   END-READ
               END-PERFORM
               CLOSE IMCHIST-FILE
           END-IF.
       LER-MEMBXREF.
           OPEN INPUT MEMBXREF-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "N" TO WS-FICHEIRO-LIDO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ MEMBXREF-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE MEMBXREF-REC TO WS-IMAGEM
                           PERFORM TRATAR-IMAGEM
                   END-READ
               END-PERFORM
               CLOSE MEMBXREF-FILE
           END-IF.
       LER-FUNCMST.
           OPEN INPUT FUNCMST-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "N" TO WS-FICHEIRO-LIDO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FUNCMST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE FUNCMST-REC TO WS-IMAGEM
                           PERFORM TRATAR-IMAGEM
                   END-READ
               END-PERFORM
               CLOSE FUNCMST-FILE
           END-IF.
       LER-SITEMST.
           OPEN INPUT SITEMST-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "N" TO WS-FICHEIRO-LIDO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ SITEMST-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE SITEMST-REC TO WS-IMAGEM
                           PERFORM TRATAR-IMAGEM
                   END-READ
               END-PERFORM
               CLOSE SITEMST-FILE
           END-IF.
       LER-EX1PARM.
           OPEN INPUT EX1PARM-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "N" TO WS-FICHEIRO-LIDO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ EX1PARM-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE EX1PARM-REC TO WS-IMAGEM
                           PERFORM TRATAR-IMAGEM
                   END-READ
               END-PERFORM
               CLOSE EX1PARM-FILE
           END-IF.
       LER-EX1EXCM.
           OPEN INPUT EX1EXCM-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "N" TO WS-FICHEIRO-LIDO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ EX1EXCM-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE EX1EXCM-REC TO WS-IMAGEM
                           PERFORM TRATAR-IMAGEM
                   END-READ
               END-PERFORM
               CLOSE EX1EXCM-FILE
           END-IF.
       LER-IMCREFM.
           OPEN INPUT IMCREFM-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "N" TO WS-FICHEIRO-LIDO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ IMCREFM-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE IMCREFM-REC TO WS-IMAGEM
                           PERFORM TRATAR-IMAGEM
                   END-READ
               END-PERFORM
               CLOSE IMCREFM-FILE
           END-IF.
       LER-FUNCXREF.
           OPEN INPUT FUNCXREF-FILE
           IF WS-FONTE-STATUS = "35"
               MOVE "N" TO WS-FICHEIRO-LIDO
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FUNCXREF-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE FUNCXREF-REC TO WS-IMAGEM
                           PERFORM TRATAR-IMAGEM
                   END-READ
               END-PERFORM
               CLOSE FUNCXREF-FILE
           END-IF.
       GRAVAR-RESUMO.
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "RESUMO POR REGRA" TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CABECALHO-RESUMO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-CONT-REGRAS
               MOVE TR-ID(R) TO LR-REGRA
               MOVE TR-DESCRICAO(R) TO LR-DESCRICAO
               MOVE TR-ESTADO(R) TO LR-ESTADO
               MOVE TR-VERIFICADOS(R) TO LR-VERIFICADOS
               MOVE TR-ORFAOS(R) TO LR-ORFAOS
               MOVE LINHA-RESUMO TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           EVALUATE TRUE
               WHEN WS-FALHAS > 0
                   STRING "INTEGRIDADE NAO CONFIRMADA - " WS-FALHAS
                       " REGRA(S) NAO VERIFICADA(S)"
                       DELIMITED BY SIZE INTO PRT-LINHA-PARM
               WHEN WS-TOTAL-ORFAOS > 0
                   STRING "REGISTOS ORFAOS ENCONTRADOS: "
                       WS-TOTAL-ORFAOS
                       DELIMITED BY SIZE INTO PRT-LINHA-PARM
               WHEN OTHER
                   MOVE "SEM REGISTOS ORFAOS" TO PRT-LINHA-PARM
           END-EVALUATE
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
       GRAVAR-CONTAGENS.
           OPEN OUTPUT CONTAGENS-FILE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-CONT-REGRAS
               MOVE SPACES TO RICONT-REC
               MOVE TR-ID(R) TO RIC-REGRA
               IF TR-ESTADO(R) = "OK" OR TR-ESTADO(R) = "ORFAOS"
                   MOVE TR-ORFAOS(R) TO RIC-ORFAOS
               ELSE
                   MOVE WS-NAO-VERIFICADO TO RIC-ORFAOS
               END-IF
               MOVE TR-VERIFICADOS(R) TO RIC-VERIFICADOS
               MOVE WS-DATA-NEGOCIO TO RIC-DATA
               WRITE RICONT-REC
           END-PERFORM
           CLOSE CONTAGENS-FILE.
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
           MOVE "REFINTEG" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM REFINTEG.
