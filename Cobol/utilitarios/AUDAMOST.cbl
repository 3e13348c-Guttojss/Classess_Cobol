      ******************************************************************
      * AUDAMOST.cbl
      * 10/15/26 - independent recalculation sample for audit. The
      *            auditors used to pick records by hand and redo the
      *            arithmetic on a calculator; counts balancing says
      *            nothing about whether each classification is
      *            right. Each night this draws a reproducible sample
      *            from the night's EX3OUT, IMCOUT, EX2OUT and EX1EXC
      *            (AUDPARM: seed and sample size per file, default
      *            seed from the business date and 10 records, at
      *            most 50) with the TESTGEN congruence -- the same
      *            seed over the same files draws the same records --
      *            and recalculates every sampled record from its
      *            source, apart from the producing program:
      *              EX3OUT - age from MEMBRO-DATA-NASC (member master
      *                       read by key) against the record's
      *                       business date, bracket from EX3PARM;
      *              IMCOUT - IMC and band from the IMCIN height and
      *                       weight of the employee;
      *              EX2OUT - home amount from the EX2MOEDA rate (or
      *                       the MOEDAHIS rate in force on the
      *                       record's date, as EX2 converts; a
      *                       released item on its hold date) and
      *                       PAR/IMPAR from the whole units -- the
      *                       TOTAIS trailers are not sampled;
      *              EX1EXC - the ALTO/BAIXO flag from the site's
      *                       EX1PARM limits (SITE and CALIB
      *                       exceptions do not come from EX1PARM and
      *                       are not sampled).
      *            Every sampled record, with the values written and
      *            the values recalculated, is appended to the
      *            evidence file (AUDEVID, AUDEVID.cpy) that is never
      *            purged; mismatches (DIF) and records whose source
      *            could not be found (N/D) are listed on the PRNTFMT
      *            report AMOSTRA DE RECALCULO with a summary per
      *            file, and end the run with RETURN-CODE 4, as does
      *            a missing output file. A same-night rerun no-ops
      *            (run control), so the evidence holds one sample
      *            per night.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDAMOST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "AUDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EX3OUT-FILE ASSIGN TO "EX3OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAIDA-STATUS.
           SELECT IMCOUT-FILE ASSIGN TO "IMCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAIDA-STATUS.
           SELECT EX2OUT-FILE ASSIGN TO "EX2OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAIDA-STATUS.
           SELECT EX1EXC-FILE ASSIGN TO "EX1EXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAIDA-STATUS.
           SELECT EX3IDADE-FILE ASSIGN TO "EX3IDADE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEMBRO-ID
               ALTERNATE RECORD KEY IS MEMBRO-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.
           SELECT EX3PARM-FILE ASSIGN TO "EX3PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT IMCIN-FILE ASSIGN TO "IMCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT MOEDAS-FILE ASSIGN TO "EX2MOEDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "MOEDAHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT EX1PARM-FILE ASSIGN TO "EX1PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONTE-STATUS.
           SELECT EVIDENCIA-FILE ASSIGN TO "AUDEVID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVID-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-SEMENTE         PIC 9(5).
           05  FILLER               PIC X.
           05  PARM-TAMANHO         PIC 99.
       FD  EX3OUT-FILE.
       01  EX3OUT-REC.
           05  E3-MEMBRO            PIC 9(5).
           05  FILLER               PIC X.
           05  E3-IDADE             PIC 99.
           05  FILLER               PIC X.
           05  E3-ESCALAO           PIC X(8).
           COPY "OPSTAMP.cpy".
       FD  IMCOUT-FILE.
       01  IMCOUT-REC.
           05  IM-ID                PIC 9(5).
           05  FILLER               PIC X.
           05  IM-KG                PIC 999V99.
           05  FILLER               PIC X.
           05  IM-ALT               PIC 9V99.
           05  FILLER               PIC X.
           05  IM-IMC               PIC 999V9.
           05  FILLER               PIC X.
           05  IM-ESCALAO           PIC X(12).
           COPY "OPSTAMP.cpy".
       FD  EX2OUT-FILE.
       01  EX2OUT-REC.
           05  E2-NUM               PIC ZZZZ9.99.
           05  FILLER               PIC X.
           05  E2-CLASSE            PIC X(5).
           COPY "OPSTAMP.cpy".
           05  FILLER               PIC X.
           05  E2-MOEDA             PIC X(3).
           05  FILLER               PIC X.
           05  E2-NUM-HOME          PIC ZZZZ9.99.
           05  FILLER               PIC X.
           05  E2-REF               PIC X(13).
           05  FILLER               PIC X.
           05  E2-LIBERTADO         PIC X(3).
           05  FILLER               PIC X.
           05  E2-DATA-RETENCAO     PIC X(8).
       01  EX2OUT-TRAILER.
           05  E2-ROTULO            PIC X(6).
           05  FILLER               PIC X(114).
       FD  EX1EXC-FILE.
       01  EX1EXC-REC.
           05  E1-SITE              PIC X(3).
           05  FILLER               PIC X.
           05  E1-POSICAO           PIC 9(4).
           05  FILLER               PIC X.
           05  E1-NUM               COPY "VALORDEF.cpy".
           05  FILLER               PIC X.
           05  E1-TIPO              PIC X(5).
           COPY "OPSTAMP.cpy".
           05  FILLER               PIC X.
           05  E1-REF               PIC X(13).
       FD  EX3IDADE-FILE.
           COPY "MEMBRO.cpy".
       FD  EX3PARM-FILE.
       01  EX3PARM-REC.
           05  E3P-LIM-BEBE         PIC 99.
           05  E3P-LIM-INFANTIL     PIC 99.
           05  E3P-LIM-JUVENIL      PIC 99.
           05  E3P-LIM-ADULTO       PIC 99.
       FD  IMCIN-FILE.
       01  IMCIN-REC.
           05  FUNC-ID              PIC 9(5).
           05  FUNC-ALT             PIC 9V99.
           05  FUNC-KG              PIC 999V99.
       FD  MOEDAS-FILE.
       01  MOEDAS-REC.
           05  MOEDA-CODIGO         PIC X(3).
           05  FILLER               PIC X.
           05  MOEDA-TAXA           PIC 9(3)V9(4).
       FD  HISTORICO-FILE.
           COPY "MOEDAHIS.cpy".
       FD  EX1PARM-FILE.
       01  EX1PARM-REC.
           05  E1P-SITE             PIC X(3).
           05  FILLER               PIC X.
           05  E1P-LIMITE-BAIXO     PIC 99.
           05  E1P-LIMITE-ALTO      PIC 99.
       FD  EVIDENCIA-FILE.
           COPY "AUDEVID.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-SAIDA-STATUS PIC XX VALUE SPACES.
       77 WS-IDX-STATUS PIC XX VALUE SPACES.
       77 WS-FONTE-STATUS PIC XX VALUE SPACES.
       77 WS-EVID-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-FIM-FONTE PIC X VALUE "N".
           88 FIM-FONTE VALUE "S".
       77 WS-MODO PIC X.
           88 MODO-CONTAR VALUE "C".
           88 MODO-AMOSTRAR VALUE "A".
       77 WS-TEM-MEMBROS PIC X VALUE "N".
      * amostra: semente TESTGEN, tamanho por ficheiro
       77 WS-SEMENTE PIC 9(9).
       77 WS-SEMENTE-INICIAL PIC 9(5).
       77 WS-SORTEIO PIC 9(10).
       77 WS-QUOC PIC 9(10).
       77 WS-RESTO PIC 9(10).
       77 WS-TAMANHO PIC 99 VALUE 10.
       77 WS-MAX-TAMANHO PIC 99 VALUE 50.
       77 WS-ALVO PIC 99.
       77 WS-CONT-SORTEADOS PIC 99 VALUE 0.
       77 WS-CANDIDATO PIC 9(7).
       77 WS-REPETIDO PIC X.
       77 WS-SORTEADO PIC X.
       01 TABELA-SORTEADOS.
           03 TS-POSICAO            PIC 9(7) OCCURS 50 TIMES.
       77 WS-LINHA PIC 9(7).
       77 WS-ELEGIVEL PIC 9(7).
       77 WS-POPULACAO PIC 9(7).
       77 WS-CONT-FALHAS PIC 9(5) VALUE 0.
       77 F PIC 9.
       77 S PIC 99.
       77 M PIC 99.
       77 H PIC 999.
       01 NOMES-FICHEIROS-VALORES.
           05  FILLER               PIC X(8) VALUE "EX3OUT".
           05  FILLER               PIC X(8) VALUE "IMCOUT".
           05  FILLER               PIC X(8) VALUE "EX2OUT".
           05  FILLER               PIC X(8) VALUE "EX1EXC".
       01 NOMES-FICHEIROS REDEFINES NOMES-FICHEIROS-VALORES.
           03 NF-NOME               PIC X(8) OCCURS 4 TIMES.
       01 TABELA-RESUMO.
           03 RESUMO-LINHA OCCURS 4 TIMES.
               05  RS-ESTADO        PIC X(8).
               05  RS-POPULACAO     PIC 9(7).
               05  RS-AMOSTRA       PIC 99.
               05  RS-OK            PIC 99.
               05  RS-DIF           PIC 99.
               05  RS-ND            PIC 99.
      * limites de escalao do EX3 (valores por omissao do EX3)
       77 WS-LIM-BEBE PIC 99 VALUE 04.
       77 WS-LIM-INFANTIL PIC 99 VALUE 11.
       77 WS-LIM-JUVENIL PIC 99 VALUE 17.
       77 WS-LIM-ADULTO PIC 99 VALUE 64.
       77 WS-IDADE-CALC PIC S999.
       77 WS-IDADE PIC 99.
       77 WS-ESCALAO PIC X(12).
      * IMC
       77 WS-IMC PIC 999V9.
       77 WS-IMC-EDT PIC ZZ9.9.
       77 WS-IMC-ERRO PIC X.
       77 WS-ALT PIC 9V99.
       77 WS-KG PIC 999V99.
      * EX2: taxas do EX2MOEDA e historico MOEDAHIS
       77 WS-MAX-MOEDAS PIC 99 VALUE 5.
       77 WS-CONT-MOEDAS PIC 99 VALUE 0.
       01 TABELA-MOEDAS.
           03 MOEDA-LINHA OCCURS 5 TIMES.
               05  TAB-MOEDA        PIC X(3).
               05  TAB-TAXA         PIC 9(3)V9(4).
       77 WS-MAX-HISTORICO PIC 999 VALUE 300.
       77 WS-CONT-HISTORICO PIC 999 VALUE 0.
       01 TABELA-HISTORICO.
           03 HISTORICO-LINHA OCCURS 300 TIMES.
               05  HIS-MOEDA        PIC X(3).
               05  HIS-DATA         PIC 9(8).
               05  HIS-TAXA         PIC 9(3)V9(4).
       77 WS-DATA-TAXA PIC 9(8).
       77 WS-MELHOR-DATA PIC 9(8).
       77 WS-TAXA PIC 9(3)V9(4).
       77 WS-TAXA-OK PIC X.
       77 WS-NUM PIC S9(5)V99.
       77 WS-NUM-UNIDADES PIC 9(5).
       77 WS-NUM-HOME PIC 9(7)V99.
       77 WS-HOME-EDT PIC ZZZZ9.99.
       77 WS-CLASSE PIC X(5).
      * EX1: limites por site do EX1PARM
       77 WS-MAX-SITES PIC 99 VALUE 10.
       77 WS-CONT-SITES PIC 99 VALUE 0.
       01 TABELA-SITES.
           03 SITE-LINHA OCCURS 10 TIMES.
               05  SITE-CODIGO      PIC X(3).
               05  SITE-LIMITE-BAIXO PIC 99.
               05  SITE-LIMITE-ALTO PIC 99.
       77 WS-SITE-ATUAL PIC 99.
       77 WS-NUM-EX1 PIC S9(5).
       77 WS-NUM-EX1-EDT PIC -ZZZZ9.
       77 WS-TIPO PIC X(6).
           COPY "BUSDATE-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "PRNTFMT-WS.cpy".
           COPY "RUNCTL-WS.cpy".
       01 LINHA-PARAMETROS.
           05  FILLER               PIC X(9) VALUE "SEMENTE: ".
           05  LP-SEMENTE           PIC 9(5).
           05  FILLER               PIC X(24)
               VALUE "   REGISTOS POR FICHEIRO".
           05  FILLER               PIC X(2) VALUE ": ".
           05  LP-TAMANHO           PIC Z9.
       01 LINHA-CABECALHO-DIF.
           05  FILLER               PIC X(10) VALUE "FICHEIRO".
           05  FILLER               PIC X(9) VALUE "POSICAO".
           05  FILLER               PIC X(15) VALUE "CHAVE".
           05  FILLER               PIC X(22) VALUE "GRAVADO".
           05  FILLER               PIC X(22) VALUE "RECALCULADO".
           05  FILLER               PIC X(9) VALUE "RESULTADO".
       01 LINHA-DIF.
           05  LD-FICHEIRO          PIC X(8).
           05  FILLER               PIC XX VALUE SPACES.
           05  LD-POSICAO           PIC ZZZZZZ9.
           05  FILLER               PIC XX VALUE SPACES.
           05  LD-CHAVE             PIC X(13).
           05  FILLER               PIC XX VALUE SPACES.
           05  LD-GRAVADO           PIC X(20).
           05  FILLER               PIC XX VALUE SPACES.
           05  LD-RECALCULADO       PIC X(20).
           05  FILLER               PIC XX VALUE SPACES.
           05  LD-RESULTADO         PIC X(3).
       01 LINHA-CABECALHO-RESUMO.
           05  FILLER               PIC X(10) VALUE "FICHEIRO".
           05  FILLER               PIC X(10) VALUE "ESTADO".
           05  FILLER               PIC X(10) VALUE " POPULACAO".
           05  FILLER               PIC X(9) VALUE "  AMOSTRA".
           05  FILLER               PIC X(6) VALUE "    OK".
           05  FILLER               PIC X(6) VALUE "   DIF".
           05  FILLER               PIC X(6) VALUE "   N/D".
       01 LINHA-RESUMO.
           05  LR-FICHEIRO          PIC X(8).
           05  FILLER               PIC XX VALUE SPACES.
           05  LR-ESTADO            PIC X(8).
           05  FILLER               PIC XX VALUE SPACES.
           05  LR-POPULACAO         PIC ZZZZZZ9.
           05  FILLER               PIC X(7) VALUE SPACES.
           05  LR-AMOSTRA           PIC Z9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  LR-OK                PIC Z9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  LR-DIF               PIC Z9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  LR-ND                PIC Z9.
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM VERIFICAR-PASSO-CONCLUIDO
           IF RC-CONCLUIDO-PARM = "S"
               DISPLAY "PASSO JA CONCLUIDO EM " WS-DATA-NEGOCIO
                   " - NADA A FAZER"
               STOP RUN
           END-IF
           PERFORM LER-PARAMETROS
           PERFORM LER-EX3PARM
           PERFORM LER-MOEDAS
           PERFORM LER-HISTORICO
           PERFORM LER-EX1PARM
           OPEN INPUT EX3IDADE-FILE
           IF WS-IDX-STATUS = "00"
               MOVE "S" TO WS-TEM-MEMBROS
           ELSE
               DISPLAY "AUDAMOST: MASTER DE MEMBROS INDISPONIVEL - "
                   "STATUS " WS-IDX-STATUS
           END-IF
           OPEN EXTEND EVIDENCIA-FILE
           IF WS-EVID-STATUS = "35"
               OPEN OUTPUT EVIDENCIA-FILE
           END-IF
           MOVE "I" TO PRT-FUNCAO-PARM
           MOVE "AMOSTRA DE RECALCULO" TO PRT-TITULO-PARM
           MOVE WS-OPERADOR-ID TO PRT-OPERADOR-PARM
           MOVE WS-DATA-NEGOCIO TO PRT-DATA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "D" TO PRT-FUNCAO-PARM
           MOVE WS-SEMENTE-INICIAL TO LP-SEMENTE
           MOVE WS-TAMANHO TO LP-TAMANHO
           MOVE LINHA-PARAMETROS TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CABECALHO-DIF TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 4
               PERFORM AMOSTRAR-FICHEIRO
           END-PERFORM
           IF WS-TEM-MEMBROS = "S"
               CLOSE EX3IDADE-FILE
           END-IF
           CLOSE EVIDENCIA-FILE
           PERFORM GRAVAR-RESUMO
           PERFORM MARCAR-PASSO-CONCLUIDO
           DISPLAY "AUDAMOST: " WS-CONT-FALHAS
               " REGISTO(S) SEM CONFIRMACAO"
           IF WS-CONT-FALHAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      * Um ficheiro: conta os registos elegiveis, sorteia as posicoes
      * e recalcula os sorteados numa segunda leitura.
      ******************************************************************
       AMOSTRAR-FICHEIRO.
           MOVE SPACES TO RS-ESTADO(F)
           MOVE 0 TO RS-POPULACAO(F)
           MOVE 0 TO RS-AMOSTRA(F)
           MOVE 0 TO RS-OK(F)
           MOVE 0 TO RS-DIF(F)
           MOVE 0 TO RS-ND(F)
           MOVE 0 TO WS-CONT-SORTEADOS
           MOVE "C" TO WS-MODO
           PERFORM LER-SAIDA
           IF RS-ESTADO(F) = "AUSENTE"
               ADD 1 TO WS-CONT-FALHAS
               DISPLAY "AUDAMOST: " NF-NOME(F) " AUSENTE"
           ELSE
               MOVE WS-ELEGIVEL TO WS-POPULACAO
               MOVE WS-POPULACAO TO RS-POPULACAO(F)
               PERFORM SORTEAR-POSICOES
               IF WS-CONT-SORTEADOS > 0
                   MOVE "A" TO WS-MODO
                   PERFORM LER-SAIDA
               END-IF
               IF RS-DIF(F) > 0 OR RS-ND(F) > 0
                   MOVE "FALHAS" TO RS-ESTADO(F)
               ELSE
                   MOVE "OK" TO RS-ESTADO(F)
               END-IF
           END-IF.
       LER-SAIDA.
           MOVE 0 TO WS-LINHA
           MOVE 0 TO WS-ELEGIVEL
           MOVE "N" TO WS-EOF
           EVALUATE F
               WHEN 1
                   PERFORM LER-EX3OUT
               WHEN 2
                   PERFORM LER-IMCOUT
               WHEN 3
                   PERFORM LER-EX2OUT
               WHEN 4
                   PERFORM LER-EX1EXC
           END-EVALUATE
           MOVE "N" TO WS-EOF.
       LER-EX3OUT.
           OPEN INPUT EX3OUT-FILE
           IF WS-SAIDA-STATUS = "35"
               MOVE "AUSENTE" TO RS-ESTADO(F)
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ EX3OUT-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINHA
                           ADD 1 TO WS-ELEGIVEL
                           PERFORM VERIFICAR-SORTEADO
                           IF WS-SORTEADO = "S"
                               PERFORM RECALCULAR-EX3
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EX3OUT-FILE
           END-IF.
       LER-IMCOUT.
           OPEN INPUT IMCOUT-FILE
           IF WS-SAIDA-STATUS = "35"
               MOVE "AUSENTE" TO RS-ESTADO(F)
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ IMCOUT-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINHA
                           ADD 1 TO WS-ELEGIVEL
                           PERFORM VERIFICAR-SORTEADO
                           IF WS-SORTEADO = "S"
                               PERFORM RECALCULAR-IMC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMCOUT-FILE
           END-IF.
       LER-EX2OUT.
           OPEN INPUT EX2OUT-FILE
           IF WS-SAIDA-STATUS = "35"
               MOVE "AUSENTE" TO RS-ESTADO(F)
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ EX2OUT-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINHA
                           IF E2-ROTULO NOT = "TOTAIS"
                               ADD 1 TO WS-ELEGIVEL
                               PERFORM VERIFICAR-SORTEADO
                               IF WS-SORTEADO = "S"
                                   PERFORM RECALCULAR-EX2
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EX2OUT-FILE
           END-IF.
       LER-EX1EXC.
           OPEN INPUT EX1EXC-FILE
           IF WS-SAIDA-STATUS = "35"
               MOVE "AUSENTE" TO RS-ESTADO(F)
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ EX1EXC-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINHA
                           IF E1-TIPO = "ALTO" OR E1-TIPO = "BAIXO"
                               ADD 1 TO WS-ELEGIVEL
                               PERFORM VERIFICAR-SORTEADO
                               IF WS-SORTEADO = "S"
                                   PERFORM RECALCULAR-EX1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EX1EXC-FILE
           END-IF.
      ******************************************************************
      * Congruencia do TESTGEN: a mesma semente sobre os mesmos
      * ficheiros sorteia sempre os mesmos registos. Duas tiragens
      * por posicao, para cobrir ficheiros maiores que o modulo.
      ******************************************************************
       SORTEAR-VALOR.
           COMPUTE WS-SEMENTE = WS-SEMENTE * 75 + 74
           DIVIDE WS-SEMENTE BY 65537 GIVING WS-QUOC
               REMAINDER WS-RESTO
           MOVE WS-RESTO TO WS-SEMENTE.
       SORTEAR-POSICOES.
           IF WS-POPULACAO < WS-TAMANHO
               MOVE WS-POPULACAO TO WS-ALVO
           ELSE
               MOVE WS-TAMANHO TO WS-ALVO
           END-IF
           IF WS-POPULACAO = WS-ALVO
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-ALVO
                   MOVE S TO TS-POSICAO(S)
               END-PERFORM
               MOVE WS-ALVO TO WS-CONT-SORTEADOS
           ELSE
               PERFORM UNTIL WS-CONT-SORTEADOS = WS-ALVO
                   PERFORM SORTEAR-VALOR
                   MOVE WS-SEMENTE TO WS-SORTEIO
                   PERFORM SORTEAR-VALOR
                   COMPUTE WS-SORTEIO = WS-SORTEIO * 65537 + WS-SEMENTE
                   DIVIDE WS-SORTEIO BY WS-POPULACAO GIVING WS-QUOC
                       REMAINDER WS-RESTO
                   COMPUTE WS-CANDIDATO = WS-RESTO + 1
                   MOVE "N" TO WS-REPETIDO
                   PERFORM VARYING S FROM 1 BY 1
                           UNTIL S > WS-CONT-SORTEADOS
                       IF TS-POSICAO(S) = WS-CANDIDATO
                           MOVE "S" TO WS-REPETIDO
                       END-IF
                   END-PERFORM
                   IF WS-REPETIDO = "N"
                       ADD 1 TO WS-CONT-SORTEADOS
                       MOVE WS-CANDIDATO TO
                           TS-POSICAO(WS-CONT-SORTEADOS)
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-CONT-SORTEADOS TO RS-AMOSTRA(F).
       VERIFICAR-SORTEADO.
           MOVE "N" TO WS-SORTEADO
           IF MODO-AMOSTRAR
               PERFORM VARYING S FROM 1 BY 1
                       UNTIL S > WS-CONT-SORTEADOS
                   IF TS-POSICAO(S) = WS-ELEGIVEL
                       MOVE "S" TO WS-SORTEADO
                       MOVE WS-CONT-SORTEADOS TO S
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      * EX3OUT: idade pela data de nascimento do master contra a data
      * de negocio do registo, escalao pelos limites do EX3PARM.
      ******************************************************************
       RECALCULAR-EX3.
           MOVE SPACES TO AUDEVID-REC
           MOVE E3-MEMBRO TO AEV-CHAVE
           MOVE OPSTAMP-RUNID OF EX3OUT-REC TO AEV-RUNID-ORIGEM
           MOVE OPSTAMP-EMPRESA OF EX3OUT-REC TO
               OPSTAMP-EMPRESA OF AUDEVID-REC
           STRING E3-IDADE " " E3-ESCALAO
               DELIMITED BY SIZE INTO AEV-GRAVADO
           IF WS-TEM-MEMBROS NOT = "S"
               MOVE "MASTER INDISPONIVEL" TO AEV-RECALCULADO
               MOVE "N/D" TO AEV-RESULTADO
           ELSE
               MOVE E3-MEMBRO TO MEMBRO-ID
               READ EX3IDADE-FILE
                   INVALID KEY
                       MOVE "MEMBRO NAO EXISTE" TO AEV-RECALCULADO
                       MOVE "N/D" TO AEV-RESULTADO
                   NOT INVALID KEY
                       PERFORM CALCULAR-IDADE
               END-READ
           END-IF
           PERFORM GRAVAR-EVIDENCIA.
       CALCULAR-IDADE.
           IF MEMBRO-DATA-NASC NOT NUMERIC
               OR MEMBRO-DATA-NASC = 0
               OR MEMBRO-DATA-NASC >
                   OPSTAMP-DATA-NEGOCIO OF EX3OUT-REC
               MOVE -1 TO WS-IDADE-CALC
           ELSE
               COMPUTE WS-IDADE-CALC =
                   (OPSTAMP-DATA-NEGOCIO OF EX3OUT-REC
                       - MEMBRO-DATA-NASC) / 10000
           END-IF
           IF WS-IDADE-CALC < 0 OR WS-IDADE-CALC > 99
               MOVE "IDADE INVALIDA" TO AEV-RECALCULADO
           ELSE
               MOVE WS-IDADE-CALC TO WS-IDADE
               EVALUATE TRUE
                   WHEN WS-IDADE <= WS-LIM-BEBE
                       MOVE "BEBE" TO WS-ESCALAO
                   WHEN WS-IDADE <= WS-LIM-INFANTIL
                       MOVE "INFANTIL" TO WS-ESCALAO
                   WHEN WS-IDADE <= WS-LIM-JUVENIL
                       MOVE "JUVENIL" TO WS-ESCALAO
                   WHEN WS-IDADE <= WS-LIM-ADULTO
                       MOVE "ADULTO" TO WS-ESCALAO
                   WHEN OTHER
                       MOVE "SENIOR" TO WS-ESCALAO
               END-EVALUATE
               STRING WS-IDADE " " WS-ESCALAO(1:8)
                   DELIMITED BY SIZE INTO AEV-RECALCULADO
           END-IF
           PERFORM COMPARAR.
      ******************************************************************
      * IMCOUT: IMC e banda pela altura e peso do IMCIN, com os
      * limites de banda do IMCBATCH.
      ******************************************************************
       RECALCULAR-IMC.
           MOVE SPACES TO AUDEVID-REC
           MOVE IM-ID TO AEV-CHAVE
           MOVE OPSTAMP-RUNID OF IMCOUT-REC TO AEV-RUNID-ORIGEM
           MOVE OPSTAMP-EMPRESA OF IMCOUT-REC TO
               OPSTAMP-EMPRESA OF AUDEVID-REC
           MOVE IM-IMC TO WS-IMC-EDT
           STRING WS-IMC-EDT " " IM-ESCALAO
               DELIMITED BY SIZE INTO AEV-GRAVADO
           MOVE "N" TO WS-FIM-FONTE
           MOVE "N" TO WS-TAXA-OK
           OPEN INPUT IMCIN-FILE
           IF WS-FONTE-STATUS NOT = "35"
               PERFORM UNTIL FIM-FONTE
                   READ IMCIN-FILE
                       AT END SET FIM-FONTE TO TRUE
                       NOT AT END
                           IF FUNC-ID = IM-ID
                               MOVE FUNC-ALT TO WS-ALT
                               MOVE FUNC-KG TO WS-KG
                               MOVE "S" TO WS-TAXA-OK
                               SET FIM-FONTE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMCIN-FILE
           END-IF
           IF WS-TAXA-OK = "N"
               MOVE "SEM REGISTO NO IMCIN" TO AEV-RECALCULADO
               MOVE "N/D" TO AEV-RESULTADO
           ELSE
               PERFORM CALCULAR-IMC
           END-IF
           PERFORM GRAVAR-EVIDENCIA.
       CALCULAR-IMC.
           MOVE "N" TO WS-IMC-ERRO
           COMPUTE WS-IMC = WS-KG / (WS-ALT * WS-ALT)
               ON SIZE ERROR
                   MOVE "S" TO WS-IMC-ERRO
           END-COMPUTE
           IF WS-IMC-ERRO = "S"
               MOVE "ALTURA INVALIDA" TO AEV-RECALCULADO
           ELSE
               EVALUATE TRUE
                   WHEN WS-IMC < 18.5
                       MOVE "ABAIXO PESO" TO WS-ESCALAO
                   WHEN WS-IMC < 25.0
                       MOVE "NORMAL" TO WS-ESCALAO
                   WHEN WS-IMC < 30.0
                       MOVE "EXCESSO PESO" TO WS-ESCALAO
                   WHEN OTHER
                       MOVE "OBESIDADE" TO WS-ESCALAO
               END-EVALUATE
               MOVE WS-IMC TO WS-IMC-EDT
               STRING WS-IMC-EDT " " WS-ESCALAO
                   DELIMITED BY SIZE INTO AEV-RECALCULADO
           END-IF
           PERFORM COMPARAR.
      ******************************************************************
      * EX2OUT: valor casa = valor original x taxa (arredondado, como
      * o EX2), com a taxa do MOEDAHIS em vigor na data do registo --
      * a data de retencao num item libertado -- ou a do EX2MOEDA.
      ******************************************************************
       RECALCULAR-EX2.
           MOVE SPACES TO AUDEVID-REC
           MOVE E2-REF TO AEV-CHAVE
           MOVE OPSTAMP-RUNID OF EX2OUT-REC TO AEV-RUNID-ORIGEM
           MOVE OPSTAMP-EMPRESA OF EX2OUT-REC TO
               OPSTAMP-EMPRESA OF AUDEVID-REC
           STRING E2-NUM-HOME " " E2-CLASSE
               DELIMITED BY SIZE INTO AEV-GRAVADO
           MOVE OPSTAMP-DATA-NEGOCIO OF EX2OUT-REC TO WS-DATA-TAXA
           IF E2-LIBERTADO = "LIB" AND E2-DATA-RETENCAO NUMERIC
               MOVE E2-DATA-RETENCAO TO WS-DATA-TAXA
           END-IF
           PERFORM LOCALIZAR-TAXA
           IF WS-TAXA-OK = "N"
               MOVE "MOEDA SEM TAXA" TO AEV-RECALCULADO
               MOVE "N/D" TO AEV-RESULTADO
           ELSE
               MOVE E2-NUM TO WS-NUM
               COMPUTE WS-NUM-HOME ROUNDED = WS-NUM * WS-TAXA
               MOVE WS-NUM-HOME TO WS-HOME-EDT
               MOVE WS-NUM TO WS-NUM-UNIDADES
               DIVIDE WS-NUM-UNIDADES BY 2 GIVING WS-QUOC
                   REMAINDER WS-RESTO
               IF WS-RESTO = 0
                   MOVE "PAR" TO WS-CLASSE
               ELSE
                   MOVE "IMPAR" TO WS-CLASSE
               END-IF
               STRING WS-HOME-EDT " " WS-CLASSE
                   DELIMITED BY SIZE INTO AEV-RECALCULADO
               PERFORM COMPARAR
           END-IF
           PERFORM GRAVAR-EVIDENCIA.
       LOCALIZAR-TAXA.
           MOVE "N" TO WS-TAXA-OK
           MOVE 0 TO WS-MELHOR-DATA
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-CONT-HISTORICO
               IF HIS-MOEDA(H) = E2-MOEDA
                   AND HIS-DATA(H) <= WS-DATA-TAXA
                   AND HIS-DATA(H) >= WS-MELHOR-DATA
                   MOVE HIS-DATA(H) TO WS-MELHOR-DATA
                   MOVE HIS-TAXA(H) TO WS-TAXA
                   MOVE "S" TO WS-TAXA-OK
               END-IF
           END-PERFORM
           IF WS-TAXA-OK = "N"
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-CONT-MOEDAS
                   IF TAB-MOEDA(M) = E2-MOEDA
                       MOVE TAB-TAXA(M) TO WS-TAXA
                       MOVE "S" TO WS-TAXA-OK
                       MOVE WS-CONT-MOEDAS TO M
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      * EX1EXC: ALTO acima do limite alto do site, BAIXO abaixo do
      * limite baixo, pelo primeiro registo do site no EX1PARM.
      ******************************************************************
       RECALCULAR-EX1.
           MOVE SPACES TO AUDEVID-REC
           MOVE E1-REF TO AEV-CHAVE
           MOVE OPSTAMP-RUNID OF EX1EXC-REC TO AEV-RUNID-ORIGEM
           MOVE OPSTAMP-EMPRESA OF EX1EXC-REC TO
               OPSTAMP-EMPRESA OF AUDEVID-REC
           MOVE E1-NUM TO WS-NUM-EX1
           MOVE WS-NUM-EX1 TO WS-NUM-EX1-EDT
           STRING E1-SITE " " WS-NUM-EX1-EDT " " E1-TIPO
               DELIMITED BY SIZE INTO AEV-GRAVADO
           MOVE 0 TO WS-SITE-ATUAL
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-CONT-SITES
               IF SITE-CODIGO(S) = E1-SITE
                   MOVE S TO WS-SITE-ATUAL
                   MOVE WS-CONT-SITES TO S
               END-IF
           END-PERFORM
           IF WS-SITE-ATUAL = 0
               MOVE "SITE SEM LIMITES" TO AEV-RECALCULADO
               MOVE "N/D" TO AEV-RESULTADO
           ELSE
               EVALUATE TRUE
                   WHEN WS-NUM-EX1 > SITE-LIMITE-ALTO(WS-SITE-ATUAL)
                       MOVE "ALTO" TO WS-TIPO
                   WHEN WS-NUM-EX1 < SITE-LIMITE-BAIXO(WS-SITE-ATUAL)
                       MOVE "BAIXO" TO WS-TIPO
                   WHEN OTHER
                       MOVE "NENHUM" TO WS-TIPO
               END-EVALUATE
               STRING E1-SITE " " WS-NUM-EX1-EDT " " WS-TIPO
                   DELIMITED BY SIZE INTO AEV-RECALCULADO
               PERFORM COMPARAR
           END-IF
           PERFORM GRAVAR-EVIDENCIA.
       COMPARAR.
           IF AEV-GRAVADO = AEV-RECALCULADO
               MOVE "OK" TO AEV-RESULTADO
           ELSE
               MOVE "DIF" TO AEV-RESULTADO
           END-IF.
       GRAVAR-EVIDENCIA.
           MOVE WS-DATA-NEGOCIO TO AEV-DATA
           MOVE WS-SEMENTE-INICIAL TO AEV-SEMENTE
           MOVE NF-NOME(F) TO AEV-FICHEIRO
           MOVE WS-LINHA TO AEV-POSICAO
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF AUDEVID-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF AUDEVID-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF AUDEVID-REC
           WRITE AUDEVID-REC
           EVALUATE TRUE
               WHEN AEV-CONFERE
                   ADD 1 TO RS-OK(F)
               WHEN AEV-DIFERE
                   ADD 1 TO RS-DIF(F)
               WHEN OTHER
                   ADD 1 TO RS-ND(F)
           END-EVALUATE
           IF NOT AEV-CONFERE
               ADD 1 TO WS-CONT-FALHAS
               MOVE AEV-FICHEIRO TO LD-FICHEIRO
               MOVE AEV-POSICAO TO LD-POSICAO
               MOVE AEV-CHAVE TO LD-CHAVE
               MOVE AEV-GRAVADO TO LD-GRAVADO
               MOVE AEV-RECALCULADO TO LD-RECALCULADO
               MOVE AEV-RESULTADO TO LD-RESULTADO
               MOVE LINHA-DIF TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-IF.
       GRAVAR-RESUMO.
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "RESUMO POR FICHEIRO" TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE LINHA-CABECALHO-RESUMO TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 4
               MOVE NF-NOME(F) TO LR-FICHEIRO
               MOVE RS-ESTADO(F) TO LR-ESTADO
               MOVE RS-POPULACAO(F) TO LR-POPULACAO
               MOVE RS-AMOSTRA(F) TO LR-AMOSTRA
               MOVE RS-OK(F) TO LR-OK
               MOVE RS-DIF(F) TO LR-DIF
               MOVE RS-ND(F) TO LR-ND
               MOVE LINHA-RESUMO TO PRT-LINHA-PARM
               CALL "PRNTFMT" USING PRNTFMT-PARMS
           END-PERFORM
           MOVE SPACES TO PRT-LINHA-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           IF WS-CONT-FALHAS > 0
               STRING "AMOSTRA COM " WS-CONT-FALHAS
                   " FALHA(S) - VER AUDEVID"
                   DELIMITED BY SIZE INTO PRT-LINHA-PARM
           ELSE
               MOVE "AMOSTRA CONFIRMADA - TODOS OS REGISTOS CONFEREM"
                   TO PRT-LINHA-PARM
           END-IF
           CALL "PRNTFMT" USING PRNTFMT-PARMS
           MOVE "F" TO PRT-FUNCAO-PARM
           CALL "PRNTFMT" USING PRNTFMT-PARMS.
      ******************************************************************
      * Sem AUDPARM (ou semente nao numerica) a semente sai da data de
      * negocio; fica sempre registada na evidencia.
      ******************************************************************
       LER-PARAMETROS.
           MOVE WS-DATA-NEGOCIO(4:5) TO WS-SEMENTE-INICIAL
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "35"
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-SEMENTE NUMERIC
                           MOVE PARM-SEMENTE TO WS-SEMENTE-INICIAL
                       END-IF
                       IF PARM-TAMANHO NUMERIC
                           AND PARM-TAMANHO > 0
                           MOVE PARM-TAMANHO TO WS-TAMANHO
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-TAMANHO > WS-MAX-TAMANHO
               MOVE WS-MAX-TAMANHO TO WS-TAMANHO
           END-IF
           MOVE WS-SEMENTE-INICIAL TO WS-SEMENTE.
       LER-EX3PARM.
           OPEN INPUT EX3PARM-FILE
           IF WS-FONTE-STATUS NOT = "35"
               READ EX3PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE E3P-LIM-BEBE TO WS-LIM-BEBE
                       MOVE E3P-LIM-INFANTIL TO WS-LIM-INFANTIL
                       MOVE E3P-LIM-JUVENIL TO WS-LIM-JUVENIL
                       MOVE E3P-LIM-ADULTO TO WS-LIM-ADULTO
               END-READ
               CLOSE EX3PARM-FILE
           END-IF.
       LER-MOEDAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT MOEDAS-FILE
           IF WS-FONTE-STATUS NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ MOEDAS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-MOEDAS < WS-MAX-MOEDAS
                               AND MOEDA-TAXA NUMERIC
                               ADD 1 TO WS-CONT-MOEDAS
                               MOVE MOEDA-CODIGO TO
                                   TAB-MOEDA(WS-CONT-MOEDAS)
                               MOVE MOEDA-TAXA TO
                                   TAB-TAXA(WS-CONT-MOEDAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOEDAS-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       LER-HISTORICO.
           MOVE "N" TO WS-EOF
           OPEN INPUT HISTORICO-FILE
           IF WS-FONTE-STATUS NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ HISTORICO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF MHS-DATA-EFETIVA NUMERIC
                               AND MHS-TAXA NUMERIC
                               AND MHS-TAXA > 0
                               AND WS-CONT-HISTORICO <
                                   WS-MAX-HISTORICO
                               ADD 1 TO WS-CONT-HISTORICO
                               MOVE MHS-MOEDA TO
                                   HIS-MOEDA(WS-CONT-HISTORICO)
                               MOVE MHS-DATA-EFETIVA TO
                                   HIS-DATA(WS-CONT-HISTORICO)
                               MOVE MHS-TAXA TO
                                   HIS-TAXA(WS-CONT-HISTORICO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       LER-EX1PARM.
           MOVE "N" TO WS-EOF
           OPEN INPUT EX1PARM-FILE
           IF WS-FONTE-STATUS NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ EX1PARM-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-SITES < WS-MAX-SITES
                               ADD 1 TO WS-CONT-SITES
                               MOVE E1P-SITE TO
                                   SITE-CODIGO(WS-CONT-SITES)
                               MOVE E1P-LIMITE-BAIXO TO
                                   SITE-LIMITE-BAIXO(WS-CONT-SITES)
                               MOVE E1P-LIMITE-ALTO TO
                                   SITE-LIMITE-ALTO(WS-CONT-SITES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EX1PARM-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       VERIFICAR-PASSO-CONCLUIDO.
           MOVE "AUDAMOST" TO RC-PROGRAMA-PARM
           MOVE WS-DATA-NEGOCIO TO RC-DATA-PARM
           MOVE "V" TO RC-FUNCAO-PARM
           CALL "RUNCTL" USING RUNCTL-PARMS.
       MARCAR-PASSO-CONCLUIDO.
           MOVE "AUDAMOST" TO RC-PROGRAMA-PARM
           MOVE WS-DATA-NEGOCIO TO RC-DATA-PARM
           MOVE "M" TO RC-FUNCAO-PARM
           CALL "RUNCTL" USING RUNCTL-PARMS.
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
           MOVE "AUDAMOST" TO OPV-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
               DISPLAY "OPERADOR INVALIDO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
       END PROGRAM AUDAMOST.
