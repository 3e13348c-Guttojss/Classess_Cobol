      *            IMCVPARM (IMC plausibility bounds, min<=max per
      *            pair) and IMCREFP (referral rules, every record),
      *            mirroring the STEP005 DD list.
      * 10/15/26 - EX3PRECO (dues price table) is checked too: every
      *            line numeric with real dates, first day not after
      *            last day, and the date ranges of one company and
      *            bracket must follow on day after day -- two lines
      *            in force on the same day (overlap) or a day with
      *            no line between two ranges (gap) fail the file.
      * 10/15/26 - company master: every company on EMPRMST that is
      *            active on the business date must have its GLMAP
      *            line (EX2OUT source) and at least one EX3PRECO line
      *            in force on that date -- a company opened on the
      *            master but not set up for posting or billing fails
      *            the step. No EMPRMST dataset skips the check, as
      *            EMPRVAL lets every code pass without it.
      * 10/15/26 - record length against the layout registry: each
      *            file's records are measured (last non-blank column)
      *            and compared with the format registered under the
      *            file's DD name. A record longer than the layout, or
      *            one ending before the layout's last numeric field,
      *            means the file and the copybook its programs read it
      *            with no longer agree. Written as an AVIS line and
      *            ends the step with RETURN-CODE 4 when nothing failed
      *            -- the night still runs, the operator is warned.
      *            A file with no registered format is not measured.
      * 10/15/26 - PERIODPM holds one record per named series (series
      *            code, signed value, comparison date): every record
      *            is checked, a blank series code or a non-numeric
      *            value or date fails the file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMCHK.
           SELECT PARMIR-FILE ASSIGN TO "IMCREFP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PARMPR-FILE ASSIGN TO "EX3PRECO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PARMEM-FILE ASSIGN TO "EMPRMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PARMGM-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RESULTADO-FILE ASSIGN TO "PARMCHKO"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05  FILLER               PIC X.
           05  PARM1-LIMITE-BAIXO   PIC 99.
           05  PARM1-LIMITE-ALTO    PIC 99.
       01  PARM1-LINHA          PIC X(80).
       FD  PARM3-FILE.
       01  PARM3-REC.
           05  PARM3-LIM-BEBE       PIC 99.
           05  PARM3-LIM-INFANTIL   PIC 99.
           05  PARM3-LIM-JUVENIL    PIC 99.
           05  PARM3-LIM-ADULTO     PIC 99.
       01  PARM3-LINHA          PIC X(80).
       FD  PARM37-FILE.
       01  PARM37-REC.
           05  PARM37-DIVISOR       PIC 999.
           05  PARM37-LIMITE        PIC 999.
       01  PARM37-LINHA         PIC X(80).
       FD  PARMMO-FILE.
       01  PARMMO-REC.
           05  PARMMO-INF           PIC 999.
           05  PARMMO-DIVISOR       PIC 999.
           05  PARMMO-LIMITE        PIC 999.
       01  PARMMO-LINHA         PIC X(80).
       FD  PARMTR-FILE.
       01  PARMTR-REC.
           05  PARMTR-NUM           PIC 999.
       01  PARMTR-LINHA         PIC X(80).
       FD  PARML8-FILE.
       01  PARML8-REC.
           05  PARML8-INF           PIC 999.
           05  FILLER               PIC X.
           05  PARML8-SUP           PIC 999.
       01  PARML8-LINHA         PIC X(80).
       FD  PARMC8-FILE.
       01  PARMC8-REC.
           05  PARMC8-SOMA-ESPERADA PIC 9999.
       01  PARMC8-LINHA         PIC X(80).
       FD  PARMRD-FILE.
       01  PARMRD-REC.
           05  PARMRD-SINAL-MULT    PIC X.
           05  PARMRD-MULT          PIC 999.
           05  PARMRD-SINAL-CONST   PIC X.
           05  PARMRD-CONST         PIC 999.
       01  PARMRD-LINHA         PIC X(80).
       FD  PARMPD-FILE.
       01  PARMPD-REC.
           05  PARMPD-SERIE         PIC X(8).
           05  FILLER               PIC X.
           05  PARMPD-VALOR         PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  FILLER               PIC X.
           05  PARMPD-DATA          PIC 9(8).
       01  PARMPD-LINHA         PIC X(80).
       FD  PARMDP-FILE.
       01  PARMDP-REC.
           05  PARMDP-PCT           PIC 99.
       01  PARMDP-LINHA         PIC X(80).
       FD  PARMIV-FILE.
       01  PARMIV-REC.
           05  PARMIV-ALT-MIN       PIC 999.
           05  PARMIV-ALT-MAX       PIC 999.
           05  PARMIV-KG-MIN        PIC 9(5).
           05  PARMIV-KG-MAX        PIC 9(5).
       01  PARMIV-LINHA         PIC X(80).
       FD  PARMMC-FILE.
       01  PARMMC-REC.
           05  PARMMC-MOEDA         PIC X(3).
           05  FILLER               PIC X.
           05  PARMMC-TAXA          PIC 9(3)V9(4).
       01  PARMMC-LINHA         PIC X(80).
       FD  PARMIR-FILE.
       01  PARMIR-REC.
           05  PARMIR-ID            PIC 99.
           05  PARMIR-DIST          PIC 9(4).
           05  FILLER               PIC X.
           05  PARMIR-REPETE        PIC X.
       01  PARMIR-LINHA         PIC X(80).
       FD  PARMPR-FILE.
       01  PARMPR-REC.
           05  PARMPR-EMPRESA       PIC XX.
           05  FILLER               PIC X.
           05  PARMPR-ESCALAO       PIC X(8).
           05  FILLER               PIC X.
           05  PARMPR-VALOR         PIC 9(5)V99.
           05  FILLER               PIC X.
           05  PARMPR-INICIO        PIC 9(8).
           05  FILLER               PIC X.
           05  PARMPR-FIM           PIC 9(8).
       01  PARMPR-LINHA         PIC X(80).
       FD  PARMEM-FILE.
           COPY "EMPRESA.cpy".
       01  PARMEM-LINHA         PIC X(80).
       FD  PARMGM-FILE.
       01  PARMGM-REC.
           05  PARMGM-FONTE         PIC X(8).
           05  FILLER               PIC X.
           05  PARMGM-EMPRESA       PIC XX.
           05  FILLER               PIC X.
           05  PARMGM-CONTA         PIC X(8).
           05  FILLER               PIC X.
           05  PARMGM-DC            PIC X.
       FD  RESULTADO-FILE.
       01  RESULTADO-REC.
           05  RES-NOME             PIC X(8).
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-FALHOU-FICHEIRO PIC X VALUE "N".
       77 WS-MAX-PRECOS PIC 999 VALUE 100.
       77 WS-CONT-PRECOS PIC 999 VALUE 0.
       01 TABELA-PRECOS.
           03 PRECO-LINHA OCCURS 100 TIMES.
               05  TAB-PRC-EMPRESA  PIC XX.
               05  TAB-PRC-ESCALAO  PIC X(8).
               05  TAB-PRC-INICIO   PIC 9(8).
               05  TAB-PRC-FIM      PIC 9(8).
       77 WS-PROXIMO-INICIO PIC 9(8).
       77 WS-DIA-SEGUINTE PIC 9(8).
       77 WS-FALHA-INTERVALO PIC X(12).
       77 WS-MAX-MAPAS PIC 99 VALUE 50.
       77 WS-CONT-MAPAS PIC 99 VALUE 0.
       01 TABELA-MAPAS.
           03 MAPA-LINHA OCCURS 50 TIMES.
               05  TAB-MAP-FONTE    PIC X(8).
               05  TAB-MAP-EMPRESA  PIC XX.
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-TEM-MAPA PIC X.
       77 WS-TEM-PRECO PIC X.
       77 I PIC 999.
       77 J PIC 999.
       77 WS-AVISOS PIC 99 VALUE 0.
       77 WS-LINHA-LIDA PIC X(80).
       77 WS-CONT-MEDIDOS PIC 9(5) VALUE 0.
       77 WS-COMPR-MAX PIC 999 VALUE 0.
       77 WS-COMPR-MIN PIC 999 VALUE 999.
       77 P PIC 999.
           COPY "BUSDATE-WS.cpy".
           COPY "LAYREG-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT RESULTADO-FILE
           MOVE SPACES TO RESULTADO-REC
           PERFORM VERIFICAR-EX1PARM
           PERFORM AVISAR-COMPRIMENTO
           PERFORM VERIFICAR-EX3PARM
           PERFORM AVISAR-COMPRIMENTO
           PERFORM VERIFICAR-EX3PARM7
           PERFORM AVISAR-COMPRIMENTO
           PERFORM VERIFICAR-MOPARM
           PERFORM AVISAR-COMPRIMENTO
           PERFORM VERIFICAR-EX2TRIN
           PERFORM AVISAR-COMPRIMENTO
           PERFORM VERIFICAR-EX1LIM8
           PERFORM AVISAR-COMPRIMENTO
           PERFORM VERIFICAR-EX1PARM8
           PERFORM AVISAR-COMPRIMENTO
           PERFORM VERIFICAR-RODRPARM
           PERFORM AVISAR-COMPRIMENTO
           PERFORM VERIFICAR-PERIODPM
           PERFORM AVISAR-COMPRIMENTO
           PERFORM VERIFICAR-DUPPARM
           PERFORM AVISAR-COMPRIMENTO
           PERFORM VERIFICAR-IMCVPARM
           PERFORM AVISAR-COMPRIMENTO
           PERFORM VERIFICAR-IMCREFP
           PERFORM AVISAR-COMPRIMENTO
           PERFORM VERIFICAR-EX2MOEDA
           PERFORM AVISAR-COMPRIMENTO
           PERFORM VERIFICAR-EX3PRECO
           PERFORM AVISAR-COMPRIMENTO
           PERFORM VERIFICAR-EMPRMST
           PERFORM AVISAR-COMPRIMENTO
           CLOSE RESULTADO-FILE
           EVALUATE TRUE
               WHEN WS-FALHAS = 0 AND WS-AVISOS = 0
                   DISPLAY "PARMCHK: TODOS OS PARAMETROS CONFEREM"
               WHEN WS-FALHAS = 0
                   DISPLAY "PARMCHK: " WS-AVISOS
                       " AVISO(S) DE COMPRIMENTO DE REGISTO"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
               DISPLAY "PARMCHK: " WS-FALHAS
                   " FICHEIRO(S) DE PARAMETROS COM ERRO"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
      ******************************************************************
      * EX1PARM agora tem um registo de limites por site (08/21/26):
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE "S" TO WS-LIDO
                           MOVE PARM1-LINHA TO WS-LINHA-LIDA
                           PERFORM MEDIR-REGISTO
                           PERFORM VERIFICAR-SITE-EX1PARM
                   END-READ
               END-PERFORM
           ELSE
               READ PARM3-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-LIDO
                       MOVE PARM3-LINHA TO WS-LINHA-LIDA
                       PERFORM MEDIR-REGISTO
               END-READ
               CLOSE PARM3-FILE
               IF NOT REGISTO-LIDO
           ELSE
               READ PARM37-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-LIDO
                       MOVE PARM37-LINHA TO WS-LINHA-LIDA
                       PERFORM MEDIR-REGISTO
               END-READ
               CLOSE PARM37-FILE
               IF NOT REGISTO-LIDO
           ELSE
               READ PARMMO-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-LIDO
                       MOVE PARMMO-LINHA TO WS-LINHA-LIDA
                       PERFORM MEDIR-REGISTO
               END-READ
               CLOSE PARMMO-FILE
               IF NOT REGISTO-LIDO
           ELSE
               READ PARMTR-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-LIDO
                       MOVE PARMTR-LINHA TO WS-LINHA-LIDA
                       PERFORM MEDIR-REGISTO
               END-READ
               CLOSE PARMTR-FILE
               IF NOT REGISTO-LIDO
           ELSE
               READ PARML8-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-LIDO
                       MOVE PARML8-LINHA TO WS-LINHA-LIDA
                       PERFORM MEDIR-REGISTO
               END-READ
               CLOSE PARML8-FILE
               IF NOT REGISTO-LIDO
           ELSE
               READ PARMC8-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-LIDO
                       MOVE PARMC8-LINHA TO WS-LINHA-LIDA
                       PERFORM MEDIR-REGISTO
               END-READ
               CLOSE PARMC8-FILE
               IF NOT REGISTO-LIDO
           ELSE
               READ PARMRD-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-LIDO
                       MOVE PARMRD-LINHA TO WS-LINHA-LIDA
                       PERFORM MEDIR-REGISTO
               END-READ
               CLOSE PARMRD-FILE
               IF NOT REGISTO-LIDO
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * PERIODPM tem um registo por serie (10/15/26): todos os
      * registos sao verificados e basta um invalido para o ficheiro
      * falhar.
      ******************************************************************
       VERIFICAR-PERIODPM.
           MOVE "PERIODPM" TO WS-NOME-ATUAL
           MOVE "N" TO WS-LIDO
           MOVE "N" TO WS-FALHOU-FICHEIRO
           OPEN INPUT PARMPD-FILE
           IF WS-PARM-STATUS = "35"
               PERFORM GRAVAR-AUSENTE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-FICHEIRO
                   READ PARMPD-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE "S" TO WS-LIDO
                           MOVE PARMPD-LINHA TO WS-LINHA-LIDA
                           PERFORM MEDIR-REGISTO
                           PERFORM VERIFICAR-SERIE-PERIODPM
                   END-READ
               END-PERFORM
               CLOSE PARMPD-FILE
               IF NOT REGISTO-LIDO
                   PERFORM GRAVAR-VAZIO
               ELSE
                   IF WS-FALHOU-FICHEIRO = "N"
                       PERFORM GRAVAR-PASSOU
                   END-IF
               END-IF
           END-IF.
       VERIFICAR-SERIE-PERIODPM.
           IF WS-FALHOU-FICHEIRO = "N"
               IF PARMPD-SERIE = SPACES
                   MOVE "S" TO WS-FALHOU-FICHEIRO
                   MOVE "SERIE EM BRANCO" TO RES-MOTIVO
                   PERFORM GRAVAR-FALHA
               ELSE
                   IF PARMPD-VALOR NOT NUMERIC
                       OR PARMPD-DATA NOT NUMERIC
                       MOVE "S" TO WS-FALHOU-FICHEIRO
                       PERFORM GRAVAR-NAO-NUMERICO
                   END-IF
               END-IF
           END-IF.
           ELSE
               READ PARMDP-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-LIDO
                       MOVE PARMDP-LINHA TO WS-LINHA-LIDA
                       PERFORM MEDIR-REGISTO
               END-READ
               CLOSE PARMDP-FILE
               IF NOT REGISTO-LIDO
           ELSE
               READ PARMIV-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-LIDO
                       MOVE PARMIV-LINHA TO WS-LINHA-LIDA
                       PERFORM MEDIR-REGISTO
               END-READ
               CLOSE PARMIV-FILE
               IF NOT REGISTO-LIDO
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE "S" TO WS-LIDO
                           MOVE PARMIR-LINHA TO WS-LINHA-LIDA
                           PERFORM MEDIR-REGISTO
                           PERFORM VERIFICAR-REGRA-IMCREFP
                   END-READ
               END-PERFORM
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE "S" TO WS-LIDO
                           MOVE PARMMC-LINHA TO WS-LINHA-LIDA
                           PERFORM MEDIR-REGISTO
                           PERFORM VERIFICAR-MOEDA-EX2MOEDA
                   END-READ
               END-PERFORM
                   PERFORM GRAVAR-FALHA
               END-IF
           END-IF.
      ******************************************************************
      * EX3PRECO: precos datados por empresa/escalao. Cada linha
      * carrega-se numa tabela; depois cada intervalo tem de acabar
      * na vespera do intervalo seguinte da mesma empresa/escalao
      * (o de inicio mais proximo a seguir ao seu).
      ******************************************************************
       VERIFICAR-EX3PRECO.
           MOVE "EX3PRECO" TO WS-NOME-ATUAL
           MOVE "N" TO WS-LIDO
           MOVE "N" TO WS-FALHOU-FICHEIRO
           MOVE 0 TO WS-CONT-PRECOS
           OPEN INPUT PARMPR-FILE
           IF WS-PARM-STATUS = "35"
               PERFORM GRAVAR-AUSENTE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-FICHEIRO
                   READ PARMPR-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE "S" TO WS-LIDO
                           MOVE PARMPR-LINHA TO WS-LINHA-LIDA
                           PERFORM MEDIR-REGISTO
                           PERFORM VERIFICAR-LINHA-EX3PRECO
                   END-READ
               END-PERFORM
               CLOSE PARMPR-FILE
               IF NOT REGISTO-LIDO
                   PERFORM GRAVAR-VAZIO
               ELSE
                   IF WS-FALHOU-FICHEIRO = "N"
                       PERFORM VERIFICAR-INTERVALOS-EX3PRECO
                   END-IF
                   IF WS-FALHOU-FICHEIRO = "N"
                       PERFORM GRAVAR-PASSOU
                   END-IF
               END-IF
           END-IF
           MOVE "N" TO WS-EOF.
       VERIFICAR-LINHA-EX3PRECO.
           IF WS-FALHOU-FICHEIRO = "N"
               IF PARMPR-VALOR NOT NUMERIC
                   OR PARMPR-INICIO NOT NUMERIC
                   OR PARMPR-FIM NOT NUMERIC
                   MOVE "S" TO WS-FALHOU-FICHEIRO
                   PERFORM GRAVAR-NAO-NUMERICO
               ELSE
                   IF FUNCTION INTEGER-OF-DATE(PARMPR-INICIO) = 0
                       OR (PARMPR-FIM NOT = 99999999
                       AND FUNCTION INTEGER-OF-DATE(PARMPR-FIM) = 0)
                       OR PARMPR-INICIO > PARMPR-FIM
                       MOVE "S" TO WS-FALHOU-FICHEIRO
                       MOVE SPACES TO RES-MOTIVO
                       STRING "DATAS INVALIDAS " PARMPR-EMPRESA " "
                           PARMPR-ESCALAO
                           DELIMITED BY SIZE INTO RES-MOTIVO
                       PERFORM GRAVAR-FALHA
                   ELSE
                       IF WS-CONT-PRECOS < WS-MAX-PRECOS
                           ADD 1 TO WS-CONT-PRECOS
                           MOVE PARMPR-EMPRESA TO
                               TAB-PRC-EMPRESA(WS-CONT-PRECOS)
                           MOVE PARMPR-ESCALAO TO
                               TAB-PRC-ESCALAO(WS-CONT-PRECOS)
                           MOVE PARMPR-INICIO TO
                               TAB-PRC-INICIO(WS-CONT-PRECOS)
                           MOVE PARMPR-FIM TO
                               TAB-PRC-FIM(WS-CONT-PRECOS)
                       ELSE
                           MOVE "S" TO WS-FALHOU-FICHEIRO
                           MOVE "MAIS DE 100 LINHAS" TO RES-MOTIVO
                           PERFORM GRAVAR-FALHA
                       END-IF
                   END-IF
               END-IF
           END-IF.
       VERIFICAR-INTERVALOS-EX3PRECO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-PRECOS
                   OR WS-FALHOU-FICHEIRO = "S"
               MOVE 99999999 TO WS-PROXIMO-INICIO
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-PRECOS
                   IF J NOT = I
                       AND TAB-PRC-EMPRESA(J) = TAB-PRC-EMPRESA(I)
                       AND TAB-PRC-ESCALAO(J) = TAB-PRC-ESCALAO(I)
                       IF TAB-PRC-INICIO(J) = TAB-PRC-INICIO(I)
                           MOVE 0 TO WS-PROXIMO-INICIO
                       ELSE
                           IF TAB-PRC-INICIO(J) > TAB-PRC-INICIO(I)
                               AND TAB-PRC-INICIO(J) <
                                   WS-PROXIMO-INICIO
                               MOVE TAB-PRC-INICIO(J) TO
                                   WS-PROXIMO-INICIO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PROXIMO-INICIO = 0
                   MOVE "S" TO WS-FALHOU-FICHEIRO
                   MOVE "SOBREPOSICAO" TO WS-FALHA-INTERVALO
               ELSE
                   IF WS-PROXIMO-INICIO NOT = 99999999
                       PERFORM COMPARAR-PROXIMO-EX3PRECO
                   END-IF
               END-IF
               IF WS-FALHOU-FICHEIRO = "S"
                   MOVE SPACES TO RES-MOTIVO
                   STRING WS-FALHA-INTERVALO DELIMITED BY SPACE
                       " " TAB-PRC-EMPRESA(I) " "
                       TAB-PRC-ESCALAO(I)
                       DELIMITED BY SIZE INTO RES-MOTIVO
                   PERFORM GRAVAR-FALHA
               END-IF
           END-PERFORM.
       COMPARAR-PROXIMO-EX3PRECO.
           IF TAB-PRC-FIM(I) = 99999999
               OR TAB-PRC-FIM(I) >= WS-PROXIMO-INICIO
               MOVE "S" TO WS-FALHOU-FICHEIRO
               MOVE "SOBREPOSICAO" TO WS-FALHA-INTERVALO
           ELSE
               COMPUTE WS-DIA-SEGUINTE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TAB-PRC-FIM(I)) + 1)
               IF WS-DIA-SEGUINTE NOT = WS-PROXIMO-INICIO
                   MOVE "S" TO WS-FALHOU-FICHEIRO
                   MOVE "LACUNA" TO WS-FALHA-INTERVALO
               END-IF
           END-IF.
      ******************************************************************
      * EMPRMST (10/15/26): cada empresa ativa na data de negocio tem
      * de ter a sua linha no GLMAP (fonte EX2OUT) e pelo menos uma
      * linha do EX3PRECO em vigor nessa data. A tabela de precos ja
      * foi carregada por VERIFICAR-EX3PRECO. Sem EMPRMST nao ha
      * verificacao (o EMPRVAL deixa passar todos os codigos).
      ******************************************************************
       VERIFICAR-EMPRMST.
           MOVE "EMPRMST" TO WS-NOME-ATUAL
           MOVE "N" TO WS-LIDO
           MOVE "N" TO WS-FALHOU-FICHEIRO
           OPEN INPUT PARMEM-FILE
           IF WS-PARM-STATUS = "35"
               DISPLAY "PARMCHK: SEM EMPRMST - EMPRESAS NAO VERIFICADAS"
           ELSE
               CALL "BUSDATE" USING BUSDATE-PARMS
               IF BUS-DATA-PARM = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-NEGOCIO
               ELSE
                   MOVE BUS-DATA-PARM TO WS-DATA-NEGOCIO
               END-IF
               PERFORM CARREGAR-GLMAP
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-FICHEIRO
                   READ PARMEM-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           MOVE "S" TO WS-LIDO
                           MOVE PARMEM-LINHA TO WS-LINHA-LIDA
                           PERFORM MEDIR-REGISTO
                           PERFORM VERIFICAR-EMPRESA-EMPRMST
                   END-READ
               END-PERFORM
               CLOSE PARMEM-FILE
               IF NOT REGISTO-LIDO
                   PERFORM GRAVAR-VAZIO
               ELSE
                   IF WS-FALHOU-FICHEIRO = "N"
                       PERFORM GRAVAR-PASSOU
                   END-IF
               END-IF
           END-IF
           MOVE "N" TO WS-EOF.
       CARREGAR-GLMAP.
           MOVE 0 TO WS-CONT-MAPAS
           OPEN INPUT PARMGM-FILE
           IF WS-PARM-STATUS NOT = "35"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-FICHEIRO
                   READ PARMGM-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-MAPAS < WS-MAX-MAPAS
                               ADD 1 TO WS-CONT-MAPAS
                               MOVE PARMGM-FONTE TO
                                   TAB-MAP-FONTE(WS-CONT-MAPAS)
                               MOVE PARMGM-EMPRESA TO
                                   TAB-MAP-EMPRESA(WS-CONT-MAPAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARMGM-FILE
           END-IF.
       VERIFICAR-EMPRESA-EMPRMST.
           IF EMPR-ATIVA
               AND EMPR-DATA-INICIO <= WS-DATA-NEGOCIO
               AND EMPR-DATA-FIM >= WS-DATA-NEGOCIO
               MOVE "N" TO WS-TEM-MAPA
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-MAPAS
                   IF TAB-MAP-FONTE(I) = "EX2OUT"
                       AND TAB-MAP-EMPRESA(I) = EMPR-CODIGO
                       MOVE "S" TO WS-TEM-MAPA
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-TEM-PRECO
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-PRECOS
                   IF TAB-PRC-EMPRESA(I) = EMPR-CODIGO
                       AND TAB-PRC-INICIO(I) <= WS-DATA-NEGOCIO
                       AND TAB-PRC-FIM(I) >= WS-DATA-NEGOCIO
                       MOVE "S" TO WS-TEM-PRECO
                   END-IF
               END-PERFORM
               IF WS-TEM-MAPA = "N"
                   MOVE "S" TO WS-FALHOU-FICHEIRO
                   MOVE SPACES TO RES-MOTIVO
                   STRING "EMPRESA " EMPR-CODIGO " SEM LINHA NO GLMAP"
                       DELIMITED BY SIZE INTO RES-MOTIVO
                   PERFORM GRAVAR-FALHA
               END-IF
               IF WS-TEM-PRECO = "N"
                   MOVE "S" TO WS-FALHOU-FICHEIRO
                   MOVE SPACES TO RES-MOTIVO
                   STRING "EMPRESA " EMPR-CODIGO " SEM PRECO EX3PRECO"
                       DELIMITED BY SIZE INTO RES-MOTIVO
                   PERFORM GRAVAR-FALHA
               END-IF
           END-IF.
      ******************************************************************
      * Comprimento dos registos (10/15/26): cada registo lido e medido
      * ate a ultima coluna nao branca; no fim do ficheiro o maior e o
      * menor comparam-se com o formato registado no LAYREG com o nome
      * do DD (primeira variante). Mais comprido que o layout, ou a
      * acabar antes do ultimo campo numerico dele, da um aviso.
      ******************************************************************
       MEDIR-REGISTO.
           MOVE 80 TO P
           PERFORM UNTIL P = 0 OR WS-LINHA-LIDA(P:1) NOT = SPACE
               SUBTRACT 1 FROM P
           END-PERFORM
           ADD 1 TO WS-CONT-MEDIDOS
           IF P > WS-COMPR-MAX
               MOVE P TO WS-COMPR-MAX
           END-IF
           IF P < WS-COMPR-MIN
               MOVE P TO WS-COMPR-MIN
           END-IF.
       AVISAR-COMPRIMENTO.
           IF WS-CONT-MEDIDOS > 0
               MOVE "C" TO LYR-FUNCAO-PARM
               MOVE WS-NOME-ATUAL TO LYR-FORMATO-PARM
               CALL "LAYREG" USING LAYREG-PARMS
               IF LYR-ENCONTRADO
                   MOVE SPACES TO RES-MOTIVO
                   EVALUATE TRUE
                       WHEN WS-COMPR-MAX > LYR-VAR-COMPRIMENTO(1)
                           STRING "REGISTO COM " WS-COMPR-MAX
                               " POS LAYOUT " LYR-VAR-COMPRIMENTO(1)
                               DELIMITED BY SIZE INTO RES-MOTIVO
                           PERFORM GRAVAR-AVISO
                       WHEN WS-COMPR-MIN < LYR-VAR-MINIMO(1)
                           STRING "REGISTO COM " WS-COMPR-MIN
                               " POS MINIMO " LYR-VAR-MINIMO(1)
                               DELIMITED BY SIZE INTO RES-MOTIVO
                           PERFORM GRAVAR-AVISO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           MOVE 0 TO WS-CONT-MEDIDOS
           MOVE 0 TO WS-COMPR-MAX
           MOVE 999 TO WS-COMPR-MIN.
       GRAVAR-AVISO.
           ADD 1 TO WS-AVISOS
           MOVE WS-NOME-ATUAL TO RES-NOME
           MOVE "AVIS" TO RES-RESULTADO
           WRITE RESULTADO-REC
           DISPLAY "PARMCHK AVISO: " WS-NOME-ATUAL " " RES-MOTIVO.
       GRAVAR-PASSOU.
           MOVE WS-NOME-ATUAL TO RES-NOME
           MOVE "OK" TO RES-RESULTADO
