      ******************************************************************
      * CSVEXP.cbl
      * 10/15/26 - spreadsheet export of the business reports.
      *            Membership, HR and finance were retyping EX3OUT,
      *            EX7OUT, IMCDEPT, BILLOUT, GLSUMM and the EX1ANAL
      *            report into spreadsheets: imported as they are, the
      *            zoned signs and implied decimals of the fixed
      *            layouts come out wrong. This step converts one
      *            dataset (CSVIN) to a comma-delimited copy (CSVOUT)
      *            with a header row of field names, driven by the
      *            dataset's format on the layout registry (LAYREG):
      *              N - zoned numeric: explicit sign and decimal
      *                  point ("-12.50", overpunch decoded, leading
      *                  zeros dropped)
      *              D - date AAAAMMDD written AAAA-MM-DD
      *              E - edited numeric, already readable: trimmed
      *              A - text in double quotes (quotes doubled)
      *              C - the OPSTAMP fields are left out
      *            The control card (CSVPARM) names the export's
      *            report id, the format and the variant to export --
      *            one table per CSV, so a report with several kinds
      *            of line (EX1AREL) is exported once per variant. A
      *            line is exported when it is of that variant and
      *            every numeric and date field holds digits (or is
      *            blank): headings, separators, trailers and the
      *            other sections of a printed report are skipped and
      *            counted.
      *            The report id's audiences come from the same
      *            control file RPTDIST bundles with (RPTAUDNC). If
      *            any of them is outside the shop -- anything but
      *            OPERACAO, RH, FINANCA, AUDITOR and SOCIOS -- the
      *            masking rules of the format on CSVMASK (PRIVMASK's
      *            named-field rules: B, I, S) are applied field by
      *            field; an outside audience with no rule for the
      *            format, or a rule naming a field the registry does
      *            not hold, ends the run with RETURN-CODE 8 and no
      *            CSV written. A report id no audience receives is
      *            exported but ends with RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSVEXP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLO-FILE ASSIGN TO "CSVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT ENTRADA-FILE ASSIGN TO "CSVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.
           SELECT SAIDA-FILE ASSIGN TO "CSVOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIENCIA-FILE ASSIGN TO "RPTAUDNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT MASCARA-FILE ASSIGN TO "CSVMASK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLO-FILE.
       01  CONTROLO-REC.
           05  CPM-RELATORIO        PIC X(8).
           05  FILLER               PIC X.
           05  CPM-FORMATO          PIC X(8).
           05  FILLER               PIC X.
           05  CPM-VARIANTE         PIC X(3).
       FD  ENTRADA-FILE.
       01  ENTRADA-REC              PIC X(120).
       FD  SAIDA-FILE.
       01  SAIDA-REC                PIC X(120).
       FD  AUDIENCIA-FILE.
       01  AUDIENCIA-REC.
           05  AUD-RELATORIO        PIC X(8).
           05  FILLER               PIC X.
           05  AUD-AUDIENCIA        PIC X(8).
               88  AUD-INTERNA      VALUE "OPERACAO" "RH" "FINANCA"
                                          "AUDITOR" "SOCIOS".
       FD  MASCARA-FILE.
       01  MASCARA-REC.
           05  MSC-FORMATO          PIC X(8).
           05  FILLER               PIC X.
           05  MSC-CAMPO            PIC X(24).
           05  FILLER               PIC X.
           05  MSC-ESTILO           PIC X.
       WORKING-STORAGE SECTION.
       77 WS-CTL-STATUS PIC XX VALUE SPACES.
       77 WS-ENT-STATUS PIC XX VALUE SPACES.
       77 WS-AUD-STATUS PIC XX VALUE SPACES.
       77 WS-MSC-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-ERRO PIC X VALUE "N".
       77 WS-EXTERNA PIC X VALUE "N".
       77 WS-SO-ESTES PIC X VALUE "N".
       77 WS-CONT-AUDIENCIAS PIC 99 VALUE 0.
       77 WS-CONT-REGRAS PIC 99 VALUE 0.
       77 WS-CONT-EXPORTADAS PIC 9(7) VALUE 0.
       77 WS-CONT-IGNORADAS PIC 9(7) VALUE 0.
       77 WS-VAR PIC 9 VALUE 0.
       77 WS-CONT-COLUNAS PIC 99 VALUE 0.
       77 WS-FORMA-VALIDA PIC X.
       77 WS-DA-VARIANTE PIC X.
       77 WS-ENCONTRADO PIC X.
       77 WS-LINHA PIC X(120).
       77 WS-PTR PIC 999.
       77 WS-PTR-VALOR PIC 99.
       77 WS-TRANSBORDO PIC X VALUE "N".
       77 WS-CAMPO PIC X(60).
       77 WS-VALOR PIC X(62).
       77 WS-INICIAIS PIC X(60).
       77 WS-VALOR-COMPR PIC 99.
       77 WS-INICIO PIC 999.
       77 WS-COMPR PIC 99.
       77 WS-DECIMAIS PIC 9.
       77 WS-INTEIROS PIC 99.
       77 WS-PRIMEIRO PIC 99.
       77 WS-NEGATIVO PIC X.
       77 WS-DENTRO-PALAVRA PIC X.
       77 WS-CAR PIC X.
           88 CAR-DIGITO VALUE "0" THRU "9".
           88 CAR-SINAL-POS VALUE "{" "A" THRU "I".
           88 CAR-SINAL-NEG VALUE "}" "J" THRU "R" "p" THRU "y".
       77 C PIC 99.
       77 K PIC 99.
       77 P PIC 99.
       01 TABELA-COLUNAS.
           03 COLUNA-LINHA OCCURS 40 TIMES.
               05  COL-CAMPO        PIC 99.
               05  COL-MASCARA      PIC X.
           COPY "LAYREG-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-CONTROLO
           IF WS-ERRO = "N"
               PERFORM CARREGAR-FORMATO
           END-IF
           IF WS-ERRO = "N"
               PERFORM LER-AUDIENCIAS
           END-IF
           IF WS-ERRO = "N" AND WS-EXTERNA = "S"
               PERFORM CARREGAR-MASCARAS
           END-IF
           IF WS-ERRO = "N"
               PERFORM EXPORTAR
           END-IF
           IF WS-ERRO = "S"
               DISPLAY "CSVEXP: " CPM-RELATORIO " NAO EXPORTADO"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CSVEXP: " CPM-RELATORIO " " CPM-FORMATO " "
                   CPM-VARIANTE " - " WS-CONT-EXPORTADAS
                   " LINHA(S) EXPORTADA(S), " WS-CONT-IGNORADAS
                   " IGNORADA(S)"
               IF WS-EXTERNA = "S"
                   DISPLAY "CSVEXP: AUDIENCIA FORA DA CASA - "
                       WS-CONT-REGRAS " REGRA(S) DE MASCARA APLICADA(S)"
               END-IF
               IF WS-CONT-AUDIENCIAS = 0
                   DISPLAY "CSVEXP: " CPM-RELATORIO
                       " SEM AUDIENCIA NO RPTAUDNC - NAO SERA"
                       " DISTRIBUIDO"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       LER-CONTROLO.
           MOVE SPACES TO CONTROLO-REC
           OPEN INPUT CONTROLO-FILE
           IF WS-CTL-STATUS = "35"
               DISPLAY "CSVEXP: SEM CARTAO DE CONTROLO (CSVPARM)"
               MOVE "S" TO WS-ERRO
           ELSE
               READ CONTROLO-FILE
                   AT END MOVE SPACES TO CONTROLO-REC
               END-READ
               CLOSE CONTROLO-FILE
               IF CPM-RELATORIO = SPACES OR CPM-FORMATO = SPACES
                   DISPLAY "CSVEXP: CARTAO DE CONTROLO INVALIDO - "
                       CONTROLO-REC
                   MOVE "S" TO WS-ERRO
               END-IF
           END-IF.
      ******************************************************************
      * O formato vem do LAYREG; sem variante no cartao exporta-se a
      * primeira. As colunas do CSV sao os campos da variante pela
      * ordem do registo, menos o carimbo.
      ******************************************************************
       CARREGAR-FORMATO.
           MOVE "C" TO LYR-FUNCAO-PARM
           MOVE CPM-FORMATO TO LYR-FORMATO-PARM
           CALL "LAYREG" USING LAYREG-PARMS
           IF NOT LYR-ENCONTRADO
               DISPLAY "CSVEXP: FORMATO " CPM-FORMATO
                   " NAO REGISTADO NO LAYREG (" LYR-RESULTADO-PARM ")"
               MOVE "S" TO WS-ERRO
           ELSE
               MOVE 0 TO WS-VAR
               IF CPM-VARIANTE = SPACES
                   MOVE 1 TO WS-VAR
                   MOVE LYR-VAR-ID(1) TO CPM-VARIANTE
               ELSE
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > LYR-CONT-VARIANTES
                       IF LYR-VAR-ID(K) = CPM-VARIANTE
                           MOVE K TO WS-VAR
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-VAR = 0
                   DISPLAY "CSVEXP: VARIANTE " CPM-VARIANTE
                       " NAO EXISTE NO FORMATO " CPM-FORMATO
                   MOVE "S" TO WS-ERRO
               ELSE
                   MOVE 0 TO WS-CONT-COLUNAS
                   PERFORM VARYING C FROM 1 BY 1
                           UNTIL C > LYR-CONT-CAMPOS
                       IF LYR-CMP-VARIANTE(C) = WS-VAR
                           AND LYR-CMP-TIPO(C) NOT = "C"
                           ADD 1 TO WS-CONT-COLUNAS
                           MOVE C TO COL-CAMPO(WS-CONT-COLUNAS)
                           MOVE SPACE TO COL-MASCARA(WS-CONT-COLUNAS)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
       LER-AUDIENCIAS.
           MOVE 0 TO WS-CONT-AUDIENCIAS
           MOVE "N" TO WS-EXTERNA
           OPEN INPUT AUDIENCIA-FILE
           IF WS-AUD-STATUS = "35"
               DISPLAY "CSVEXP: SEM RPTAUDNC - AUDIENCIA DESCONHECIDA"
               MOVE "S" TO WS-ERRO
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-FICHEIRO
                   READ AUDIENCIA-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF AUD-RELATORIO = CPM-RELATORIO
                               ADD 1 TO WS-CONT-AUDIENCIAS
                               IF NOT AUD-INTERNA
                                   MOVE "S" TO WS-EXTERNA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIENCIA-FILE
           END-IF.
      ******************************************************************
      * Regras do PRIVMASK por nome de campo. Contam so as do formato
      * exportado; um campo que o formato nao tem e regra invalida.
      * Com alguma regra S so os campos S saem preenchidos.
      ******************************************************************
       CARREGAR-MASCARAS.
           MOVE 0 TO WS-CONT-REGRAS
           MOVE "N" TO WS-SO-ESTES
           OPEN INPUT MASCARA-FILE
           IF WS-MSC-STATUS = "35"
               DISPLAY "CSVEXP: SEM CSVMASK PARA AUDIENCIA FORA DA CASA"
               MOVE "S" TO WS-ERRO
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-FICHEIRO
                   READ MASCARA-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF MSC-FORMATO = CPM-FORMATO
                               PERFORM GUARDAR-MASCARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASCARA-FILE
               IF WS-ERRO = "N" AND WS-CONT-REGRAS = 0
                   DISPLAY "CSVEXP: SEM REGRAS DE MASCARA PARA "
                       CPM-FORMATO " - AUDIENCIA FORA DA CASA"
                   MOVE "S" TO WS-ERRO
               END-IF
           END-IF.
       GUARDAR-MASCARA.
           MOVE "N" TO WS-ENCONTRADO
           IF MSC-ESTILO = "B" OR MSC-ESTILO = "I"
               OR MSC-ESTILO = "S"
               PERFORM VARYING C FROM 1 BY 1
                       UNTIL C > LYR-CONT-CAMPOS
                   IF LYR-CMP-NOME(C) = MSC-CAMPO
                       MOVE "S" TO WS-ENCONTRADO
                       PERFORM VARYING K FROM 1 BY 1
                               UNTIL K > WS-CONT-COLUNAS
                           IF COL-CAMPO(K) = C
                               MOVE MSC-ESTILO TO COL-MASCARA(K)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ENCONTRADO = "N"
               DISPLAY "CSVEXP: REGRA DE MASCARA INVALIDA - "
                   MASCARA-REC
               MOVE "S" TO WS-ERRO
           ELSE
               ADD 1 TO WS-CONT-REGRAS
               IF MSC-ESTILO = "S"
                   MOVE "S" TO WS-SO-ESTES
               END-IF
           END-IF.
       EXPORTAR.
           OPEN INPUT ENTRADA-FILE
           IF WS-ENT-STATUS = "35"
               DISPLAY "CSVEXP: CSVIN AUSENTE"
               MOVE "S" TO WS-ERRO
           ELSE
               OPEN OUTPUT SAIDA-FILE
               PERFORM GRAVAR-CABECALHO
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-FICHEIRO
                   READ ENTRADA-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END PERFORM TRATAR-REGISTO
                   END-READ
               END-PERFORM
               CLOSE ENTRADA-FILE
               CLOSE SAIDA-FILE
               IF WS-TRANSBORDO = "S"
                   DISPLAY "CSVEXP: LINHA CSV ACIMA DE 120 COLUNAS"
                   MOVE "S" TO WS-ERRO
               END-IF
           END-IF.
       GRAVAR-CABECALHO.
           MOVE SPACES TO WS-LINHA
           MOVE 1 TO WS-PTR
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CONT-COLUNAS
               MOVE COL-CAMPO(K) TO C
               IF K > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-LINHA WITH POINTER WS-PTR
                       ON OVERFLOW MOVE "S" TO WS-TRANSBORDO
                   END-STRING
               END-IF
               STRING LYR-CMP-NOME(C) DELIMITED BY SPACE
                   INTO WS-LINHA WITH POINTER WS-PTR
                   ON OVERFLOW MOVE "S" TO WS-TRANSBORDO
               END-STRING
           END-PERFORM
           WRITE SAIDA-REC FROM WS-LINHA.
       TRATAR-REGISTO.
           MOVE "N" TO WS-DA-VARIANTE
           IF ENTRADA-REC NOT = SPACES
               MOVE "V" TO LYR-FUNCAO-PARM
               MOVE ENTRADA-REC TO LYR-REGISTO-PARM
               CALL "LAYREG" USING LAYREG-PARMS
               IF LYR-VAR-DISC-INICIO(WS-VAR) > 0
                   IF LYR-VARIANTE-PARM = WS-VAR
                       MOVE "S" TO WS-DA-VARIANTE
                   END-IF
               ELSE
                   IF LYR-VARIANTE-PARM > 0
                       IF LYR-VAR-DISC-INICIO(LYR-VARIANTE-PARM) = 0
                           MOVE "S" TO WS-DA-VARIANTE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-DA-VARIANTE = "S"
               PERFORM VERIFICAR-FORMA
           END-IF
           IF WS-DA-VARIANTE = "S" AND WS-FORMA-VALIDA = "S"
               PERFORM MONTAR-LINHA
               ADD 1 TO WS-CONT-EXPORTADAS
           ELSE
               ADD 1 TO WS-CONT-IGNORADAS
           END-IF.
      ******************************************************************
      * Linha de detalhe: cada campo N e D da variante em digitos (ou
      * em branco). Cabecalhos, separadores e totais falham aqui.
      ******************************************************************
       VERIFICAR-FORMA.
           MOVE "S" TO WS-FORMA-VALIDA
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CONT-COLUNAS
               MOVE COL-CAMPO(K) TO C
               MOVE LYR-CMP-INICIO(C) TO WS-INICIO
               MOVE LYR-CMP-COMPRIMENTO(C) TO WS-COMPR
               IF ENTRADA-REC(WS-INICIO:WS-COMPR) NOT = SPACES
                   EVALUATE LYR-CMP-TIPO(C)
                       WHEN "D"
                           IF ENTRADA-REC(WS-INICIO:WS-COMPR)
                               NOT NUMERIC
                               MOVE "N" TO WS-FORMA-VALIDA
                           END-IF
                       WHEN "N"
                           IF WS-COMPR > 1
                               AND ENTRADA-REC(WS-INICIO:WS-COMPR - 1)
                                   NOT NUMERIC
                               MOVE "N" TO WS-FORMA-VALIDA
                           END-IF
                           MOVE ENTRADA-REC(WS-INICIO + WS-COMPR - 1:1)
                               TO WS-CAR
                           IF NOT CAR-DIGITO AND NOT CAR-SINAL-POS
                               AND NOT CAR-SINAL-NEG
                               MOVE "N" TO WS-FORMA-VALIDA
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
       MONTAR-LINHA.
           MOVE SPACES TO WS-LINHA
           MOVE 1 TO WS-PTR
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CONT-COLUNAS
               MOVE COL-CAMPO(K) TO C
               PERFORM CONVERTER-CAMPO
               IF K > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-LINHA WITH POINTER WS-PTR
                       ON OVERFLOW MOVE "S" TO WS-TRANSBORDO
                   END-STRING
               END-IF
               IF WS-VALOR-COMPR > 0
                   STRING WS-VALOR(1:WS-VALOR-COMPR) DELIMITED BY SIZE
                       INTO WS-LINHA WITH POINTER WS-PTR
                       ON OVERFLOW MOVE "S" TO WS-TRANSBORDO
                   END-STRING
               END-IF
           END-PERFORM
           WRITE SAIDA-REC FROM WS-LINHA.
      ******************************************************************
      * Um campo para o seu texto CSV em WS-VALOR (WS-VALOR-COMPR
      * posicoes; 0 = campo vazio). A mascara vem primeiro: B, ou um
      * campo sem regra S quando as ha, sai vazio; I fica so com as
      * iniciais, separadas por um espaco.
      ******************************************************************
       CONVERTER-CAMPO.
           MOVE LYR-CMP-INICIO(C) TO WS-INICIO
           MOVE LYR-CMP-COMPRIMENTO(C) TO WS-COMPR
           MOVE SPACES TO WS-CAMPO
           MOVE ENTRADA-REC(WS-INICIO:WS-COMPR) TO WS-CAMPO
           MOVE SPACES TO WS-VALOR
           MOVE 0 TO WS-VALOR-COMPR
           IF COL-MASCARA(K) = "B"
               OR (WS-SO-ESTES = "S" AND COL-MASCARA(K) NOT = "S")
               MOVE SPACES TO WS-CAMPO
           END-IF
           IF COL-MASCARA(K) = "I"
               PERFORM MASCARAR-INICIAIS
           END-IF
           IF WS-CAMPO(1:WS-COMPR) NOT = SPACES
               EVALUATE LYR-CMP-TIPO(C)
                   WHEN "N"
                       PERFORM CONVERTER-NUMERICO
                   WHEN "D"
                       PERFORM CONVERTER-DATA
                   WHEN "E"
                       PERFORM CONVERTER-EDITADO
                   WHEN OTHER
                       PERFORM CONVERTER-TEXTO
               END-EVALUATE
           END-IF.
       MASCARAR-INICIAIS.
           MOVE SPACES TO WS-INICIAIS
           MOVE 1 TO WS-PTR-VALOR
           MOVE "N" TO WS-DENTRO-PALAVRA
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-COMPR
               IF WS-CAMPO(P:1) = SPACE
                   MOVE "N" TO WS-DENTRO-PALAVRA
               ELSE
                   IF WS-DENTRO-PALAVRA = "N"
                       MOVE "S" TO WS-DENTRO-PALAVRA
                       IF WS-PTR-VALOR > 1
                           ADD 1 TO WS-PTR-VALOR
                       END-IF
                       MOVE WS-CAMPO(P:1) TO
                           WS-INICIAIS(WS-PTR-VALOR:1)
                       ADD 1 TO WS-PTR-VALOR
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-INICIAIS TO WS-CAMPO.
      ******************************************************************
      * Zoned com sinal sobreposto no ultimo digito: sinal explicito,
      * zeros a esquerda fora (fica pelo menos um) e ponto decimal
      * onde o registo o tinha implicito.
      ******************************************************************
       CONVERTER-NUMERICO.
           MOVE LYR-CMP-DECIMAIS(C) TO WS-DECIMAIS
           MOVE "N" TO WS-NEGATIVO
           MOVE WS-CAMPO(WS-COMPR:1) TO WS-CAR
           IF CAR-SINAL-NEG
               MOVE "S" TO WS-NEGATIVO
           END-IF
           INSPECT WS-CAMPO(WS-COMPR:1) CONVERTING
               "{ABCDEFGHI}JKLMNOPQRpqrstuvwxy"
               TO "012345678901234567890123456789"
           IF WS-CAMPO(1:WS-COMPR) = ALL "0"
               MOVE "N" TO WS-NEGATIVO
           END-IF
           IF WS-DECIMAIS < WS-COMPR
               COMPUTE WS-INTEIROS = WS-COMPR - WS-DECIMAIS
           ELSE
               MOVE 0 TO WS-INTEIROS
           END-IF
           MOVE 1 TO WS-PRIMEIRO
           PERFORM UNTIL WS-PRIMEIRO >= WS-INTEIROS
                   OR WS-CAMPO(WS-PRIMEIRO:1) NOT = "0"
               ADD 1 TO WS-PRIMEIRO
           END-PERFORM
           MOVE 1 TO WS-PTR-VALOR
           IF WS-NEGATIVO = "S"
               STRING "-" DELIMITED BY SIZE
                   INTO WS-VALOR WITH POINTER WS-PTR-VALOR
           END-IF
           IF WS-INTEIROS = 0
               STRING "0" DELIMITED BY SIZE
                   INTO WS-VALOR WITH POINTER WS-PTR-VALOR
           ELSE
               STRING WS-CAMPO(WS-PRIMEIRO:
                   WS-INTEIROS - WS-PRIMEIRO + 1)
                   DELIMITED BY SIZE
                   INTO WS-VALOR WITH POINTER WS-PTR-VALOR
           END-IF
           IF WS-DECIMAIS > 0
               STRING "." WS-CAMPO(WS-INTEIROS + 1:WS-COMPR -
                   WS-INTEIROS)
                   DELIMITED BY SIZE
                   INTO WS-VALOR WITH POINTER WS-PTR-VALOR
           END-IF
           COMPUTE WS-VALOR-COMPR = WS-PTR-VALOR - 1.
       CONVERTER-DATA.
           EVALUATE TRUE
               WHEN WS-CAMPO(1:8) = ALL "0"
                   MOVE 0 TO WS-VALOR-COMPR
               WHEN WS-CAMPO(1:8) = ALL "9"
                   MOVE "9999-12-31" TO WS-VALOR
                   MOVE 10 TO WS-VALOR-COMPR
               WHEN OTHER
                   STRING WS-CAMPO(1:4) "-" WS-CAMPO(5:2) "-"
                       WS-CAMPO(7:2) DELIMITED BY SIZE INTO WS-VALOR
                   MOVE 10 TO WS-VALOR-COMPR
           END-EVALUATE.
       CONVERTER-EDITADO.
           MOVE 1 TO WS-PRIMEIRO
           PERFORM UNTIL WS-CAMPO(WS-PRIMEIRO:1) NOT = SPACE
               ADD 1 TO WS-PRIMEIRO
           END-PERFORM
           MOVE WS-COMPR TO P
           PERFORM UNTIL WS-CAMPO(P:1) NOT = SPACE
               SUBTRACT 1 FROM P
           END-PERFORM
           PERFORM UNTIL WS-PRIMEIRO >= P
                   OR WS-CAMPO(WS-PRIMEIRO:1) NOT = "0"
                   OR WS-CAMPO(WS-PRIMEIRO + 1:1) NOT NUMERIC
               ADD 1 TO WS-PRIMEIRO
           END-PERFORM
           COMPUTE WS-VALOR-COMPR = P - WS-PRIMEIRO + 1
           MOVE WS-CAMPO(WS-PRIMEIRO:WS-VALOR-COMPR) TO WS-VALOR.
       CONVERTER-TEXTO.
           MOVE WS-COMPR TO P
           PERFORM UNTIL WS-CAMPO(P:1) NOT = SPACE
               SUBTRACT 1 FROM P
           END-PERFORM
           MOVE 1 TO WS-PTR-VALOR
           STRING """" DELIMITED BY SIZE
               INTO WS-VALOR WITH POINTER WS-PTR-VALOR
           PERFORM VARYING WS-PRIMEIRO FROM 1 BY 1
                   UNTIL WS-PRIMEIRO > P
               STRING WS-CAMPO(WS-PRIMEIRO:1) DELIMITED BY SIZE
                   INTO WS-VALOR WITH POINTER WS-PTR-VALOR
               IF WS-CAMPO(WS-PRIMEIRO:1) = """"
                   STRING """" DELIMITED BY SIZE
                       INTO WS-VALOR WITH POINTER WS-PTR-VALOR
               END-IF
           END-PERFORM
           STRING """" DELIMITED BY SIZE
               INTO WS-VALOR WITH POINTER WS-PTR-VALOR
           COMPUTE WS-VALOR-COMPR = WS-PTR-VALOR - 1.
       END PROGRAM CSVEXP.
