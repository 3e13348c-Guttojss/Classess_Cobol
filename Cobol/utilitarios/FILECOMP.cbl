      *            over single inserted or deleted records with a
      *            one-record lookahead. Ends with RETURN-CODE 4 on
      *            any difference.
      * 10/15/26 - compare by field name. FCPARM may name the file's
      *            format on the layout registry (CALL "LAYREG") after
      *            the column count ("000 EX2OUT"): records then
      *            compare on every registered field except the OPSTAMP
      *            stamp fields -- wherever a layout change moves them
      *            -- and each changed record is followed by one CAMPO
      *            line per field that differs, with the record's key
      *            and the old and new values ("REF0000000001:
      *            SAIDA-NUM-HOME 12.50 -> 12.05"). A record of
      *            another variant (trailer against detail) gets a
      *            single CAMPO line saying so. A format the registry
      *            does not hold ends the run with RETURN-CODE 8
      *            before the report is touched. Record areas widened
      *            to 120 columns for the classified outputs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILECOMP.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-A.
       01  FICHEIRO-A-REC           PIC X(120).
       FD  FICHEIRO-B.
       01  FICHEIRO-B-REC           PIC X(120).
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-COLS-DADOS      PIC 999.
           05  FILLER               PIC X.
           05  PARM-FORMATO         PIC X(8).
       FD  RELATORIO-FILE.
       01  RELATORIO-REC.
           05  REL-TIPO             PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  REL-POSICAO          PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  REL-CONTEUDO         PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-COLS-DADOS PIC 999 VALUE 0.
       77 WS-LARGURA-UTIL PIC 999 VALUE 120.
       77 WS-FORMATO PIC X(8) VALUE SPACES.
       77 A-ATUAL PIC X(120).
       77 A-SEGUINTE PIC X(120).
       77 B-ATUAL PIC X(120).
       77 B-SEGUINTE PIC X(120).
      * imagens de comparacao: so as colunas que contam
       77 A-ATUAL-CMP PIC X(120).
       77 A-SEGUINTE-CMP PIC X(120).
       77 B-ATUAL-CMP PIC X(120).
       77 B-SEGUINTE-CMP PIC X(120).
       77 WS-IMAGEM PIC X(120).
       77 WS-VARIANTE-A PIC 9.
       77 WS-VARIANTE-B PIC 9.
       77 WS-CHAVE PIC X(30).
       77 WS-PONTEIRO PIC 999.
       77 WS-VALOR PIC X(120).
       77 WS-COMPRIMENTO PIC 999.
       77 WS-CONT-CAMPOS PIC 9(5) VALUE 0.
       77 C PIC 99.
       77 P PIC 999.
       77 WS-TEM-A PIC X VALUE "N".
       77 WS-TEM-A-SEG PIC X VALUE "N".
       77 WS-TEM-B PIC X VALUE "N".
       77 WS-CONT-ALTERADOS PIC 9(5) VALUE 0.
       77 WS-CONT-INSERIDOS PIC 9(5) VALUE 0.
       77 WS-CONT-APAGADOS PIC 9(5) VALUE 0.
           COPY "LAYREG-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-PARAMETROS
           IF WS-COLS-DADOS > 0 AND WS-COLS-DADOS <= 120
               MOVE WS-COLS-DADOS TO WS-LARGURA-UTIL
           END-IF
           IF WS-FORMATO NOT = SPACES
               MOVE "C" TO LYR-FUNCAO-PARM
               MOVE WS-FORMATO TO LYR-FORMATO-PARM
               CALL "LAYREG" USING LAYREG-PARMS
               IF NOT LYR-ENCONTRADO
                   DISPLAY "FILECOMP: FORMATO " WS-FORMATO
                       " SEM LAYOUT VALIDO NO REGISTO - "
                       "NADA COMPARADO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT FICHEIRO-A
           OPEN INPUT FICHEIRO-B
           OPEN OUTPUT RELATORIO-FILE
               " ALTERADOS " WS-CONT-ALTERADOS
               " INSERIDOS " WS-CONT-INSERIDOS
               " APAGADOS " WS-CONT-APAGADOS
           IF WS-FORMATO NOT = SPACES
               DISPLAY "CAMPOS ALTERADOS " WS-CONT-CAMPOS
           END-IF
           IF WS-CONT-ALTERADOS > 0 OR WS-CONT-INSERIDOS > 0
               OR WS-CONT-APAGADOS > 0
               MOVE 4 TO RETURN-CODE
                   MOVE WS-POSICAO TO REL-POSICAO
                   WRITE RELATORIO-REC
                   PERFORM AVANCAR-A
               WHEN A-ATUAL-CMP = B-ATUAL-CMP
                   ADD 1 TO WS-CONT-IGUAIS
                   PERFORM AVANCAR-A
                   PERFORM AVANCAR-B
               WHEN WS-TEM-A-SEG = "S"
                   AND A-SEGUINTE-CMP = B-ATUAL-CMP
                   ADD 1 TO WS-CONT-APAGADOS
                   MOVE "APAGADO" TO REL-TIPO
                   MOVE A-ATUAL(1:60) TO REL-CONTEUDO
                   WRITE RELATORIO-REC
                   PERFORM AVANCAR-A
               WHEN WS-TEM-B-SEG = "S"
                   AND B-SEGUINTE-CMP = A-ATUAL-CMP
                   ADD 1 TO WS-CONT-INSERIDOS
                   MOVE "INSERIDO" TO REL-TIPO
                   MOVE B-ATUAL(1:60) TO REL-CONTEUDO
                   MOVE B-ATUAL(1:60) TO REL-CONTEUDO
                   MOVE WS-POSICAO TO REL-POSICAO
                   WRITE RELATORIO-REC
                   IF WS-FORMATO NOT = SPACES
                       PERFORM REPORTAR-CAMPOS
                   END-IF
                   PERFORM AVANCAR-A
                   PERFORM AVANCAR-B
           END-EVALUATE.
       AVANCAR-A.
           MOVE A-SEGUINTE TO A-ATUAL
           MOVE A-SEGUINTE-CMP TO A-ATUAL-CMP
           MOVE WS-TEM-A-SEG TO WS-TEM-A
           IF WS-ESGOTADO-A = "S"
               MOVE "N" TO WS-TEM-A-SEG
               MOVE SPACES TO A-SEGUINTE
               MOVE SPACES TO A-SEGUINTE-CMP
           ELSE
               READ FICHEIRO-A
                   AT END
                       MOVE "S" TO WS-ESGOTADO-A
                       MOVE "N" TO WS-TEM-A-SEG
                       MOVE SPACES TO A-SEGUINTE
                       MOVE SPACES TO A-SEGUINTE-CMP
                   NOT AT END
                       MOVE "S" TO WS-TEM-A-SEG
                       MOVE FICHEIRO-A-REC TO A-SEGUINTE
                       MOVE A-SEGUINTE TO WS-IMAGEM
                       PERFORM PREPARAR-IMAGEM
                       MOVE WS-IMAGEM TO A-SEGUINTE-CMP
               END-READ
           END-IF.
       AVANCAR-B.
           MOVE B-SEGUINTE TO B-ATUAL
           MOVE B-SEGUINTE-CMP TO B-ATUAL-CMP
           MOVE WS-TEM-B-SEG TO WS-TEM-B
           IF WS-ESGOTADO-B = "S"
               MOVE "N" TO WS-TEM-B-SEG
               MOVE SPACES TO B-SEGUINTE
               MOVE SPACES TO B-SEGUINTE-CMP
           ELSE
               READ FICHEIRO-B
                   AT END
                       MOVE "S" TO WS-ESGOTADO-B
                       MOVE "N" TO WS-TEM-B-SEG
                       MOVE SPACES TO B-SEGUINTE
                       MOVE SPACES TO B-SEGUINTE-CMP
                   NOT AT END
                       MOVE "S" TO WS-TEM-B-SEG
                       MOVE FICHEIRO-B-REC TO B-SEGUINTE
                       MOVE B-SEGUINTE TO WS-IMAGEM
                       PERFORM PREPARAR-IMAGEM
                       MOVE WS-IMAGEM TO B-SEGUINTE-CMP
               END-READ
           END-IF.
      ******************************************************************
      * Imagem de comparacao: as colunas de dados iniciais (FCPARM)
      * ou, com formato no registo, o registo sem os campos de
      * carimbo da sua variante.
      ******************************************************************
       PREPARAR-IMAGEM.
           IF WS-FORMATO = SPACES
               IF WS-LARGURA-UTIL < 120
                   MOVE SPACES TO WS-IMAGEM(WS-LARGURA-UTIL + 1:)
               END-IF
           ELSE
               MOVE "V" TO LYR-FUNCAO-PARM
               MOVE WS-IMAGEM TO LYR-REGISTO-PARM
               CALL "LAYREG" USING LAYREG-PARMS
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > LYR-CONT-CAMPOS
                   IF LYR-CMP-VARIANTE(C) = LYR-VARIANTE-PARM
                       AND LYR-CMP-TIPO(C) = "C"
                       MOVE SPACES TO WS-IMAGEM(LYR-CMP-INICIO(C):
                           LYR-CMP-COMPRIMENTO(C))
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      * Registo alterado com formato: uma linha CAMPO por campo que
      * difere, com a chave do registo novo.
      ******************************************************************
       REPORTAR-CAMPOS.
           MOVE "V" TO LYR-FUNCAO-PARM
           MOVE A-ATUAL TO LYR-REGISTO-PARM
           CALL "LAYREG" USING LAYREG-PARMS
           MOVE LYR-VARIANTE-PARM TO WS-VARIANTE-A
           MOVE B-ATUAL TO LYR-REGISTO-PARM
           CALL "LAYREG" USING LAYREG-PARMS
           MOVE LYR-VARIANTE-PARM TO WS-VARIANTE-B
           PERFORM MONTAR-CHAVE
           MOVE "CAMPO" TO REL-TIPO
           IF WS-VARIANTE-A NOT = WS-VARIANTE-B
               ADD 1 TO WS-CONT-CAMPOS
               MOVE SPACES TO REL-CONTEUDO
               STRING WS-CHAVE DELIMITED BY "  "
                   ": REGISTO DE OUTRO TIPO" DELIMITED BY SIZE
                   INTO REL-CONTEUDO
               WRITE RELATORIO-REC
           ELSE
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > LYR-CONT-CAMPOS
                   IF LYR-CMP-VARIANTE(C) = WS-VARIANTE-B
                       AND LYR-CMP-TIPO(C) NOT = "C"
                       AND A-ATUAL(LYR-CMP-INICIO(C):
                           LYR-CMP-COMPRIMENTO(C)) NOT =
                           B-ATUAL(LYR-CMP-INICIO(C):
                           LYR-CMP-COMPRIMENTO(C))
                       PERFORM REPORTAR-CAMPO
                   END-IF
               END-PERFORM
           END-IF.
       MONTAR-CHAVE.
           MOVE SPACES TO WS-CHAVE
           MOVE 1 TO WS-PONTEIRO
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > LYR-CONT-CAMPOS
               IF LYR-CMP-VARIANTE(C) = WS-VARIANTE-B
                   AND LYR-CMP-CHAVE(C) = "S"
                   AND WS-PONTEIRO < 30
                   IF WS-PONTEIRO > 1
                       STRING "/" DELIMITED BY SIZE
                           INTO WS-CHAVE WITH POINTER WS-PONTEIRO
                   END-IF
                   MOVE SPACES TO WS-VALOR
                   MOVE B-ATUAL(LYR-CMP-INICIO(C):
                       LYR-CMP-COMPRIMENTO(C)) TO WS-VALOR
                   PERFORM MEDIR-VALOR
                   STRING WS-VALOR(1:WS-COMPRIMENTO) DELIMITED BY SIZE
                       INTO WS-CHAVE WITH POINTER WS-PONTEIRO
               END-IF
           END-PERFORM
           IF WS-CHAVE = SPACES
               MOVE "REGISTO" TO WS-CHAVE
           END-IF.
       REPORTAR-CAMPO.
           ADD 1 TO WS-CONT-CAMPOS
           MOVE SPACES TO REL-CONTEUDO
           MOVE 1 TO WS-PONTEIRO
           STRING WS-CHAVE DELIMITED BY "  "
               ": " DELIMITED BY SIZE
               LYR-CMP-NOME(C) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               INTO REL-CONTEUDO WITH POINTER WS-PONTEIRO
           MOVE SPACES TO WS-VALOR
           MOVE A-ATUAL(LYR-CMP-INICIO(C):LYR-CMP-COMPRIMENTO(C))
               TO WS-VALOR
           PERFORM MEDIR-VALOR
           STRING WS-VALOR(1:WS-COMPRIMENTO) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               INTO REL-CONTEUDO WITH POINTER WS-PONTEIRO
           MOVE SPACES TO WS-VALOR
           MOVE B-ATUAL(LYR-CMP-INICIO(C):LYR-CMP-COMPRIMENTO(C))
               TO WS-VALOR
           PERFORM MEDIR-VALOR
           STRING WS-VALOR(1:WS-COMPRIMENTO) DELIMITED BY SIZE
               INTO REL-CONTEUDO WITH POINTER WS-PONTEIRO
           WRITE RELATORIO-REC.
      ******************************************************************
      * Valor sem os brancos a esquerda nem a direita (um campo todo
      * em brancos fica com um branco).
      ******************************************************************
       MEDIR-VALOR.
           MOVE 1 TO P
           PERFORM UNTIL P > 120 OR WS-VALOR(P:1) NOT = SPACE
               ADD 1 TO P
           END-PERFORM
           IF P > 120
               MOVE 1 TO WS-COMPRIMENTO
           ELSE
               IF P > 1
                   MOVE WS-VALOR(P:) TO WS-IMAGEM
                   MOVE WS-IMAGEM TO WS-VALOR
               END-IF
               MOVE 120 TO WS-COMPRIMENTO
               PERFORM UNTIL WS-VALOR(WS-COMPRIMENTO:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-COMPRIMENTO
               END-PERFORM
           END-IF.
       LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
                       IF PARM-COLS-DADOS NUMERIC
                           MOVE PARM-COLS-DADOS TO WS-COLS-DADOS
                       END-IF
                       MOVE PARM-FORMATO TO WS-FORMATO
               END-READ
               CLOSE PARM-FILE
           END-IF.
