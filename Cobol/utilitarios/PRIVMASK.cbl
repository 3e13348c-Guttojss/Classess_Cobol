      *            columns: the billing extract is 120 bytes and the
      *            classified outputs grew past 80 with the currency
      *            and reference fields.
      * 10/15/26 - rules name fields instead of columns. A MASKPARM
      *            line may now give the dataset's format on the
      *            layout registry, a field name and the style
      *            ("FUNCMST  MST-NOME ... I"); the field's columns come
      *            from the registry (CALL "LAYREG") for each record's
      *            variant, so a layout change no longer shifts the
      *            mask off the field. All named rules of a run must
      *            be of one format; a format or field the registry
      *            does not hold is an invalid rule (RETURN-CODE 8,
      *            nothing written). A record of no registered variant
      *            goes out entirely blank and the run ends with
      *            RETURN-CODE 4. Column rules are still read, for
      *            datasets not yet on the registry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVMASK.
           05  REG-COMPRIMENTO      PIC 999.
           05  FILLER               PIC X.
           05  REG-ESTILO           PIC X.
       01  REGRAS-NOME-REC.
           05  REG-FORMATO          PIC X(8).
           05  FILLER               PIC X.
           05  REG-CAMPO            PIC X(24).
           05  FILLER               PIC X.
           05  REG-ESTILO-NOME      PIC X.
       FD  SAIDA-FILE.
       01  SAIDA-REC                PIC X(120).
       WORKING-STORAGE SECTION.
       01 MASCARA-GUARDA.
           05  GUARDA-COLUNA        PIC X OCCURS 120 TIMES.
       77 WS-FIM-CAMPO PIC 999.
       77 WS-FORMATO PIC X(8) VALUE SPACES.
       77 WS-ACHADO PIC 9.
       77 WS-CONT-SEM-LAYOUT PIC 9(7) VALUE 0.
       77 I PIC 99.
       77 P PIC 999.
       77 C PIC 99.
       77 V PIC 9.
       01 TABELA-REGRAS.
           03 REGRA-LINHA OCCURS 10 TIMES.
               05  TAB-INICIO       PIC 999.
               05  TAB-COMPRIMENTO  PIC 999.
               05  TAB-ESTILO       PIC X.
               05  TAB-CAMPO        PIC X(24).
               05  TAB-VAR-CAMPO OCCURS 5 TIMES.
                   10  TAB-VAR-INICIO PIC 999.
                   10  TAB-VAR-COMPR PIC 999.
      * colunas de cada regra para o registo corrente (0 = nao se
      * aplica a variante do registo)
       01 TABELA-EFETIVA.
           03 EFETIVA-LINHA OCCURS 10 TIMES.
               05  EF-INICIO        PIC 999.
               05  EF-COMPRIMENTO   PIC 999.
           COPY "LAYREG-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-REGRAS
                   NOT AT END
                       ADD 1 TO WS-CONT-REGISTOS
                       MOVE ENTRADA-REC TO WS-AREA
                       PERFORM RESOLVER-REGRAS
                       IF V = 0 AND WS-FORMATO NOT = SPACES
                           ADD 1 TO WS-CONT-SEM-LAYOUT
                           MOVE SPACES TO WS-AREA
                       ELSE
                           PERFORM APLICAR-REGRAS
                       END-IF
                       WRITE SAIDA-REC FROM WS-AREA
               END-READ
           END-PERFORM
           CLOSE SAIDA-FILE
           DISPLAY "PRIVMASK: " WS-CONT-REGISTOS " REGISTOS "
               "MASCARADOS COM " WS-CONT-REGRAS " REGRA(S)"
           IF WS-CONT-SEM-LAYOUT > 0
               DISPLAY "PRIVMASK: " WS-CONT-SEM-LAYOUT " REGISTO(S) "
                   "FORA DO LAYOUT " WS-FORMATO " - SAIRAM EM BRANCO"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       LER-REGRAS.
           OPEN INPUT REGRAS-FILE
       GUARDAR-REGRA.
           IF REG-INICIO NOT NUMERIC
               OR REG-COMPRIMENTO NOT NUMERIC
               PERFORM GUARDAR-REGRA-NOME
           ELSE
               PERFORM GUARDAR-REGRA-COLUNAS
           END-IF.
       GUARDAR-REGRA-COLUNAS.
           IF REG-INICIO < 1
               OR REG-COMPRIMENTO < 1
               OR REG-INICIO + REG-COMPRIMENTO > 121
               OR (REG-ESTILO NOT = "B" AND REG-ESTILO NOT = "I"
                   MOVE REG-COMPRIMENTO TO
                       TAB-COMPRIMENTO(WS-CONT-REGRAS)
                   MOVE REG-ESTILO TO TAB-ESTILO(WS-CONT-REGRAS)
                   MOVE SPACES TO TAB-CAMPO(WS-CONT-REGRAS)
               END-IF
           END-IF.
      ******************************************************************
      * Regra por nome: formato do registo de layouts e nome do
      * campo; as colunas do campo guardam-se por variante.
      ******************************************************************
       GUARDAR-REGRA-NOME.
           IF WS-FORMATO = SPACES AND REG-FORMATO NOT = SPACES
               MOVE "C" TO LYR-FUNCAO-PARM
               MOVE REG-FORMATO TO LYR-FORMATO-PARM
               CALL "LAYREG" USING LAYREG-PARMS
               IF LYR-ENCONTRADO
                   MOVE REG-FORMATO TO WS-FORMATO
               END-IF
           END-IF
           MOVE 0 TO WS-ACHADO
           IF WS-FORMATO NOT = SPACES AND REG-FORMATO = WS-FORMATO
               AND WS-CONT-REGRAS < WS-MAX-REGRAS
               PERFORM VARYING V FROM 1 BY 1
                       UNTIL V > LYR-CONT-VARIANTES
                   MOVE 0 TO TAB-VAR-INICIO(WS-CONT-REGRAS + 1, V)
                   MOVE 0 TO TAB-VAR-COMPR(WS-CONT-REGRAS + 1, V)
                   PERFORM VARYING C FROM 1 BY 1
                           UNTIL C > LYR-CONT-CAMPOS
                       IF LYR-CMP-VARIANTE(C) = V
                           AND LYR-CMP-NOME(C) = REG-CAMPO
                           ADD 1 TO WS-ACHADO
                           MOVE LYR-CMP-INICIO(C) TO
                               TAB-VAR-INICIO(WS-CONT-REGRAS + 1, V)
                           MOVE LYR-CMP-COMPRIMENTO(C) TO
                               TAB-VAR-COMPR(WS-CONT-REGRAS + 1, V)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           IF WS-ACHADO = 0
               OR (REG-ESTILO-NOME NOT = "B"
                   AND REG-ESTILO-NOME NOT = "I"
                   AND REG-ESTILO-NOME NOT = "S")
               MOVE "N" TO WS-REGRAS-OK
               DISPLAY "PRIVMASK: REGRA INVALIDA - " REGRAS-NOME-REC
           ELSE
               ADD 1 TO WS-CONT-REGRAS
               MOVE 0 TO TAB-INICIO(WS-CONT-REGRAS)
               MOVE 0 TO TAB-COMPRIMENTO(WS-CONT-REGRAS)
               MOVE REG-ESTILO-NOME TO TAB-ESTILO(WS-CONT-REGRAS)
               MOVE REG-CAMPO TO TAB-CAMPO(WS-CONT-REGRAS)
           END-IF.
      ******************************************************************
      * Colunas de cada regra para este registo: as da regra por
      * colunas, ou as do campo na variante do registo.
      ******************************************************************
       RESOLVER-REGRAS.
           MOVE 1 TO V
           IF WS-FORMATO NOT = SPACES
               MOVE "V" TO LYR-FUNCAO-PARM
               MOVE WS-AREA TO LYR-REGISTO-PARM
               CALL "LAYREG" USING LAYREG-PARMS
               MOVE LYR-VARIANTE-PARM TO V
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-REGRAS
               IF TAB-CAMPO(I) = SPACES
                   MOVE TAB-INICIO(I) TO EF-INICIO(I)
                   MOVE TAB-COMPRIMENTO(I) TO EF-COMPRIMENTO(I)
               ELSE
                   IF V = 0
                       MOVE 0 TO EF-INICIO(I)
                       MOVE 0 TO EF-COMPRIMENTO(I)
                   ELSE
                       MOVE TAB-VAR-INICIO(I, V) TO EF-INICIO(I)
                       MOVE TAB-VAR-COMPR(I, V) TO EF-COMPRIMENTO(I)
                   END-IF
               END-IF
           END-PERFORM.
       APLICAR-REGRAS.
           PERFORM APLICAR-SO-CAMPOS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-REGRAS
               IF EF-INICIO(I) > 0
                   EVALUATE TAB-ESTILO(I)
                       WHEN "B"
                           MOVE SPACES TO WS-AREA
                               (EF-INICIO(I):EF-COMPRIMENTO(I))
                       WHEN "I"
                           PERFORM MASCARAR-INICIAIS
                   END-EVALUATE
               END-IF
           END-PERFORM.
      ******************************************************************
      * Estilo S (so-este-campo): sobrevive apenas a uniao das
      * colunas das regras S; tudo o resto sai em brancos. Sem
      * regras S nada muda aqui; uma regra S cujo campo nao existe
      * na variante do registo nao guarda nada.
      ******************************************************************
       APLICAR-SO-CAMPOS.
           MOVE "N" TO WS-TEM-SO-CAMPO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-REGRAS
               IF TAB-ESTILO(I) = "S"
                   MOVE "S" TO WS-TEM-SO-CAMPO
                   IF EF-INICIO(I) > 0
                       COMPUTE WS-FIM-CAMPO =
                           EF-INICIO(I) + EF-COMPRIMENTO(I) - 1
                       PERFORM VARYING P FROM EF-INICIO(I) BY 1
                               UNTIL P > WS-FIM-CAMPO
                           MOVE "S" TO GUARDA-COLUNA(P)
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TEM-SO-CAMPO = "S"
      ******************************************************************
       MASCARAR-INICIAIS.
           COMPUTE WS-FIM-CAMPO =
               EF-INICIO(I) + EF-COMPRIMENTO(I) - 1
           MOVE "N" TO WS-DENTRO-PALAVRA
           PERFORM VARYING P FROM EF-INICIO(I) BY 1
                   UNTIL P > WS-FIM-CAMPO
               IF WS-AREA(P:1) = SPACE
                   MOVE "N" TO WS-DENTRO-PALAVRA
