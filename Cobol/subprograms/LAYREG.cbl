      ******************************************************************
      * LAYREG.cbl
      * 10/15/26 - record-layout registry service. FILECOMP compared
      *            by a leading column count, PRIVMASK masked by start
      *            column and length and PARMAUDT showed whole records,
      *            so every layout change (OPSTAMP grew three times
      *            this year) silently shifted columns under their
      *            parameter files. The shop's record formats are now
      *            described once, by field name, on the layout
      *            registry (LAYREG, see LAYREG.cpy); the tools call
      *            here to load a format ("C") and to tell which
      *            variant a record is ("V"). A format with an invalid
      *            line is not loaded at all: a tool working from half
      *            a layout would be worse than one that refuses. Same
      *            CALL pattern as RUNCTL.
      * 10/15/26 - field lines carry the implied decimal places of a
      *            numeric field, and a date type (D, AAAAMMDD), so
      *            CSVEXP can write 0012.50 as 12.50 and 20261015 as
      *            2026-10-15. A blank decimals column is 0, so the
      *            lines registered before stay valid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYREG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTO-FILE ASSIGN TO "LAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTO-FILE.
           COPY "LAYREG.cpy".
       WORKING-STORAGE SECTION.
       77 WS-REGISTO-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-VALIDO PIC X.
       77 WS-VAR-ATUAL PIC 9.
       77 WS-FIM-CAMPO PIC 9(4).
       77 WS-PADRAO PIC 9.
       77 V PIC 9.
       77 C PIC 99.
       LINKAGE SECTION.
           COPY "LAYREG-WS.cpy".
       PROCEDURE DIVISION USING LAYREG-PARMS.
       MAIN-PROCEDURE.
           IF LYR-FUNCAO-PARM = "V"
               PERFORM IDENTIFICAR-VARIANTE
           ELSE
               PERFORM CARREGAR-FORMATO
           END-IF
           GOBACK.
       CARREGAR-FORMATO.
           MOVE 0 TO LYR-CONT-VARIANTES
           MOVE 0 TO LYR-CONT-CAMPOS
           MOVE 0 TO LYR-VARIANTE-PARM
           MOVE 0 TO WS-VAR-ATUAL
           MOVE "S" TO WS-VALIDO
           MOVE "N" TO WS-EOF
           OPEN INPUT REGISTO-FILE
           IF WS-REGISTO-STATUS = "35"
               MOVE "A" TO LYR-RESULTADO-PARM
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ REGISTO-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF LRG-FORMATO = LYR-FORMATO-PARM
                               PERFORM GUARDAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTO-FILE
               EVALUATE TRUE
                   WHEN WS-VALIDO = "N"
                       MOVE "I" TO LYR-RESULTADO-PARM
                       MOVE 0 TO LYR-CONT-VARIANTES
                       MOVE 0 TO LYR-CONT-CAMPOS
                   WHEN LYR-CONT-VARIANTES = 0
                       MOVE "N" TO LYR-RESULTADO-PARM
                   WHEN OTHER
                       MOVE "S" TO LYR-RESULTADO-PARM
               END-EVALUATE
           END-IF.
       GUARDAR-LINHA.
           EVALUATE TRUE
               WHEN LRG-LINHA-REGISTO
                   PERFORM GUARDAR-VARIANTE
               WHEN LRG-LINHA-CAMPO
                   PERFORM GUARDAR-CAMPO
               WHEN OTHER
                   PERFORM REJEITAR-LINHA
           END-EVALUATE.
       GUARDAR-VARIANTE.
           IF LRG-COMPRIMENTO-REG NOT NUMERIC
               OR LRG-DISC-INICIO NOT NUMERIC
               OR LRG-DISC-COMPR NOT NUMERIC
               OR LRG-COMPRIMENTO-REG < 1
               OR LRG-COMPRIMENTO-REG > 120
               OR LYR-CONT-VARIANTES = 5
               PERFORM REJEITAR-LINHA
           ELSE
               IF LRG-DISC-INICIO > 0
                   AND (LRG-DISC-COMPR < 1 OR LRG-DISC-COMPR > 10
                   OR LRG-DISC-INICIO + LRG-DISC-COMPR - 1 >
                       LRG-COMPRIMENTO-REG)
                   PERFORM REJEITAR-LINHA
               ELSE
                   ADD 1 TO LYR-CONT-VARIANTES
                   MOVE LYR-CONT-VARIANTES TO WS-VAR-ATUAL
                   MOVE LRG-VARIANTE TO LYR-VAR-ID(WS-VAR-ATUAL)
                   MOVE LRG-COMPRIMENTO-REG TO
                       LYR-VAR-COMPRIMENTO(WS-VAR-ATUAL)
                   MOVE 0 TO LYR-VAR-MINIMO(WS-VAR-ATUAL)
                   MOVE LRG-DISC-INICIO TO
                       LYR-VAR-DISC-INICIO(WS-VAR-ATUAL)
                   MOVE LRG-DISC-COMPR TO
                       LYR-VAR-DISC-COMPR(WS-VAR-ATUAL)
                   MOVE LRG-DISC-VALOR TO
                       LYR-VAR-DISC-VALOR(WS-VAR-ATUAL)
               END-IF
           END-IF.
      ******************************************************************
      * Um campo pertence a variante da linha R que o precede e tem
      * de caber no registo dela.
      ******************************************************************
       GUARDAR-CAMPO.
           IF WS-VAR-ATUAL = 0
               PERFORM REJEITAR-LINHA
           ELSE
               IF LRG-VARIANTE NOT = LYR-VAR-ID(WS-VAR-ATUAL)
                   OR LRG-CAMPO = SPACES
                   OR LRG-INICIO NOT NUMERIC
                   OR LRG-COMPRIMENTO NOT NUMERIC
                   OR LRG-INICIO < 1
                   OR LRG-COMPRIMENTO < 1
                   OR LRG-INICIO + LRG-COMPRIMENTO - 1 >
                       LYR-VAR-COMPRIMENTO(WS-VAR-ATUAL)
                   OR (LRG-TIPO NOT = "A" AND LRG-TIPO NOT = "N"
                       AND LRG-TIPO NOT = "E" AND LRG-TIPO NOT = "C"
                       AND LRG-TIPO NOT = "D")
                   OR (LRG-CHAVE NOT = "S" AND LRG-CHAVE NOT = "N")
                   OR (LRG-DECIMAIS NOT = SPACE
                       AND LRG-DECIMAIS NOT NUMERIC)
                   OR (LRG-TIPO = "D" AND LRG-COMPRIMENTO NOT = 8)
                   OR LYR-CONT-CAMPOS = 40
                   PERFORM REJEITAR-LINHA
               ELSE
                   ADD 1 TO LYR-CONT-CAMPOS
                   MOVE LYR-CONT-CAMPOS TO C
                   MOVE WS-VAR-ATUAL TO LYR-CMP-VARIANTE(C)
                   MOVE LRG-CAMPO TO LYR-CMP-NOME(C)
                   MOVE LRG-INICIO TO LYR-CMP-INICIO(C)
                   MOVE LRG-COMPRIMENTO TO LYR-CMP-COMPRIMENTO(C)
                   MOVE LRG-TIPO TO LYR-CMP-TIPO(C)
                   MOVE LRG-CHAVE TO LYR-CMP-CHAVE(C)
                   IF LRG-DECIMAIS = SPACE
                       MOVE 0 TO LYR-CMP-DECIMAIS(C)
                   ELSE
                       MOVE LRG-DECIMAIS TO LYR-CMP-DECIMAIS(C)
                   END-IF
                   IF LRG-TIPO = "N" OR LRG-TIPO = "E"
                       OR LRG-TIPO = "D"
                       COMPUTE WS-FIM-CAMPO =
                           LRG-INICIO + LRG-COMPRIMENTO - 1
                       IF WS-FIM-CAMPO >
                           LYR-VAR-MINIMO(WS-VAR-ATUAL)
                           MOVE WS-FIM-CAMPO TO
                               LYR-VAR-MINIMO(WS-VAR-ATUAL)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       REJEITAR-LINHA.
           MOVE "N" TO WS-VALIDO
           DISPLAY "LAYREG: LINHA INVALIDA - " LAYREG-REC.
      ******************************************************************
      * A primeira variante cujas colunas distintivas conferem; sem
      * nenhuma, a variante simples (sem colunas distintivas).
      ******************************************************************
       IDENTIFICAR-VARIANTE.
           MOVE 0 TO LYR-VARIANTE-PARM
           MOVE 0 TO WS-PADRAO
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > LYR-CONT-VARIANTES
               IF LYR-VAR-DISC-INICIO(V) = 0
                   IF WS-PADRAO = 0
                       MOVE V TO WS-PADRAO
                   END-IF
               ELSE
                   IF LYR-VARIANTE-PARM = 0
                       AND LYR-REGISTO-PARM(LYR-VAR-DISC-INICIO(V):
                           LYR-VAR-DISC-COMPR(V)) =
                           LYR-VAR-DISC-VALOR(V)
                               (1:LYR-VAR-DISC-COMPR(V))
                       MOVE V TO LYR-VARIANTE-PARM
                   END-IF
               END-IF
           END-PERFORM
           IF LYR-VARIANTE-PARM = 0
               MOVE WS-PADRAO TO LYR-VARIANTE-PARM
           END-IF.
       END PROGRAM LAYREG.
