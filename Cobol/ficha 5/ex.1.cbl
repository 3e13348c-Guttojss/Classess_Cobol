      *            automatically APPENDS today's value to PERIODOMST
      *            under the business date after comparing -- the
      *            master is no longer loaded by hand.
      * 10/15/26 - named series: PERIODPM now carries one record per
      *            series (series code, today's value, comparison
      *            date) and each is compared and appended on its own.
      *            The master is keyed on series plus date (PERIODO.cpy)
      *            with a value of S9(9)V99 instead of 99; the series
      *            code must be on the series control file PERIOSER
      *            (BASE, the original series, always is), otherwise
      *            the record is reported, left out and the step ends
      *            with RETURN-CODE 4. VAROUT carries the series code
      *            and the wider values. The master is assigned to the
      *            PERIODMS DD the stream allocates it under.
      * 10/15/26 - any OPEN status on the master other than 00 or
      *            35 (a 39 from a cluster still in the old date-only
      *            layout, for one) now stops the step with RC 8
      *            before anything is compared or appended, as
      *            PERIOMNT and PERIOPRV already do.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PERIODPM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SERIES-FILE ASSIGN TO "PERIOSER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIES-STATUS.
           SELECT MASTER-FILE ASSIGN TO "PERIODMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT VARIANCIA-FILE ASSIGN TO "VAROUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-SERIE           PIC X(8).
           05  FILLER               PIC X.
           05  PARM-VALOR-HOJE      PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  FILLER               PIC X.
           05  PARM-DATA-COMPARAR   PIC 9(8).
       FD  SERIES-FILE.
           COPY "PERIOSER.cpy".
       FD  MASTER-FILE.
           COPY "PERIODO.cpy".
       FD  VARIANCIA-FILE.
       01  VARIANCIA-REC.
           05  VAR-SERIE            PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  VAR-DATA-REFERENCIA  PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  VAR-TIPO             PIC X(12).
           05  FILLER               PIC X VALUE SPACE.
           05  VAR-VALOR-HOJE       PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  FILLER               PIC X VALUE SPACE.
           05  VAR-VALOR-ANTERIOR   PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  FILLER               PIC X VALUE SPACE.
           05  VAR-VARIACAO         PIC S9(10)V99
               SIGN LEADING SEPARATE.
           05  FILLER               PIC X VALUE SPACE.
           05  VAR-PERCENTAGEM      PIC +9(7).99.
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 A PIC S9(9)V99 VALUE 0.
       77 B PIC S9(9)V99 VALUE 0.
       77 WS-DATA PIC 9(8) VALUE 0.
       77 WS-DATA-MES-ANTERIOR PIC 9(8) VALUE 0.
       77 WS-ULTIMO-DIA PIC 99.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-VARIACAO PIC S9(10)V99.
       77 WS-PERCENTAGEM PIC S9(7)V99.
       77 WS-SERIES-STATUS PIC XX VALUE SPACES.
       77 WS-DATA-COMPARAR PIC 9(8) VALUE 0.
       77 WS-SERIE-VALIDA PIC X.
       77 WS-CONT-SERIES PIC 99 VALUE 0.
       77 WS-MAX-SERIES PIC 99 VALUE 50.
       77 WS-CONT-VALORES PIC 9(5) VALUE 0.
       77 WS-CONT-REJEITADOS PIC 9(5) VALUE 0.
       77 S PIC 99.
       01 TABELA-SERIES.
           05  TAB-SERIE            PIC X(8) OCCURS 50 TIMES.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
                    " - NADA A FAZER"
                STOP RUN
            END-IF
            PERFORM CARREGAR-SERIES
            PERFORM ABRIR-MASTER
            OPEN OUTPUT VARIANCIA-FILE
            MOVE SPACES TO VARIANCIA-REC
            OPEN INPUT PARM-FILE
            PERFORM UNTIL FIM-FICHEIRO
                READ PARM-FILE
                    AT END SET FIM-FICHEIRO TO TRUE
                    NOT AT END PERFORM TRATAR-SERIE
                END-READ
            END-PERFORM
            CLOSE PARM-FILE
            CLOSE VARIANCIA-FILE
            CLOSE MASTER-FILE
            DISPLAY "SERIES COMPARADAS : " WS-CONT-VALORES
            IF WS-CONT-REJEITADOS > 0
                DISPLAY "SERIES REJEITADAS : " WS-CONT-REJEITADOS
                MOVE 4 TO RETURN-CODE
            END-IF
            PERFORM MARCAR-PASSO-CONCLUIDO
            STOP RUN.
      ******************************************************************
      * Um registo do PERIODPM por serie: o valor de hoje compara-se
      * com a data pedida e com o mesmo dia do mes anterior, e entra
      * no master sob a serie e a data de negocio.
      ******************************************************************
       TRATAR-SERIE.
            PERFORM VALIDAR-SERIE
            IF WS-SERIE-VALIDA = "N"
                DISPLAY "SERIE " PARM-SERIE
                    " FORA DO PERIOSER - VALOR IGNORADO"
                ADD 1 TO WS-CONT-REJEITADOS
            ELSE
                IF PARM-VALOR-HOJE NOT NUMERIC
                    OR PARM-DATA-COMPARAR NOT NUMERIC
                    DISPLAY "SERIE " PARM-SERIE
                        " COM VALOR OU DATA INVALIDOS - IGNORADA"
                    ADD 1 TO WS-CONT-REJEITADOS
                ELSE
                    ADD 1 TO WS-CONT-VALORES
                    MOVE PARM-VALOR-HOJE TO A
                    MOVE PARM-DATA-COMPARAR TO WS-DATA-COMPARAR
                    MOVE PARM-SERIE TO VAR-SERIE
                    MOVE WS-DATA-COMPARAR TO WS-DATA
                    MOVE WS-DATA TO WS-DATA-INTEIRA
                    PERFORM CALCULAR-MES-ANTERIOR
                    MOVE WS-DATA TO VAR-DATA-REFERENCIA
                    MOVE "DIA ANTERIOR" TO VAR-TIPO
                    PERFORM COMPARAR-COM-DATA
                    MOVE WS-DATA-MES-ANTERIOR TO WS-DATA
                    MOVE WS-DATA TO VAR-DATA-REFERENCIA
                    MOVE "MES ANTERIOR" TO VAR-TIPO
                    PERFORM COMPARAR-COM-DATA
                    PERFORM ACRESCENTAR-AO-MASTER
                END-IF
            END-IF.
       VALIDAR-SERIE.
            MOVE "N" TO WS-SERIE-VALIDA
            IF PARM-SERIE = "BASE"
                MOVE "S" TO WS-SERIE-VALIDA
            END-IF
            PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-CONT-SERIES
                IF TAB-SERIE(S) = PARM-SERIE
                    MOVE "S" TO WS-SERIE-VALIDA
                END-IF
            END-PERFORM.
       CARREGAR-SERIES.
            OPEN INPUT SERIES-FILE
            IF WS-SERIES-STATUS = "35"
                DISPLAY "SEM PERIOSER - SO A SERIE BASE E ACEITE"
            ELSE
                PERFORM UNTIL FIM-FICHEIRO
                    READ SERIES-FILE
                        AT END SET FIM-FICHEIRO TO TRUE
                        NOT AT END
                            IF WS-CONT-SERIES < WS-MAX-SERIES
                                ADD 1 TO WS-CONT-SERIES
                                MOVE SER-CODIGO
                                    TO TAB-SERIE(WS-CONT-SERIES)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SERIES-FILE
            END-IF
            MOVE "N" TO WS-EOF.
       ABRIR-MASTER.
            OPEN I-O MASTER-FILE
            IF WS-MASTER-STATUS = "35"
                DISPLAY "SEM MASTER DE PERIODOS"
                OPEN OUTPUT MASTER-FILE
                CLOSE MASTER-FILE
                OPEN I-O MASTER-FILE
            END-IF
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "MASTER DE PERIODOS INDISPONIVEL - STATUS "
                    WS-MASTER-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
       COMPARAR-COM-DATA.
            PERFORM PROCURAR-VALOR-ANTERIOR
            IF REGISTO-ENCONTRADO
                ELSE
                    COMPUTE WS-PERCENTAGEM ROUNDED =
                        WS-VARIACAO * 100 / B
                        ON SIZE ERROR
                            MOVE 9999999.99 TO WS-PERCENTAGEM
                    END-COMPUTE
                END-IF
                MOVE A TO VAR-VALOR-HOJE
                MOVE B TO VAR-VALOR-ANTERIOR
                WRITE VARIANCIA-REC
                EVALUATE TRUE
                    WHEN A = B
                        DISPLAY VAR-SERIE " " VAR-TIPO
                            " : SEM VARIACAO FACE AO PERIODO"
                    WHEN A > B
                        DISPLAY VAR-SERIE " " VAR-TIPO
                            " : AUMENTO FACE AO PERIODO"
                    WHEN OTHER
                        DISPLAY VAR-SERIE " " VAR-TIPO
                            " : DIMINUICAO FACE AO PERIODO"
                END-EVALUATE
            ELSE
                DISPLAY VAR-SERIE " " VAR-TIPO
                    " : SEM REGISTO ANTERIOR PARA " WS-DATA
            END-IF.
      ******************************************************************
                MOVE WS-ULTIMO-DIA TO WS-DP-DIA
            END-IF
            MOVE WS-DATA-INTEIRA TO WS-DATA-MES-ANTERIOR.
       PROCURAR-VALOR-ANTERIOR.
            MOVE "N" TO WS-ENCONTRADO
            MOVE PARM-SERIE TO MASTER-SERIE
            MOVE WS-DATA TO MASTER-DATA
            READ MASTER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE MASTER-VALOR TO B
                    SET REGISTO-ENCONTRADO TO TRUE
            END-READ.
      ******************************************************************
      * O valor de hoje entra no master sob a data de negocio, para a
      * comparacao de amanha (e do mes que vem).
      ******************************************************************
       ACRESCENTAR-AO-MASTER.
            MOVE PARM-SERIE TO MASTER-SERIE
            MOVE WS-DATA-NEGOCIO TO MASTER-DATA
            MOVE A TO MASTER-VALOR
            WRITE MASTER-REC
                INVALID KEY
                    DISPLAY "SERIE " PARM-SERIE " DATA " WS-DATA-NEGOCIO
                        " JA EXISTE NO MASTER - VALOR MANTIDO"
            END-WRITE.
       VERIFICAR-PASSO-CONCLUIDO.
            MOVE "PERIODCM" TO RC-PROGRAMA-PARM
            MOVE WS-DATA-NEGOCIO TO RC-DATA-PARM
