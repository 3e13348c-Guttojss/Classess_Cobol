      ******************************************************************
      * 10/15/26 - SOMAIN now carries several summation batches, so two
      *            sources no longer have to be concatenated by hand
      *            under one header count. Each batch opens with a
      *            CABLOTE header (batch id, source, expected count,
      *            expected sum), is followed by its values and closes
      *            with a FIMLOTE trailer (batch id, count, sum). The
      *            prescan that already computed the input identity
      *            now balances every batch on its own; a batch that
      *            does not balance (or lacks its trailer, repeats an
      *            id, carries a bad value, or values outside any
      *            batch) is copied as-is to the batch-reject file
      *            SOMAREJ, logged to RUNLOG and ends the step with
      *            RETURN-CODE 4, while the good batches still post.
      *            SOMACTL (layout now in SOMACTL.cpy) carries one
      *            control line per batch plus the grand total of the
      *            accepted ones. A SOMAIN in the old single-header
      *            format is still read as one batch (UNICO) checked
      *            on its count. The checkpoint now counts records
      *            consumed, so a resume lands on the same record of
      *            the same batch.
      * 08/21/26 - the input's identity (record count and hash total
      *            from a cheap prescan of SOMAIN) is passed on every
      *            CHKPOINT call, so a rerun whose input was replaced
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TOTAIS-FILE ASSIGN TO "SOMACTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJEITADOS-FILE ASSIGN TO "SOMAREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VALORES-FILE.
           05  VALORES-QNT          PIC 999.
       01  VALORES-DETALHE.
           05  VALORES-NMR          PIC 999.
       01  VALORES-CABLOTE.
           05  CAB-MARCA            PIC X(7).
           05  FILLER               PIC X.
           05  CAB-LOTE             PIC X(8).
           05  FILLER               PIC X.
           05  CAB-FONTE            PIC X(8).
           05  FILLER               PIC X.
           05  CAB-QNT              PIC 9(5).
           05  FILLER               PIC X.
           05  CAB-SOMA             PIC 9(7).
       01  VALORES-FIMLOTE.
           05  FIM-MARCA            PIC X(7).
           05  FILLER               PIC X.
           05  FIM-LOTE             PIC X(8).
           05  FILLER               PIC X.
           05  FIM-QNT              PIC 9(5).
           05  FILLER               PIC X.
           05  FIM-SOMA             PIC 9(7).
       01  VALORES-BRUTO            PIC X(40).
       FD  TOTAIS-FILE.
       01  TOTAIS-REC.
           COPY "SOMACTL.cpy".
           COPY "OPSTAMP.cpy".
       FD  REJEITADOS-FILE.
       01  REJEITADOS-REC           PIC X(40).
       WORKING-STORAGE SECTION.
       77  NMR PIC  999 VALUE 0.
       77  SOMA PIC  9(7) VALUE 0.
       77  CONT PIC 9(7) VALUE 0.
       77  QNT PIC 9(5) VALUE 0.
       77  WS-PONTO-CONTROLO PIC 9 VALUE 5.
       77  WS-I PIC 9(7) VALUE 0.
       77  WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77  WS-ID-CONT PIC 9(7) VALUE 0.
       77  WS-RUN-ID PIC X(19) VALUE SPACES.
       77  WS-DATA-NEGOCIO PIC 9(8).
       77  WS-DATA-CORRENTE PIC 9(8).
      * formato do SOMAIN: L = lotes CABLOTE/FIMLOTE, U = cabecalho
      * unico antigo (um so lote, UNICO)
       77  WS-MODO PIC X VALUE SPACE.
           88 MODO-LOTES VALUE "L".
           88 MODO-UNICO VALUE "U".
      * tipo do registo corrente: H cabecalho unico, C CABLOTE,
      * F FIMLOTE do lote aberto, X FIMLOTE solto, D valor
       77  WS-TIPO-REG PIC X.
       77  WS-LOTE-ABERTO PIC X VALUE "N".
       77  WS-NOVO-LOTE PIC X.
       77  WS-FECHA-LOTE PIC X.
       77  WS-SEM-TRAILER PIC X.
       77  WS-LOTE-ANTERIOR PIC 99 VALUE 0.
       77  WS-LOTE-ATUAL PIC 99 VALUE 0.
       77  WS-LOTES-VISTOS PIC 99 VALUE 0.
       77  WS-EXCESSO-LOTES PIC X VALUE "N".
       77  WS-A-SALTAR PIC X VALUE "N".
       77  WS-MOTIVO PIC X.
       77  WS-TOTAL-DETALHES PIC 9(7) VALUE 0.
       77  WS-LINHAS-CONTROLO PIC 9(7) VALUE 0.
       77  WS-CONT-REJEITADOS PIC 99 VALUE 0.
       77  WS-MAX-LOTES PIC 99 VALUE 20.
       77  WS-CONT-LOTES PIC 99 VALUE 0.
       77  L PIC 99.
       77  M PIC 99.
       01 TABELA-LOTES.
           03 LOTE-LINHA OCCURS 20 TIMES.
               05  TAB-LOTE         PIC X(8).
               05  TAB-FONTE        PIC X(8).
               05  TAB-QNT-ESPERADA PIC 9(5).
               05  TAB-SOMA-ESPERADA PIC 9(7).
               05  TAB-QNT          PIC 9(5).
               05  TAB-SOMA         PIC 9(7).
               05  TAB-ESTADO       PIC X.
               05  TAB-MOTIVO       PIC X.
       01 TABELA-MOTIVOS.
           05  FILLER PIC X(21) VALUE "CCONTAGEM NAO CONFERE".
           05  FILLER PIC X(21) VALUE "SSOMA NAO CONFERE".
           05  FILLER PIC X(21) VALUE "TSEM TRAILER VALIDO".
           05  FILLER PIC X(21) VALUE "HCABECALHO INVALIDO".
           05  FILLER PIC X(21) VALUE "DDETALHE INVALIDO".
           05  FILLER PIC X(21) VALUE "ILOTE DUPLICADO".
           05  FILLER PIC X(21) VALUE "FVALORES FORA DE LOTE".
       01 FILLER REDEFINES TABELA-MOTIVOS.
           05  MOTIVO-LINHA OCCURS 7 TIMES.
               10  MOTIVO-CODIGO    PIC X.
               10  MOTIVO-TEXTO     PIC X(20).
           COPY "JOBJRNL-WS.cpy".
           COPY "RUNCTL-WS.cpy".
           COPY "CHKPOINT-WS.cpy".
            END-IF
            PERFORM REGISTAR-INICIO
            PERFORM CALCULAR-IDENTIDADE-ENTRADA
            IF WS-CONT-LOTES = 0
                MOVE "EX4" TO RLG-PROGRAMA-PARM
                MOVE "E" TO RLG-SEVERIDADE-PARM
                MOVE "E001" TO RLG-CODIGO-PARM
                CALL "RUNLOG" USING RUNLOG-PARMS
                MOVE 8 TO WS-RC-FINAL
            END-IF
            IF WS-EXCESSO-LOTES = "S"
                DISPLAY "SOMAIN COM MAIS DE " WS-MAX-LOTES
                    " LOTES - NADA FOI LANCADO"
                MOVE "EX4" TO RLG-PROGRAMA-PARM
                MOVE "E" TO RLG-SEVERIDADE-PARM
                MOVE "E002" TO RLG-CODIGO-PARM
                MOVE "SOMAIN EXCEDE O NUMERO MAXIMO DE LOTES"
                    TO RLG-TEXTO-PARM
                MOVE SPACES TO RLG-CHAVE-PARM
                CALL "RUNLOG" USING RUNLOG-PARMS
                MOVE 8 TO WS-RC-FINAL
            END-IF
            IF WS-RC-FINAL NOT = 8
                PERFORM PROCESSAR-LOTES
                PERFORM GRAVAR-CHECKPOINT-FINAL
                PERFORM GRAVAR-TOTAIS
                PERFORM REPORTAR-REJEITADOS
            END-IF
            DISPLAY "O RESULTADO E " SOMA
            IF WS-RC-FINAL NOT = 8
                PERFORM MARCAR-PASSO-CONCLUIDO
                MOVE WS-RC-FINAL TO RETURN-CODE
            END-IF
            STOP RUN.
      ******************************************************************
      * Segunda leitura: os valores dos lotes aceites somam para o
      * total; os registos dos lotes rejeitados (cabecalho, valores e
      * trailer, tal como vieram) vao para o SOMAREJ. Numa retoma os
      * registos ja consumidos sao relidos sem somar, so para voltar
      * a escrever os rejeitados e reposicionar o lote corrente.
      ******************************************************************
       PROCESSAR-LOTES.
            MOVE "N" TO WS-EOF
            MOVE "N" TO WS-LOTE-ABERTO
            MOVE 0 TO WS-LOTE-ATUAL
            MOVE 0 TO WS-LOTES-VISTOS
            OPEN INPUT VALORES-FILE
            OPEN OUTPUT REJEITADOS-FILE
            PERFORM LER-CHECKPOINT
            PERFORM SALTAR-JA-PROCESSADOS
            MOVE "N" TO WS-A-SALTAR
            PERFORM WITH TEST BEFORE UNTIL FIM-FICHEIRO
               READ VALORES-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       ADD 1 TO CONT
                       PERFORM PROCESSAR-REGISTO
                       IF FUNCTION MOD(CONT, WS-PONTO-CONTROLO) = 0
                           PERFORM GRAVAR-CHECKPOINT
                       END-IF
               END-READ
            END-PERFORM
            CLOSE VALORES-FILE
            CLOSE REJEITADOS-FILE
            MOVE "N" TO WS-EOF.
       SALTAR-JA-PROCESSADOS.
            MOVE "S" TO WS-A-SALTAR
            PERFORM WITH TEST BEFORE VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > CONT
               READ VALORES-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END PERFORM PROCESSAR-REGISTO
               END-READ
            END-PERFORM.
       PROCESSAR-REGISTO.
            PERFORM LOCALIZAR-LOTE
            IF TAB-ESTADO(WS-LOTE-ATUAL) = "R"
                WRITE REJEITADOS-REC FROM VALORES-BRUTO
            ELSE
                IF WS-TIPO-REG = "D" AND WS-A-SALTAR = "N"
                    MOVE VALORES-NMR TO NMR
                    COMPUTE SOMA=SOMA+NMR
                END-IF
            END-IF
            PERFORM CONCLUIR-REGISTO.
      ******************************************************************
      * Atribui o registo lido a um lote -- a mesma regra nas duas
      * leituras, para que o n-esimo lote da segunda seja a n-esima
      * linha da tabela montada na primeira. Valores (ou um FIMLOTE
      * solto) fora de qualquer lote abrem uma linha SEMLOTE, que
      * fica rejeitada.
      ******************************************************************
       LOCALIZAR-LOTE.
            MOVE "N" TO WS-NOVO-LOTE
            MOVE "N" TO WS-FECHA-LOTE
            MOVE "N" TO WS-SEM-TRAILER
            IF MODO-UNICO
                IF WS-LOTES-VISTOS = 0
                    MOVE "H" TO WS-TIPO-REG
                    PERFORM ABRIR-ENTRADA
                ELSE
                    MOVE "D" TO WS-TIPO-REG
                END-IF
            ELSE
                EVALUATE TRUE
                    WHEN CAB-MARCA = "CABLOTE"
                        MOVE "C" TO WS-TIPO-REG
                        IF WS-LOTE-ABERTO = "S"
                            MOVE "S" TO WS-SEM-TRAILER
                            MOVE WS-LOTE-ATUAL TO WS-LOTE-ANTERIOR
                        END-IF
                        PERFORM ABRIR-ENTRADA
                        MOVE "S" TO WS-LOTE-ABERTO
                    WHEN FIM-MARCA = "FIMLOTE"
                        AND WS-LOTE-ABERTO = "S"
                        MOVE "F" TO WS-TIPO-REG
                        MOVE "S" TO WS-FECHA-LOTE
                    WHEN OTHER
                        IF FIM-MARCA = "FIMLOTE"
                            MOVE "X" TO WS-TIPO-REG
                        ELSE
                            MOVE "D" TO WS-TIPO-REG
                        END-IF
                        IF WS-LOTE-ATUAL = 0
                            PERFORM ABRIR-ENTRADA
                        END-IF
                END-EVALUATE
            END-IF.
       ABRIR-ENTRADA.
            IF WS-LOTES-VISTOS < WS-MAX-LOTES
                ADD 1 TO WS-LOTES-VISTOS
                MOVE WS-LOTES-VISTOS TO WS-LOTE-ATUAL
                MOVE "S" TO WS-NOVO-LOTE
            ELSE
                MOVE "S" TO WS-EXCESSO-LOTES
            END-IF.
       CONCLUIR-REGISTO.
            IF WS-FECHA-LOTE = "S"
                MOVE "N" TO WS-LOTE-ABERTO
                MOVE 0 TO WS-LOTE-ATUAL
            END-IF.
      ******************************************************************
      * Primeira leitura: a identidade da entrada para o CHKPOINT e o
      * balanceamento de cada lote, cada um por si.
      ******************************************************************
       CALCULAR-IDENTIDADE-ENTRADA.
            MOVE "N" TO WS-EOF
            OPEN INPUT VALORES-FILE
            READ VALORES-FILE
                AT END SET FIM-FICHEIRO TO TRUE
                NOT AT END
                    IF CAB-MARCA = "CABLOTE"
                        SET MODO-LOTES TO TRUE
                    ELSE
                        SET MODO-UNICO TO TRUE
                    END-IF
                    PERFORM VALIDAR-REGISTO
            END-READ
            PERFORM UNTIL FIM-FICHEIRO OR WS-EXCESSO-LOTES = "S"
               READ VALORES-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ID-CONT
                       IF VALORES-NMR NUMERIC
                           ADD VALORES-NMR TO WS-ID-HASH
                       END-IF
                       PERFORM VALIDAR-REGISTO
               END-READ
            END-PERFORM
            CLOSE VALORES-FILE
            IF WS-LOTE-ABERTO = "S"
                MOVE "T" TO WS-MOTIVO
                MOVE WS-LOTE-ATUAL TO L
                PERFORM REJEITAR-LOTE
            END-IF
            IF MODO-UNICO AND WS-CONT-LOTES > 0
                PERFORM FECHAR-LOTE-UNICO
            END-IF
            PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-CONT-LOTES
                IF TAB-ESTADO(L) = SPACE
                    MOVE "A" TO TAB-ESTADO(L)
                END-IF
                ADD TAB-QNT(L) TO WS-TOTAL-DETALHES
            END-PERFORM
            MOVE "N" TO WS-EOF
            MOVE WS-ID-CONT TO CHK-ID-CONT-PARM
            MOVE WS-ID-HASH TO CHK-ID-HASH-PARM.
       VALIDAR-REGISTO.
            PERFORM LOCALIZAR-LOTE
            IF WS-SEM-TRAILER = "S"
                MOVE "T" TO WS-MOTIVO
                MOVE WS-LOTE-ANTERIOR TO L
                PERFORM REJEITAR-LOTE
            END-IF
            IF WS-NOVO-LOTE = "S"
                PERFORM CRIAR-LINHA-LOTE
            END-IF
            IF WS-LOTE-ATUAL > 0
                MOVE WS-LOTE-ATUAL TO L
                EVALUATE WS-TIPO-REG
                    WHEN "D"
                        ADD 1 TO TAB-QNT(L)
                        IF VALORES-NMR NUMERIC
                            ADD VALORES-NMR TO TAB-SOMA(L)
                        ELSE
                            MOVE "D" TO WS-MOTIVO
                            PERFORM REJEITAR-LOTE
                        END-IF
                    WHEN "F"
                        PERFORM FECHAR-LOTE
                END-EVALUATE
            END-IF
            PERFORM CONCLUIR-REGISTO.
       CRIAR-LINHA-LOTE.
            MOVE WS-LOTE-ATUAL TO L
            MOVE L TO WS-CONT-LOTES
            MOVE 0 TO TAB-QNT(L)
            MOVE 0 TO TAB-SOMA(L)
            MOVE 0 TO TAB-QNT-ESPERADA(L)
            MOVE 0 TO TAB-SOMA-ESPERADA(L)
            MOVE SPACE TO TAB-ESTADO(L)
            MOVE SPACE TO TAB-MOTIVO(L)
            MOVE SPACES TO TAB-FONTE(L)
            EVALUATE WS-TIPO-REG
                WHEN "H"
                    MOVE "UNICO" TO TAB-LOTE(L)
                    IF VALORES-QNT NUMERIC
                        MOVE VALORES-QNT TO TAB-QNT-ESPERADA(L)
                    ELSE
                        MOVE "H" TO WS-MOTIVO
                        PERFORM REJEITAR-LOTE
                    END-IF
                WHEN "C"
                    MOVE CAB-LOTE TO TAB-LOTE(L)
                    MOVE CAB-FONTE TO TAB-FONTE(L)
                    IF CAB-QNT NUMERIC AND CAB-SOMA NUMERIC
                        AND CAB-LOTE NOT = SPACES
                        MOVE CAB-QNT TO TAB-QNT-ESPERADA(L)
                        MOVE CAB-SOMA TO TAB-SOMA-ESPERADA(L)
                    ELSE
                        MOVE "H" TO WS-MOTIVO
                        PERFORM REJEITAR-LOTE
                    END-IF
                    PERFORM VARYING M FROM 1 BY 1 UNTIL M >= L
                        IF TAB-LOTE(M) = TAB-LOTE(L)
                            MOVE "I" TO WS-MOTIVO
                            PERFORM REJEITAR-LOTE
                        END-IF
                    END-PERFORM
                WHEN OTHER
                    MOVE "SEMLOTE" TO TAB-LOTE(L)
                    MOVE "F" TO WS-MOTIVO
                    PERFORM REJEITAR-LOTE
            END-EVALUATE.
      ******************************************************************
      * O lote so e aceite quando cabecalho, valores lidos e trailer
      * dizem o mesmo: mesma identificacao, mesma contagem, mesma soma.
      ******************************************************************
       FECHAR-LOTE.
            IF FIM-LOTE NOT = TAB-LOTE(L)
                OR FIM-QNT NOT NUMERIC OR FIM-SOMA NOT NUMERIC
                MOVE "T" TO WS-MOTIVO
                PERFORM REJEITAR-LOTE
            ELSE
                IF TAB-QNT(L) NOT = TAB-QNT-ESPERADA(L)
                    OR FIM-QNT NOT = TAB-QNT(L)
                    MOVE "C" TO WS-MOTIVO
                    PERFORM REJEITAR-LOTE
                END-IF
                IF TAB-SOMA(L) NOT = TAB-SOMA-ESPERADA(L)
                    OR FIM-SOMA NOT = TAB-SOMA(L)
                    MOVE "S" TO WS-MOTIVO
                    PERFORM REJEITAR-LOTE
                END-IF
            END-IF.
      ******************************************************************
      * O cabecalho antigo so traz a contagem: a soma esperada passa a
      * ser a soma lida.
      ******************************************************************
       FECHAR-LOTE-UNICO.
            MOVE 1 TO L
            MOVE TAB-SOMA(L) TO TAB-SOMA-ESPERADA(L)
            IF TAB-QNT(L) NOT = TAB-QNT-ESPERADA(L)
                MOVE "C" TO WS-MOTIVO
                PERFORM REJEITAR-LOTE
            END-IF.
      * o primeiro motivo encontrado e o que fica registado
       REJEITAR-LOTE.
            IF TAB-ESTADO(L) NOT = "R"
                MOVE "R" TO TAB-ESTADO(L)
                MOVE WS-MOTIVO TO TAB-MOTIVO(L)
            END-IF.
       REPORTAR-REJEITADOS.
            PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-CONT-LOTES
                DISPLAY "LOTE " TAB-LOTE(L) " " TAB-FONTE(L)
                    " QNT " TAB-QNT(L) " SOMA " TAB-SOMA(L)
                    " ESTADO " TAB-ESTADO(L) " " TAB-MOTIVO(L)
                IF TAB-ESTADO(L) = "R"
                    ADD 1 TO WS-CONT-REJEITADOS
                    MOVE "EX4" TO RLG-PROGRAMA-PARM
                    MOVE "W" TO RLG-SEVERIDADE-PARM
                    MOVE "W001" TO RLG-CODIGO-PARM
                    MOVE "LOTE REJEITADO" TO RLG-TEXTO-PARM
                    PERFORM VARYING M FROM 1 BY 1 UNTIL M > 7
                        IF MOTIVO-CODIGO(M) = TAB-MOTIVO(L)
                            MOVE SPACES TO RLG-TEXTO-PARM
                            STRING "LOTE REJEITADO - "
                                DELIMITED BY SIZE
                                MOTIVO-TEXTO(M) DELIMITED BY SIZE
                                INTO RLG-TEXTO-PARM
                        END-IF
                    END-PERFORM
                    MOVE TAB-LOTE(L) TO RLG-CHAVE-PARM
                    CALL "RUNLOG" USING RUNLOG-PARMS
                END-IF
            END-PERFORM
            IF WS-CONT-REJEITADOS > 0
                DISPLAY WS-CONT-REJEITADOS
                    " LOTE(S) REJEITADO(S) - VER SOMAREJ"
                MOVE 4 TO WS-RC-FINAL
            END-IF.
       LER-CHECKPOINT.
            MOVE "EX4" TO CHK-PROGRAMA-PARM
            MOVE "L" TO CHK-FUNCAO-PARM
            MOVE CONT TO CHK-CONT1-PARM
            MOVE SOMA TO CHK-CONT2-PARM
            CALL "CHKPOINT" USING CHKPOINT-PARMS.
      ******************************************************************
      * Uma linha de controlo por lote (aceite ou rejeitado) e no fim
      * a linha TOTAL dos lotes aceites, a que o GLPOST lanca.
      ******************************************************************
       GRAVAR-TOTAIS.
            OPEN OUTPUT TOTAIS-FILE
            MOVE 0 TO QNT
            PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-CONT-LOTES
                MOVE SPACES TO TOTAIS-REC
                MOVE TAB-QNT(L) TO CTL-QNT
                MOVE TAB-SOMA(L) TO CTL-SOMA
                SET CTL-LINHA-LOTE TO TRUE
                MOVE TAB-LOTE(L) TO CTL-LOTE
                MOVE TAB-FONTE(L) TO CTL-FONTE
                MOVE TAB-ESTADO(L) TO CTL-ESTADO
                MOVE TAB-MOTIVO(L) TO CTL-MOTIVO
                MOVE TAB-QNT-ESPERADA(L) TO CTL-QNT-ESPERADA
                MOVE TAB-SOMA-ESPERADA(L) TO CTL-SOMA-ESPERADA
                IF TAB-ESTADO(L) = "A"
                    ADD TAB-QNT(L) TO QNT
                END-IF
                PERFORM CARIMBAR-TOTAIS
            END-PERFORM
            MOVE SPACES TO TOTAIS-REC
            MOVE QNT TO CTL-QNT
            MOVE SOMA TO CTL-SOMA
            SET CTL-LINHA-TOTAL TO TRUE
            MOVE "TOTAL" TO CTL-LOTE
            MOVE 0 TO CTL-QNT-ESPERADA
            MOVE 0 TO CTL-SOMA-ESPERADA
            PERFORM CARIMBAR-TOTAIS
            CLOSE TOTAIS-FILE.
       CARIMBAR-TOTAIS.
            MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR
            MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP
            MOVE WS-RUN-ID TO OPSTAMP-RUNID
            MOVE WS-DATA-NEGOCIO TO OPSTAMP-DATA-NEGOCIO
            WRITE TOTAIS-REC
            ADD 1 TO WS-LINHAS-CONTROLO.
       REGISTAR-INICIO.
            MOVE "EX4" TO JRN-PROGRAMA-PARM
            MOVE WS-OPERADOR-ID TO JRN-OPERADOR-PARM
            MOVE "EX4" TO JRN-PROGRAMA-PARM
            MOVE WS-OPERADOR-ID TO JRN-OPERADOR-PARM
            MOVE "FIM" TO JRN-EVENTO-PARM
            MOVE WS-TOTAL-DETALHES TO JRN-LIDOS-PARM
            MOVE WS-LINHAS-CONTROLO TO JRN-GRAVADOS-PARM
            CALL "JOBJRNL" USING JOBJRNL-PARMS.
       VERIFICAR-PASSO-CONCLUIDO.
            MOVE "EX4" TO RC-PROGRAMA-PARM
