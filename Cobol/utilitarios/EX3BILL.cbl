      *            suspension proration; the suspension no longer
      *            assumes a thirty-day month and February stops
      *            being pinned at twenty-eight.
      * 10/15/26 - every billing line carries the billing business
      *            date (FAT-DATA-NEG) after the amount, so QUOTPOST
      *            can post each month's charges to the receivables
      *            ledger under the month they were billed for.
      * 10/15/26 - EX3PRECO lines are effective-dated: each carries
      *            the first and last day it is in force (last day
      *            99999999 = until further notice; a line with no
      *            dates is in force always, as before). The price
      *            billed is the line for the company and bracket in
      *            force on the billing business date, so next year's
      *            prices can be loaded and approved ahead of time
      *            and a rerun of a past month bills that month's
      *            prices. The price table grows to 100 lines.
      * 10/15/26 - household billing. Members sharing a household id
      *            on the member master (MEMBRO-AGREGADO) are billed
      *            as one family: the number of members in the
      *            household still billable this month picks the
      *            family discount from the control file EX3FAMIL
      *            (company, minimum active members, discount %, the
      *            highest tier reached wins), each member's BILLOUT
      *            line carries the discounted amount and the
      *            household id (so the ledger and the collections
      *            stay per member), and one consolidated family bill
      *            per household -- addressed to the head of household,
      *            with member count, gross, discount and net -- goes
      *            to BILLFAM. A household with no head marked is
      *            addressed to its lowest member id.
      * 10/15/26 - staff rate. A member linked to an employee on the
      *            employee/member cross-reference (FUNCXREF, kept by
      *            FUNCLINK) is billed at the staff rate while the
      *            employee is still on the employee master (FUNCMST):
      *            the staff-rate table EX3TXFUN (company, bracket,
      *            discount %, a blank bracket covering every bracket
      *            of the company without a line of its own) takes the
      *            discount off the bracket price before any family
      *            discount, and the BILLOUT line carries the employee
      *            id (FAT-FUNC-ID). Links whose employee has left
      *            FUNCMST get no staff rate and are listed on FUNCSAID
      *            so the link can be removed; with no FUNCMST at all
      *            nobody gets the staff rate and nothing is listed.
      * 10/15/26 - company master: each classified member's company
      *            is checked against EMPRMST (CALL "EMPRVAL") for the
      *            billing business date. A member under a company that
      *            is not on the master or not active is not billed,
      *            is listed like a member without a price and counted
      *            on the EMPRESA INVALIDA line, and the run ends with
      *            RETURN-CODE 4 -- no bill and no TOTAIS trailer goes
      *            out under a company finance does not know.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX3BILL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FATURACAO-FILE ASSIGN TO "BILLOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FAMILIA-PARM-FILE ASSIGN TO "EX3FAMIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAM-STATUS.
           SELECT FAMILIA-FILE ASSIGN TO "BILLFAM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUNCIONARIOS-FILE ASSIGN TO "FUNCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUN-STATUS.
           SELECT FUNCXREF-FILE ASSIGN TO "FUNCXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXR-STATUS.
           SELECT TAXA-PESSOAL-FILE ASSIGN TO "EX3TXFUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXP-STATUS.
           SELECT SAIDAS-FILE ASSIGN TO "FUNCSAID"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLASSIF-FILE.
           05  PRC-ESCALAO          PIC X(8).
           05  FILLER               PIC X.
           05  PRC-VALOR            PIC 9(5)V99.
           05  FILLER               PIC X.
           05  PRC-DATA-INICIO      PIC 9(8).
           05  FILLER               PIC X.
           05  PRC-DATA-FIM         PIC 9(8).
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-LIM-BEBE        PIC 99.
           05  FAT-ESCALAO          PIC X(8).
           05  FILLER               PIC X.
           05  FAT-VALOR            PIC 9(5).99.
           05  FILLER               PIC X.
           05  FAT-DATA-NEG         PIC 9(8).
           05  FILLER               PIC X.
           05  FAT-AGREGADO         PIC 9(5).
           05  FILLER               PIC X.
           05  FAT-FUNC-ID          PIC 9(5).
           05  FILLER               PIC X(51).
       01  TRAILER-VIEW REDEFINES FATURACAO-REC.
           05  TRL-MARCA            PIC X(6).
           05  FILLER               PIC X.
           05  FILLER               PIC X.
           05  TRL-EMPRESA          PIC XX.
           05  FILLER               PIC X(94).
       FD  FAMILIA-PARM-FILE.
       01  FAMILIA-PARM-REC.
           05  FPM-EMPRESA          PIC XX.
           05  FILLER               PIC X.
           05  FPM-MIN-MEMBROS      PIC 99.
           05  FILLER               PIC X.
           05  FPM-DESCONTO         PIC 99V99.
       FD  FAMILIA-FILE.
       01  FAMILIA-REC.
           05  FAM-AGREGADO         PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  FAM-EMPRESA          PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  FAM-CHEFE            PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  FAM-NOME             PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  FAM-MEMBROS          PIC 99.
           05  FILLER               PIC X VALUE SPACE.
           05  FAM-BRUTO            PIC 9(7).99.
           05  FILLER               PIC X VALUE SPACE.
           05  FAM-DESCONTO         PIC 99.99.
           05  FILLER               PIC X VALUE SPACE.
           05  FAM-LIQUIDO          PIC 9(7).99.
           05  FILLER               PIC X VALUE SPACE.
           05  FAM-DATA-NEG         PIC 9(8).
       FD  FUNCIONARIOS-FILE.
       01  FUNCIONARIO-REC.
           05  FUN-ID               PIC 9(5).
           05  FILLER               PIC X.
           05  FUN-NOME             PIC X(20).
           05  FILLER               PIC X.
           05  FUN-DEPT             PIC X(4).
       FD  FUNCXREF-FILE.
           COPY "FUNCXREF.cpy".
       FD  TAXA-PESSOAL-FILE.
       01  TAXA-PESSOAL-REC.
           05  TXF-EMPRESA          PIC XX.
           05  FILLER               PIC X.
           05  TXF-ESCALAO          PIC X(8).
           05  FILLER               PIC X.
           05  TXF-DESCONTO         PIC 99V99.
       FD  SAIDAS-FILE.
       01  SAIDAS-REC.
           05  SAI-FUNC-ID          PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  SAI-MEMBRO-ID        PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  SAI-NOME             PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  SAI-DATA-LIGACAO     PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  SAI-TEXTO            PIC X(38).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-LIM-INFANTIL PIC 99 VALUE 11.
       77 WS-LIM-JUVENIL PIC 99 VALUE 17.
       77 WS-LIM-ADULTO PIC 99 VALUE 64.
       77 WS-MAX-PRECOS PIC 999 VALUE 100.
       77 WS-CONT-PRECOS PIC 999 VALUE 0.
       01 TABELA-PRECOS.
           03 PRECO-LINHA OCCURS 100 TIMES.
               05  TAB-PRC-EMPRESA  PIC XX.
               05  TAB-PRC-ESCALAO  PIC X(8).
               05  TAB-PRC-VALOR    PIC 9(5)V99.
               05  TAB-PRC-INICIO   PIC 9(8).
               05  TAB-PRC-FIM      PIC 9(8).
       77 WS-MAX-MEMBROS PIC 999 VALUE 500.
       77 WS-CONT-MEMBROS PIC 999 VALUE 0.
       01 TABELA-MEMBROS.
               05  TAB-DATA-NASC    PIC 9(8).
               05  TAB-STATUS       PIC X.
               05  TAB-DATA-EFETIVA PIC 9(8).
               05  TAB-AGREGADO     PIC 9(5).
               05  TAB-CHEFE        PIC X.
               05  TAB-EMPRESA      PIC XX.
       77 WS-FAM-STATUS PIC XX VALUE SPACES.
       77 WS-MAX-ESCALOES-FAM PIC 99 VALUE 20.
       77 WS-CONT-ESCALOES-FAM PIC 99 VALUE 0.
       01 TABELA-DESCONTOS.
           03 DESCONTO-LINHA OCCURS 20 TIMES.
               05  DSC-EMPRESA      PIC XX.
               05  DSC-MIN-MEMBROS  PIC 99.
               05  DSC-PCT          PIC 99V99.
       77 WS-MAX-AGREGADOS PIC 999 VALUE 200.
       77 WS-CONT-AGREGADOS PIC 999 VALUE 0.
       01 TABELA-AGREGADOS.
           03 AGREGADO-LINHA OCCURS 200 TIMES.
               05  AGR-ID           PIC 9(5).
               05  AGR-EMPRESA      PIC XX.
               05  AGR-CHEFE        PIC 9(5).
               05  AGR-CHEFE-NOME   PIC X(20).
               05  AGR-CHEFE-MARCADO PIC X.
               05  AGR-ATIVOS       PIC 99.
               05  AGR-PCT          PIC 99V99.
               05  AGR-FATURADOS    PIC 99.
               05  AGR-BRUTO        PIC 9(7)V99.
               05  AGR-LIQUIDO      PIC 9(7)V99.
       77 WS-AGREGADO PIC 9(5).
       77 WS-FUN-STATUS PIC XX VALUE SPACES.
       77 WS-FXR-STATUS PIC XX VALUE SPACES.
       77 WS-TXP-STATUS PIC XX VALUE SPACES.
       77 WS-MAX-TAXAS-PESSOAL PIC 99 VALUE 50.
       77 WS-CONT-TAXAS-PESSOAL PIC 99 VALUE 0.
       01 TABELA-TAXAS-PESSOAL.
           03 TAXA-PESSOAL-LINHA OCCURS 50 TIMES.
               05  TXP-EMPRESA      PIC XX.
               05  TXP-ESCALAO      PIC X(8).
               05  TXP-PCT          PIC 99V99.
       77 WS-MAX-LIGACOES PIC 999 VALUE 500.
       77 WS-CONT-LIGACOES PIC 999 VALUE 0.
       01 TABELA-LIGACOES.
           03 LIGACAO-LINHA OCCURS 500 TIMES.
               05  LF-FUNC-ID       PIC 9(5).
               05  LF-MEMBRO-ID     PIC 9(5).
               05  LF-DATA-LIGACAO  PIC 9(8).
               05  LF-ATIVA         PIC X.
       77 WS-FUNC-LIGADO PIC 9(5).
       77 WS-PCT-PESSOAL PIC 99V99.
       77 WS-CONT-TAXA-PESSOAL PIC 9(5) VALUE 0.
       77 WS-CONT-SAIDAS PIC 9(5) VALUE 0.
       77 WS-VALOR-BRUTO PIC 9(5)V99.
       77 G PIC 999.
       77 WS-MAX-EMPRESAS PIC 9 VALUE 5.
       77 WS-CONT-EMPRESAS PIC 9 VALUE 0.
       01 TABELA-EMPRESAS.
               05  EMP-CONT         PIC 9(5).
               05  EMP-HASH         PIC 9(7)V99.
       77 WS-CONT-SEM-PRECO PIC 9(5) VALUE 0.
       77 WS-CONT-EMPRESA-INV PIC 9(5) VALUE 0.
       77 WS-VALOR PIC 9(5)V99.
       77 WS-VALOR-ANTIGO PIC 9(5)V99.
       77 WS-ESCALAO-ANTERIOR PIC X(8).
       77 WS-DATA-NASC PIC 9(8).
       77 WS-STATUS PIC X.
       77 WS-DATA-EFETIVA PIC 9(8).
       77 WS-ATIVO-NO-MES PIC X.
       77 WS-DIA-EFETIVO PIC 99.
       77 WS-CONT-SUSPENSOS PIC 9(5) VALUE 0.
       77 WS-DIA-ANIVERSARIO PIC 99.
       77 E PIC 9.
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
           COPY "EMPRVAL-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
           PERFORM LER-PARAMETROS
           PERFORM LER-PRECOS
           PERFORM CARREGAR-MEMBROS
           PERFORM LER-DESCONTOS-FAMILIA
           PERFORM MONTAR-AGREGADOS
           PERFORM LER-TAXAS-PESSOAL
           PERFORM CARREGAR-LIGACOES
           OPEN INPUT CLASSIF-FILE
           OPEN OUTPUT FATURACAO-FILE
           MOVE SPACES TO FATURACAO-REC
           CLOSE CLASSIF-FILE
           PERFORM GRAVAR-TRAILERS
           CLOSE FATURACAO-FILE
           PERFORM GRAVAR-FATURAS-FAMILIA
           DISPLAY "MEMBROS SEM PRECO : " WS-CONT-SEM-PRECO
           DISPLAY "EMPRESA INVALIDA  : " WS-CONT-EMPRESA-INV
           DISPLAY "MEMBROS SUSPENSOS : " WS-CONT-SUSPENSOS
           DISPLAY "TAXA DE PESSOAL   : " WS-CONT-TAXA-PESSOAL
           DISPLAY "LIGACOES DE FUNCIONARIOS QUE SAIRAM: "
               WS-CONT-SAIDAS
           IF WS-CONT-SEM-PRECO > 0 OR WS-CONT-EMPRESA-INV > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
                               TAB-PRC-ESCALAO(WS-CONT-PRECOS)
                           MOVE PRC-VALOR TO
                               TAB-PRC-VALOR(WS-CONT-PRECOS)
                           IF PRC-DATA-INICIO NUMERIC
                               MOVE PRC-DATA-INICIO TO
                                   TAB-PRC-INICIO(WS-CONT-PRECOS)
                           ELSE
                               MOVE 0 TO
                                   TAB-PRC-INICIO(WS-CONT-PRECOS)
                           END-IF
                           IF PRC-DATA-FIM NUMERIC
                               AND PRC-DATA-FIM > 0
                               MOVE PRC-DATA-FIM TO
                                   TAB-PRC-FIM(WS-CONT-PRECOS)
                           ELSE
                               MOVE 99999999 TO
                                   TAB-PRC-FIM(WS-CONT-PRECOS)
                           END-IF
                       ELSE
                           DISPLAY "EX3BILL: TABELA DE PRECOS CHEIA - "
                               PRC-EMPRESA " " PRC-ESCALAO " IGNORADO"
                       END-IF
               END-READ
           END-PERFORM
                               TAB-STATUS(WS-CONT-MEMBROS)
                           MOVE MEMBRO-DATA-EFETIVA TO
                               TAB-DATA-EFETIVA(WS-CONT-MEMBROS)
                           IF MEMBRO-AGREGADO NUMERIC
                               MOVE MEMBRO-AGREGADO TO
                                   TAB-AGREGADO(WS-CONT-MEMBROS)
                           ELSE
                               MOVE 0 TO TAB-AGREGADO(WS-CONT-MEMBROS)
                           END-IF
                           MOVE MEMBRO-CHEFE TO
                               TAB-CHEFE(WS-CONT-MEMBROS)
                           MOVE MEMBRO-EMPRESA TO
                               TAB-EMPRESA(WS-CONT-MEMBROS)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.
       FATURAR-MEMBRO.
           PERFORM LOCALIZAR-MEMBRO
           MOVE CLASS-EMPRESA TO EMV-EMPRESA-PARM
           MOVE WS-DATA-NEGOCIO TO EMV-DATA-PARM
           CALL "EMPRVAL" USING EMPRVAL-PARMS
           EVALUATE TRUE
               WHEN NOT EMV-EMPRESA-VALIDA
                   ADD 1 TO WS-CONT-EMPRESA-INV
                   DISPLAY "EX3BILL: EMPRESA INVALIDA " CLASS-EMPRESA
                       " - MEMBRO " CLASS-MEMBRO " NAO FATURADO"
               WHEN (WS-STATUS = "S" OR WS-STATUS = "C")
                   AND WS-DATA-EFETIVA NUMERIC
                   AND WS-DATA-EFETIVA(1:6) <= WS-DATA-NEGOCIO(1:6)
                   PERFORM TRATAR-SUSPENSAO
               WHEN OTHER
                   PERFORM OBTER-PRECO-ATUAL
                   IF WS-PRECO-OK = "N"
                       ADD 1 TO WS-CONT-SEM-PRECO
                       DISPLAY "EX3BILL: SEM PRECO PARA " CLASS-EMPRESA
                           " " CLASS-ESCALAO " - MEMBRO " CLASS-MEMBRO
                   ELSE
                       PERFORM RATEAR-SE-CRUZOU
                       PERFORM GRAVAR-FATURA
                   END-IF
           END-EVALUATE.
      ******************************************************************
      * Suspensao com data efetiva dentro do mes de faturacao cobra
      * pro rata ate a vespera; efetiva ate ao inicio do mes nao
               END-IF
           END-IF.
       LOCALIZAR-MEMBRO.
           MOVE 0 TO WS-AGREGADO
           MOVE SPACES TO WS-NOME
           MOVE 0 TO WS-DATA-NASC
           MOVE SPACE TO WS-STATUS
                   MOVE TAB-DATA-NASC(I) TO WS-DATA-NASC
                   MOVE TAB-STATUS(I) TO WS-STATUS
                   MOVE TAB-DATA-EFETIVA(I) TO WS-DATA-EFETIVA
                   MOVE TAB-AGREGADO(I) TO WS-AGREGADO
                   MOVE WS-CONT-MEMBROS TO I
               END-IF
           END-PERFORM.
           PERFORM PROCURAR-PRECO
           MOVE WS-VALOR TO WS-VALOR-ANTIGO.
      ******************************************************************
      * Procura o preco da empresa/escalao em WS-ESCALAO-ANTERIOR em
      * vigor na data de negocio; devolve WS-VALOR e WS-PRECO-OK.
      ******************************************************************
       PROCURAR-PRECO.
           MOVE "N" TO WS-PRECO-OK
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-PRECOS
               IF TAB-PRC-EMPRESA(J) = CLASS-EMPRESA
                   AND TAB-PRC-ESCALAO(J) = WS-ESCALAO-ANTERIOR
                   AND TAB-PRC-INICIO(J) <= WS-DATA-NEGOCIO
                   AND TAB-PRC-FIM(J) >= WS-DATA-NEGOCIO
                   MOVE TAB-PRC-VALOR(J) TO WS-VALOR
                   MOVE "S" TO WS-PRECO-OK
                   MOVE WS-CONT-PRECOS TO J
                   MOVE 31 TO WS-DIAS-MES
           END-EVALUATE.
       GRAVAR-FATURA.
           PERFORM APLICAR-TAXA-PESSOAL
           IF WS-AGREGADO > 0
               PERFORM APLICAR-DESCONTO-FAMILIA
           END-IF
           MOVE SPACES TO FATURACAO-REC
           MOVE CLASS-MEMBRO TO FAT-MEMBRO
           MOVE WS-NOME TO FAT-NOME
           MOVE CLASS-EMPRESA TO FAT-EMPRESA
           MOVE CLASS-ESCALAO TO FAT-ESCALAO
           MOVE WS-VALOR TO FAT-VALOR
           MOVE WS-DATA-NEGOCIO TO FAT-DATA-NEG
           MOVE WS-AGREGADO TO FAT-AGREGADO
           MOVE WS-FUNC-LIGADO TO FAT-FUNC-ID
           WRITE FATURACAO-REC
           PERFORM ACUMULAR-EMPRESA.
       ACUMULAR-EMPRESA.
               MOVE EMP-CODIGO(E) TO TRL-EMPRESA
               WRITE FATURACAO-REC
           END-PERFORM.
      ******************************************************************
      * Escaloes de desconto familiar por empresa: o agregado fica
      * com a percentagem do escalao mais alto cujo minimo de membros
      * ativos atinge. Sem EX3FAMIL nao ha desconto.
      ******************************************************************
       LER-DESCONTOS-FAMILIA.
           OPEN INPUT FAMILIA-PARM-FILE
           IF WS-FAM-STATUS = "35"
               DISPLAY "EX3BILL: SEM EX3FAMIL - SEM DESCONTO FAMILIAR"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FAMILIA-PARM-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF FPM-MIN-MEMBROS NOT NUMERIC
                               OR FPM-DESCONTO NOT NUMERIC
                               OR FPM-DESCONTO > 100
                               DISPLAY "EX3BILL: LINHA EX3FAMIL "
                                   "IGNORADA - " FAMILIA-PARM-REC
                           ELSE
                               IF WS-CONT-ESCALOES-FAM <
                                   WS-MAX-ESCALOES-FAM
                                   ADD 1 TO WS-CONT-ESCALOES-FAM
                                   MOVE FPM-EMPRESA TO
                                       DSC-EMPRESA(WS-CONT-ESCALOES-FAM)
                                   MOVE FPM-MIN-MEMBROS TO
                                       DSC-MIN-MEMBROS
                                           (WS-CONT-ESCALOES-FAM)
                                   MOVE FPM-DESCONTO TO
                                       DSC-PCT(WS-CONT-ESCALOES-FAM)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAMILIA-PARM-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Um agregado por id: conta os membros ainda faturaveis no mes
      * (a mesma regra de suspensao do FATURAR-MEMBRO) e guarda o
      * chefe -- o marcado, ou o id mais baixo se nenhum o estiver.
      ******************************************************************
       MONTAR-AGREGADOS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CONT-MEMBROS
               IF TAB-AGREGADO(I) > 0
                   PERFORM LOCALIZAR-AGREGADO-TAB
                   IF G > 0
                       PERFORM ACRESCENTAR-AO-AGREGADO
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-CONT-AGREGADOS
               PERFORM APURAR-DESCONTO-AGREGADO
           END-PERFORM.
       LOCALIZAR-AGREGADO-TAB.
           MOVE 0 TO G
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-AGREGADOS
               IF AGR-ID(J) = TAB-AGREGADO(I)
                   MOVE J TO G
                   MOVE WS-CONT-AGREGADOS TO J
               END-IF
           END-PERFORM
           IF G = 0
               IF WS-CONT-AGREGADOS < WS-MAX-AGREGADOS
                   ADD 1 TO WS-CONT-AGREGADOS
                   MOVE WS-CONT-AGREGADOS TO G
                   MOVE TAB-AGREGADO(I) TO AGR-ID(G)
                   MOVE TAB-EMPRESA(I) TO AGR-EMPRESA(G)
                   MOVE 99999 TO AGR-CHEFE(G)
                   MOVE SPACES TO AGR-CHEFE-NOME(G)
                   MOVE "N" TO AGR-CHEFE-MARCADO(G)
                   MOVE 0 TO AGR-ATIVOS(G)
                   MOVE 0 TO AGR-PCT(G)
                   MOVE 0 TO AGR-FATURADOS(G)
                   MOVE 0 TO AGR-BRUTO(G)
                   MOVE 0 TO AGR-LIQUIDO(G)
               ELSE
                   DISPLAY "EX3BILL: TABELA DE AGREGADOS CHEIA - "
                       "AGREGADO " TAB-AGREGADO(I) " SEM DESCONTO"
               END-IF
           END-IF.
       ACRESCENTAR-AO-AGREGADO.
           MOVE "S" TO WS-ATIVO-NO-MES
           IF (TAB-STATUS(I) = "S" OR TAB-STATUS(I) = "C")
               AND TAB-DATA-EFETIVA(I) NUMERIC
               AND TAB-DATA-EFETIVA(I)(1:6) <= WS-DATA-NEGOCIO(1:6)
               MOVE "N" TO WS-ATIVO-NO-MES
           END-IF
           IF WS-ATIVO-NO-MES = "S" AND AGR-ATIVOS(G) < 99
               ADD 1 TO AGR-ATIVOS(G)
           END-IF
           IF TAB-CHEFE(I) = "S"
               IF AGR-CHEFE-MARCADO(G) = "N"
                   OR TAB-ID(I) < AGR-CHEFE(G)
                   MOVE TAB-ID(I) TO AGR-CHEFE(G)
                   MOVE TAB-NOME(I) TO AGR-CHEFE-NOME(G)
                   MOVE "S" TO AGR-CHEFE-MARCADO(G)
               END-IF
           ELSE
               IF AGR-CHEFE-MARCADO(G) = "N"
                   AND TAB-ID(I) < AGR-CHEFE(G)
                   MOVE TAB-ID(I) TO AGR-CHEFE(G)
                   MOVE TAB-NOME(I) TO AGR-CHEFE-NOME(G)
               END-IF
           END-IF.
       APURAR-DESCONTO-AGREGADO.
           MOVE 0 TO AGR-PCT(G)
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-ESCALOES-FAM
               IF AGR-ATIVOS(G) NOT < DSC-MIN-MEMBROS(I)
                   AND DSC-PCT(I) > AGR-PCT(G)
                   AND DSC-EMPRESA(I) = AGR-EMPRESA(G)
                   MOVE DSC-PCT(I) TO AGR-PCT(G)
               END-IF
           END-PERFORM.
      ******************************************************************
      * O desconto do agregado aplica-se a linha de cada membro; a
      * fatura familiar acumula o bruto e o liquido.
      ******************************************************************
       APLICAR-DESCONTO-FAMILIA.
           MOVE 0 TO G
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-AGREGADOS
               IF AGR-ID(J) = WS-AGREGADO
                   MOVE J TO G
                   MOVE WS-CONT-AGREGADOS TO J
               END-IF
           END-PERFORM
           IF G > 0
               MOVE WS-VALOR TO WS-VALOR-BRUTO
               IF AGR-PCT(G) > 0
                   COMPUTE WS-VALOR ROUNDED =
                       WS-VALOR-BRUTO * (100 - AGR-PCT(G)) / 100
               END-IF
               ADD 1 TO AGR-FATURADOS(G)
               ADD WS-VALOR-BRUTO TO AGR-BRUTO(G)
               ADD WS-VALOR TO AGR-LIQUIDO(G)
           END-IF.
       GRAVAR-FATURAS-FAMILIA.
           OPEN OUTPUT FAMILIA-FILE
           MOVE SPACES TO FAMILIA-REC
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-CONT-AGREGADOS
               IF AGR-FATURADOS(G) > 0
                   MOVE AGR-ID(G) TO FAM-AGREGADO
                   MOVE AGR-EMPRESA(G) TO FAM-EMPRESA
                   MOVE AGR-CHEFE(G) TO FAM-CHEFE
                   MOVE AGR-CHEFE-NOME(G) TO FAM-NOME
                   MOVE AGR-FATURADOS(G) TO FAM-MEMBROS
                   MOVE AGR-BRUTO(G) TO FAM-BRUTO
                   MOVE AGR-PCT(G) TO FAM-DESCONTO
                   MOVE AGR-LIQUIDO(G) TO FAM-LIQUIDO
                   MOVE WS-DATA-NEGOCIO TO FAM-DATA-NEG
                   WRITE FAMILIA-REC
               END-IF
           END-PERFORM
           CLOSE FAMILIA-FILE.
      ******************************************************************
      * Taxa de pessoal: desconto por empresa e escalao; a linha sem
      * escalao serve os escaloes da empresa que nao tem linha propria.
      * Sem EX3TXFUN nao ha taxa de pessoal.
      ******************************************************************
       LER-TAXAS-PESSOAL.
           OPEN INPUT TAXA-PESSOAL-FILE
           IF WS-TXP-STATUS = "35"
               DISPLAY "EX3BILL: SEM EX3TXFUN - SEM TAXA DE PESSOAL"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ TAXA-PESSOAL-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF TXF-DESCONTO NOT NUMERIC
                               OR TXF-DESCONTO > 100
                               DISPLAY "EX3BILL: LINHA EX3TXFUN "
                                   "IGNORADA - " TAXA-PESSOAL-REC
                           ELSE
                               IF WS-CONT-TAXAS-PESSOAL <
                                   WS-MAX-TAXAS-PESSOAL
                                   ADD 1 TO WS-CONT-TAXAS-PESSOAL
                                   MOVE TXF-EMPRESA TO TXP-EMPRESA
                                       (WS-CONT-TAXAS-PESSOAL)
                                   MOVE TXF-ESCALAO TO TXP-ESCALAO
                                       (WS-CONT-TAXAS-PESSOAL)
                                   MOVE TXF-DESCONTO TO TXP-PCT
                                       (WS-CONT-TAXAS-PESSOAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAXA-PESSOAL-FILE
           END-IF
           MOVE "N" TO WS-EOF.
      ******************************************************************
      * Ligacoes funcionario/membro: so contam as do funcionario ainda
      * no FUNCMST; as restantes vao para a lista FUNCSAID.
      ******************************************************************
       CARREGAR-LIGACOES.
           OPEN INPUT FUNCXREF-FILE
           IF WS-FXR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ FUNCXREF-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF WS-CONT-LIGACOES < WS-MAX-LIGACOES
                               ADD 1 TO WS-CONT-LIGACOES
                               MOVE FXR-FUNC-ID TO
                                   LF-FUNC-ID(WS-CONT-LIGACOES)
                               MOVE FXR-MEMBRO-ID TO
                                   LF-MEMBRO-ID(WS-CONT-LIGACOES)
                               MOVE FXR-DATA-LIGACAO TO
                                   LF-DATA-LIGACAO(WS-CONT-LIGACOES)
                               MOVE "N" TO LF-ATIVA(WS-CONT-LIGACOES)
                           ELSE
                               DISPLAY "EX3BILL: TABELA DE LIGACOES "
                                   "CHEIA - FUNCIONARIO " FXR-FUNC-ID
                                   " SEM TAXA DE PESSOAL"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCXREF-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-CONT-LIGACOES > 0
               OPEN INPUT FUNCIONARIOS-FILE
               IF WS-FUN-STATUS = "35"
                   DISPLAY "EX3BILL: SEM FUNCMST - SEM TAXA DE PESSOAL"
                   MOVE 0 TO WS-CONT-LIGACOES
               ELSE
                   PERFORM UNTIL FIM-FICHEIRO
                       READ FUNCIONARIOS-FILE
                           AT END SET FIM-FICHEIRO TO TRUE
                           NOT AT END PERFORM MARCAR-LIGACAO-ATIVA
                       END-READ
                   END-PERFORM
                   CLOSE FUNCIONARIOS-FILE
               END-IF
               MOVE "N" TO WS-EOF
           END-IF
           PERFORM LISTAR-SAIDAS.
       MARCAR-LIGACAO-ATIVA.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-LIGACOES
               IF LF-FUNC-ID(J) = FUN-ID
                   MOVE "S" TO LF-ATIVA(J)
               END-IF
           END-PERFORM.
       LISTAR-SAIDAS.
           OPEN OUTPUT SAIDAS-FILE
           MOVE SPACES TO SAIDAS-REC
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-LIGACOES
               IF LF-ATIVA(J) = "N"
                   ADD 1 TO WS-CONT-SAIDAS
                   MOVE LF-FUNC-ID(J) TO SAI-FUNC-ID
                   MOVE LF-MEMBRO-ID(J) TO SAI-MEMBRO-ID
                   MOVE SPACES TO SAI-NOME
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-CONT-MEMBROS
                       IF TAB-ID(I) = LF-MEMBRO-ID(J)
                           MOVE TAB-NOME(I) TO SAI-NOME
                           MOVE WS-CONT-MEMBROS TO I
                       END-IF
                   END-PERFORM
                   MOVE LF-DATA-LIGACAO(J) TO SAI-DATA-LIGACAO
                   MOVE "SAIU DO FUNCMST - SEM TAXA DE PESSOAL"
                       TO SAI-TEXTO
                   WRITE SAIDAS-REC
               END-IF
           END-PERFORM
           CLOSE SAIDAS-FILE.
      ******************************************************************
      * Membro ligado a um funcionario ainda no FUNCMST: o desconto
      * da taxa de pessoal sai do preco do escalao antes do desconto
      * familiar. A linha do proprio escalao ganha a linha geral.
      ******************************************************************
       APLICAR-TAXA-PESSOAL.
           MOVE 0 TO WS-FUNC-LIGADO
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CONT-LIGACOES
               IF LF-MEMBRO-ID(J) = CLASS-MEMBRO
                   AND LF-ATIVA(J) = "S"
                   MOVE LF-FUNC-ID(J) TO WS-FUNC-LIGADO
                   MOVE WS-CONT-LIGACOES TO J
               END-IF
           END-PERFORM
           IF WS-FUNC-LIGADO > 0
               MOVE 0 TO WS-PCT-PESSOAL
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-CONT-TAXAS-PESSOAL
                   IF TXP-EMPRESA(J) = CLASS-EMPRESA
                       IF TXP-ESCALAO(J) = CLASS-ESCALAO
                           MOVE TXP-PCT(J) TO WS-PCT-PESSOAL
                           MOVE WS-CONT-TAXAS-PESSOAL TO J
                       ELSE
                           IF TXP-ESCALAO(J) = SPACES
                               MOVE TXP-PCT(J) TO WS-PCT-PESSOAL
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PCT-PESSOAL > 0
                   COMPUTE WS-VALOR ROUNDED =
                       WS-VALOR * (100 - WS-PCT-PESSOAL) / 100
                   ADD 1 TO WS-CONT-TAXA-PESSOAL
               END-IF
           END-IF.
       LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
