      *            operator and timestamp. Master and transactions
      *            are expected in ascending employee-id order, one
      *            transaction per employee per run.
      * 10/15/26 - department history: the same pass carries the
      *            employee department history (FUNCDHIS, FUNCDHIS.cpy,
      *            ascending employee id and from date) forward to
      *            FUNCDHIN, swapped in with FUNCMSTN. An inclusion
      *            opens an assignment from the business date; an
      *            alteration that changes the department closes the
      *            open one on the day before and opens the new one (a
      *            second change on the same business date corrects
      *            the assignment opened that day); an exclusion
      *            closes it on the day before. An employee on the
      *            master with no history yet gets an open assignment
      *            to the current department with a zero from date.
      *            Leavers' records are carried forward untouched.
      * 10/15/26 - change freeze: on a business date inside a CONGELA
      *            window of scope masters (M or A) a transaction is
      *            rejected with reason 06 unless TRAN-EMERGENCIA (new,
      *            at the end of the record) names an emergency
      *            approver listed on the window other than the
      *            operator (CALL "CONGCHK"). Each change applied that
      *            way is logged on CONGLOG for the GONOGO sheet and
      *            the finance freeze-exception report.
      * 10/15/26 - the department history is read ahead into its own
      *            area (HIST-SEGUINTE): the FUNCDHIS record is the
      *            work area of the period paragraphs, and the next
      *            employee's first period was being overwritten by
      *            the one just changed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNCMNT.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN TO "FUNCMLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-DEPT-FILE ASSIGN TO "FUNCDHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT NOVO-HIST-FILE ASSIGN TO "FUNCDHIN"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           05  TRAN-NOME            PIC X(20).
           05  FILLER               PIC X.
           05  TRAN-DEPT            PIC X(4).
           05  FILLER               PIC X.
           05  TRAN-EMERGENCIA      PIC X(8).
       FD  DEPARTAMENTOS-FILE.
       01  DEPARTAMENTOS-REC.
           05  DEPT-CODIGO-REC      PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  JORNAL-ID            PIC 9(5).
           COPY "OPSTAMP.cpy".
       FD  HIST-DEPT-FILE.
           COPY "FUNCDHIS.cpy".
       FD  NOVO-HIST-FILE.
       01  NOVO-HIST-REC            PIC X(112).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-DEPT-STATUS PIC XX VALUE SPACES.
       77 WS-HIS-STATUS PIC XX VALUE SPACES.
       77 WS-ID-HIST PIC 9(6) VALUE 999999.
       77 WS-ID-MENOR PIC 9(6).
       77 WS-DATA-VESPERA PIC 9(8).
       77 WS-MAX-HF PIC 99 VALUE 50.
       77 WS-CONT-HF PIC 99 VALUE 0.
       77 H PIC 99.
       77 O PIC 99.
       77 WS-ID-MASTER PIC 9(6) VALUE 999999.
       77 WS-ID-TRAN PIC 9(6) VALUE 999999.
       77 WS-CONT-APLICADAS PIC 9(5) VALUE 0.
           05  NOVO-NOME            PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  NOVO-DEPT            PIC X(4).
      * historico de departamentos do funcionario em tratamento
      * registo seguinte do FUNCDHIS (leitura antecipada); o registo
      * da FD serve de area de trabalho aos periodos
       01 HIST-SEGUINTE             PIC X(112).
       01 TABELA-HIST-FUNC.
           03 HIST-FUNC-LINHA OCCURS 50 TIMES.
               05  THF-REGISTO      PIC X(112).
               05  THF-APAGADO      PIC X.
           COPY "CONGCHK-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM LER-DEPARTAMENTOS
           COMPUTE WS-DATA-VESPERA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO) - 1)
           OPEN INPUT MASTER-FILE
           OPEN INPUT TRANSACOES-FILE
           OPEN OUTPUT NOVO-MASTER-FILE
           OPEN OUTPUT JORNAL-FILE
           MOVE SPACES TO ERROS-REC
           MOVE SPACES TO JORNAL-REC
           OPEN OUTPUT NOVO-HIST-FILE
           OPEN INPUT HIST-DEPT-FILE
           IF WS-HIS-STATUS = "35"
               DISPLAY "SEM HISTORICO DE DEPARTAMENTOS (FUNCDHIS) - "
                   "INICIADO NESTA EXECUCAO"
           ELSE
               PERFORM LER-HISTORICO
           END-IF
           PERFORM LER-MASTER
           PERFORM LER-TRANSACAO
           PERFORM UNTIL WS-ID-MASTER = 999999
                   AND WS-ID-TRAN = 999999
               IF WS-ID-TRAN < WS-ID-MASTER
                   MOVE WS-ID-TRAN TO WS-ID-MENOR
               ELSE
                   MOVE WS-ID-MASTER TO WS-ID-MENOR
               END-IF
               PERFORM JUNTAR-HISTORICO
               EVALUATE TRUE
                   WHEN WS-ID-TRAN < WS-ID-MASTER
                       PERFORM TRATAR-TRAN-SEM-MASTER
                       PERFORM LER-TRANSACAO
                   WHEN WS-ID-TRAN = WS-ID-MASTER
                       PERFORM SEMEAR-HISTORICO
                       PERFORM TRATAR-TRAN-COM-MASTER
                       PERFORM LER-MASTER
                       PERFORM LER-TRANSACAO
                   WHEN OTHER
                       PERFORM SEMEAR-HISTORICO
                       WRITE NOVO-MASTER-REC FROM MASTER-REC
                       PERFORM LER-MASTER
               END-EVALUATE
               PERFORM GRAVAR-HIST-FUNC
           END-PERFORM
           MOVE 999999 TO WS-ID-MENOR
           PERFORM JUNTAR-HISTORICO
           IF WS-HIS-STATUS NOT = "35"
               CLOSE HIST-DEPT-FILE
           END-IF
           CLOSE NOVO-HIST-FILE
           CLOSE MASTER-FILE
           CLOSE TRANSACOES-FILE
           CLOSE NOVO-MASTER-FILE
               AT END MOVE 999999 TO WS-ID-MASTER
               NOT AT END MOVE MST-ID TO WS-ID-MASTER
           END-READ.
       LER-HISTORICO.
           READ HIST-DEPT-FILE INTO HIST-SEGUINTE
               AT END MOVE 999999 TO WS-ID-HIST
               NOT AT END MOVE HIST-SEGUINTE(1:5) TO WS-ID-HIST
           END-READ.
      ******************************************************************
      * O historico anda a par do master: o dos ids abaixo do que vai
      * ser tratado (saidas antigas) passa tal como esta; o do id em
      * tratamento fica na tabela ate GRAVAR-HIST-FUNC.
      ******************************************************************
       JUNTAR-HISTORICO.
           MOVE 0 TO WS-CONT-HF
           PERFORM UNTIL WS-ID-HIST = 999999
                   OR WS-ID-HIST > WS-ID-MENOR
               IF WS-ID-HIST < WS-ID-MENOR
                   WRITE NOVO-HIST-REC FROM HIST-SEGUINTE
               ELSE
                   IF WS-CONT-HF < WS-MAX-HF
                       ADD 1 TO WS-CONT-HF
                       MOVE HIST-SEGUINTE TO THF-REGISTO(WS-CONT-HF)
                       MOVE "N" TO THF-APAGADO(WS-CONT-HF)
                   ELSE
                       DISPLAY "AVISO: HISTORICO DO FUNCIONARIO "
                           HIST-SEGUINTE(1:5) " COM MAIS DE 50 PERIODOS"
                       WRITE NOVO-HIST-REC FROM HIST-SEGUINTE
                   END-IF
               END-IF
               PERFORM LER-HISTORICO
           END-PERFORM.
       GRAVAR-HIST-FUNC.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-CONT-HF
               IF THF-APAGADO(H) = "N"
                   WRITE NOVO-HIST-REC FROM THF-REGISTO(H)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CONT-HF.
      * funcionario do master ainda sem historico: o departamento
      * atual, em vigor desde antes do historico
       SEMEAR-HISTORICO.
           IF WS-CONT-HF = 0
               MOVE MST-DEPT TO FDH-DEPT
               MOVE MST-NOME TO FDH-NOME
               MOVE MST-ID TO FDH-FUNC-ID
               MOVE 0 TO FDH-DATA-INICIO
               PERFORM ACRESCENTAR-PERIODO
           END-IF.
       PROCURAR-PERIODO-ABERTO.
           MOVE 0 TO O
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-CONT-HF
               MOVE THF-REGISTO(H) TO FUNCDHIS-REC
               IF FDH-DATA-FIM = 99999999 AND THF-APAGADO(H) = "N"
                   MOVE H TO O
               END-IF
           END-PERFORM.
      * FDH-FUNC-ID, FDH-DEPT, FDH-NOME e FDH-DATA-INICIO preenchidos
       ACRESCENTAR-PERIODO.
           MOVE 99999999 TO FDH-DATA-FIM
           PERFORM CARIMBAR-PERIODO
           IF WS-CONT-HF < WS-MAX-HF
               ADD 1 TO WS-CONT-HF
               MOVE FUNCDHIS-REC TO THF-REGISTO(WS-CONT-HF)
               MOVE "N" TO THF-APAGADO(WS-CONT-HF)
           ELSE
               WRITE NOVO-HIST-REC FROM FUNCDHIS-REC
           END-IF.
       CARIMBAR-PERIODO.
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF FUNCDHIS-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF FUNCDHIS-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF FUNCDHIS-REC.
       ABRIR-PERIODO.
           MOVE TRAN-ID TO FDH-FUNC-ID
           MOVE TRAN-DEPT TO FDH-DEPT
           MOVE TRAN-NOME TO FDH-NOME
           MOVE WS-DATA-NEGOCIO TO FDH-DATA-INICIO
           PERFORM ACRESCENTAR-PERIODO.
      ******************************************************************
      * Mudanca de departamento: o periodo aberto fecha na vespera da
      * data de negocio e abre-se o novo; se o aberto comecou nessa
      * mesma data, e so corrigido. Sem mudanca de departamento so o
      * nome do periodo aberto acompanha o master.
      ******************************************************************
       MUDAR-DEPT-HISTORICO.
           PERFORM PROCURAR-PERIODO-ABERTO
           IF O = 0
               PERFORM ABRIR-PERIODO
           ELSE
               MOVE THF-REGISTO(O) TO FUNCDHIS-REC
               EVALUATE TRUE
                   WHEN FDH-DEPT = TRAN-DEPT
                       MOVE TRAN-NOME TO FDH-NOME
                       MOVE FUNCDHIS-REC TO THF-REGISTO(O)
                   WHEN FDH-DATA-INICIO >= WS-DATA-NEGOCIO
                       MOVE TRAN-DEPT TO FDH-DEPT
                       MOVE TRAN-NOME TO FDH-NOME
                       PERFORM CARIMBAR-PERIODO
                       MOVE FUNCDHIS-REC TO THF-REGISTO(O)
                   WHEN OTHER
                       MOVE WS-DATA-VESPERA TO FDH-DATA-FIM
                       PERFORM CARIMBAR-PERIODO
                       MOVE FUNCDHIS-REC TO THF-REGISTO(O)
                       PERFORM ABRIR-PERIODO
               END-EVALUATE
           END-IF.
       FECHAR-DEPT-HISTORICO.
           PERFORM PROCURAR-PERIODO-ABERTO
           IF O > 0
               MOVE THF-REGISTO(O) TO FUNCDHIS-REC
               IF FDH-DATA-INICIO >= WS-DATA-NEGOCIO
                   MOVE "S" TO THF-APAGADO(O)
               ELSE
                   MOVE WS-DATA-VESPERA TO FDH-DATA-FIM
                   PERFORM CARIMBAR-PERIODO
                   MOVE FUNCDHIS-REC TO THF-REGISTO(O)
               END-IF
           END-IF.
       LER-TRANSACAO.
           MOVE "N" TO WS-TRAN-PRONTA
           PERFORM UNTIL TRAN-PRONTA
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE "L" TO CNG-RESULTADO-PARM
           IF TRAN-VALIDA
               PERFORM VERIFICAR-CONGELAMENTO
               IF CNG-RECUSADO
                   SET TRAN-INVALIDA TO TRUE
                   MOVE 06 TO ERRO-COD
                   MOVE CNG-MOTIVO-PARM TO ERRO-MSG
                   PERFORM GRAVAR-ERRO
               END-IF
           END-IF.
      ******************************************************************
      * Periodo congelado: so com aprovador de emergencia da janela,
      * que nao pode ser o proprio operador.
      ******************************************************************
       VERIFICAR-CONGELAMENTO.
           MOVE "V" TO CNG-FUNCAO-PARM
           MOVE "M" TO CNG-AMBITO-PARM
           MOVE WS-DATA-NEGOCIO TO CNG-DATA-PARM
           MOVE WS-OPERADOR-ID TO CNG-OPERADOR-PARM
           MOVE TRAN-EMERGENCIA TO CNG-APROVADOR-PARM
           MOVE SPACES TO CNG-CHAVE-PARM
           STRING TRAN-TIPO " FUNCIONARIO " TRAN-ID
               DELIMITED BY SIZE INTO CNG-CHAVE-PARM
           CALL "CONGCHK" USING CONGCHK-PARMS.
       VALIDAR-DEPARTAMENTO.
           IF WS-CONT-DEPTS = 0
               MOVE "S" TO WS-DEPT-OK
           IF TRAN-TIPO = "I"
               PERFORM GRAVAR-NOVO-DE-TRAN
               PERFORM GRAVAR-JORNAL
               PERFORM FECHAR-DEPT-HISTORICO
               PERFORM ABRIR-PERIODO
           ELSE
               MOVE 02 TO ERRO-COD
               MOVE "ID NAO EXISTE" TO ERRO-MSG
               WHEN "A"
                   PERFORM GRAVAR-NOVO-DE-TRAN
                   PERFORM GRAVAR-JORNAL
                   PERFORM MUDAR-DEPT-HISTORICO
               WHEN "E"
                   PERFORM GRAVAR-JORNAL
                   PERFORM FECHAR-DEPT-HISTORICO
           END-EVALUATE.
       GRAVAR-NOVO-DE-TRAN.
           MOVE TRAN-ID TO NOVO-ID
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF JORNAL-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF JORNAL-REC
           WRITE JORNAL-REC
           IF CNG-EMERGENCIA
               MOVE "J" TO CNG-FUNCAO-PARM
               CALL "CONGCHK" USING CONGCHK-PARMS
           END-IF.
       GRAVAR-ERRO.
           ADD 1 TO WS-CONT-REJEITADAS
           MOVE TRAN-TIPO TO ERRO-TIPO
               MOVE PARM-OPERADOR-TEXTO(8:8) TO WS-OPERADOR-ID
           END-IF
           MOVE "FUNCMNT" TO OPV-PROGRAMA-PARM
           MOVE "FUNCMNT" TO CNG-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO OPV-OPERADOR-PARM
           CALL "OPERVAL" USING OPERVAL-PARMS
           IF OPV-RESULTADO-PARM = "R"
