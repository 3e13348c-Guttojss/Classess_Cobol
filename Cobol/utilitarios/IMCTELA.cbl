      ******************************************************************
      * IMCTELA.cbl
      * 10/15/26 - occupational-health inquiry screen, reached from
      *            OPERMENU (and so offered only to operators the
      *            OPERENT entitlement matrix allows), for the nurse
      *            answering an employee's or a manager's call
      *            without running IMCDUE and browsing IMCHIST and the
      *            referral master by hand. The employee is found by
      *            FUNC-ID or by the start of the name (a list to
      *            choose from, as in EX3CONS). The screen shows the
      *            master data and the department on the business
      *            date (FUNCDHIS), every screening on IMCHIST with
      *            its IMC, band and the movement against the
      *            previous one, the band trend from the first to the
      *            latest screening, every referral on IMCREFM with
      *            its outcome (open = P, closed = V/D/N), and the
      *            screening situation: exempt (IMCISEN), scheduled
      *            (IMCMARC appointments from the business date on)
      *            and due or up to date against the IMCDUE interval
      *            (IMCDPARM, default 365 days). Because this is
      *            health data every lookup -- a name search as well
      *            as an employee shown -- APPENDS an entry to the
      *            consultation journal (IMCCONSL) stamped with the
      *            operator OPERMENU validated.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCTELA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "FUNCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "IMCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REFERENCIAS-FILE ASSIGN TO "IMCREFM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT MARCACOES-FILE ASSIGN TO "IMCMARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRC-STATUS.
           SELECT PARM-FILE ASSIGN TO "IMCDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ISENCOES-FILE ASSIGN TO "IMCISEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISW-STATUS.
           SELECT HIST-DEPT-FILE ASSIGN TO "FUNCDHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FDW-STATUS.
           SELECT CONSULTAS-FILE ASSIGN TO "IMCCONSL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-REC.
           05  MST-ID               PIC 9(5).
           05  FILLER               PIC X.
           05  MST-NOME             PIC X(20).
           05  FILLER               PIC X.
           05  MST-DEPT             PIC X(4).
       FD  HISTORICO-FILE.
       01  HISTORICO-REC.
           05  HIST-CHAVE.
               10  HIST-ID          PIC 9(5).
               10  FILLER           PIC X.
               10  HIST-DATA        PIC 9(8).
           05  FILLER               PIC X.
           05  HIST-IMC             PIC 999V9.
           05  FILLER               PIC X.
           05  HIST-ESCALAO         PIC X(12).
           COPY "OPSTAMP.cpy".
       FD  REFERENCIAS-FILE.
       01  REFERENCIAS-REC.
           05  REF-FUNC             PIC 9(5).
           05  FILLER               PIC X.
           05  REF-REGRA            PIC 99.
           05  FILLER               PIC X.
           05  REF-DATA-REF         PIC 9(8).
           05  FILLER               PIC X.
           05  REF-STATUS           PIC X.
           05  FILLER               PIC X.
           05  REF-DATA-RESULTADO   PIC 9(8).
           COPY "OPSTAMP.cpy".
       FD  MARCACOES-FILE.
       01  MARCACOES-REC.
           05  MRC-ID               PIC 9(5).
           05  FILLER               PIC X.
           05  MRC-NOME             PIC X(20).
           05  FILLER               PIC X.
           05  MRC-DEPT             PIC X(4).
           05  FILLER               PIC X.
           05  MRC-LOCAL            PIC X(8).
           05  FILLER               PIC X.
           05  MRC-DATA             PIC 9(8).
           05  FILLER               PIC X.
           05  MRC-PERIODO          PIC X(5).
       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-DIAS            PIC 999.
       FD  ISENCOES-FILE.
           COPY "IMCISEN.cpy".
       FD  HIST-DEPT-FILE.
           COPY "FUNCDHIS.cpy".
       FD  CONSULTAS-FILE.
       01  CONSULTAS-REC.
           05  CNS-TIPO             PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  CNS-CRITERIO         PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  CNS-FUNC-ID          PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  CNS-ENCONTRADOS      PIC 999.
           COPY "OPSTAMP.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-DATA-NEGOCIO PIC 9(8).
       77 WS-MST-STATUS PIC XX VALUE SPACES.
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
       77 WS-REF-STATUS PIC XX VALUE SPACES.
       77 WS-MRC-STATUS PIC XX VALUE SPACES.
       77 WS-PARM-STATUS PIC XX VALUE SPACES.
       77 WS-CNS-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-OPCAO PIC 9.
       77 WS-CONTINUAR PIC X VALUE "S".
           88 CONTINUAR-SESSAO VALUE "S".
       77 WS-DIAS-INTERVALO PIC 999 VALUE 365.
       77 WS-FUNC-PEDIDO PIC 9(5).
       77 WS-NOME-PEDIDO PIC X(20).
       77 WS-NOME-TAMANHO PIC 99.
       77 WS-ESCOLHA PIC 99.
       77 WS-ENCONTRADO PIC X VALUE "N".
           88 FUNCIONARIO-ENCONTRADO VALUE "S".
       77 WS-FUNC-NOME PIC X(20).
       77 WS-FUNC-DEPT PIC X(4).
       77 WS-DEPT-HOJE PIC X(4).
       77 WS-CONT-RASTREIOS PIC 999.
       77 WS-IMC-ANTERIOR PIC 999V9.
       77 WS-MOVIMENTO PIC X(6).
       77 WS-ESCALAO-PRIMEIRO PIC X(12).
       77 WS-ESCALAO-ULTIMO PIC X(12).
       77 WS-ULTIMO-RASTREIO PIC 9(8).
       77 WS-CONT-ABERTAS PIC 99.
       77 WS-CONT-FECHADAS PIC 99.
       77 WS-RESULTADO PIC X(15).
       77 WS-CONT-MARCADAS PIC 99.
       77 WS-DIAS-DESDE PIC 9(7).
       77 WS-PROXIMO PIC 9(8).
       77 WS-FIM-HIST PIC X VALUE "N".
           88 FIM-HISTORICO VALUE "S".
       77 WS-MAX-CANDIDATOS PIC 99 VALUE 20.
       77 WS-CONT-CANDIDATOS PIC 99 VALUE 0.
       77 N PIC 99.
       01 TABELA-CANDIDATOS.
           03 CANDIDATO OCCURS 20 TIMES.
               05  CAND-ID          PIC 9(5).
               05  CAND-NOME        PIC X(20).
               05  CAND-DEPT        PIC X(4).
       01 LINHA-RASTREIO.
           05  FILLER               PIC XX VALUE SPACES.
           05  LR-DATA              PIC 9999/99/99.
           05  FILLER               PIC X(6) VALUE "  IMC ".
           05  LR-IMC               PIC ZZ9.9.
           05  FILLER               PIC XX VALUE SPACES.
           05  LR-ESCALAO           PIC X(12).
           05  FILLER               PIC XX VALUE SPACES.
           05  LR-MOVIMENTO         PIC X(6).
       01 LINHA-REFERENCIA.
           05  FILLER               PIC XX VALUE SPACES.
           05  FILLER               PIC X(6) VALUE "REGRA ".
           05  LF-REGRA             PIC 99.
           05  FILLER               PIC X(11) VALUE "  ENVIADA  ".
           05  LF-DATA-REF          PIC 9999/99/99.
           05  FILLER               PIC XX VALUE SPACES.
           05  LF-RESULTADO         PIC X(15).
           05  FILLER               PIC X VALUE SPACE.
           05  LF-DATA-RES          PIC X(10).
           COPY "BUSDATE-WS.cpy".
           COPY "IMCISEN-WS.cpy".
           COPY "FUNCDHIS-WS.cpy".
       LINKAGE SECTION.
       01 TELA-OPERADOR PIC X(8).
       PROCEDURE DIVISION USING TELA-OPERADOR.
       MAIN-PROCEDURE.
           MOVE TELA-OPERADOR TO WS-OPERADOR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           CALL "BUSDATE" USING BUSDATE-PARMS
           IF BUS-DATA-PARM = 0
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-DATA-NEGOCIO
           ELSE
               MOVE BUS-DATA-PARM TO WS-DATA-NEGOCIO
           END-IF
           PERFORM LER-PARAMETROS
           PERFORM CARREGAR-HIST-DEPTS
           PERFORM CARREGAR-ISENCOES
           PERFORM UNTIL NOT CONTINUAR-SESSAO
               DISPLAY "SAUDE OCUPACIONAL: 1=POR NUMERO 2=POR NOME "
                   "9=SAIR ? "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM CONSULTAR-POR-NUMERO
                   WHEN 2
                       PERFORM PROCURAR-POR-NOME
                   WHEN 9
                       MOVE "N" TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM
           GOBACK.
       CONSULTAR-POR-NUMERO.
           DISPLAY "NUMERO DO FUNCIONARIO ? "
           MOVE 0 TO WS-FUNC-PEDIDO
           ACCEPT WS-FUNC-PEDIDO
           PERFORM PROCURAR-FUNCIONARIO
           MOVE SPACES TO CONSULTAS-REC
           MOVE "ID" TO CNS-TIPO
           MOVE WS-FUNC-PEDIDO TO CNS-CRITERIO
           MOVE WS-FUNC-PEDIDO TO CNS-FUNC-ID
           IF FUNCIONARIO-ENCONTRADO
               MOVE 1 TO CNS-ENCONTRADOS
           ELSE
               MOVE 0 TO CNS-ENCONTRADOS
           END-IF
           PERFORM GRAVAR-CONSULTA
           IF FUNCIONARIO-ENCONTRADO
               PERFORM MOSTRAR-FICHA
           ELSE
               DISPLAY "FUNCIONARIO NAO EXISTE"
           END-IF.
      ******************************************************************
      * Procura pelo inicio do nome: o FUNCMST e sequencial, por isso
      * lido todo; a lista de candidatos tambem fica no jornal, com o
      * nome pedido e o numero de funcionarios mostrados.
      ******************************************************************
       PROCURAR-POR-NOME.
           DISPLAY "NOME (OU INICIO DO NOME) ? "
           MOVE SPACES TO WS-NOME-PEDIDO
           ACCEPT WS-NOME-PEDIDO
           INSPECT WS-NOME-PEDIDO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-NOME-TAMANHO
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > 20
               IF WS-NOME-PEDIDO(N:1) NOT = SPACE
                   MOVE N TO WS-NOME-TAMANHO
               END-IF
           END-PERFORM
           IF WS-NOME-TAMANHO = 0
               DISPLAY "NOME VAZIO"
           ELSE
               PERFORM LISTAR-CANDIDATOS
               MOVE SPACES TO CONSULTAS-REC
               MOVE "NOME" TO CNS-TIPO
               MOVE WS-NOME-PEDIDO TO CNS-CRITERIO
               MOVE 0 TO CNS-FUNC-ID
               MOVE WS-CONT-CANDIDATOS TO CNS-ENCONTRADOS
               PERFORM GRAVAR-CONSULTA
               IF WS-CONT-CANDIDATOS = 0
                   DISPLAY "SEM FUNCIONARIOS COM ESSE NOME"
               ELSE
                   DISPLAY "QUAL (NUMERO, 0=NENHUM) ? "
                   MOVE 0 TO WS-ESCOLHA
                   ACCEPT WS-ESCOLHA
                   IF WS-ESCOLHA > 0
                       AND WS-ESCOLHA <= WS-CONT-CANDIDATOS
                       MOVE CAND-ID(WS-ESCOLHA) TO WS-FUNC-PEDIDO
                       PERFORM CONSULTAR-ESCOLHIDO
                   END-IF
               END-IF
           END-IF.
       CONSULTAR-ESCOLHIDO.
           PERFORM PROCURAR-FUNCIONARIO
           MOVE SPACES TO CONSULTAS-REC
           MOVE "ID" TO CNS-TIPO
           MOVE WS-NOME-PEDIDO TO CNS-CRITERIO
           MOVE WS-FUNC-PEDIDO TO CNS-FUNC-ID
           IF FUNCIONARIO-ENCONTRADO
               MOVE 1 TO CNS-ENCONTRADOS
               PERFORM GRAVAR-CONSULTA
               PERFORM MOSTRAR-FICHA
           ELSE
               MOVE 0 TO CNS-ENCONTRADOS
               PERFORM GRAVAR-CONSULTA
               DISPLAY "FUNCIONARIO NAO EXISTE"
           END-IF.
       LISTAR-CANDIDATOS.
           MOVE 0 TO WS-CONT-CANDIDATOS
           OPEN INPUT MASTER-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "MASTER DE FUNCIONARIOS INDISPONIVEL - STATUS "
                   WS-MST-STATUS
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ MASTER-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF MST-NOME(1:WS-NOME-TAMANHO) =
                               WS-NOME-PEDIDO(1:WS-NOME-TAMANHO)
                               PERFORM GUARDAR-CANDIDATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
               PERFORM VARYING N FROM 1 BY 1
                       UNTIL N > WS-CONT-CANDIDATOS
                   DISPLAY "  " N " " CAND-ID(N) " " CAND-NOME(N)
                       " " CAND-DEPT(N)
               END-PERFORM
           END-IF
           MOVE "N" TO WS-EOF.
       GUARDAR-CANDIDATO.
           IF WS-CONT-CANDIDATOS < WS-MAX-CANDIDATOS
               ADD 1 TO WS-CONT-CANDIDATOS
               MOVE WS-CONT-CANDIDATOS TO N
               MOVE MST-ID TO CAND-ID(N)
               MOVE MST-NOME TO CAND-NOME(N)
               MOVE MST-DEPT TO CAND-DEPT(N)
           ELSE
               SET FIM-FICHEIRO TO TRUE
               DISPLAY "MAIS DE " WS-MAX-CANDIDATOS " FUNCIONARIOS - "
                   "USE MAIS LETRAS DO NOME"
           END-IF.
       PROCURAR-FUNCIONARIO.
           MOVE "N" TO WS-ENCONTRADO
           OPEN INPUT MASTER-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "MASTER DE FUNCIONARIOS INDISPONIVEL - STATUS "
                   WS-MST-STATUS
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ MASTER-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF MST-ID = WS-FUNC-PEDIDO
                               SET FUNCIONARIO-ENCONTRADO TO TRUE
                               MOVE MST-NOME TO WS-FUNC-NOME
                               MOVE MST-DEPT TO WS-FUNC-DEPT
                               SET FIM-FICHEIRO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF
           MOVE "N" TO WS-EOF.
       MOSTRAR-FICHA.
           MOVE WS-FUNC-PEDIDO TO FDW-FUNC-ID
           MOVE WS-DATA-NEGOCIO TO FDW-DATA
           PERFORM PROCURAR-DEPT-NA-DATA
           IF FDW-DEPT NOT = SPACES
               MOVE FDW-DEPT TO WS-DEPT-HOJE
           ELSE
               MOVE WS-FUNC-DEPT TO WS-DEPT-HOJE
           END-IF
           DISPLAY "FUNCIONARIO " WS-FUNC-PEDIDO " " WS-FUNC-NOME
           DISPLAY "  DEPARTAMENTO " WS-DEPT-HOJE
               " (MASTER " WS-FUNC-DEPT ") EM " WS-DATA-NEGOCIO
           PERFORM MOSTRAR-RASTREIOS
           PERFORM MOSTRAR-REFERENCIAS
           PERFORM MOSTRAR-SITUACAO.
      ******************************************************************
      * Rastreios direto do indice: START na primeira entrada do
      * funcionario e leitura so das dele (a chave e id + data, por
      * isso saem por ordem cronologica e a ultima e a mais recente).
      ******************************************************************
       MOSTRAR-RASTREIOS.
           MOVE 0 TO WS-CONT-RASTREIOS
           MOVE 0 TO WS-ULTIMO-RASTREIO
           MOVE SPACES TO WS-ESCALAO-PRIMEIRO
           MOVE SPACES TO WS-ESCALAO-ULTIMO
           DISPLAY "RASTREIOS:"
           OPEN INPUT HISTORICO-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "  HISTORICO DE RASTREIOS INDISPONIVEL - "
                   "STATUS " WS-HIST-STATUS
           ELSE
               MOVE "N" TO WS-FIM-HIST
               MOVE WS-FUNC-PEDIDO TO HIST-ID
               MOVE SPACE TO HIST-CHAVE(6:1)
               MOVE 0 TO HIST-DATA
               START HISTORICO-FILE KEY IS NOT LESS THAN HIST-CHAVE
                   INVALID KEY SET FIM-HISTORICO TO TRUE
               END-START
               PERFORM UNTIL FIM-HISTORICO
                   READ HISTORICO-FILE NEXT RECORD
                       AT END SET FIM-HISTORICO TO TRUE
                       NOT AT END
                           IF HIST-ID NOT = WS-FUNC-PEDIDO
                               SET FIM-HISTORICO TO TRUE
                           ELSE
                               PERFORM MOSTRAR-RASTREIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF
           IF WS-CONT-RASTREIOS = 0
               DISPLAY "  NENHUM RASTREIO REGISTADO"
           ELSE
               IF WS-ESCALAO-PRIMEIRO = WS-ESCALAO-ULTIMO
                   DISPLAY "  TENDENCIA: ESCALAO MANTIDO ("
                       WS-ESCALAO-ULTIMO ") EM " WS-CONT-RASTREIOS
                       " RASTREIOS"
               ELSE
                   DISPLAY "  TENDENCIA: " WS-ESCALAO-PRIMEIRO
                       " -> " WS-ESCALAO-ULTIMO " EM "
                       WS-CONT-RASTREIOS " RASTREIOS"
               END-IF
           END-IF.
       MOSTRAR-RASTREIO.
           ADD 1 TO WS-CONT-RASTREIOS
           IF WS-CONT-RASTREIOS = 1
               MOVE HIST-ESCALAO TO WS-ESCALAO-PRIMEIRO
               MOVE SPACES TO WS-MOVIMENTO
           ELSE
               EVALUATE TRUE
                   WHEN HIST-IMC > WS-IMC-ANTERIOR
                       MOVE "SUBIU" TO WS-MOVIMENTO
                   WHEN HIST-IMC < WS-IMC-ANTERIOR
                       MOVE "DESCEU" TO WS-MOVIMENTO
                   WHEN OTHER
                       MOVE "IGUAL" TO WS-MOVIMENTO
               END-EVALUATE
           END-IF
           MOVE HIST-IMC TO WS-IMC-ANTERIOR
           MOVE HIST-ESCALAO TO WS-ESCALAO-ULTIMO
           MOVE HIST-DATA TO WS-ULTIMO-RASTREIO
           MOVE HIST-DATA TO LR-DATA
           MOVE HIST-IMC TO LR-IMC
           MOVE HIST-ESCALAO TO LR-ESCALAO
           MOVE WS-MOVIMENTO TO LR-MOVIMENTO
           DISPLAY LINHA-RASTREIO.
       MOSTRAR-REFERENCIAS.
           MOVE 0 TO WS-CONT-ABERTAS
           MOVE 0 TO WS-CONT-FECHADAS
           DISPLAY "REFERENCIAS:"
           OPEN INPUT REFERENCIAS-FILE
           IF WS-REF-STATUS = "35"
               DISPLAY "  SEM MASTER DE REFERENCIAS (IMCREFM)"
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ REFERENCIAS-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF REF-FUNC = WS-FUNC-PEDIDO
                               PERFORM MOSTRAR-REFERENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFERENCIAS-FILE
               DISPLAY "  ABERTAS: " WS-CONT-ABERTAS
                   "  FECHADAS: " WS-CONT-FECHADAS
           END-IF
           MOVE "N" TO WS-EOF.
       MOSTRAR-REFERENCIA.
           EVALUATE REF-STATUS
               WHEN "P"
                   ADD 1 TO WS-CONT-ABERTAS
                   MOVE "ABERTA-PENDENTE" TO WS-RESULTADO
               WHEN "V"
                   ADD 1 TO WS-CONT-FECHADAS
                   MOVE "FECHADA-VISTO" TO WS-RESULTADO
               WHEN "D"
                   ADD 1 TO WS-CONT-FECHADAS
                   MOVE "FECHADA-DECLIN" TO WS-RESULTADO
               WHEN "N"
                   ADD 1 TO WS-CONT-FECHADAS
                   MOVE "FECHADA-FALTOU" TO WS-RESULTADO
               WHEN OTHER
                   MOVE "ESTADO ?" TO WS-RESULTADO
           END-EVALUATE
           MOVE REF-REGRA TO LF-REGRA
           MOVE REF-DATA-REF TO LF-DATA-REF
           MOVE WS-RESULTADO TO LF-RESULTADO
           IF REF-STATUS = "P" OR REF-DATA-RESULTADO NOT NUMERIC
               MOVE SPACES TO LF-DATA-RES
           ELSE
               MOVE REF-DATA-RESULTADO TO LR-DATA
               MOVE LR-DATA TO LF-DATA-RES
           END-IF
           DISPLAY LINHA-REFERENCIA.
      ******************************************************************
      * Situacao na data de negocio, com as mesmas regras do IMCDUE:
      * isento numa janela do IMCISEN, marcado no IMCMARC de hoje em
      * diante, e em atraso quando o ultimo rastreio tem mais dias
      * que o intervalo (ou nunca houve rastreio).
      ******************************************************************
       MOSTRAR-SITUACAO.
           DISPLAY "SITUACAO EM " WS-DATA-NEGOCIO ":"
           MOVE WS-FUNC-PEDIDO TO ISW-FUNC-ID
           MOVE WS-DATA-NEGOCIO TO ISW-DESDE
           MOVE WS-DATA-NEGOCIO TO ISW-ATE
           PERFORM PROCURAR-ISENCAO
           IF ISW-MOTIVO NOT = SPACES
               DISPLAY "  ISENTO - MOTIVO " ISW-MOTIVO
           END-IF
           PERFORM MOSTRAR-MARCACOES
           IF WS-ULTIMO-RASTREIO = 0
               DISPLAY "  NUNCA RASTREADO"
           ELSE
               COMPUTE WS-DIAS-DESDE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                   - FUNCTION INTEGER-OF-DATE(WS-ULTIMO-RASTREIO)
               IF WS-DIAS-DESDE > WS-DIAS-INTERVALO
                   DISPLAY "  RASTREIO EM ATRASO - ULTIMO HA "
                       WS-DIAS-DESDE " DIAS"
               ELSE
                   COMPUTE WS-PROXIMO = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-ULTIMO-RASTREIO)
                       + WS-DIAS-INTERVALO)
                   DISPLAY "  RASTREIO EM DIA - PROXIMO ATE "
                       WS-PROXIMO
               END-IF
           END-IF.
       MOSTRAR-MARCACOES.
           MOVE 0 TO WS-CONT-MARCADAS
           OPEN INPUT MARCACOES-FILE
           IF WS-MRC-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-FICHEIRO
                   READ MARCACOES-FILE
                       AT END SET FIM-FICHEIRO TO TRUE
                       NOT AT END
                           IF MRC-ID = WS-FUNC-PEDIDO
                               AND MRC-DATA >= WS-DATA-NEGOCIO
                               ADD 1 TO WS-CONT-MARCADAS
                               DISPLAY "  MARCADO " MRC-DATA " "
                                   MRC-PERIODO " EM " MRC-LOCAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MARCACOES-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-CONT-MARCADAS = 0
               DISPLAY "  SEM MARCACAO"
           END-IF.
       GRAVAR-CONSULTA.
           OPEN EXTEND CONSULTAS-FILE
           IF WS-CNS-STATUS = "35"
               OPEN OUTPUT CONSULTAS-FILE
           END-IF
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF CONSULTAS-REC
           MOVE FUNCTION CURRENT-DATE TO
               OPSTAMP-TIMESTAMP OF CONSULTAS-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF CONSULTAS-REC
           WRITE CONSULTAS-REC
           CLOSE CONSULTAS-FILE.
       LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-DIAS NUMERIC AND PARM-DIAS > 0
                           MOVE PARM-DIAS TO WS-DIAS-INTERVALO
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           COPY "IMCISEN-PD.cpy".
           COPY "FUNCDHIS-PD.cpy".
       END PROGRAM IMCTELA.
