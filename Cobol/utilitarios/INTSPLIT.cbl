      *            supplements), so a late record can never collide
      *            with a base record's reference id for the same
      *            business date.
      * 10/15/26 - the L1 payload carries the id of the instrument
      *            that took the reading in payload columns 14-19
      *            ("L1 AA NOR 00023 TERM01"); it is split off and
      *            appended to the EX1IN record after the reference
      *            id (EX1-INSTRUMENTO) so ex1 can check the
      *            instrument's calibration against INSTMST. The
      *            first 29 columns of EX1IN are unchanged; an L1
      *            record without an instrument id leaves it blank.
      * 10/15/26 - journals an INICIO/FIM (JOBJRNL) like the
      *            classifiers, and after its FIM one more FIM per
      *            company (program key "INTSP" plus the company code,
      *            e.g. INTSPAA) with the company-coded records it
      *            routed (L1 and T2; NP and PI carry no company), so
      *            the monthly batch chargeback can split the step by
      *            business unit. Rejected records carry the run id.
      * 10/15/26 - company master: the company code of every L1 and T2
      *            record is checked against EMPRMST (CALL "EMPRVAL")
      *            for the business date before it is routed. A code
      *            that is not on the master, or not active on that
      *            date, sends the record to the reject file (INTREJ,
      *            company in the stamp) instead of EX1IN/EX2IN, so a
      *            typo'd code never reaches the classifiers; it counts
      *            with the rejects and is shown on its own summary
      *            line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTSPLIT.
           05  EX1-CONTEUDO         PIC X(15).
           05  FILLER               PIC X VALUE SPACE.
           05  EX1-REF              PIC X(13).
           05  FILLER               PIC X VALUE SPACE.
           05  EX1-INSTRUMENTO      PIC X(6).
       FD  EX2-FILE.
       01  EX2-REC.
           05  EX2-CONTEUDO         PIC X(19).
       77 WS-CONT-NP PIC 9(5) VALUE 0.
       77 WS-CONT-PI PIC 9(5) VALUE 0.
       77 WS-CONT-REJEITADOS PIC 9(5) VALUE 0.
       77 WS-CONT-EMPRESA-INV PIC 9(5) VALUE 0.
       77 WS-CTL-STATUS PIC XX VALUE SPACES.
       77 WS-RUN-ID PIC X(19) VALUE SPACES.
       77 WS-MAX-EMPRESAS PIC 9 VALUE 5.
       77 WS-CONT-EMPRESAS PIC 9 VALUE 0.
       77 WS-EMPRESA-ATUAL PIC 9 VALUE 0.
       77 I PIC 9.
       01 TABELA-EMPRESAS.
           03 EMPRESA-LINHA OCCURS 5 TIMES.
               05  EMP-CODIGO       PIC XX.
               05  EMP-CONT         PIC 9(5).
       01 WS-REFERENCIA.
           05  WS-REF-DATA          PIC 9(8) VALUE 0.
           05  WS-REF-SEQ           PIC 9(5) VALUE 0.
           COPY "RUNMODE-WS.cpy".
           COPY "RUNCTL-WS.cpy".
           COPY "JOBJRNL-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
           COPY "EMPRVAL-WS.cpy".
       LINKAGE SECTION.
           COPY "PARM-OPERADOR.cpy".
       PROCEDURE DIVISION USING PARM-OPERADOR.
       MAIN-PROCEDURE.
           PERFORM OBTER-OPERADOR
           PERFORM REGISTAR-INICIO
           CALL "RUNMODE" USING RUNMODE-PARMS
           OPEN INPUT ENTRADA-FILE
           IF MODO-SUPLEMENTAR
           CLOSE PI-FILE
           CLOSE REJEITADOS-FILE
           PERFORM GRAVAR-CONTROLO
           PERFORM REGISTAR-FIM
           DISPLAY "EX1IN   : " WS-CONT-EX1
           DISPLAY "EX2IN   : " WS-CONT-EX2
           DISPLAY "NPIN    : " WS-CONT-NP
           DISPLAY "PIIN    : " WS-CONT-PI
           DISPLAY "REJEITADOS : " WS-CONT-REJEITADOS
           DISPLAY "  EMPRESA INVALIDA : " WS-CONT-EMPRESA-INV
           IF NOT MODO-SUPLEMENTAR
               PERFORM MARCAR-PASSO-CONCLUIDO
           END-IF
      ******************************************************************
       ENCAMINHAR-REGISTO.
           MOVE WS-DATA-NEGOCIO TO WS-REF-DATA
           MOVE "V" TO EMV-RESULTADO-PARM
           IF ENT-TIPO = "L1" OR ENT-TIPO = "T2"
               MOVE ENT-CONTEUDO(1:2) TO EMV-EMPRESA-PARM
               MOVE WS-DATA-NEGOCIO TO EMV-DATA-PARM
               CALL "EMPRVAL" USING EMPRVAL-PARMS
           END-IF
           EVALUATE TRUE ALSO ENT-TIPO
               WHEN NOT EMV-EMPRESA-VALIDA ALSO ANY
                   ADD 1 TO WS-CONT-EMPRESA-INV
                   PERFORM GRAVAR-REJEITADO
                   MOVE ENT-CONTEUDO(1:2) TO OPSTAMP-EMPRESA
                   WRITE REJEITADOS-REC
                   DISPLAY "EMPRESA INVALIDA : " ENT-TIPO " "
                       ENT-CONTEUDO(1:2)
               WHEN ANY ALSO "L1"
                   ADD 1 TO WS-CONT-EX1
                   PERFORM CONTAR-EMPRESA
                   PERFORM AVANCAR-REFERENCIA
                   MOVE ENT-CONTEUDO(1:12) TO EX1-CONTEUDO
                   MOVE WS-REFERENCIA TO EX1-REF
                   MOVE ENT-CONTEUDO(14:6) TO EX1-INSTRUMENTO
                   WRITE EX1-REC
               WHEN ANY ALSO "T2"
                   ADD 1 TO WS-CONT-EX2
                   PERFORM CONTAR-EMPRESA
                   PERFORM AVANCAR-REFERENCIA
                   MOVE ENT-CONTEUDO TO EX2-CONTEUDO
                   MOVE WS-REFERENCIA TO EX2-REF
                   WRITE EX2-REC
               WHEN ANY ALSO "NP"
                   ADD 1 TO WS-CONT-NP
                   PERFORM AVANCAR-REFERENCIA
                   MOVE ENT-CONTEUDO TO NP-CONTEUDO
                   MOVE WS-REFERENCIA TO NP-REF
                   WRITE NP-REC
               WHEN ANY ALSO "PI"
                   ADD 1 TO WS-CONT-PI
                   PERFORM AVANCAR-REFERENCIA
                   MOVE ENT-CONTEUDO TO PI-CONTEUDO
                   MOVE WS-REFERENCIA TO PI-REF
                   WRITE PI-REC
               WHEN OTHER
                   PERFORM GRAVAR-REJEITADO
                   WRITE REJEITADOS-REC
                   DISPLAY "TIPO DESCONHECIDO : " ENT-TIPO
           END-EVALUATE.
       GRAVAR-REJEITADO.
           ADD 1 TO WS-CONT-REJEITADOS
           MOVE ENT-TIPO TO REJ-TIPO
           MOVE ENT-CONTEUDO TO REJ-CONTEUDO
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP
           MOVE WS-DATA-NEGOCIO TO OPSTAMP-DATA-NEGOCIO
           MOVE WS-RUN-ID TO OPSTAMP-RUNID
           MOVE SPACES TO OPSTAMP-EMPRESA.
      ******************************************************************
      * Na passagem suplementar os contadores entram como registos
      * adicionais com o destino prefixado "S-": o delta que se soma
       AVANCAR-REFERENCIA.
           ADD 1 TO WS-REF-SEQ.
      ******************************************************************
      * L1 e T2 trazem a empresa nas duas primeiras posicoes do
      * conteudo; conta-se por empresa para o jornal.
      ******************************************************************
       CONTAR-EMPRESA.
           MOVE 0 TO WS-EMPRESA-ATUAL
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-EMPRESAS
               IF EMP-CODIGO(I) = ENT-CONTEUDO(1:2)
                   MOVE I TO WS-EMPRESA-ATUAL
                   MOVE WS-CONT-EMPRESAS TO I
               END-IF
           END-PERFORM
           IF WS-EMPRESA-ATUAL = 0
               AND WS-CONT-EMPRESAS < WS-MAX-EMPRESAS
               AND ENT-CONTEUDO(1:2) NOT = SPACES
               ADD 1 TO WS-CONT-EMPRESAS
               MOVE WS-CONT-EMPRESAS TO WS-EMPRESA-ATUAL
               MOVE ENT-CONTEUDO(1:2) TO
                   EMP-CODIGO(WS-EMPRESA-ATUAL)
               MOVE 0 TO EMP-CONT(WS-EMPRESA-ATUAL)
           END-IF
           IF WS-EMPRESA-ATUAL > 0
               ADD 1 TO EMP-CONT(WS-EMPRESA-ATUAL)
           END-IF.
       REGISTAR-INICIO.
           MOVE "INTSPLIT" TO JRN-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO JRN-OPERADOR-PARM
           MOVE "INICIO" TO JRN-EVENTO-PARM
           MOVE 0 TO JRN-LIDOS-PARM
           MOVE 0 TO JRN-GRAVADOS-PARM
           CALL "JOBJRNL" USING JOBJRNL-PARMS
           MOVE JRN-RUNID-PARM TO WS-RUN-ID.
       REGISTAR-FIM.
           MOVE "INTSPLIT" TO JRN-PROGRAMA-PARM
           MOVE WS-OPERADOR-ID TO JRN-OPERADOR-PARM
           MOVE "FIM" TO JRN-EVENTO-PARM
           COMPUTE JRN-LIDOS-PARM = WS-CONT-EX1 + WS-CONT-EX2
               + WS-CONT-NP + WS-CONT-PI + WS-CONT-REJEITADOS
           COMPUTE JRN-GRAVADOS-PARM = WS-CONT-EX1 + WS-CONT-EX2
               + WS-CONT-NP + WS-CONT-PI
           CALL "JOBJRNL" USING JOBJRNL-PARMS
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONT-EMPRESAS
               MOVE "INTSP" TO JRN-PROGRAMA-PARM
               MOVE EMP-CODIGO(I) TO JRN-PROGRAMA-PARM(6:2)
               MOVE EMP-CONT(I) TO JRN-LIDOS-PARM
               MOVE EMP-CONT(I) TO JRN-GRAVADOS-PARM
               CALL "JOBJRNL" USING JOBJRNL-PARMS
           END-PERFORM.
      ******************************************************************
      * A passagem suplementar arranca a sequencia depois de tudo o
      * que a noite ja emitiu: soma dos contadores ja em INTCTL.
      ******************************************************************
