      *            Members whose date of birth is missing, zero or in
      *            the future are counted as errors (RETURN-CODE 4)
      *            rather than silently dropped.
      * 10/15/26 - each crossing is joined to the member contact
      *            subfile (MEMBCONT, CONTACTO-PD.cpy): the mailing
      *            record now carries the postal address, phone and
      *            contact preference after the stamp, so nobody
      *            looks addresses up from the front-desk cards. A
      *            member with no usable address (no contact, mail
      *            returned, address incomplete) is not mailed but
      *            written to the exceptions list NOTIFEXC with the
      *            reason.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX3NOTIF.
               FILE STATUS IS WS-HOR-STATUS.
           SELECT NOTIFICACOES-FILE ASSIGN TO "NOTIFOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTACTO-FILE ASSIGN TO "MEMBCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTO-MEMBRO
               FILE STATUS IS CTW-STATUS.
           SELECT EXCECOES-FILE ASSIGN TO "NOTIFEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  IDADE-FILE.
           05  FILLER               PIC X VALUE SPACE.
           05  NOT-DATA-CRUZAMENTO  PIC 9(8).
           COPY "OPSTAMP.cpy".
           COPY "MORADA.cpy".
       FD  CONTACTO-FILE.
           COPY "CONTACTO.cpy".
       FD  EXCECOES-FILE.
           COPY "CONTEXC.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-ID PIC X(8) VALUE "BATCH".
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-CONT-ERROS PIC 9(5) VALUE 0.
       77 WS-CONT-NAO-ATIVOS PIC 9(5) VALUE 0.
       77 K PIC 9.
           COPY "CONTACTO-WS.cpy".
           COPY "OPERVAL-WS.cpy".
           COPY "BUSDATE-WS.cpy".
       LINKAGE SECTION.
               + WS-HORIZONTE)
           OPEN INPUT IDADE-FILE
           OPEN OUTPUT NOTIFICACOES-FILE
           OPEN OUTPUT EXCECOES-FILE
           PERFORM ABRIR-CONTACTOS
           MOVE SPACES TO NOTIFICACOES-REC
           MOVE SPACES TO CONTEXC-REC
           PERFORM UNTIL FIM-FICHEIRO
               READ IDADE-FILE
                   AT END SET FIM-FICHEIRO TO TRUE
           END-PERFORM
           CLOSE IDADE-FILE
           CLOSE NOTIFICACOES-FILE
           CLOSE EXCECOES-FILE
           PERFORM FECHAR-CONTACTOS
           DISPLAY "MEMBROS LIDOS        : " WS-CONT-LIDOS
           DISPLAY "CRUZAMENTOS PREVISTOS: " WS-CONT-CRUZAMENTOS
           DISPLAY "SEM MORADA UTILIZAVEL: " CTW-CONT-EXCECOES
           DISPLAY "DATAS INVALIDAS      : " WS-CONT-ERROS
           DISPLAY "NAO ATIVOS           : " WS-CONT-NAO-ATIVOS
           IF WS-CONT-ERROS > 0
           END-EVALUATE.
       GRAVAR-NOTIFICACAO.
           ADD 1 TO WS-CONT-CRUZAMENTOS
           MOVE MEMBRO-ID TO CTO-MEMBRO
           PERFORM OBTER-CONTACTO
           IF CTW-SEM-MORADA
               PERFORM GRAVAR-EXCECAO
           ELSE
               PERFORM GRAVAR-NOTIFICACAO-MORADA
           END-IF.
       GRAVAR-NOTIFICACAO-MORADA.
           MOVE MEMBRO-ID TO NOT-MEMBRO
           MOVE MEMBRO-NOME TO NOT-NOME
           MOVE MEMBRO-EMPRESA TO NOT-EMPRESA
           MOVE WS-ESCALAO-PROJ TO NOT-ESCALAO-NOVO
           MOVE WS-DATA-CRUZA TO NOT-DATA-CRUZAMENTO
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR
               OF NOTIFICACOES-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP
               OF NOTIFICACOES-REC
           MOVE WS-DATA-NEGOCIO TO OPSTAMP-DATA-NEGOCIO
               OF NOTIFICACOES-REC
           MOVE MEMBRO-EMPRESA TO OPSTAMP-EMPRESA
               OF NOTIFICACOES-REC
           MOVE CTO-ENDERECO TO MRD-ENDERECO
           WRITE NOTIFICACOES-REC.
       GRAVAR-EXCECAO.
           MOVE "EX3NOTIF" TO EXC-ORIGEM
           MOVE "CRUZAMENTO" TO EXC-DOCUMENTO
           MOVE MEMBRO-EMPRESA TO EXC-EMPRESA
           MOVE MEMBRO-ID TO EXC-MEMBRO
           MOVE MEMBRO-NOME TO EXC-NOME
           MOVE CTW-MOTIVO TO EXC-MOTIVO
           MOVE CTO-TELEFONE TO EXC-TELEFONE
           MOVE CTO-PREFERENCIA TO EXC-PREFERENCIA
           MOVE WS-OPERADOR-ID TO OPSTAMP-OPERADOR OF CONTEXC-REC
           MOVE WS-RUN-TIMESTAMP TO OPSTAMP-TIMESTAMP OF CONTEXC-REC
           MOVE WS-DATA-NEGOCIO TO
               OPSTAMP-DATA-NEGOCIO OF CONTEXC-REC
           MOVE MEMBRO-EMPRESA TO OPSTAMP-EMPRESA OF CONTEXC-REC
           WRITE CONTEXC-REC.
       LER-HORIZONTE.
           OPEN INPUT HORIZONTE-FILE
           IF WS-HOR-STATUS = "35"
               STOP RUN
           END-IF
           MOVE OPV-OPERADOR-PARM TO WS-OPERADOR-ID.
           COPY "CONTACTO-PD.cpy".
       END PROGRAM EX3NOTIF.
