      *            under the EX3ARCH DD, the archive is read BEFORE
      *            the live file so the history stays chronological,
      *            and each displayed line is labelled ARQ or VIVO.
      * 10/15/26 - a member lookup also lists the rest of the
      *            member's household (MEMBRO-AGREGADO on the master):
      *            id, name, status and which of them is the head, so
      *            the desk sees the whole family on one screen.
      * 10/15/26 - EX3LOG is now INDEXED on member id and business
      *            date (CLASSLOG.cpy). The history lookup STARTs at
      *            the member's first entry and reads only that
      *            member's records -- then the same for each retired
      *            duplicate the cross-reference points at it --
      *            instead of reading the whole log from the top. The
      *            duplicates are read first, being the older ids, so
      *            the history stays in date order. The archive is
      *            still read sequentially.
      * 10/15/26 - the EX3LOG record and key come from CLASSLOG.cpy
      *            like every other EX3LOG program; the LOG-NOVO view
      *            names are qualified where they meet the copybook's.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX3CONS.
           SELECT PARM-FILE ASSIGN TO "EX3PARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLASSLOG-FILE ASSIGN TO "EX3LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLASSLOG-CHAVE
               FILE STATUS IS WS-CLASSLOG-STATUS.
           SELECT ARQUIVO-FILE ASSIGN TO "EX3ARCH"
               ORGANIZATION IS LINE SEQUENTIAL
           05  PARM-LIM-INFANTIL    PIC 99.
           05  PARM-LIM-JUVENIL     PIC 99.
           05  PARM-LIM-ADULTO      PIC 99.
      * os 80 bytes da imagem leem-se pela vista LOG-NOVO como os do
      * arquivo
       FD  CLASSLOG-FILE.
           COPY "CLASSLOG.cpy".
       FD  ARQUIVO-FILE.
       01  ARQUIVO-REC              PIC X(80).
       FD  XREF-FILE.
       77 WS-MAX-XREF PIC 99 VALUE 50.
       77 WS-CONT-XREF PIC 99 VALUE 0.
       77 X PIC 99.
       77 Y PIC 99.
       77 WS-MEMBRO-LER PIC 9(5).
       77 WS-SALTOS PIC 99.
       77 WS-E-DO-MEMBRO PIC X.
       01 TABELA-XREF.
               05  CAND-NOME        PIC X(20).
               05  CAND-DATA-NASC   PIC 9(8).
               05  CAND-EMPRESA     PIC XX.
       77 WS-AGREGADO-PEDIDO PIC 9(5) VALUE 0.
       77 WS-CONT-FAMILIA PIC 99 VALUE 0.
       77 WS-MARCA-CHEFE PIC X(6).
       77 WS-INCLUI-ARQ PIC X VALUE "N".
       77 WS-ORIGEM PIC X(4) VALUE "VIVO".
       77 CLASSLOG-AREA PIC X(80).
       MOSTRAR-HISTORICO.
            PERFORM CARREGAR-XREF
            PERFORM SEGUIR-XREF
            PERFORM MOSTRAR-AGREGADO
            DISPLAY "INCLUIR ARQUIVO (S/N) ? "
            ACCEPT WS-INCLUI-ARQ
            MOVE 0 TO WS-CONT-HIST
            IF WS-CLASSLOG-STATUS = "35"
                DISPLAY "SEM LOG DE CLASSIFICACOES DISPONIVEL"
            ELSE
                PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > WS-CONT-XREF
                    IF XRT-SOBREVIVE(Y) = WS-MEMBRO-PEDIDO
                        MOVE XRT-DUP(Y) TO WS-MEMBRO-LER
                        PERFORM LER-LOG-DO-MEMBRO
                    END-IF
                END-PERFORM
                MOVE WS-MEMBRO-PEDIDO TO WS-MEMBRO-LER
                PERFORM LER-LOG-DO-MEMBRO
                CLOSE CLASSLOG-FILE
            END-IF
            IF WS-CONT-HIST = 0
                END-IF
            END-IF.
      ******************************************************************
      * O master nao tem chave pelo agregado: le-se o membro pedido e,
      * se pertencer a um agregado, percorre-se o master pela chave
      * principal listando os outros membros do mesmo agregado.
      ******************************************************************
       MOSTRAR-AGREGADO.
            MOVE 0 TO WS-AGREGADO-PEDIDO
            OPEN INPUT IDADE-FILE
            IF WS-IDADE-STATUS = "00"
                MOVE WS-MEMBRO-PEDIDO TO MEMBRO-ID
                READ IDADE-FILE KEY IS MEMBRO-ID
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF MEMBRO-AGREGADO NUMERIC
                            MOVE MEMBRO-AGREGADO TO WS-AGREGADO-PEDIDO
                        END-IF
                END-READ
                IF WS-AGREGADO-PEDIDO > 0
                    PERFORM LISTAR-AGREGADO
                END-IF
                CLOSE IDADE-FILE
            END-IF.
       LISTAR-AGREGADO.
            MOVE 0 TO WS-CONT-FAMILIA
            MOVE "N" TO WS-FIM-NOMES
            DISPLAY "AGREGADO " WS-AGREGADO-PEDIDO
                " - OUTROS MEMBROS:"
            MOVE 0 TO MEMBRO-ID
            START IDADE-FILE KEY IS NOT LESS THAN MEMBRO-ID
                INVALID KEY SET FIM-NOMES TO TRUE
            END-START
            PERFORM UNTIL FIM-NOMES
                READ IDADE-FILE NEXT RECORD
                    AT END SET FIM-NOMES TO TRUE
                    NOT AT END
                        IF MEMBRO-AGREGADO = WS-AGREGADO-PEDIDO
                            AND MEMBRO-ID NOT = WS-MEMBRO-PEDIDO
                            ADD 1 TO WS-CONT-FAMILIA
                            MOVE SPACES TO WS-MARCA-CHEFE
                            IF CHEFE-AGREGADO
                                MOVE "CHEFE" TO WS-MARCA-CHEFE
                            END-IF
                            DISPLAY "  " MEMBRO-ID " " MEMBRO-NOME " "
                                MEMBRO-STATUS " " WS-MARCA-CHEFE
                        END-IF
                END-READ
            END-PERFORM
            IF WS-CONT-FAMILIA = 0
                DISPLAY "  (NENHUM)"
            END-IF.
      ******************************************************************
      * As geracoes do arquivo vem concatenadas da mais antiga para a
      * mais recente, por isso leem-se ANTES do ficheiro vivo.
      ******************************************************************
                END-PERFORM
                CLOSE ARQUIVO-FILE
            END-IF.
      ******************************************************************
      * Posiciona na primeira entrada do membro e le so as dele: a
      * chave comeca pelo membro, por isso a primeira de outro membro
      * termina a leitura.
      ******************************************************************
       LER-LOG-DO-MEMBRO.
            MOVE WS-MEMBRO-LER TO CLASSLOG-CHV-MEMBRO
            MOVE 0 TO CLASSLOG-CHV-DATA
            MOVE 0 TO CLASSLOG-CHV-SEQ
            MOVE "N" TO WS-EOF
            START CLASSLOG-FILE KEY IS NOT LESS THAN CLASSLOG-CHAVE
                INVALID KEY SET FIM-FICHEIRO TO TRUE
            END-START
            PERFORM UNTIL FIM-FICHEIRO
                READ CLASSLOG-FILE NEXT RECORD
                    AT END SET FIM-FICHEIRO TO TRUE
                    NOT AT END
                        IF CLASSLOG-CHV-MEMBRO NOT = WS-MEMBRO-LER
                            SET FIM-FICHEIRO TO TRUE
                        ELSE
                            PERFORM TRATAR-LINHA-LOG
                        END-IF
                END-READ
            END-PERFORM.
       TRATAR-LINHA-LOG.
            MOVE CLASSLOG-REC(1:80) TO CLASSLOG-AREA
            PERFORM TRATAR-LINHA-AREA.
       TRATAR-LINHA-AREA.
            IF CLASSLOG-AREA(1:5) NUMERIC
      ******************************************************************
       AVALIAR-PERTENCA.
            MOVE "N" TO WS-E-DO-MEMBRO
            IF CLASSLOG-MEMBRO OF LOG-NOVO = WS-MEMBRO-PEDIDO
                MOVE "S" TO WS-E-DO-MEMBRO
            ELSE
                PERFORM VARYING X FROM 1 BY 1
                        UNTIL X > WS-CONT-XREF
                    IF XRT-DUP(X) = CLASSLOG-MEMBRO OF LOG-NOVO
                        AND XRT-SOBREVIVE(X) = WS-MEMBRO-PEDIDO
                        MOVE "S" TO WS-E-DO-MEMBRO
                        MOVE WS-CONT-XREF TO X
                    MOVE HIST-LINHA(I + 1) TO HIST-LINHA(I)
                END-PERFORM
            END-IF
            MOVE CLASSLOG-IDADE OF LOG-NOVO
                TO HIST-IDADE(WS-CONT-HIST)
            MOVE CLASSLOG-ESCALAO OF LOG-NOVO
                TO HIST-ESCALAO(WS-CONT-HIST)
            MOVE CLASSLOG-OPERADOR TO HIST-OPERADOR(WS-CONT-HIST)
            MOVE CLASSLOG-TIMESTAMP TO HIST-TIMESTAMP(WS-CONT-HIST)
            MOVE WS-ORIGEM TO HIST-ORIGEM(WS-CONT-HIST).
