      *            actually lead to appointments. Outcomes that match
      *            no pending referral are counted and reported, the
      *            ACKPROC orphan pattern.
      * 10/15/26 - the company code of the referral (OPSTAMP-EMPRESA
      *            of the IMCREF record) is kept on the master, so the
      *            provider invoice reconciliation (IMCFATRC) can
      *            total approved visits per company.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCREFST.
               05  TAB-DATA-RES     PIC 9(8).
               05  TAB-OPERADOR     PIC X(8).
               05  TAB-TIMESTAMP    PIC X(21).
               05  TAB-EMPRESA      PIC XX.
       01 TABELA-REGRAS.
           03 REGRA-LINHA OCCURS 10 TIMES.
               05  REG-ID           PIC 99.
                                   TO TAB-OPERADOR(I)
                               MOVE OPSTAMP-TIMESTAMP OF MASTER-REC
                                   TO TAB-TIMESTAMP(I)
                               MOVE OPSTAMP-EMPRESA OF MASTER-REC
                                   TO TAB-EMPRESA(I)
                           ELSE
                               DISPLAY "AVISO: MASTER DE "
                                   "REFERENCIAS CHEIO"
                       TO TAB-OPERADOR(I)
                   MOVE OPSTAMP-TIMESTAMP OF REFERENCIA-REC
                       TO TAB-TIMESTAMP(I)
                   MOVE OPSTAMP-EMPRESA OF REFERENCIA-REC
                       TO TAB-EMPRESA(I)
               ELSE
                   DISPLAY "AVISO: MASTER DE REFERENCIAS CHEIO - "
                       "REFERENCIA NOVA IGNORADA"
                   OPSTAMP-OPERADOR OF MASTER-REC
               MOVE TAB-TIMESTAMP(I) TO
                   OPSTAMP-TIMESTAMP OF MASTER-REC
               MOVE TAB-EMPRESA(I) TO
                   OPSTAMP-EMPRESA OF MASTER-REC
               MOVE WS-DATA-NEGOCIO TO
                   OPSTAMP-DATA-NEGOCIO OF MASTER-REC
               WRITE MASTER-REC
