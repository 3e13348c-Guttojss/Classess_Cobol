      ******************************************************************
      * IMCISEN-WS.cpy
      * Working table of the screening exemptions (IMCISEN.cpy) for
      * the programs that honour them. CARREGAR-ISENCOES
      * (IMCISEN-PD.cpy) fills it; PROCURAR-ISENCAO looks up
      * ISW-FUNC-ID for a window that touches the period ISW-DESDE to
      * ISW-ATE and returns its reason in ISW-MOTIVO (spaces when the
      * employee was not exempt in the period).
      ******************************************************************
       01  IMCISEN-WS.
           05  ISW-STATUS           PIC XX VALUE SPACES.
           05  ISW-FIM              PIC X VALUE "N".
           05  ISW-FUNC-ID          PIC 9(5).
           05  ISW-DESDE            PIC 9(8).
           05  ISW-ATE              PIC 9(8).
           05  ISW-MOTIVO           PIC XX.
           05  ISW-I                PIC 999.
           05  ISW-MAX              PIC 999 VALUE 500.
           05  ISW-CONT             PIC 999 VALUE 0.
           05  ISW-LINHA OCCURS 500 TIMES.
               10  ISW-TAB-ID       PIC 9(5).
               10  ISW-TAB-MOTIVO   PIC XX.
               10  ISW-TAB-INICIO   PIC 9(8).
               10  ISW-TAB-FIM      PIC 9(8).
