      ******************************************************************
      * FUNCDHIS-WS.cpy
      * Working table of the employee department history
      * (FUNCDHIS.cpy) for the programs that report by department.
      * CARREGAR-HIST-DEPTS (FUNCDHIS-PD.cpy) fills it;
      * PROCURAR-DEPT-NA-DATA returns in FDW-DEPT and FDW-NOME the
      * department and name of employee FDW-FUNC-ID on date FDW-DATA
      * (spaces when the history has no assignment covering it), and
      * FDW-TEM-HIST tells whether the employee has any history at all.
      ******************************************************************
       01  FUNCDHIS-WS.
           05  FDW-STATUS           PIC XX VALUE SPACES.
           05  FDW-FIM              PIC X VALUE "N".
           05  FDW-FUNC-ID          PIC 9(5).
           05  FDW-DATA             PIC 9(8).
           05  FDW-DEPT             PIC X(4).
           05  FDW-NOME             PIC X(20).
           05  FDW-TEM-HIST         PIC X.
           05  FDW-I                PIC 9(4).
           05  FDW-MAX              PIC 9(4) VALUE 2000.
           05  FDW-CONT             PIC 9(4) VALUE 0.
           05  FDW-LINHA OCCURS 2000 TIMES.
               10  FDW-TAB-ID       PIC 9(5).
               10  FDW-TAB-DEPT     PIC X(4).
               10  FDW-TAB-INICIO   PIC 9(8).
               10  FDW-TAB-FIM      PIC 9(8).
               10  FDW-TAB-NOME     PIC X(20).
