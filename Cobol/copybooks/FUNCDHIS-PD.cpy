      ******************************************************************
      * FUNCDHIS-PD.cpy
      * Loading and lookup of the employee department history. COPY
      * this into PROCEDURE DIVISION of a program that declares
      * HIST-DEPT-FILE (ASSIGN TO "FUNCDHIS", FILE STATUS FDW-STATUS,
      * COPY FUNCDHIS.cpy under the FD) and COPYs FUNCDHIS-WS. A
      * missing FUNCDHIS leaves the table empty and the caller falls
      * back to the department on the employee master.
      ******************************************************************
       CARREGAR-HIST-DEPTS.
           MOVE 0 TO FDW-CONT
           MOVE "N" TO FDW-FIM
           OPEN INPUT HIST-DEPT-FILE
           IF FDW-STATUS = "35"
               DISPLAY "SEM HISTORICO DE DEPARTAMENTOS (FUNCDHIS) - "
                   "DEPARTAMENTO ATUAL DO FUNCMST"
           ELSE
               PERFORM UNTIL FDW-FIM = "S"
                   READ HIST-DEPT-FILE
                       AT END MOVE "S" TO FDW-FIM
                       NOT AT END
                           IF FDW-CONT < FDW-MAX
                               ADD 1 TO FDW-CONT
                               MOVE FDH-FUNC-ID TO FDW-TAB-ID(FDW-CONT)
                               MOVE FDH-DEPT TO FDW-TAB-DEPT(FDW-CONT)
                               MOVE FDH-DATA-INICIO TO
                                   FDW-TAB-INICIO(FDW-CONT)
                               MOVE FDH-DATA-FIM TO
                                   FDW-TAB-FIM(FDW-CONT)
                               MOVE FDH-NOME TO FDW-TAB-NOME(FDW-CONT)
                           ELSE
                               DISPLAY "AVISO: TABELA DO HISTORICO DE "
                                   "DEPARTAMENTOS CHEIA"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-DEPT-FILE
           END-IF.
       PROCURAR-DEPT-NA-DATA.
           MOVE SPACES TO FDW-DEPT
           MOVE SPACES TO FDW-NOME
           MOVE "N" TO FDW-TEM-HIST
           PERFORM VARYING FDW-I FROM 1 BY 1
                   UNTIL FDW-I > FDW-CONT OR FDW-DEPT NOT = SPACES
               IF FDW-TAB-ID(FDW-I) = FDW-FUNC-ID
                   MOVE "S" TO FDW-TEM-HIST
                   IF FDW-TAB-INICIO(FDW-I) <= FDW-DATA
                       AND FDW-TAB-FIM(FDW-I) >= FDW-DATA
                       MOVE FDW-TAB-DEPT(FDW-I) TO FDW-DEPT
                       MOVE FDW-TAB-NOME(FDW-I) TO FDW-NOME
                   END-IF
               END-IF
           END-PERFORM.
