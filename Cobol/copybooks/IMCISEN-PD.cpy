      ******************************************************************
      * IMCISEN-PD.cpy
      * Loading and lookup of the screening exemptions. COPY this into
      * PROCEDURE DIVISION of a program that declares ISENCOES-FILE
      * (ASSIGN TO "IMCISEN", FILE STATUS ISW-STATUS, COPY IMCISEN.cpy
      * under the FD) and COPYs IMCISEN-WS. A missing IMCISEN means
      * nobody is exempt.
      ******************************************************************
       CARREGAR-ISENCOES.
           MOVE 0 TO ISW-CONT
           MOVE "N" TO ISW-FIM
           OPEN INPUT ISENCOES-FILE
           IF ISW-STATUS = "35"
               DISPLAY "SEM FICHEIRO DE ISENCOES (IMCISEN)"
           ELSE
               PERFORM UNTIL ISW-FIM = "S"
                   READ ISENCOES-FILE
                       AT END MOVE "S" TO ISW-FIM
                       NOT AT END
                           IF ISW-CONT < ISW-MAX
                               ADD 1 TO ISW-CONT
                               MOVE ISN-FUNC-ID TO ISW-TAB-ID(ISW-CONT)
                               MOVE ISN-MOTIVO TO
                                   ISW-TAB-MOTIVO(ISW-CONT)
                               MOVE ISN-DATA-INICIO TO
                                   ISW-TAB-INICIO(ISW-CONT)
                               MOVE ISN-DATA-FIM TO
                                   ISW-TAB-FIM(ISW-CONT)
                           ELSE
                               DISPLAY "AVISO: TABELA DE ISENCOES "
                                   "CHEIA"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ISENCOES-FILE
           END-IF.
       PROCURAR-ISENCAO.
           MOVE SPACES TO ISW-MOTIVO
           PERFORM VARYING ISW-I FROM 1 BY 1
                   UNTIL ISW-I > ISW-CONT OR ISW-MOTIVO NOT = SPACES
               IF ISW-TAB-ID(ISW-I) = ISW-FUNC-ID
                   AND ISW-TAB-INICIO(ISW-I) <= ISW-ATE
                   AND ISW-TAB-FIM(ISW-I) >= ISW-DESDE
                   MOVE ISW-TAB-MOTIVO(ISW-I) TO ISW-MOTIVO
               END-IF
           END-PERFORM.
