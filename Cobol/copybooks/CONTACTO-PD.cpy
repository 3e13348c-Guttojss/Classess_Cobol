      ******************************************************************
      * CONTACTO-PD.cpy
      * Shared contact lookup. COPY this into the PROCEDURE DIVISION
      * after COPY CONTACTO-WS has brought in CONTACTO-WS (see there
      * for the SELECT). A usable address is a contact on file whose
      * mail has not come back, with the first address line, the
      * postcode and the locality filled in; anything else sets
      * CTW-SEM-MORADA and the reason in CTW-MOTIVO, and the caller
      * writes the member to its exceptions list instead of the
      * mailing. A missing subfile is not fatal: every member then
      * goes to the exceptions list.
      ******************************************************************
       ABRIR-CONTACTOS.
           OPEN INPUT CONTACTO-FILE
           IF CTW-STATUS = "00"
               SET CONTACTOS-DISPONIVEIS TO TRUE
           ELSE
               DISPLAY "SEM FICHEIRO DE CONTACTOS MEMBCONT - STATUS "
                   CTW-STATUS
           END-IF.
       OBTER-CONTACTO.
           SET CTW-MORADA-OK TO TRUE
           MOVE SPACES TO CTW-MOTIVO
           IF NOT CONTACTOS-DISPONIVEIS
               SET CTW-SEM-MORADA TO TRUE
               MOVE "SEM CONTACTO" TO CTW-MOTIVO
               MOVE SPACES TO CTO-ENDERECO
           ELSE
               READ CONTACTO-FILE
                   INVALID KEY
                       SET CTW-SEM-MORADA TO TRUE
                       MOVE "SEM CONTACTO" TO CTW-MOTIVO
                       MOVE SPACES TO CTO-ENDERECO
               END-READ
           END-IF
           IF CTW-MORADA-OK
               IF CORREIO-DEVOLVIDO
                   SET CTW-SEM-MORADA TO TRUE
                   MOVE "CORREIO DEVOLVIDO" TO CTW-MOTIVO
               ELSE
                   IF CTO-MORADA-1 = SPACES OR CTO-COD-POSTAL = SPACES
                       OR CTO-LOCALIDADE = SPACES
                       SET CTW-SEM-MORADA TO TRUE
                       MOVE "MORADA INCOMPLETA" TO CTW-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF CTW-SEM-MORADA
               ADD 1 TO CTW-CONT-EXCECOES
           END-IF.
       FECHAR-CONTACTOS.
           IF CONTACTOS-DISPONIVEIS
               CLOSE CONTACTO-FILE
           END-IF.
