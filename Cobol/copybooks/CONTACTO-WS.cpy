      ******************************************************************
      * CONTACTO-WS.cpy
      * Working storage for the contact lookup. COPY this into
      * WORKING-STORAGE SECTION of a program that mails members, then
      * COPY CONTACTO-PD at the end of the PROCEDURE DIVISION. The
      * program declares the subfile as
      *     SELECT CONTACTO-FILE ASSIGN TO "MEMBCONT"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS RANDOM
      *         RECORD KEY IS CTO-MEMBRO
      *         FILE STATUS IS CTW-STATUS.
      * PERFORMs ABRIR-CONTACTOS once, MOVEs the member id to
      * CTO-MEMBRO and PERFORMs OBTER-CONTACTO per letter, then tests
      * CTW-MORADA-OK. When there is no usable address CTW-MOTIVO
      * says why, for the exceptions list (CONTEXC.cpy).
      ******************************************************************
       01  CONTACTO-WS.
           05  CTW-STATUS           PIC XX VALUE SPACES.
           05  CTW-DISPONIVEL       PIC X VALUE "N".
               88  CONTACTOS-DISPONIVEIS VALUE "S".
           05  CTW-RESULTADO        PIC X VALUE "N".
               88  CTW-MORADA-OK    VALUE "S".
               88  CTW-SEM-MORADA   VALUE "N".
           05  CTW-MOTIVO           PIC X(20) VALUE SPACES.
           05  CTW-CONT-EXCECOES    PIC 9(5) VALUE 0.
