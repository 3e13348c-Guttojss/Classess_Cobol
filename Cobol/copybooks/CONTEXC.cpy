      ******************************************************************
      * CONTEXC.cpy
      * Shared layout for the mailing exceptions lists: one record
      * per letter that could not be mailed because the member has
      * no usable address (CTW-MOTIVO from CONTACTO-PD.cpy), with
      * the phone and contact preference so the front desk can
      * follow up. EXC-ORIGEM is the program, EXC-DOCUMENTO the
      * letter that was held back. COPY this under the FD, e.g.
      *     FD  EXCECOES-FILE.
      *     COPY "CONTEXC.cpy".
      ******************************************************************
       01  CONTEXC-REC.
           05  EXC-ORIGEM           PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  EXC-DOCUMENTO        PIC X(12).
           05  FILLER               PIC X VALUE SPACE.
           05  EXC-EMPRESA          PIC XX.
           05  FILLER               PIC X VALUE SPACE.
           05  EXC-MEMBRO           PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  EXC-NOME             PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  EXC-MOTIVO           PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  EXC-TELEFONE         PIC X(15).
           05  FILLER               PIC X VALUE SPACE.
           05  EXC-PREFERENCIA      PIC X.
           COPY "OPSTAMP.cpy".
