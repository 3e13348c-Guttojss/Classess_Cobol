      ******************************************************************
      * DRGERAC.cpy
      * One record of a disaster-recovery backup generation of the
      * stream's control state (PROD.SHOP.DR.CONTROLO GDG), written
      * by DRBKUP and verified by DRENSAIO. DRG-TIPO says what the
      * record carries:
      *   G  generation header: generation id (the run timestamp,
      *      AAAAMMDDHHMMSS), business date, operator
      *   C  start of a dataset section: DRG-ID is the DD name, with
      *      the dataset name, class (C = control file, M = master)
      *      and whether the restart needs it (S/N)
      *   D  one record of the dataset, unchanged, in DRG-DADOS
      *   F  end of the section: record count, hash (sum of the
      *      decimal digits of its records, as XMITENV) and state
      *      COPIADO / VAZIO / AUSENTE
      *   M  the manifest: one line per dataset after the last
      *      section, the same count, hash and state as its F record
      *   Z  generation totals: datasets, records, hash of the hashes
      *      and how many required datasets were missing or empty
      ******************************************************************
       01  DRGERAC-REC.
           05  DRG-TIPO             PIC X.
           05  FILLER               PIC X.
           05  DRG-ID               PIC X(8).
           05  FILLER               PIC X.
           05  DRG-DADOS            PIC X(256).
           05  DRG-CABECALHO REDEFINES DRG-DADOS.
               10  DRG-GERACAO      PIC X(14).
               10  FILLER           PIC X.
               10  DRG-DATA         PIC 9(8).
               10  FILLER           PIC X.
               10  DRG-OPERADOR     PIC X(8).
               10  FILLER           PIC X(224).
           05  DRG-SECCAO REDEFINES DRG-DADOS.
               10  DRG-DSN          PIC X(44).
               10  FILLER           PIC X.
               10  DRG-CLASSE       PIC X.
               10  FILLER           PIC X.
               10  DRG-OBRIGATORIO  PIC X.
               10  FILLER           PIC X(208).
           05  DRG-CONTROLO REDEFINES DRG-DADOS.
               10  DRG-CONT         PIC 9(9).
               10  FILLER           PIC X.
               10  DRG-HASH         PIC 9(9).
               10  FILLER           PIC X.
               10  DRG-ESTADO       PIC X(8).
               10  FILLER           PIC X.
               10  DRG-FICHEIROS    PIC 99.
               10  FILLER           PIC X.
               10  DRG-FALHAS       PIC 99.
               10  FILLER           PIC X.
               10  DRG-DSN-CTL      PIC X(44).
               10  FILLER           PIC X(177).
