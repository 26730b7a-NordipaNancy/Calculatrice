       FD  VERIF-SAISIE-FILE.
       01  VERIF-SAISIE-RECORD.
           05  VS-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  VS-OPERATEUR-1    PIC X(08).
           05  FILLER            PIC X(01).
           05  VS-OPERATEUR-2    PIC X(08).
           05  FILLER            PIC X(01).
           05  VS-NB-VERIFIES    PIC 9(5).
           05  FILLER            PIC X(01).
           05  VS-NB-ECARTS      PIC 9(5).
           05  VS-DETAIL-PASSE OCCURS 2.
               10  FILLER        PIC X(01).
               10  VS-ERREURS    PIC 9(5).
               10  FILLER        PIC X(01).
               10  VS-ERR-ELEVE  PIC 9(4).
               10  FILLER        PIC X(01).
               10  VS-ERR-SCORE  PIC 9(4).
               10  FILLER        PIC X(01).
               10  VS-ERR-CLASSE PIC 9(4).
               10  FILLER        PIC X(01).
               10  VS-ERR-MATIERE PIC 9(4).
