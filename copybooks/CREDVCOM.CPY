       01  CREDIT-VALIDITE-PARAMETRES.
           05  CV-VALIDITE.
               10  CV-DATE-DEBUT     PIC 9(8).
               10  FILLER            PIC X(01).
               10  CV-DATE-FIN       PIC 9(8).
               10  FILLER            PIC X(01).
               10  CV-NATURE         PIC X(01).
               10  FILLER            PIC X(01).
               10  CV-DATE-EMPLOI    PIC 9(8).
               10  FILLER            PIC X(01).
               10  CV-EVAL-EMPLOI    PIC 9(2).
           05  CV-DATE           PIC 9(8).
           05  CV-EVALUATION     PIC 9(2).
           05  CV-ETAT           PIC X(01).
               88  CV-APPLICABLE     VALUE 'O'.
               88  CV-NON-COMMENCE   VALUE 'F'.
               88  CV-EXPIRE         VALUE 'E'.
               88  CV-CONSOMME       VALUE 'C'.
