       01  CREDIT-RECORD.
           05  CR-ELEVE-ID       PIC X(05).
           05  CR-POINTS         PIC 9(2)V9(2).
           05  FILLER            PIC X(01).
           05  CR-MOTIF          PIC X(03).
           05  FILLER            PIC X(01).
           05  CR-ENSEIGNANT     PIC X(05).
           05  FILLER            PIC X(01).
           05  CR-VALIDITE.
               10  CR-DATE-DEBUT     PIC 9(8).
               10  FILLER            PIC X(01).
               10  CR-DATE-FIN       PIC 9(8).
               10  FILLER            PIC X(01).
               10  CR-NATURE         PIC X(01).
                   88  CR-PONCTUEL   VALUE 'U'.
                   88  CR-PERMANENT  VALUE 'P' SPACE.
               10  FILLER            PIC X(01).
               10  CR-DATE-EMPLOI    PIC 9(8).
               10  FILLER            PIC X(01).
               10  CR-EVAL-EMPLOI    PIC 9(2).
