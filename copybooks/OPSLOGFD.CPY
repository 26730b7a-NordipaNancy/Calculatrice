           05  OP-CODE-RETOUR    PIC 9(4).
           05  FILLER            PIC X(01).
           05  OP-STATUT         PIC X(10).
           05  FILLER            PIC X(01).
           05  OP-ATTENTE-SEC    PIC 9(5).
