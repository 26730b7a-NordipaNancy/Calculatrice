       FD  JOUEUR-FILE.
       01  JOUEUR-RECORD.
           05  JR-JOUEUR-ID      PIC 9(05).
           05  FILLER            PIC X(01).
           05  JR-PRENOM         PIC X(30).
           05  JR-NOM            PIC X(30).
           05  FILLER            PIC X(01).
           05  JR-DATE-INSCRIPTION PIC 9(8).
           05  FILLER            PIC X(01).
           05  JR-STATUT         PIC X(01).
           05  FILLER            PIC X(01).
           05  JR-FUSION-VERS    PIC 9(05).
           05  FILLER            PIC X(01).
           05  JR-ELEVE-ID       PIC X(05).
