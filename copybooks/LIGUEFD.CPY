       FD  LIGUE-FILE.
       01  LIGUE-RECORD.
           05  LG-MOIS           PIC 9(6).
           05  FILLER            PIC X(01).
           05  LG-PRENOM         PIC X(30).
           05  LG-NOM            PIC X(30).
           05  FILLER            PIC X(01).
           05  LG-POINTS         PIC 9(5).
           05  FILLER            PIC X(01).
           05  LG-JOUEUR-ID      PIC 9(05).
           05  FILLER            PIC X(01).
           05  LG-CLASSEMENT     PIC X(01).
