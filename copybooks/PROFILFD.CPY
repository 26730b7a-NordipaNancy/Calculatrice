           05  PF-PREMIERE-DATE  PIC 9(8).
           05  FILLER            PIC X(01).
           05  PF-DERNIERE-DATE  PIC 9(8).
           05  FILLER            PIC X(01).
           05  PF-JOUEUR-ID      PIC 9(05).
           05  FILLER            PIC X(01).
           05  PF-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  PF-CLASSE         PIC X(05).
