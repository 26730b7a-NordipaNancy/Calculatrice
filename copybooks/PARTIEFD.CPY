       FD  PARTIE-JOUR-FILE.
       01  PARTIE-JOUR-RECORD.
           05  PJ-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  PJ-PRENOM         PIC X(30).
           05  PJ-NOM            PIC X(30).
           05  FILLER            PIC X(01).
           05  PJ-JOUEUR-ID      PIC 9(05).
           05  FILLER            PIC X(01).
           05  PJ-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  PJ-CLASSE         PIC X(05).
           05  FILLER            PIC X(01).
           05  PJ-ESSAIS         PIC 9(02).
           05  FILLER            PIC X(01).
           05  PJ-RESULTAT       PIC X(01).
               88  PJ-GAGNEE     VALUE 'G'.
               88  PJ-PERDUE     VALUE 'P'.
