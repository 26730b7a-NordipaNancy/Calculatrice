       FD  ELEVE-HISTO-FILE.
       01  ELEVE-HISTO-RECORD.
           05  EH-DATE-SORTIE    PIC 9(8).
           05  FILLER            PIC X(01).
           05  EH-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  EH-NOM            PIC X(30).
           05  FILLER            PIC X(01).
           05  EH-PRENOM         PIC X(30).
           05  FILLER            PIC X(01).
           05  EH-CLASSE         PIC X(05).
