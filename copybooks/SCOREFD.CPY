           05  SC-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  SC-NIVEAU         PIC 9(01).
           05  FILLER            PIC X(01).
           05  SC-JOUEUR-ID      PIC 9(05).
           05  FILLER            PIC X(01).
           05  SC-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  SC-CLASSE         PIC X(05).

       01  SCORE-TRAILER-RECORD.
           05  SCT-TYPE          PIC X(01).
