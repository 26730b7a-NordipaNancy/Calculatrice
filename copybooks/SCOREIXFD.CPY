       FD  SCORE-IX-FILE.
       01  SCORE-IX-RECORD.
           05  SI-CLE.
               10  SI-JOUEUR-ID  PIC 9(05).
               10  SI-DATE       PIC 9(8).
           05  SI-ESSAIS        PIC 9(2).
           05  SI-PRENOM        PIC X(30).
           05  SI-NOM           PIC X(30).
