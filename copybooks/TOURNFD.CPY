       FD  TOURNOI-FILE.
       01  TOURNOI-RECORD.
           05  TR-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  TR-RANG           PIC Z9.
           05  FILLER            PIC X(01).
           05  TR-PRENOM         PIC X(30).
           05  TR-NOM            PIC X(30).
           05  FILLER            PIC X(01).
           05  TR-ESSAIS         PIC ZZ9.
           05  FILLER            PIC X(01).
           05  TR-JOUEUR-ID      PIC 9(05).
           05  FILLER            PIC X(01).
           05  TR-MODE           PIC X(01).
           05  FILLER            PIC X(01).
           05  TR-RANG-BRUT      PIC Z9.
           05  FILLER            PIC X(01).
           05  TR-HANDICAP       PIC ZZ9.
           05  FILLER            PIC X(01).
           05  TR-NET            PIC ZZ9.
