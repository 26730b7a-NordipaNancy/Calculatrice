       WORKING-STORAGE SECTION.
       COPY RETCODES.

       77  joueur-cherche PIC 9(5) VALUE ZERO.
       77  prenom-profil PIC X(30).
       77  nom-profil PIC X(30).
       77  fin-profils PIC X VALUE 'N'.
           88  tous-profils-lus VALUE 'O'.
       77  profil-trouve PIC X VALUE 'N'.
       1   io-profil.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'profil du joueur'.
       2   LINE 4 COL 10 PIC 9(5) FROM joueur-cherche.
       2   COL 16 PIC X(30) FROM prenom-profil.
       2   COL 47 PIC X(30) FROM nom-profil.
       2   LINE 6 COL 10 VALUE 'parties jouees  : '.
       2   COL 30 PIC ZZZZ9 FROM parties-jouees.
       2   LINE 7 COL 10 VALUE 'victoires       : '.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "numero du joueur :" WITH NO ADVANCING.
           ACCEPT joueur-cherche FROM CONSOLE.

           OPEN INPUT PROFIL-FILE.

               READ PROFIL-FILE
                   AT END MOVE 'O' TO fin-profils
                   NOT AT END
                       IF PF-JOUEUR-ID = joueur-cherche
                           MOVE 'O' TO profil-trouve
                           MOVE PF-PRENOM TO prenom-profil
                           MOVE PF-NOM TO nom-profil
                           MOVE PF-PARTIES TO parties-jouees
                           MOVE PF-VICTOIRES TO victoires
                           MOVE PF-DEFAITES TO defaites
