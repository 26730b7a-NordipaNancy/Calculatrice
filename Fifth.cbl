       WORKING-STORAGE SECTION.
       COPY RETCODES.

       77  joueur-cherche PIC 9(5) VALUE ZERO.
       77  fin-requete PIC X VALUE 'N'.
           88  requete-finie VALUE 'O'.
       77  nb-parties-joueur PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "numero du joueur (0 = stats globales) :"
               WITH NO ADVANCING.
           ACCEPT joueur-cherche FROM CONSOLE.

           IF joueur-cherche NOT = ZERO
               PERFORM 5000-REQUETE-JOUEUR
               GOBACK
           END-IF.
           OPEN INPUT SCORE-IX-FILE.

           MOVE SPACES TO SCORE-IX-RECORD.
           MOVE joueur-cherche TO SI-JOUEUR-ID.
           MOVE ZERO TO SI-DATE.

           START SCORE-IX-FILE KEY >= SI-CLE
               READ SCORE-IX-FILE NEXT
                   AT END MOVE 'O' TO fin-requete
                   NOT AT END
                       IF SI-JOUEUR-ID = joueur-cherche
                           ADD 1 TO nb-parties-joueur
                           IF SI-ESSAIS < meilleur-joueur-essais
                               MOVE SI-ESSAIS
