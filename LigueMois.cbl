       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY TOURNFC.
       COPY LIGUEFC.

           SELECT OPTIONAL LIGUE-TEMP-FILE ASSIGN TO "LIGUE.TMP"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY TOURNFD.

       COPY LIGUEFD.

       FD  LIGUE-TEMP-FILE.
       01  LIGUE-TEMP-RECORD.
           88  joueurs-satures VALUE 'O'.
       01  joueur-table.
           05  joueur-entry OCCURS 200.
               10  jo-joueur-id      PIC 9(5).
               10  jo-prenom         PIC X(30).
               10  jo-nom            PIC X(30).
               10  jo-points-mois    PIC 9(5).
               10  jo-points-annee   PIC 9(5).
               10  jo-classe         PIC X(01).
               10  jo-points-mois-h  PIC 9(5).
               10  jo-points-annee-h PIC 9(5).
               10  jo-handicap       PIC X(01).

       77  classement-courant PIC X VALUE 'S'.
           88  classement-handicap VALUE 'H'.
       77  nb-joueurs-handicap PIC 9(3) VALUE ZERO.
       77  points-candidat PIC 9(5).

       77  rang-classement PIC 9(3).
       77  meilleur-joueur PIC 9(3).
           CLOSE TOURNOI-FILE.

       1100-MARQUER-POINTS.
           IF TR-MODE = 'H'
               MOVE TR-RANG-BRUT TO rang-tournoi
           ELSE
               MOVE TR-RANG TO rang-tournoi
           END-IF.
           PERFORM 1150-POINTS-DU-RANG.

           PERFORM 1200-CHERCHER-JOUEUR.

           IF rang-joueur > ZERO
               ADD points-rang TO jo-points-mois(rang-joueur)
               IF TR-MODE = 'H'
                   MOVE TR-RANG TO rang-tournoi
                   PERFORM 1150-POINTS-DU-RANG
                   ADD points-rang TO jo-points-mois-h(rang-joueur)
                   MOVE 'O' TO jo-handicap(rang-joueur)
               END-IF
           END-IF.

       1150-POINTS-DU-RANG.
           EVALUATE rang-tournoi
               WHEN 1 MOVE PV-LIGUE-POINTS-R1 TO points-rang
               WHEN 2 MOVE PV-LIGUE-POINTS-R2 TO points-rang
               WHEN OTHER MOVE PV-LIGUE-POINTS-AUTRE TO points-rang
           END-EVALUATE.

       1200-CHERCHER-JOUEUR.
           MOVE ZERO TO rang-joueur.

           PERFORM VARYING idx-joueur FROM 1 BY 1
                   UNTIL idx-joueur > nb-joueurs
               IF jo-joueur-id(idx-joueur) = TR-JOUEUR-ID
                   MOVE idx-joueur TO rang-joueur
               END-IF
           END-PERFORM.
               IF nb-joueurs < 200
                   ADD 1 TO nb-joueurs
                   MOVE nb-joueurs TO rang-joueur
                   MOVE TR-JOUEUR-ID TO jo-joueur-id(rang-joueur)
                   MOVE TR-PRENOM TO jo-prenom(rang-joueur)
                   MOVE TR-NOM TO jo-nom(rang-joueur)
                   MOVE ZERO TO jo-points-mois(rang-joueur)
                   MOVE ZERO TO jo-points-annee(rang-joueur)
                   MOVE 'N' TO jo-classe(rang-joueur)
                   MOVE ZERO TO jo-points-mois-h(rang-joueur)
                   MOVE ZERO TO jo-points-annee-h(rang-joueur)
                   MOVE 'N' TO jo-handicap(rang-joueur)
               ELSE
                   MOVE 'O' TO joueurs-sature
               END-IF
                   UNTIL idx-joueur > nb-joueurs
               ADD jo-points-mois(idx-joueur)
                   TO jo-points-annee(idx-joueur)
               ADD jo-points-mois-h(idx-joueur)
                   TO jo-points-annee-h(idx-joueur)
               IF jo-handicap(idx-joueur) = 'O'
                   ADD 1 TO nb-joueurs-handicap
               END-IF
           END-PERFORM.

       2100-CUMULER-ANCIEN-MOIS.
           MOVE LG-JOUEUR-ID TO TR-JOUEUR-ID.
           MOVE LG-PRENOM TO TR-PRENOM.
           MOVE LG-NOM TO TR-NOM.
           PERFORM 1200-CHERCHER-JOUEUR.

           IF rang-joueur > ZERO
               IF LG-CLASSEMENT = 'H'
                   ADD LG-POINTS TO jo-points-annee-h(rang-joueur)
                   MOVE 'O' TO jo-handicap(rang-joueur)
               ELSE
                   ADD LG-POINTS TO jo-points-annee(rang-joueur)
               END-IF
           END-IF.

       3000-IMPRIMER-CLASSEMENT.
           OPEN OUTPUT CLASSEMENT-FILE.

           MOVE 'S' TO classement-courant.
           PERFORM 3050-IMPRIMER-SECTION.

           IF nb-joueurs-handicap > ZERO
               MOVE 'H' TO classement-courant
               PERFORM 3050-IMPRIMER-SECTION
           END-IF.

           CLOSE CLASSEMENT-FILE.

       3050-IMPRIMER-SECTION.
           PERFORM VARYING idx-joueur FROM 1 BY 1
                   UNTIL idx-joueur > nb-joueurs
               IF classement-handicap
                       AND jo-handicap(idx-joueur) NOT = 'O'
                   MOVE 'O' TO jo-classe(idx-joueur)
               ELSE
                   MOVE 'N' TO jo-classe(idx-joueur)
               END-IF
           END-PERFORM.

           MOVE SPACES TO CLASSEMENT-ENTETE-RECORD.
           IF classement-handicap
               MOVE 'LIGUE HANDICAP ' TO CE-LIBELLE
           ELSE
               MOVE 'LIGUE DU MOIS ' TO CE-LIBELLE
           END-IF.
           MOVE mois-demande TO CE-MOIS.
           WRITE CLASSEMENT-ENTETE-RECORD.

                   MOVE rang-classement TO CL-RANG
                   MOVE jo-prenom(meilleur-joueur) TO CL-PRENOM
                   MOVE jo-nom(meilleur-joueur) TO CL-NOM
                   IF classement-handicap
                       MOVE jo-points-mois-h(meilleur-joueur)
                           TO CL-POINTS
                       MOVE jo-points-annee-h(meilleur-joueur)
                           TO CL-POINTS-ANNEE
                   ELSE
                       MOVE jo-points-mois(meilleur-joueur)
                           TO CL-POINTS
                       MOVE jo-points-annee(meilleur-joueur)
                           TO CL-POINTS-ANNEE
                   END-IF
                   WRITE CLASSEMENT-LIGNE-RECORD
                   IF rang-classement = 1
                       MOVE SPACES TO CLASSEMENT-CHAMPION-RECORD
                       IF classement-handicap
                           MOVE 'CHAMPION HANDICAP' TO CC-LIBELLE
                       ELSE
                           MOVE 'CHAMPION DU MOIS' TO CC-LIBELLE
                       END-IF
                       MOVE jo-prenom(meilleur-joueur) TO CC-PRENOM
                       MOVE jo-nom(meilleur-joueur) TO CC-NOM
                       WRITE CLASSEMENT-CHAMPION-RECORD
               END-IF
           END-PERFORM.

       3100-CHERCHER-MEILLEUR.
           MOVE ZERO TO meilleur-joueur.
           MOVE ZERO TO meilleurs-points.

           PERFORM VARYING idx-joueur FROM 1 BY 1
                   UNTIL idx-joueur > nb-joueurs
               IF classement-handicap
                   MOVE jo-points-mois-h(idx-joueur) TO points-candidat
               ELSE
                   MOVE jo-points-mois(idx-joueur) TO points-candidat
               END-IF
               IF jo-classe(idx-joueur) = 'N'
                       AND (meilleur-joueur = ZERO
                           OR points-candidat > meilleurs-points)
                   MOVE idx-joueur TO meilleur-joueur
                   MOVE points-candidat TO meilleurs-points
               END-IF
           END-PERFORM.

                   MOVE jo-prenom(idx-joueur) TO LG-PRENOM
                   MOVE jo-nom(idx-joueur) TO LG-NOM
                   MOVE jo-points-mois(idx-joueur) TO LG-POINTS
                   MOVE jo-joueur-id(idx-joueur) TO LG-JOUEUR-ID
                   MOVE 'S' TO LG-CLASSEMENT
                   WRITE LIGUE-RECORD
               END-IF
               IF jo-points-mois-h(idx-joueur) > ZERO
                   MOVE SPACES TO LIGUE-RECORD
                   MOVE mois-demande TO LG-MOIS
                   MOVE jo-prenom(idx-joueur) TO LG-PRENOM
                   MOVE jo-nom(idx-joueur) TO LG-NOM
                   MOVE jo-points-mois-h(idx-joueur) TO LG-POINTS
                   MOVE jo-joueur-id(idx-joueur) TO LG-JOUEUR-ID
                   MOVE 'H' TO LG-CLASSEMENT
                   WRITE LIGUE-RECORD
               END-IF
           END-PERFORM.
