       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY MATIEREFC.
       COPY AFFECTFC.

       DATA DIVISION.
       FILE SECTION.
       COPY MATIEREFD.
       COPY AFFECTFD.

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
               10  mm-tab-poids      PIC 9V99.
               10  mm-tab-actif      PIC X(01).

       77  fin-affectations PIC X VALUE 'N'.
           88  toutes-affectations-lues VALUE 'O'.
       77  nb-affectations PIC 9(3) VALUE ZERO.
       77  idx-affectation PIC 9(3).
       77  nb-affectations-trouvees PIC 9(3) VALUE ZERO.
       01  affectation-table.
           05  affectation-entry OCCURS 500.
               10  af-tab-matiere    PIC X(03).

       77  choix PIC 9.
       77  fin-maintenance PIC X VALUE 'N'.
           88  maintenance-finie VALUE 'O'.
       2   LINE 17 COL 10 VALUE 'code absent du fichier'
           FOREGROUND-COLOR 4.

       1   mma-affectee.
       2   LINE 17 COL 10 VALUE 'matiere encore affectee a une classe'
           FOREGROUND-COLOR 4.

       1   mma-table-pleine.
       2   LINE 17 COL 10 VALUE 'table des matieres pleine'
           FOREGROUND-COLOR 4.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-CHARGER-MATIERES.
           PERFORM 1100-CHARGER-AFFECTATIONS.

           IF matieres-saturees
               DISPLAY "fichier matieres depasse la table de 15, "

           CLOSE MATIERE-FILE.

       1100-CHARGER-AFFECTATIONS.
           OPEN INPUT AFFECTATION-FILE.

           PERFORM UNTIL toutes-affectations-lues
               READ AFFECTATION-FILE
                   AT END MOVE 'O' TO fin-affectations
                   NOT AT END
                       IF nb-affectations < 500
                           ADD 1 TO nb-affectations
                           MOVE AF-MATIERE
                               TO af-tab-matiere(nb-affectations)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AFFECTATION-FILE.

       2000-LISTER-MATIERES.
           DISPLAY mma-titre.
           PERFORM VARYING i FROM 1 BY 1
           ELSE
               DISPLAY mma-detail
               ACCEPT mma-detail
               IF actif-saisi = 'N'
                   PERFORM 6100-COMPTER-AFFECTATIONS
               ELSE
                   MOVE ZERO TO nb-affectations-trouvees
               END-IF
               IF nb-affectations-trouvees > ZERO
                   DISPLAY mma-affectee
               ELSE
                   MOVE libelle-saisi TO mm-tab-libelle(rang-trouve)
                   IF poids-saisi > ZERO
                       MOVE poids-saisi TO mm-tab-poids(rang-trouve)
                   ELSE
                       MOVE 1.00 TO mm-tab-poids(rang-trouve)
                   END-IF
                   IF actif-saisi = 'N'
                       MOVE 'N' TO mm-tab-actif(rang-trouve)
                   ELSE
                       MOVE 'O' TO mm-tab-actif(rang-trouve)
                   END-IF
                   MOVE 'modification matiere' TO JL-MESSAGE
                   PERFORM 7500-ECRIRE-JOURNAL
               END-IF
           END-IF.

       5000-DESACTIVER-MATIERE.
           IF rang-trouve = ZERO
               DISPLAY mma-introuvable
           ELSE
               PERFORM 6100-COMPTER-AFFECTATIONS
               IF nb-affectations-trouvees > ZERO
                   DISPLAY mma-affectee
               ELSE
                   MOVE 'N' TO mm-tab-actif(rang-trouve)
                   MOVE 'desactivation matiere' TO JL-MESSAGE
                   PERFORM 7500-ECRIRE-JOURNAL
               END-IF
           END-IF.

       6000-CHERCHER-MATIERE.
               END-IF
           END-PERFORM.

       6100-COMPTER-AFFECTATIONS.
           MOVE ZERO TO nb-affectations-trouvees.

           PERFORM VARYING idx-affectation FROM 1 BY 1
                   UNTIL idx-affectation > nb-affectations
               IF af-tab-matiere(idx-affectation) = code-saisi
                   ADD 1 TO nb-affectations-trouvees
               END-IF
           END-PERFORM.

       7500-ECRIRE-JOURNAL.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 1090 TO JL-CODE.
           MOVE 'MAJ-MATIERES' TO JL-PROGRAMME.
           MOVE 'MT-CODE' TO JL-CHAMP.
           MOVE code-saisi TO JL-VALEUR.
