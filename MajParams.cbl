       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       COPY MODIFCOM.
       COPY MODIMGCOM.

       77  i PIC 9(3).
       77  ligne-affichage PIC 99.
       1   mpa-menu.
       2   LINE 4 COL 10 VALUE '1) lister les parametres'.
       2   LINE 5 COL 10 VALUE '2) modifier ou ajouter'.
       2   LINE 6 COL 10 VALUE '3) quitter'.
       2   LINE 8 COL 10 VALUE 'votre choix : '.
       2   PIC 9 TO choix REQUIRED.

       2   LINE 14 COL 10 VALUE 'table des parametres pleine'
           FOREGROUND-COLOR 4.

       1   mpa-soumise.
       2   LINE 14 COL 10 VALUE 'modification en attente de validation'.
       2   COL 49 PIC 9(6) FROM MO-NUMERO.

       1   mpa-invalide.
       2   LINE 14 COL 10 VALUE 'saisie invalide' FOREGROUND-COLOR 4.

               END-EVALUATE
           END-PERFORM.

           MOVE RC-SUCCES TO RETURN-CODE.
           GOBACK.

               DISPLAY mpa-invalide
           ELSE
               PERFORM 3100-CHERCHER-PARAMETRE
               MOVE SPACES TO MODIF-PARAMETRES
               IF rang-trouve > ZERO
                   MOVE pm-tab-valeur(rang-trouve)
                       TO ancienne-valeur
                   MOVE 'M' TO MO-ACTION
                   MOVE SPACES TO MODIF-IMAGE
                   MOVE ancienne-valeur TO MI-PM-VALEUR
                   MOVE date-effet-saisie TO MI-PM-DATE-EFFET
                   MOVE MODIF-IMAGE TO MO-AVANT
                   PERFORM 3200-SOUMETTRE-CHANGEMENT
               ELSE
                   IF nb-parametres < 100
                       MOVE SPACES TO ancienne-valeur
                       MOVE 'A' TO MO-ACTION
                       PERFORM 3200-SOUMETTRE-CHANGEMENT
                   ELSE
                       DISPLAY mpa-table-pleine
                   END-IF
               END-IF
           END-PERFORM.

       3200-SOUMETTRE-CHANGEMENT.
           MOVE 'PARAMS' TO MO-CIBLE.
           MOVE cle-saisie TO MO-CLE.
           MOVE SPACES TO MODIF-IMAGE.
           MOVE valeur-saisie TO MI-PM-VALEUR.
           MOVE date-effet-saisie TO MI-PM-DATE-EFFET.
           MOVE MODIF-IMAGE TO MO-APRES.
           MOVE operateur-saisi TO MO-OPERATEUR.
           CALL 'SOUMETTRE-MODIF' USING MODIF-PARAMETRES.

           DISPLAY mpa-soumise.
           PERFORM 7500-JOURNALISER-CHANGEMENT.

       7500-JOURNALISER-CHANGEMENT.
           MOVE SPACES TO valeur-journal.
           STRING ancienne-valeur DELIMITED SIZE
           MOVE cle-saisie(1:15) TO JL-CHAMP.
           MOVE valeur-journal TO JL-VALEUR.
           MOVE SPACES TO JL-MESSAGE.
           STRING 'modification soumise par ' DELIMITED SIZE
                  operateur-saisi DELIMITED SIZE
                  INTO JL-MESSAGE.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 1100 TO JL-CODE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       END PROGRAM MAJ-PARAMS.
