       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-AFFECTATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY AFFECTFC.
       COPY CLASSEFC.
       COPY MATIEREFC.
       COPY ENSEIGNFC.

       DATA DIVISION.
       FILE SECTION.
       COPY AFFECTFD.
       COPY CLASSEFD.
       COPY MATIEREFD.
       COPY ENSEIGNFD.

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.

       77  i PIC 9(3).
       77  ligne-affichage PIC 99.
       77  nb-lignes PIC 9(3).
       77  fin-affectations PIC X VALUE 'N'.
           88  toutes-affectations-lues VALUE 'O'.
       77  nb-affectations PIC 9(3) VALUE ZERO.
       77  idx-affectation PIC 9(3).
       01  affectation-table.
           05  affectation-entry OCCURS 500.
               10  af-tab-classe     PIC X(05).
               10  af-tab-matiere    PIC X(03).
               10  af-tab-enseignant PIC X(05).

       77  fin-classes PIC X VALUE 'N'.
           88  toutes-classes-lues VALUE 'O'.
       77  nb-classes PIC 9(3) VALUE ZERO.
       77  idx-classe PIC 9(3).
       01  classe-table.
           05  classe-entry OCCURS 50.
               10  cl-tab-code       PIC X(05).
               10  cl-tab-actif      PIC X(01).

       77  fin-matieres PIC X VALUE 'N'.
           88  toutes-matieres-lues VALUE 'O'.
       77  nb-matieres PIC 9(3) VALUE ZERO.
       77  idx-matiere PIC 9(3).
       01  matiere-table.
           05  matiere-entry OCCURS 15.
               10  mt-tab-code       PIC X(03).
               10  mt-tab-actif      PIC X(01).

       77  fin-enseignants PIC X VALUE 'N'.
           88  tous-enseignants-lus VALUE 'O'.
       77  nb-enseignants PIC 9(3) VALUE ZERO.
       77  idx-enseignant PIC 9(3).
       01  enseignant-table.
           05  enseignant-entry OCCURS 200.
               10  en-tab-id         PIC X(05).
               10  en-tab-nom        PIC X(20).
               10  en-tab-actif      PIC X(01).

       77  choix PIC 9.
       77  fin-maintenance PIC X VALUE 'N'.
           88  maintenance-finie VALUE 'O'.
       77  classe-saisie PIC X(05).
       77  matiere-saisie PIC X(03).
       77  enseignant-saisi PIC X(05).
       77  rang-trouve PIC 9(3) VALUE ZERO.
       77  rang-enseignant PIC 9(3) VALUE ZERO.
       77  nom-affiche PIC X(20).
       77  reference-valide PIC X VALUE 'N'.
           88  references-valides VALUE 'O'.
       77  table-saturee PIC X VALUE 'N'.
           88  affectations-saturees VALUE 'O'.

       SCREEN SECTION.
       1   maf-titre.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'affectation des enseignants'.

       1   maf-menu.
       2   LINE 4 COL 10 VALUE '1) lister une classe'.
       2   LINE 5 COL 10 VALUE '2) ajouter une affectation'.
       2   LINE 6 COL 10 VALUE '3) changer l enseignant'.
       2   LINE 7 COL 10 VALUE '4) supprimer une affectation'.
       2   LINE 8 COL 10 VALUE '5) sauver et quitter'.
       2   LINE 10 COL 10 VALUE 'votre choix : '.
       2   PIC 9 TO choix REQUIRED.

       1   maf-ligne.
       2   LINE ligne-affichage.
       2   COL 5 PIC ZZ9 FROM nb-lignes.
       2   COL 10 PIC X(05) FROM af-tab-classe(i).
       2   COL 17 PIC X(03) FROM af-tab-matiere(i).
       2   COL 22 PIC X(05) FROM af-tab-enseignant(i).
       2   COL 29 PIC X(20) FROM nom-affiche.

       1   maf-classe.
       2   LINE 12 COL 10 VALUE 'code classe     : '.
       2   PIC X(05) TO classe-saisie REQUIRED.

       1   maf-matiere.
       2   LINE 13 COL 10 VALUE 'code matiere    : '.
       2   PIC X(03) TO matiere-saisie REQUIRED.

       1   maf-enseignant.
       2   LINE 14 COL 10 VALUE 'code enseignant : '.
       2   PIC X(05) TO enseignant-saisi REQUIRED.

       1   maf-invalide.
       2   LINE 17 COL 10 VALUE 'saisie invalide' FOREGROUND-COLOR 4.

       1   maf-classe-inconnue.
       2   LINE 17 COL 10 VALUE 'classe absente ou inactive'
           FOREGROUND-COLOR 4.

       1   maf-matiere-inconnue.
       2   LINE 17 COL 10 VALUE 'matiere absente ou inactive'
           FOREGROUND-COLOR 4.

       1   maf-enseignant-inconnu.
       2   LINE 17 COL 10 VALUE 'enseignant absent ou inactif'
           FOREGROUND-COLOR 4.

       1   maf-doublon.
       2   LINE 17 COL 10 VALUE 'matiere deja affectee pour la classe'
           FOREGROUND-COLOR 4.

       1   maf-introuvable.
       2   LINE 17 COL 10 VALUE 'affectation absente du fichier'
           FOREGROUND-COLOR 4.

       1   maf-table-pleine.
       2   LINE 17 COL 10 VALUE 'table des affectations pleine'
           FOREGROUND-COLOR 4.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-CHARGER-AFFECTATIONS.
           PERFORM 1100-CHARGER-CLASSES.
           PERFORM 1200-CHARGER-MATIERES.
           PERFORM 1300-CHARGER-ENSEIGNANTS.

           IF affectations-saturees
               DISPLAY "fichier affectations depasse la table de 500, "
                       "maintenance refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL maintenance-finie
               DISPLAY maf-titre
               DISPLAY maf-menu
               ACCEPT maf-menu
               EVALUATE choix
                   WHEN 1 PERFORM 2000-LISTER-AFFECTATIONS
                   WHEN 2 PERFORM 3000-AJOUTER-AFFECTATION
                   WHEN 3 PERFORM 4000-CHANGER-ENSEIGNANT
                   WHEN 4 PERFORM 5000-SUPPRIMER-AFFECTATION
                   WHEN 5 MOVE 'O' TO fin-maintenance
                   WHEN OTHER DISPLAY maf-invalide
               END-EVALUATE
           END-PERFORM.

           PERFORM 8000-SAUVER-AFFECTATIONS.

           MOVE RC-SUCCES TO RETURN-CODE.
           GOBACK.

       1000-CHARGER-AFFECTATIONS.
           OPEN INPUT AFFECTATION-FILE.

           PERFORM UNTIL toutes-affectations-lues
               READ AFFECTATION-FILE
                   AT END MOVE 'O' TO fin-affectations
                   NOT AT END
                       IF nb-affectations < 500
                           ADD 1 TO nb-affectations
                           MOVE AF-CLASSE
                               TO af-tab-classe(nb-affectations)
                           MOVE AF-MATIERE
                               TO af-tab-matiere(nb-affectations)
                           MOVE AF-ENSEIGNANT
                               TO af-tab-enseignant(nb-affectations)
                       ELSE
                           MOVE 'O' TO table-saturee
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AFFECTATION-FILE.

       1100-CHARGER-CLASSES.
           OPEN INPUT CLASSE-FILE.

           PERFORM UNTIL toutes-classes-lues
               READ CLASSE-FILE
                   AT END MOVE 'O' TO fin-classes
                   NOT AT END
                       IF nb-classes < 50
                           ADD 1 TO nb-classes
                           MOVE CM-CODE TO cl-tab-code(nb-classes)
                           MOVE CM-ACTIF TO cl-tab-actif(nb-classes)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLASSE-FILE.

       1200-CHARGER-MATIERES.
           OPEN INPUT MATIERE-FILE.

           PERFORM UNTIL toutes-matieres-lues
               READ MATIERE-FILE
                   AT END MOVE 'O' TO fin-matieres
                   NOT AT END
                       IF nb-matieres < 15
                           ADD 1 TO nb-matieres
                           MOVE MT-CODE TO mt-tab-code(nb-matieres)
                           MOVE MT-ACTIF TO mt-tab-actif(nb-matieres)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MATIERE-FILE.

       1300-CHARGER-ENSEIGNANTS.
           OPEN INPUT ENSEIGNANT-FILE.

           PERFORM UNTIL tous-enseignants-lus
               READ ENSEIGNANT-FILE
                   AT END MOVE 'O' TO fin-enseignants
                   NOT AT END
                       IF nb-enseignants < 200
                           ADD 1 TO nb-enseignants
                           MOVE EN-ID TO en-tab-id(nb-enseignants)
                           MOVE EN-NOM TO en-tab-nom(nb-enseignants)
                           MOVE EN-ACTIF
                               TO en-tab-actif(nb-enseignants)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ENSEIGNANT-FILE.

       2000-LISTER-AFFECTATIONS.
           DISPLAY maf-classe.
           ACCEPT maf-classe.
           DISPLAY maf-titre.
           MOVE ZERO TO nb-lignes.

           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > nb-affectations OR nb-lignes >= 15
               IF af-tab-classe(i) = classe-saisie
                   ADD 1 TO nb-lignes
                   COMPUTE ligne-affichage = nb-lignes + 3
                   MOVE af-tab-enseignant(i) TO enseignant-saisi
                   PERFORM 6300-CHERCHER-ENSEIGNANT
                   IF rang-enseignant > ZERO
                       MOVE en-tab-nom(rang-enseignant) TO nom-affiche
                   ELSE
                       MOVE '?' TO nom-affiche
                   END-IF
                   DISPLAY maf-ligne
               END-IF
           END-PERFORM.

       3000-AJOUTER-AFFECTATION.
           DISPLAY maf-classe.
           ACCEPT maf-classe.
           DISPLAY maf-matiere.
           ACCEPT maf-matiere.
           DISPLAY maf-enseignant.
           ACCEPT maf-enseignant.

           PERFORM 6100-VERIFIER-REFERENCES.

           IF references-valides
               PERFORM 6000-CHERCHER-AFFECTATION
               IF rang-trouve > ZERO
                   DISPLAY maf-doublon
               ELSE
                   IF nb-affectations < 500
                       ADD 1 TO nb-affectations
                       MOVE classe-saisie
                           TO af-tab-classe(nb-affectations)
                       MOVE matiere-saisie
                           TO af-tab-matiere(nb-affectations)
                       MOVE enseignant-saisi
                           TO af-tab-enseignant(nb-affectations)
                       MOVE 'ajout affectation' TO JL-MESSAGE
                       PERFORM 7500-ECRIRE-JOURNAL
                   ELSE
                       DISPLAY maf-table-pleine
                   END-IF
               END-IF
           END-IF.

       4000-CHANGER-ENSEIGNANT.
           DISPLAY maf-classe.
           ACCEPT maf-classe.
           DISPLAY maf-matiere.
           ACCEPT maf-matiere.
           PERFORM 6000-CHERCHER-AFFECTATION.

           IF rang-trouve = ZERO
               DISPLAY maf-introuvable
           ELSE
               DISPLAY maf-enseignant
               ACCEPT maf-enseignant
               PERFORM 6300-CHERCHER-ENSEIGNANT
               IF rang-enseignant = ZERO
                   DISPLAY maf-enseignant-inconnu
               ELSE
                   MOVE enseignant-saisi
                       TO af-tab-enseignant(rang-trouve)
                   MOVE 'changement enseignant' TO JL-MESSAGE
                   PERFORM 7500-ECRIRE-JOURNAL
               END-IF
           END-IF.

       5000-SUPPRIMER-AFFECTATION.
           DISPLAY maf-classe.
           ACCEPT maf-classe.
           DISPLAY maf-matiere.
           ACCEPT maf-matiere.
           PERFORM 6000-CHERCHER-AFFECTATION.

           IF rang-trouve = ZERO
               DISPLAY maf-introuvable
           ELSE
               PERFORM VARYING idx-affectation FROM rang-trouve BY 1
                       UNTIL idx-affectation >= nb-affectations
                   MOVE affectation-entry(idx-affectation + 1)
                       TO affectation-entry(idx-affectation)
               END-PERFORM
               SUBTRACT 1 FROM nb-affectations
               MOVE 'suppression affectation' TO JL-MESSAGE
               PERFORM 7500-ECRIRE-JOURNAL
           END-IF.

       6000-CHERCHER-AFFECTATION.
           MOVE ZERO TO rang-trouve.

           PERFORM VARYING idx-affectation FROM 1 BY 1
                   UNTIL idx-affectation > nb-affectations
               IF af-tab-classe(idx-affectation) = classe-saisie
                       AND af-tab-matiere(idx-affectation)
                           = matiere-saisie
                   MOVE idx-affectation TO rang-trouve
               END-IF
           END-PERFORM.

       6100-VERIFIER-REFERENCES.
           MOVE 'O' TO reference-valide.
           MOVE ZERO TO rang-trouve.

           PERFORM VARYING idx-classe FROM 1 BY 1
                   UNTIL idx-classe > nb-classes
               IF cl-tab-code(idx-classe) = classe-saisie
                       AND cl-tab-actif(idx-classe) NOT = 'N'
                   MOVE idx-classe TO rang-trouve
               END-IF
           END-PERFORM.

           IF rang-trouve = ZERO
               DISPLAY maf-classe-inconnue
               MOVE 'N' TO reference-valide
           ELSE
               MOVE ZERO TO rang-trouve
               PERFORM VARYING idx-matiere FROM 1 BY 1
                       UNTIL idx-matiere > nb-matieres
                   IF mt-tab-code(idx-matiere) = matiere-saisie
                           AND mt-tab-actif(idx-matiere) NOT = 'N'
                       MOVE idx-matiere TO rang-trouve
                   END-IF
               END-PERFORM
               IF rang-trouve = ZERO
                   DISPLAY maf-matiere-inconnue
                   MOVE 'N' TO reference-valide
               ELSE
                   PERFORM 6300-CHERCHER-ENSEIGNANT
                   IF rang-enseignant = ZERO
                       DISPLAY maf-enseignant-inconnu
                       MOVE 'N' TO reference-valide
                   END-IF
               END-IF
           END-IF.

       6300-CHERCHER-ENSEIGNANT.
           MOVE ZERO TO rang-enseignant.

           PERFORM VARYING idx-enseignant FROM 1 BY 1
                   UNTIL idx-enseignant > nb-enseignants
               IF en-tab-id(idx-enseignant) = enseignant-saisi
                       AND en-tab-actif(idx-enseignant) NOT = 'N'
                   MOVE idx-enseignant TO rang-enseignant
               END-IF
           END-PERFORM.

       7500-ECRIRE-JOURNAL.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 1020 TO JL-CODE.
           MOVE 'MAJ-AFFECTAT' TO JL-PROGRAMME.
           MOVE 'AF-CLASSE' TO JL-CHAMP.
           MOVE SPACES TO JL-VALEUR.
           STRING classe-saisie DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  matiere-saisie DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  enseignant-saisi DELIMITED SIZE
               INTO JL-VALEUR.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-SAUVER-AFFECTATIONS.
           OPEN OUTPUT AFFECTATION-FILE.

           PERFORM VARYING idx-affectation FROM 1 BY 1
                   UNTIL idx-affectation > nb-affectations
               MOVE SPACES TO AFFECTATION-RECORD
               MOVE af-tab-classe(idx-affectation) TO AF-CLASSE
               MOVE af-tab-matiere(idx-affectation) TO AF-MATIERE
               MOVE af-tab-enseignant(idx-affectation)
                   TO AF-ENSEIGNANT
               WRITE AFFECTATION-RECORD
           END-PERFORM.

           CLOSE AFFECTATION-FILE.

       END PROGRAM MAJ-AFFECTATIONS.
