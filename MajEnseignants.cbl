       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-ENSEIGNANTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ENSEIGNFC.
       COPY AFFECTFC.

       DATA DIVISION.
       FILE SECTION.
       COPY ENSEIGNFD.
       COPY AFFECTFD.

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.

       77  i PIC 9(3).
       77  ligne-affichage PIC 99.
       77  fin-enseignants PIC X VALUE 'N'.
           88  tous-enseignants-lus VALUE 'O'.
       77  nb-enseignants PIC 9(3) VALUE ZERO.
       77  idx-enseignant PIC 9(3).
       01  enseignant-maitre-table.
           05  enseignant-maitre-entry OCCURS 200.
               10  en-tab-id         PIC X(05).
               10  en-tab-nom        PIC X(20).
               10  en-tab-prenom     PIC X(15).
               10  en-tab-actif      PIC X(01).

       77  fin-affectations PIC X VALUE 'N'.
           88  toutes-affectations-lues VALUE 'O'.
       77  nb-affectations PIC 9(3) VALUE ZERO.
       77  idx-affectation PIC 9(3).
       01  affectation-table.
           05  affectation-entry OCCURS 500.
               10  af-tab-enseignant PIC X(05).

       77  choix PIC 9.
       77  fin-maintenance PIC X VALUE 'N'.
           88  maintenance-finie VALUE 'O'.
       77  code-saisi PIC X(05).
       77  nom-saisi PIC X(20).
       77  prenom-saisi PIC X(15).
       77  actif-saisi PIC X(01).
       77  rang-trouve PIC 9(3) VALUE ZERO.
       77  nb-affectations-trouvees PIC 9(3) VALUE ZERO.
       77  table-saturee PIC X VALUE 'N'.
           88  enseignants-satures VALUE 'O'.

       SCREEN SECTION.
       1   men-titre.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'maintenance du fichier des enseignants'.

       1   men-menu.
       2   LINE 4 COL 10 VALUE '1) lister les enseignants'.
       2   LINE 5 COL 10 VALUE '2) ajouter un enseignant'.
       2   LINE 6 COL 10 VALUE '3) modifier un enseignant'.
       2   LINE 7 COL 10 VALUE '4) desactiver un enseignant'.
       2   LINE 8 COL 10 VALUE '5) sauver et quitter'.
       2   LINE 10 COL 10 VALUE 'votre choix : '.
       2   PIC 9 TO choix REQUIRED.

       1   men-ligne.
       2   LINE ligne-affichage.
       2   COL 5 PIC ZZ9 FROM i.
       2   COL 10 PIC X(05) FROM en-tab-id(i).
       2   COL 17 PIC X(20) FROM en-tab-nom(i).
       2   COL 39 PIC X(15) FROM en-tab-prenom(i).
       2   COL 56 PIC X FROM en-tab-actif(i).

       1   men-code.
       2   LINE 12 COL 10 VALUE 'code enseignant : '.
       2   PIC X(05) TO code-saisi REQUIRED.

       1   men-detail.
       2   LINE 13 COL 10 VALUE 'nom             : '.
       2   COL 28 PIC X(20) TO nom-saisi.
       2   LINE 14 COL 10 VALUE 'prenom          : '.
       2   COL 28 PIC X(15) TO prenom-saisi.
       2   LINE 15 COL 10 VALUE 'actif (O/N)     : '.
       2   COL 28 PIC X TO actif-saisi.

       1   men-invalide.
       2   LINE 17 COL 10 VALUE 'saisie invalide' FOREGROUND-COLOR 4.

       1   men-doublon.
       2   LINE 17 COL 10 VALUE 'code deja au fichier'
           FOREGROUND-COLOR 4.

       1   men-introuvable.
       2   LINE 17 COL 10 VALUE 'code absent du fichier'
           FOREGROUND-COLOR 4.

       1   men-affecte.
       2   LINE 17 COL 10 VALUE 'enseignant encore affecte'
           FOREGROUND-COLOR 4.

       1   men-table-pleine.
       2   LINE 17 COL 10 VALUE 'table des enseignants pleine'
           FOREGROUND-COLOR 4.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-CHARGER-ENSEIGNANTS.
           PERFORM 1100-CHARGER-AFFECTATIONS.

           IF enseignants-satures
               DISPLAY "fichier enseignants depasse la table de 200, "
                       "maintenance refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL maintenance-finie
               DISPLAY men-titre
               DISPLAY men-menu
               ACCEPT men-menu
               EVALUATE choix
                   WHEN 1 PERFORM 2000-LISTER-ENSEIGNANTS
                   WHEN 2 PERFORM 3000-AJOUTER-ENSEIGNANT
                   WHEN 3 PERFORM 4000-MODIFIER-ENSEIGNANT
                   WHEN 4 PERFORM 5000-DESACTIVER-ENSEIGNANT
                   WHEN 5 MOVE 'O' TO fin-maintenance
                   WHEN OTHER DISPLAY men-invalide
               END-EVALUATE
           END-PERFORM.

           PERFORM 8000-SAUVER-ENSEIGNANTS.

           MOVE RC-SUCCES TO RETURN-CODE.
           GOBACK.

       1000-CHARGER-ENSEIGNANTS.
           OPEN INPUT ENSEIGNANT-FILE.

           PERFORM UNTIL tous-enseignants-lus
               READ ENSEIGNANT-FILE
                   AT END MOVE 'O' TO fin-enseignants
                   NOT AT END
                       IF nb-enseignants < 200
                           ADD 1 TO nb-enseignants
                           MOVE EN-ID TO en-tab-id(nb-enseignants)
                           MOVE EN-NOM TO en-tab-nom(nb-enseignants)
                           MOVE EN-PRENOM
                               TO en-tab-prenom(nb-enseignants)
                           MOVE EN-ACTIF
                               TO en-tab-actif(nb-enseignants)
                       ELSE
                           MOVE 'O' TO table-saturee
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ENSEIGNANT-FILE.

       1100-CHARGER-AFFECTATIONS.
           OPEN INPUT AFFECTATION-FILE.

           PERFORM UNTIL toutes-affectations-lues
               READ AFFECTATION-FILE
                   AT END MOVE 'O' TO fin-affectations
                   NOT AT END
                       IF nb-affectations < 500
                           ADD 1 TO nb-affectations
                           MOVE AF-ENSEIGNANT
                               TO af-tab-enseignant(nb-affectations)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AFFECTATION-FILE.

       2000-LISTER-ENSEIGNANTS.
           DISPLAY men-titre.
           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > nb-enseignants OR i > 15
               COMPUTE ligne-affichage = i + 3
               DISPLAY men-ligne
           END-PERFORM.

       3000-AJOUTER-ENSEIGNANT.
           DISPLAY men-code.
           ACCEPT men-code.
           PERFORM 6000-CHERCHER-ENSEIGNANT.

           IF code-saisi = SPACES
               DISPLAY men-invalide
           ELSE
               IF rang-trouve > ZERO
                   DISPLAY men-doublon
               ELSE
                   IF nb-enseignants < 200
                       DISPLAY men-detail
                       ACCEPT men-detail
                       IF nom-saisi = SPACES
                           DISPLAY men-invalide
                       ELSE
                           ADD 1 TO nb-enseignants
                           MOVE code-saisi
                               TO en-tab-id(nb-enseignants)
                           MOVE nom-saisi
                               TO en-tab-nom(nb-enseignants)
                           MOVE prenom-saisi
                               TO en-tab-prenom(nb-enseignants)
                           IF actif-saisi = 'N'
                               MOVE 'N' TO en-tab-actif(nb-enseignants)
                           ELSE
                               MOVE 'O' TO en-tab-actif(nb-enseignants)
                           END-IF
                           MOVE 'ajout enseignant' TO JL-MESSAGE
                           PERFORM 7500-ECRIRE-JOURNAL
                       END-IF
                   ELSE
                       DISPLAY men-table-pleine
                   END-IF
               END-IF
           END-IF.

       4000-MODIFIER-ENSEIGNANT.
           DISPLAY men-code.
           ACCEPT men-code.
           PERFORM 6000-CHERCHER-ENSEIGNANT.

           IF rang-trouve = ZERO
               DISPLAY men-introuvable
           ELSE
               DISPLAY men-detail
               ACCEPT men-detail
               IF nom-saisi = SPACES
                   DISPLAY men-invalide
               ELSE
                   IF actif-saisi = 'N'
                       PERFORM 6100-COMPTER-AFFECTATIONS
                   ELSE
                       MOVE ZERO TO nb-affectations-trouvees
                   END-IF
                   IF nb-affectations-trouvees > ZERO
                       DISPLAY men-affecte
                   ELSE
                       MOVE nom-saisi TO en-tab-nom(rang-trouve)
                       MOVE prenom-saisi TO en-tab-prenom(rang-trouve)
                       IF actif-saisi = 'N'
                           MOVE 'N' TO en-tab-actif(rang-trouve)
                       ELSE
                           MOVE 'O' TO en-tab-actif(rang-trouve)
                       END-IF
                       MOVE 'modification enseignant' TO JL-MESSAGE
                       PERFORM 7500-ECRIRE-JOURNAL
                   END-IF
               END-IF
           END-IF.

       5000-DESACTIVER-ENSEIGNANT.
           DISPLAY men-code.
           ACCEPT men-code.
           PERFORM 6000-CHERCHER-ENSEIGNANT.

           IF rang-trouve = ZERO
               DISPLAY men-introuvable
           ELSE
               PERFORM 6100-COMPTER-AFFECTATIONS
               IF nb-affectations-trouvees > ZERO
                   DISPLAY men-affecte
               ELSE
                   MOVE 'N' TO en-tab-actif(rang-trouve)
                   MOVE 'desactivation enseignant' TO JL-MESSAGE
                   PERFORM 7500-ECRIRE-JOURNAL
               END-IF
           END-IF.

       6000-CHERCHER-ENSEIGNANT.
           MOVE ZERO TO rang-trouve.

           PERFORM VARYING idx-enseignant FROM 1 BY 1
                   UNTIL idx-enseignant > nb-enseignants
               IF en-tab-id(idx-enseignant) = code-saisi
                   MOVE idx-enseignant TO rang-trouve
               END-IF
           END-PERFORM.

       6100-COMPTER-AFFECTATIONS.
           MOVE ZERO TO nb-affectations-trouvees.

           PERFORM VARYING idx-affectation FROM 1 BY 1
                   UNTIL idx-affectation > nb-affectations
               IF af-tab-enseignant(idx-affectation) = code-saisi
                   ADD 1 TO nb-affectations-trouvees
               END-IF
           END-PERFORM.

       7500-ECRIRE-JOURNAL.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 1080 TO JL-CODE.
           MOVE 'MAJ-ENSEIGNA' TO JL-PROGRAMME.
           MOVE 'EN-ID' TO JL-CHAMP.
           MOVE code-saisi TO JL-VALEUR.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-SAUVER-ENSEIGNANTS.
           OPEN OUTPUT ENSEIGNANT-FILE.

           PERFORM VARYING idx-enseignant FROM 1 BY 1
                   UNTIL idx-enseignant > nb-enseignants
               MOVE SPACES TO ENSEIGNANT-RECORD
               MOVE en-tab-id(idx-enseignant) TO EN-ID
               MOVE en-tab-nom(idx-enseignant) TO EN-NOM
               MOVE en-tab-prenom(idx-enseignant) TO EN-PRENOM
               MOVE en-tab-actif(idx-enseignant) TO EN-ACTIF
               WRITE ENSEIGNANT-RECORD
           END-PERFORM.

           CLOSE ENSEIGNANT-FILE.

       END PROGRAM MAJ-ENSEIGNANTS.
