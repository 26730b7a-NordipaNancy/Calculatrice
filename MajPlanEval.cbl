       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-PLAN-EVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY EVALPLFC.
       COPY CLASSEFC.
       COPY MATIEREFC.

       DATA DIVISION.
       FILE SECTION.
       COPY EVALPLFD.
       COPY CLASSEFD.
       COPY MATIEREFD.

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.

       77  i PIC 9(3).
       77  ligne-affichage PIC 99.
       77  nb-lignes PIC 9(3).
       77  fin-plan PIC X VALUE 'N'.
           88  tout-plan-lu VALUE 'O'.
       77  nb-plans PIC 9(3) VALUE ZERO.
       77  idx-plan PIC 9(3).
       01  plan-table.
           05  plan-entry OCCURS 500.
               10  ep-tab-evaluation PIC 9(02).
               10  ep-tab-classe     PIC X(05).
               10  ep-tab-matiere    PIC X(03).
               10  ep-tab-date       PIC 9(08).
               10  ep-tab-poids      PIC 9V99.

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

       77  choix PIC 9.
       77  fin-maintenance PIC X VALUE 'N'.
           88  maintenance-finie VALUE 'O'.
       77  evaluation-saisie PIC 9(02).
       77  classe-saisie PIC X(05).
       77  matiere-saisie PIC X(03).
       77  date-saisie PIC 9(8).
       77  poids-saisi PIC 9V99.
       77  jour-julien-saisi PIC 9(7).
       77  rang-trouve PIC 9(3) VALUE ZERO.
       77  reference-valide PIC X VALUE 'N'.
           88  references-valides VALUE 'O'.
       77  table-saturee PIC X VALUE 'N'.
           88  plans-satures VALUE 'O'.

       SCREEN SECTION.
       1   mpe-titre.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'plan des evaluations'.

       1   mpe-menu.
       2   LINE 4 COL 10 VALUE '1) lister une classe'.
       2   LINE 5 COL 10 VALUE '2) planifier une evaluation'.
       2   LINE 6 COL 10 VALUE '3) modifier date et poids'.
       2   LINE 7 COL 10 VALUE '4) retirer du plan'.
       2   LINE 8 COL 10 VALUE '5) sauver et quitter'.
       2   LINE 10 COL 10 VALUE 'votre choix : '.
       2   PIC 9 TO choix REQUIRED.

       1   mpe-ligne.
       2   LINE ligne-affichage.
       2   COL 5 PIC ZZ9 FROM nb-lignes.
       2   COL 10 PIC 99 FROM ep-tab-evaluation(i).
       2   COL 14 PIC X(05) FROM ep-tab-classe(i).
       2   COL 21 PIC X(03) FROM ep-tab-matiere(i).
       2   COL 26 PIC 9(8) FROM ep-tab-date(i).
       2   COL 36 PIC 9.99 FROM ep-tab-poids(i).

       1   mpe-classe.
       2   LINE 12 COL 10 VALUE 'code classe      : '.
       2   PIC X(05) TO classe-saisie REQUIRED.

       1   mpe-cle.
       2   LINE 13 COL 10 VALUE 'code matiere     : '.
       2   PIC X(03) TO matiere-saisie REQUIRED.
       2   LINE 14 COL 10 VALUE 'evaluation (nn)  : '.
       2   PIC 99 TO evaluation-saisie REQUIRED.

       1   mpe-detail.
       2   LINE 15 COL 10 VALUE 'date (aaaammjj)  : '.
       2   PIC 9(8) TO date-saisie REQUIRED.
       2   LINE 16 COL 10 VALUE 'poids (9.99)     : '.
       2   PIC 9V99 TO poids-saisi.

       1   mpe-invalide.
       2   LINE 18 COL 10 VALUE 'saisie invalide' FOREGROUND-COLOR 4.

       1   mpe-classe-inconnue.
       2   LINE 18 COL 10 VALUE 'classe absente ou inactive'
           FOREGROUND-COLOR 4.

       1   mpe-matiere-inconnue.
       2   LINE 18 COL 10 VALUE 'matiere absente ou inactive'
           FOREGROUND-COLOR 4.

       1   mpe-doublon.
       2   LINE 18 COL 10 VALUE 'evaluation deja planifiee'
           FOREGROUND-COLOR 4.

       1   mpe-introuvable.
       2   LINE 18 COL 10 VALUE 'evaluation absente du plan'
           FOREGROUND-COLOR 4.

       1   mpe-table-pleine.
       2   LINE 18 COL 10 VALUE 'table du plan pleine'
           FOREGROUND-COLOR 4.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-CHARGER-PLAN.
           PERFORM 1100-CHARGER-CLASSES.
           PERFORM 1200-CHARGER-MATIERES.

           IF plans-satures
               DISPLAY "plan des evaluations depasse la table de 500, "
                       "maintenance refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL maintenance-finie
               DISPLAY mpe-titre
               DISPLAY mpe-menu
               ACCEPT mpe-menu
               EVALUATE choix
                   WHEN 1 PERFORM 2000-LISTER-PLAN
                   WHEN 2 PERFORM 3000-PLANIFIER-EVALUATION
                   WHEN 3 PERFORM 4000-MODIFIER-EVALUATION
                   WHEN 4 PERFORM 5000-RETIRER-EVALUATION
                   WHEN 5 MOVE 'O' TO fin-maintenance
                   WHEN OTHER DISPLAY mpe-invalide
               END-EVALUATE
           END-PERFORM.

           PERFORM 8000-SAUVER-PLAN.

           MOVE RC-SUCCES TO RETURN-CODE.
           GOBACK.

       1000-CHARGER-PLAN.
           OPEN INPUT PLAN-EVAL-FILE.

           PERFORM UNTIL tout-plan-lu
               READ PLAN-EVAL-FILE
                   AT END MOVE 'O' TO fin-plan
                   NOT AT END
                       IF nb-plans < 500
                           ADD 1 TO nb-plans
                           MOVE EP-EVALUATION
                               TO ep-tab-evaluation(nb-plans)
                           MOVE EP-CLASSE TO ep-tab-classe(nb-plans)
                           MOVE EP-MATIERE TO ep-tab-matiere(nb-plans)
                           MOVE EP-DATE-PREVUE
                               TO ep-tab-date(nb-plans)
                           MOVE EP-POIDS TO ep-tab-poids(nb-plans)
                       ELSE
                           MOVE 'O' TO table-saturee
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PLAN-EVAL-FILE.

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

       2000-LISTER-PLAN.
           DISPLAY mpe-classe.
           ACCEPT mpe-classe.
           DISPLAY mpe-titre.
           MOVE ZERO TO nb-lignes.

           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > nb-plans OR nb-lignes >= 15
               IF ep-tab-classe(i) = classe-saisie
                   ADD 1 TO nb-lignes
                   COMPUTE ligne-affichage = nb-lignes + 3
                   DISPLAY mpe-ligne
               END-IF
           END-PERFORM.

       3000-PLANIFIER-EVALUATION.
           DISPLAY mpe-classe.
           ACCEPT mpe-classe.
           DISPLAY mpe-cle.
           ACCEPT mpe-cle.

           PERFORM 6100-VERIFIER-REFERENCES.

           IF references-valides
               PERFORM 6000-CHERCHER-PLAN
               IF rang-trouve > ZERO
                   DISPLAY mpe-doublon
               ELSE
                   IF nb-plans < 500
                       DISPLAY mpe-detail
                       ACCEPT mpe-detail
                       COMPUTE jour-julien-saisi =
                           FUNCTION INTEGER-OF-DATE(date-saisie)
                       IF jour-julien-saisi = ZERO
                           DISPLAY mpe-invalide
                       ELSE
                           ADD 1 TO nb-plans
                           MOVE evaluation-saisie
                               TO ep-tab-evaluation(nb-plans)
                           MOVE classe-saisie
                               TO ep-tab-classe(nb-plans)
                           MOVE matiere-saisie
                               TO ep-tab-matiere(nb-plans)
                           MOVE date-saisie TO ep-tab-date(nb-plans)
                           IF poids-saisi > ZERO
                               MOVE poids-saisi
                                   TO ep-tab-poids(nb-plans)
                           ELSE
                               MOVE 1.00 TO ep-tab-poids(nb-plans)
                           END-IF
                           MOVE 'evaluation planifiee' TO JL-MESSAGE
                           PERFORM 7500-ECRIRE-JOURNAL
                       END-IF
                   ELSE
                       DISPLAY mpe-table-pleine
                   END-IF
               END-IF
           END-IF.

       4000-MODIFIER-EVALUATION.
           DISPLAY mpe-classe.
           ACCEPT mpe-classe.
           DISPLAY mpe-cle.
           ACCEPT mpe-cle.
           PERFORM 6000-CHERCHER-PLAN.

           IF rang-trouve = ZERO
               DISPLAY mpe-introuvable
           ELSE
               DISPLAY mpe-detail
               ACCEPT mpe-detail
               COMPUTE jour-julien-saisi =
                   FUNCTION INTEGER-OF-DATE(date-saisie)
               IF jour-julien-saisi = ZERO
                   DISPLAY mpe-invalide
               ELSE
                   MOVE date-saisie TO ep-tab-date(rang-trouve)
                   IF poids-saisi > ZERO
                       MOVE poids-saisi TO ep-tab-poids(rang-trouve)
                   END-IF
                   MOVE 'evaluation replanifiee' TO JL-MESSAGE
                   PERFORM 7500-ECRIRE-JOURNAL
               END-IF
           END-IF.

       5000-RETIRER-EVALUATION.
           DISPLAY mpe-classe.
           ACCEPT mpe-classe.
           DISPLAY mpe-cle.
           ACCEPT mpe-cle.
           PERFORM 6000-CHERCHER-PLAN.

           IF rang-trouve = ZERO
               DISPLAY mpe-introuvable
           ELSE
               PERFORM VARYING idx-plan FROM rang-trouve BY 1
                       UNTIL idx-plan >= nb-plans
                   MOVE plan-entry(idx-plan + 1)
                       TO plan-entry(idx-plan)
               END-PERFORM
               SUBTRACT 1 FROM nb-plans
               MOVE 'evaluation retiree du plan' TO JL-MESSAGE
               PERFORM 7500-ECRIRE-JOURNAL
           END-IF.

       6000-CHERCHER-PLAN.
           MOVE ZERO TO rang-trouve.

           PERFORM VARYING idx-plan FROM 1 BY 1
                   UNTIL idx-plan > nb-plans
               IF ep-tab-evaluation(idx-plan) = evaluation-saisie
                       AND ep-tab-classe(idx-plan) = classe-saisie
                       AND ep-tab-matiere(idx-plan) = matiere-saisie
                   MOVE idx-plan TO rang-trouve
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
               DISPLAY mpe-classe-inconnue
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
                   DISPLAY mpe-matiere-inconnue
                   MOVE 'N' TO reference-valide
               ELSE
                   IF evaluation-saisie = ZERO
                           OR evaluation-saisie > 10
                       DISPLAY mpe-invalide
                       MOVE 'N' TO reference-valide
                   END-IF
               END-IF
           END-IF.

       7500-ECRIRE-JOURNAL.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 1110 TO JL-CODE.
           MOVE 'MAJ-PLANEVAL' TO JL-PROGRAMME.
           MOVE 'EP-EVALUATION' TO JL-CHAMP.
           MOVE SPACES TO JL-VALEUR.
           STRING evaluation-saisie DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  classe-saisie DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  matiere-saisie DELIMITED SIZE
               INTO JL-VALEUR.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-SAUVER-PLAN.
           OPEN OUTPUT PLAN-EVAL-FILE.

           PERFORM VARYING idx-plan FROM 1 BY 1
                   UNTIL idx-plan > nb-plans
               MOVE SPACES TO PLAN-EVAL-RECORD
               MOVE ep-tab-evaluation(idx-plan) TO EP-EVALUATION
               MOVE ep-tab-classe(idx-plan) TO EP-CLASSE
               MOVE ep-tab-matiere(idx-plan) TO EP-MATIERE
               MOVE ep-tab-date(idx-plan) TO EP-DATE-PREVUE
               MOVE ep-tab-poids(idx-plan) TO EP-POIDS
               WRITE PLAN-EVAL-RECORD
           END-PERFORM.

           CLOSE PLAN-EVAL-FILE.

       END PROGRAM MAJ-PLAN-EVAL.
