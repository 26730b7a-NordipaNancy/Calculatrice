       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-DECISIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY DECISFC.
       COPY PROMOFC.

           SELECT OPTIONAL OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY DECISFD.
       COPY PROMOFD.

       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.
           05  OP-ID             PIC X(08).
           05  FILLER            PIC X(01).
           05  OP-PROGRAMME      PIC X(20).

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.

       77  i PIC 9(3).
       77  ligne-affichage PIC 99.
       77  nb-lignes-affichees PIC 99.
       77  fin-decisions PIC X VALUE 'N'.
           88  toutes-decisions-lues VALUE 'O'.
       77  fin-promotions PIC X VALUE 'N'.
           88  toutes-promotions-lues VALUE 'O'.
       77  fin-operateurs PIC X VALUE 'N'.
           88  tous-operateurs-lus VALUE 'O'.
       77  operateur-connu PIC X VALUE 'N'.
           88  est-operateur-connu VALUE 'O'.

       77  nb-decisions PIC 9(3) VALUE ZERO.
       77  idx-decision PIC 9(3).
       77  rang-trouve PIC 9(3) VALUE ZERO.
       77  table-saturee PIC X VALUE 'N'.
           88  decisions-saturees VALUE 'O'.
       01  decision-table.
           05  decision-entry OCCURS 999.
               10  dc-tab-eleve-id   PIC X(05).
               10  dc-tab-classe     PIC X(05).
               10  dc-tab-moyenne    PIC 9(2)V99.
               10  dc-tab-nb-notes   PIC 9(01).
               10  dc-tab-absences   PIC 9(03).
               10  dc-tab-proposition PIC X(01).
               10  dc-tab-decision   PIC X(01).
               10  dc-tab-cible      PIC X(05).
               10  dc-tab-validee    PIC X(01).

       77  nb-filieres PIC 9(2) VALUE ZERO.
       77  idx-filiere PIC 9(2).
       01  filiere-table.
           05  filiere-entry OCCURS 50.
               10  fi-tab-ancienne   PIC X(05).
               10  fi-tab-nouvelle   PIC X(05).

       77  choix PIC 9.
       77  fin-maintenance PIC X VALUE 'N'.
           88  maintenance-finie VALUE 'O'.
       77  operateur-saisi PIC X(08).
       77  eleve-id-saisi PIC X(05).
       77  classe-saisie PIC X(05).
       77  decision-saisie PIC X(01).
       77  cible-saisie PIC X(05).
       77  nb-lignes-classe PIC 9(3).
       77  nb-sans-cible PIC 9(3).
       77  nb-non-validees PIC 9(3).
       77  nb-lignes-ecrites PIC 9(4).
       77  valeur-journal PIC X(20).
       77  action-journal PIC X(25).
       77  champ-journal PIC X(15).

       SCREEN SECTION.
       1   mdc-signon.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'decisions du conseil de classe'.
       2   LINE 4 COL 10 VALUE 'votre code operateur : '.
       2   COL 34 PIC X(08) TO operateur-saisi REQUIRED.

       1   mdc-signon-refuse.
       2   LINE 6 COL 10 VALUE 'operateur inconnu' FOREGROUND-COLOR 4.

       1   mdc-titre.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'decisions du conseil de classe'.

       1   mdc-menu.
       2   LINE 4 COL 10 VALUE '1) lister une classe'.
       2   LINE 5 COL 10 VALUE '2) modifier une decision'.
       2   LINE 6 COL 10 VALUE '3) valider une classe'.
       2   LINE 7 COL 10 VALUE '4) ecrire le fichier des promotions'.
       2   LINE 8 COL 10 VALUE '5) sauver et quitter'.
       2   LINE 10 COL 10 VALUE 'votre choix : '.
       2   PIC 9 TO choix REQUIRED.

       1   mdc-ligne.
       2   LINE ligne-affichage.
       2   COL 5 PIC X(05) FROM dc-tab-eleve-id(i).
       2   COL 12 PIC Z9.99 FROM dc-tab-moyenne(i).
       2   COL 19 PIC ZZ9 FROM dc-tab-absences(i).
       2   COL 24 PIC X FROM dc-tab-proposition(i).
       2   COL 27 PIC X FROM dc-tab-decision(i).
       2   COL 30 PIC X(05) FROM dc-tab-cible(i).
       2   COL 37 PIC X FROM dc-tab-validee(i).

       1   mdc-classe.
       2   LINE 12 COL 10 VALUE 'code classe           : '.
       2   PIC X(05) TO classe-saisie REQUIRED.

       1   mdc-eleve-id.
       2   LINE 12 COL 10 VALUE 'identifiant eleve     : '.
       2   PIC X(05) TO eleve-id-saisi REQUIRED.

       1   mdc-decision.
       2   LINE 13 COL 10 VALUE 'decision (P/R/S)      : '.
       2   PIC X TO decision-saisie REQUIRED.

       1   mdc-cible.
       2   LINE 14 COL 10 VALUE 'classe d arrivee      : '.
       2   PIC X(05) USING cible-saisie.

       1   mdc-invalide.
       2   LINE 17 COL 10 VALUE 'saisie invalide' FOREGROUND-COLOR 4.

       1   mdc-introuvable.
       2   LINE 17 COL 10 VALUE 'eleve absent des decisions'
           FOREGROUND-COLOR 4.

       1   mdc-classe-vide.
       2   LINE 17 COL 10 VALUE 'aucune decision pour cette classe'
           FOREGROUND-COLOR 4.

       1   mdc-deja-validee.
       2   LINE 17 COL 10 VALUE 'decision deja validee en conseil'
           FOREGROUND-COLOR 4.

       1   mdc-sans-cible.
       2   LINE 17 COL 10 VALUE 'promotion sans classe d arrivee'
           FOREGROUND-COLOR 4.

       1   mdc-non-validees.
       2   LINE 17 COL 10 VALUE 'des classes restent a valider'
           FOREGROUND-COLOR 4.

       1   mdc-promotions-ecrites.
       2   LINE 17 COL 10 VALUE 'fichier des promotions ecrit'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY mdc-signon.
           ACCEPT mdc-signon.

           PERFORM 0500-VERIFIER-OPERATEUR.

           IF NOT est-operateur-connu
               DISPLAY mdc-signon-refuse
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-CHARGER-DECISIONS.

           IF decisions-saturees
               DISPLAY "fichier des decisions depasse la table de 999, "
                       "maintenance refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           IF nb-decisions = ZERO
               DISPLAY "aucune decision proposee, lancer le conseil "
                       "de classe"
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-CHARGER-FILIERES.

           PERFORM UNTIL maintenance-finie
               DISPLAY mdc-titre
               DISPLAY mdc-menu
               ACCEPT mdc-menu
               EVALUATE choix
                   WHEN 1 PERFORM 2000-LISTER-CLASSE
                   WHEN 2 PERFORM 3000-MODIFIER-DECISION
                   WHEN 3 PERFORM 4000-VALIDER-CLASSE
                   WHEN 4 PERFORM 5000-ECRIRE-PROMOTIONS
                   WHEN 5 MOVE 'O' TO fin-maintenance
                   WHEN OTHER DISPLAY mdc-invalide
               END-EVALUATE
           END-PERFORM.

           PERFORM 8000-SAUVER-DECISIONS.

           MOVE RC-SUCCES TO RETURN-CODE.
           GOBACK.

       0500-VERIFIER-OPERATEUR.
           MOVE 'N' TO operateur-connu.

           OPEN INPUT OPERATEUR-FILE.

           PERFORM UNTIL tous-operateurs-lus
               READ OPERATEUR-FILE
                   AT END MOVE 'O' TO fin-operateurs
                   NOT AT END
                       IF OP-ID = operateur-saisi
                           MOVE 'O' TO operateur-connu
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERATEUR-FILE.

       1000-CHARGER-DECISIONS.
           OPEN INPUT DECISION-FILE.

           PERFORM UNTIL toutes-decisions-lues
               READ DECISION-FILE
                   AT END MOVE 'O' TO fin-decisions
                   NOT AT END
                       IF nb-decisions < 999
                           ADD 1 TO nb-decisions
                           MOVE DC-ELEVE-ID
                               TO dc-tab-eleve-id(nb-decisions)
                           MOVE DC-CLASSE
                               TO dc-tab-classe(nb-decisions)
                           MOVE DC-MOYENNE
                               TO dc-tab-moyenne(nb-decisions)
                           MOVE DC-NB-NOTES
                               TO dc-tab-nb-notes(nb-decisions)
                           MOVE DC-ABSENCES
                               TO dc-tab-absences(nb-decisions)
                           MOVE DC-PROPOSITION
                               TO dc-tab-proposition(nb-decisions)
                           MOVE DC-DECISION
                               TO dc-tab-decision(nb-decisions)
                           MOVE DC-CIBLE
                               TO dc-tab-cible(nb-decisions)
                           MOVE DC-VALIDEE
                               TO dc-tab-validee(nb-decisions)
                       ELSE
                           MOVE 'O' TO table-saturee
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DECISION-FILE.

       1100-CHARGER-FILIERES.
           OPEN INPUT PROMOTION-FILE.

           PERFORM UNTIL toutes-promotions-lues
               READ PROMOTION-FILE
                   AT END MOVE 'O' TO fin-promotions
                   NOT AT END
                       IF nb-filieres < 50
                               AND PO-ANCIENNE NOT = SPACES
                               AND PO-ELEVE-ID = SPACES
                           ADD 1 TO nb-filieres
                           MOVE PO-ANCIENNE
                               TO fi-tab-ancienne(nb-filieres)
                           MOVE PO-NOUVELLE
                               TO fi-tab-nouvelle(nb-filieres)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PROMOTION-FILE.

       2000-LISTER-CLASSE.
           DISPLAY mdc-classe.
           ACCEPT mdc-classe.

           DISPLAY mdc-titre.
           MOVE ZERO TO nb-lignes-affichees.
           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > nb-decisions OR nb-lignes-affichees > 14
               IF dc-tab-classe(i) = classe-saisie
                   ADD 1 TO nb-lignes-affichees
                   COMPUTE ligne-affichage = nb-lignes-affichees + 3
                   DISPLAY mdc-ligne
               END-IF
           END-PERFORM.

           IF nb-lignes-affichees = ZERO
               DISPLAY mdc-classe-vide
           END-IF.

       3000-MODIFIER-DECISION.
           DISPLAY mdc-eleve-id.
           ACCEPT mdc-eleve-id.
           PERFORM 6000-CHERCHER-DECISION.

           IF rang-trouve = ZERO
               DISPLAY mdc-introuvable
           ELSE
               IF dc-tab-validee(rang-trouve) = 'O'
                   DISPLAY mdc-deja-validee
               ELSE
                   DISPLAY mdc-decision
                   ACCEPT mdc-decision
                   PERFORM 3100-APPLIQUER-DECISION
               END-IF
           END-IF.

       3100-APPLIQUER-DECISION.
           EVALUATE decision-saisie
               WHEN 'P'
                   MOVE dc-tab-classe(rang-trouve) TO classe-saisie
                   PERFORM 6100-CHERCHER-FILIERE
                   DISPLAY mdc-cible
                   ACCEPT mdc-cible
                   IF cible-saisie = SPACES
                           OR cible-saisie = dc-tab-classe(rang-trouve)
                       DISPLAY mdc-invalide
                   ELSE
                       MOVE 'P' TO dc-tab-decision(rang-trouve)
                       MOVE cible-saisie TO dc-tab-cible(rang-trouve)
                       PERFORM 3200-JOURNALISER-DECISION
                   END-IF
               WHEN 'R'
                   MOVE 'R' TO dc-tab-decision(rang-trouve)
                   MOVE dc-tab-classe(rang-trouve)
                       TO dc-tab-cible(rang-trouve)
                   PERFORM 3200-JOURNALISER-DECISION
               WHEN 'S'
                   MOVE 'S' TO dc-tab-decision(rang-trouve)
                   MOVE 'SORTI' TO dc-tab-cible(rang-trouve)
                   PERFORM 3200-JOURNALISER-DECISION
               WHEN OTHER
                   DISPLAY mdc-invalide
           END-EVALUATE.

       3200-JOURNALISER-DECISION.
           MOVE SPACES TO valeur-journal.
           STRING eleve-id-saisi DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  dc-tab-proposition(rang-trouve) DELIMITED SIZE
                  '>' DELIMITED SIZE
                  dc-tab-decision(rang-trouve) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  dc-tab-cible(rang-trouve) DELIMITED SIZE
                  INTO valeur-journal.
           MOVE 'DC-ELEVE-ID' TO champ-journal.
           MOVE 'decision modifiee' TO action-journal.
           PERFORM 7500-ECRIRE-JOURNAL.

       4000-VALIDER-CLASSE.
           DISPLAY mdc-classe.
           ACCEPT mdc-classe.

           MOVE ZERO TO nb-lignes-classe.
           MOVE ZERO TO nb-sans-cible.
           PERFORM VARYING idx-decision FROM 1 BY 1
                   UNTIL idx-decision > nb-decisions
               IF dc-tab-classe(idx-decision) = classe-saisie
                   ADD 1 TO nb-lignes-classe
                   IF dc-tab-cible(idx-decision) = SPACES
                       ADD 1 TO nb-sans-cible
                   END-IF
               END-IF
           END-PERFORM.

           IF nb-lignes-classe = ZERO
               DISPLAY mdc-classe-vide
           ELSE
               IF nb-sans-cible > ZERO
                   DISPLAY mdc-sans-cible
               ELSE
                   PERFORM VARYING idx-decision FROM 1 BY 1
                           UNTIL idx-decision > nb-decisions
                       IF dc-tab-classe(idx-decision) = classe-saisie
                           MOVE 'O' TO dc-tab-validee(idx-decision)
                       END-IF
                   END-PERFORM
                   MOVE classe-saisie TO valeur-journal
                   MOVE 'DC-CLASSE' TO champ-journal
                   MOVE 'classe validee' TO action-journal
                   PERFORM 7500-ECRIRE-JOURNAL
               END-IF
           END-IF.

       5000-ECRIRE-PROMOTIONS.
           MOVE ZERO TO nb-non-validees.
           PERFORM VARYING idx-decision FROM 1 BY 1
                   UNTIL idx-decision > nb-decisions
               IF dc-tab-validee(idx-decision) NOT = 'O'
                   ADD 1 TO nb-non-validees
               END-IF
           END-PERFORM.

           IF nb-non-validees > ZERO
               DISPLAY mdc-non-validees
           ELSE
               MOVE ZERO TO nb-lignes-ecrites
               OPEN OUTPUT PROMOTION-FILE

               PERFORM VARYING idx-filiere FROM 1 BY 1
                       UNTIL idx-filiere > nb-filieres
                   MOVE SPACES TO PROMOTION-RECORD
                   MOVE fi-tab-ancienne(idx-filiere) TO PO-ANCIENNE
                   MOVE fi-tab-nouvelle(idx-filiere) TO PO-NOUVELLE
                   WRITE PROMOTION-RECORD
               END-PERFORM

               PERFORM VARYING idx-decision FROM 1 BY 1
                       UNTIL idx-decision > nb-decisions
                   MOVE SPACES TO PROMOTION-RECORD
                   MOVE dc-tab-classe(idx-decision) TO PO-ANCIENNE
                   MOVE dc-tab-cible(idx-decision) TO PO-NOUVELLE
                   MOVE dc-tab-eleve-id(idx-decision) TO PO-ELEVE-ID
                   WRITE PROMOTION-RECORD
                   ADD 1 TO nb-lignes-ecrites
               END-PERFORM

               CLOSE PROMOTION-FILE

               MOVE nb-lignes-ecrites TO valeur-journal
               MOVE 'PO-ELEVE-ID' TO champ-journal
               MOVE 'promotions ecrites' TO action-journal
               PERFORM 7500-ECRIRE-JOURNAL
               DISPLAY mdc-promotions-ecrites
           END-IF.

       6000-CHERCHER-DECISION.
           MOVE ZERO TO rang-trouve.

           PERFORM VARYING idx-decision FROM 1 BY 1
                   UNTIL idx-decision > nb-decisions
               IF dc-tab-eleve-id(idx-decision) = eleve-id-saisi
                   MOVE idx-decision TO rang-trouve
               END-IF
           END-PERFORM.

       6100-CHERCHER-FILIERE.
           MOVE SPACES TO cible-saisie.

           PERFORM VARYING idx-filiere FROM 1 BY 1
                   UNTIL idx-filiere > nb-filieres
               IF fi-tab-ancienne(idx-filiere) = classe-saisie
                   MOVE fi-tab-nouvelle(idx-filiere) TO cible-saisie
               END-IF
           END-PERFORM.

       7500-ECRIRE-JOURNAL.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 1070 TO JL-CODE.

           MOVE SPACES TO JL-MESSAGE.
           STRING action-journal DELIMITED '  '
                  ' par ' DELIMITED SIZE
                  operateur-saisi DELIMITED SIZE
                  INTO JL-MESSAGE.

           MOVE 'MAJ-DECISION' TO JL-PROGRAMME.
           MOVE champ-journal TO JL-CHAMP.
           MOVE valeur-journal TO JL-VALEUR.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-SAUVER-DECISIONS.
           OPEN OUTPUT DECISION-FILE.

           PERFORM VARYING idx-decision FROM 1 BY 1
                   UNTIL idx-decision > nb-decisions
               MOVE SPACES TO DECISION-RECORD
               MOVE dc-tab-eleve-id(idx-decision) TO DC-ELEVE-ID
               MOVE dc-tab-classe(idx-decision) TO DC-CLASSE
               MOVE dc-tab-moyenne(idx-decision) TO DC-MOYENNE
               MOVE dc-tab-nb-notes(idx-decision) TO DC-NB-NOTES
               MOVE dc-tab-absences(idx-decision) TO DC-ABSENCES
               MOVE dc-tab-proposition(idx-decision) TO DC-PROPOSITION
               MOVE dc-tab-decision(idx-decision) TO DC-DECISION
               MOVE dc-tab-cible(idx-decision) TO DC-CIBLE
               MOVE dc-tab-validee(idx-decision) TO DC-VALIDEE
               WRITE DECISION-RECORD
           END-PERFORM.

           CLOSE DECISION-FILE.

       END PROGRAM MAJ-DECISIONS.
