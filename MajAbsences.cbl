       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-ABSENCES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ABSENCEFC.
       COPY ELEVIXFC.

           SELECT OPTIONAL OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY ABSENCEFD.
       COPY ELEVIXFD.

       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.
           05  OP-ID             PIC X(08).
           05  FILLER            PIC X(01).
           05  OP-PROGRAMME      PIC X(20).

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.

       77  i PIC 9(4).
       77  ligne-affichage PIC 99.
       77  nb-lignes-affichees PIC 99.
       77  fin-absences PIC X VALUE 'N'.
           88  toutes-absences-lues VALUE 'O'.
       77  fin-operateurs PIC X VALUE 'N'.
           88  tous-operateurs-lus VALUE 'O'.
       77  operateur-connu PIC X VALUE 'N'.
           88  est-operateur-connu VALUE 'O'.
       77  eleve-trouve PIC X VALUE 'N'.
           88  eleve-connu VALUE 'O'.

       77  nb-absences PIC 9(4) VALUE ZERO.
       77  idx-absence PIC 9(4).
       77  rang-trouve PIC 9(4) VALUE ZERO.
       77  rang-modifie PIC 9(4) VALUE ZERO.
       77  table-saturee PIC X VALUE 'N'.
           88  absences-saturees VALUE 'O'.
       01  absence-table.
           05  absence-entry OCCURS 3000.
               10  ab-tab-eleve-id   PIC X(05).
               10  ab-tab-date       PIC 9(8).
               10  ab-tab-justifiee  PIC X(01).

       77  choix PIC 9.
       77  fin-maintenance PIC X VALUE 'N'.
           88  maintenance-finie VALUE 'O'.
       77  operateur-saisi PIC X(08).
       77  eleve-id-saisi PIC X(05).
       77  date-saisie PIC 9(8).
       77  nouvelle-date-saisie PIC 9(8).
       77  justifiee-saisie PIC X(01).
       77  ancienne-date PIC 9(8).
       77  nouvelle-justifiee PIC X(01).
       77  jour-julien-saisi PIC 9(8).
       77  nom-eleve PIC X(30).
       77  valeur-journal PIC X(20).
       77  action-journal PIC X(25).

       SCREEN SECTION.
       1   abs-signon.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'saisie des absences'.
       2   LINE 4 COL 10 VALUE 'votre code operateur : '.
       2   COL 34 PIC X(08) TO operateur-saisi REQUIRED.

       1   abs-signon-refuse.
       2   LINE 6 COL 10 VALUE 'operateur inconnu' FOREGROUND-COLOR 4.

       1   abs-titre.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'saisie des absences'.

       1   abs-menu.
       2   LINE 4 COL 10 VALUE '1) lister les absences d un eleve'.
       2   LINE 5 COL 10 VALUE '2) saisir une absence'.
       2   LINE 6 COL 10 VALUE '3) modifier une absence'.
       2   LINE 7 COL 10 VALUE '4) justifier une absence'.
       2   LINE 8 COL 10 VALUE '5) sauver et quitter'.
       2   LINE 10 COL 10 VALUE 'votre choix : '.
       2   PIC 9 TO choix REQUIRED.

       1   abs-ligne.
       2   LINE ligne-affichage.
       2   COL 5 PIC ZZZ9 FROM i.
       2   COL 12 PIC X(05) FROM ab-tab-eleve-id(i).
       2   COL 20 PIC 9(8) FROM ab-tab-date(i).
       2   COL 30 PIC X FROM ab-tab-justifiee(i).

       1   abs-eleve-id.
       2   LINE 12 COL 10 VALUE 'identifiant eleve     : '.
       2   PIC X(05) TO eleve-id-saisi REQUIRED.

       1   abs-nom-eleve.
       2   LINE 12 COL 42 PIC X(30) FROM nom-eleve.

       1   abs-date.
       2   LINE 13 COL 10 VALUE 'date (aaaammjj)       : '.
       2   PIC 9(8) TO date-saisie REQUIRED.

       1   abs-modification.
       2   LINE 14 COL 10 VALUE 'nouvelle date         : '.
       2   PIC 9(8) TO nouvelle-date-saisie REQUIRED.
       2   LINE 15 COL 10 VALUE 'justifiee (J/N)       : '.
       2   PIC X TO justifiee-saisie REQUIRED.

       1   abs-invalide.
       2   LINE 17 COL 10 VALUE 'saisie invalide' FOREGROUND-COLOR 4.

       1   abs-eleve-inconnu.
       2   LINE 17 COL 10 VALUE 'eleve absent du fichier maitre'
           FOREGROUND-COLOR 4.

       1   abs-doublon.
       2   LINE 17 COL 10 VALUE 'absence deja saisie pour ce jour'
           FOREGROUND-COLOR 4.

       1   abs-introuvable.
       2   LINE 17 COL 10 VALUE 'absence introuvable'
           FOREGROUND-COLOR 4.

       1   abs-deja-justifiee.
       2   LINE 17 COL 10 VALUE 'absence deja justifiee'
           FOREGROUND-COLOR 4.

       1   abs-table-pleine.
       2   LINE 17 COL 10 VALUE 'table des absences pleine'
           FOREGROUND-COLOR 4.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY abs-signon.
           ACCEPT abs-signon.

           PERFORM 0500-VERIFIER-OPERATEUR.

           IF NOT est-operateur-connu
               DISPLAY abs-signon-refuse
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-CHARGER-ABSENCES.

           IF absences-saturees
               DISPLAY "fichier absences depasse la table de 3000, "
                       "maintenance refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ELEVE-IX-FILE.

           PERFORM UNTIL maintenance-finie
               DISPLAY abs-titre
               DISPLAY abs-menu
               ACCEPT abs-menu
               EVALUATE choix
                   WHEN 1 PERFORM 2000-LISTER-ABSENCES
                   WHEN 2 PERFORM 3000-AJOUTER-ABSENCE
                   WHEN 3 PERFORM 4000-MODIFIER-ABSENCE
                   WHEN 4 PERFORM 5000-JUSTIFIER-ABSENCE
                   WHEN 5 MOVE 'O' TO fin-maintenance
                   WHEN OTHER DISPLAY abs-invalide
               END-EVALUATE
           END-PERFORM.

           CLOSE ELEVE-IX-FILE.

           PERFORM 8000-SAUVER-ABSENCES.

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

       1000-CHARGER-ABSENCES.
           OPEN INPUT ABSENCE-FILE.

           PERFORM UNTIL toutes-absences-lues
               READ ABSENCE-FILE
                   AT END MOVE 'O' TO fin-absences
                   NOT AT END
                       IF nb-absences < 3000
                           ADD 1 TO nb-absences
                           MOVE AB-ELEVE-ID
                               TO ab-tab-eleve-id(nb-absences)
                           MOVE AB-DATE
                               TO ab-tab-date(nb-absences)
                           MOVE AB-JUSTIFIEE
                               TO ab-tab-justifiee(nb-absences)
                       ELSE
                           MOVE 'O' TO table-saturee
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ABSENCE-FILE.

       2000-LISTER-ABSENCES.
           DISPLAY abs-eleve-id.
           ACCEPT abs-eleve-id.

           DISPLAY abs-titre.
           MOVE ZERO TO nb-lignes-affichees.
           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > nb-absences OR nb-lignes-affichees > 14
               IF ab-tab-eleve-id(i) = eleve-id-saisi
                   ADD 1 TO nb-lignes-affichees
                   COMPUTE ligne-affichage = nb-lignes-affichees + 3
                   DISPLAY abs-ligne
               END-IF
           END-PERFORM.

           IF nb-lignes-affichees = ZERO
               DISPLAY abs-introuvable
           END-IF.

       3000-AJOUTER-ABSENCE.
           DISPLAY abs-eleve-id.
           ACCEPT abs-eleve-id.
           PERFORM 6000-VERIFIER-ELEVE.

           IF NOT eleve-connu
               DISPLAY abs-eleve-inconnu
           ELSE
               DISPLAY abs-nom-eleve
               DISPLAY abs-date
               ACCEPT abs-date
               COMPUTE jour-julien-saisi =
                   FUNCTION INTEGER-OF-DATE(date-saisie)
               IF jour-julien-saisi = ZERO
                   DISPLAY abs-invalide
               ELSE
                   PERFORM 6500-CHERCHER-ABSENCE
                   IF rang-trouve > ZERO
                       DISPLAY abs-doublon
                   ELSE
                       IF nb-absences < 3000
                           ADD 1 TO nb-absences
                           MOVE eleve-id-saisi
                               TO ab-tab-eleve-id(nb-absences)
                           MOVE date-saisie
                               TO ab-tab-date(nb-absences)
                           MOVE 'N'
                               TO ab-tab-justifiee(nb-absences)
                           MOVE 'N' TO justifiee-saisie
                           MOVE 'ajout absence' TO action-journal
                           PERFORM 7500-ECRIRE-JOURNAL
                       ELSE
                           DISPLAY abs-table-pleine
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4000-MODIFIER-ABSENCE.
           DISPLAY abs-eleve-id.
           ACCEPT abs-eleve-id.
           DISPLAY abs-date.
           ACCEPT abs-date.
           PERFORM 6500-CHERCHER-ABSENCE.

           IF rang-trouve = ZERO
               DISPLAY abs-introuvable
           ELSE
               DISPLAY abs-modification
               ACCEPT abs-modification
               COMPUTE jour-julien-saisi =
                   FUNCTION INTEGER-OF-DATE(nouvelle-date-saisie)
               IF jour-julien-saisi = ZERO
                       OR (justifiee-saisie NOT = 'J'
                           AND justifiee-saisie NOT = 'N')
                   DISPLAY abs-invalide
               ELSE
                   MOVE rang-trouve TO rang-modifie
                   MOVE date-saisie TO ancienne-date
                   MOVE nouvelle-date-saisie TO date-saisie
                   PERFORM 6500-CHERCHER-ABSENCE
                   IF rang-trouve > ZERO
                           AND rang-trouve NOT = rang-modifie
                       DISPLAY abs-doublon
                   ELSE
                       MOVE justifiee-saisie TO nouvelle-justifiee
                       MOVE ancienne-date TO date-saisie
                       MOVE ab-tab-justifiee(rang-modifie)
                           TO justifiee-saisie
                       MOVE 'modif absence, avant' TO action-journal
                       PERFORM 7500-ECRIRE-JOURNAL
                       MOVE nouvelle-date-saisie
                           TO ab-tab-date(rang-modifie)
                       MOVE nouvelle-justifiee
                           TO ab-tab-justifiee(rang-modifie)
                       MOVE nouvelle-date-saisie TO date-saisie
                       MOVE nouvelle-justifiee TO justifiee-saisie
                       MOVE 'modif absence, apres' TO action-journal
                       PERFORM 7500-ECRIRE-JOURNAL
                   END-IF
               END-IF
           END-IF.

       5000-JUSTIFIER-ABSENCE.
           DISPLAY abs-eleve-id.
           ACCEPT abs-eleve-id.
           DISPLAY abs-date.
           ACCEPT abs-date.
           PERFORM 6500-CHERCHER-ABSENCE.

           IF rang-trouve = ZERO
               DISPLAY abs-introuvable
           ELSE
               IF ab-tab-justifiee(rang-trouve) = 'J'
                   DISPLAY abs-deja-justifiee
               ELSE
                   MOVE 'J' TO ab-tab-justifiee(rang-trouve)
                   MOVE 'J' TO justifiee-saisie
                   MOVE 'justification absence' TO action-journal
                   PERFORM 7500-ECRIRE-JOURNAL
               END-IF
           END-IF.

       6000-VERIFIER-ELEVE.
           MOVE 'N' TO eleve-trouve.
           MOVE SPACES TO nom-eleve.

           MOVE eleve-id-saisi TO EI-ELEVE-ID.
           READ ELEVE-IX-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO eleve-trouve
                   MOVE EI-NOM TO nom-eleve
           END-READ.

       6500-CHERCHER-ABSENCE.
           MOVE ZERO TO rang-trouve.

           PERFORM VARYING idx-absence FROM 1 BY 1
                   UNTIL idx-absence > nb-absences
               IF ab-tab-eleve-id(idx-absence) = eleve-id-saisi
                       AND ab-tab-date(idx-absence) = date-saisie
                   MOVE idx-absence TO rang-trouve
               END-IF
           END-PERFORM.

       7500-ECRIRE-JOURNAL.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 1010 TO JL-CODE.
           MOVE SPACES TO valeur-journal.
           STRING eleve-id-saisi DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  date-saisie DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  justifiee-saisie DELIMITED SIZE
                  INTO valeur-journal.

           MOVE SPACES TO JL-MESSAGE.
           STRING action-journal DELIMITED '  '
                  ' par ' DELIMITED SIZE
                  operateur-saisi DELIMITED SIZE
                  INTO JL-MESSAGE.

           MOVE 'MAJ-ABSENCES' TO JL-PROGRAMME.
           MOVE 'AB-ELEVE-ID' TO JL-CHAMP.
           MOVE valeur-journal TO JL-VALEUR.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-SAUVER-ABSENCES.
           OPEN OUTPUT ABSENCE-FILE.

           PERFORM VARYING idx-absence FROM 1 BY 1
                   UNTIL idx-absence > nb-absences
               MOVE SPACES TO ABSENCE-RECORD
               MOVE ab-tab-eleve-id(idx-absence) TO AB-ELEVE-ID
               MOVE ab-tab-date(idx-absence) TO AB-DATE
               MOVE ab-tab-justifiee(idx-absence) TO AB-JUSTIFIEE
               WRITE ABSENCE-RECORD
           END-PERFORM.

           CLOSE ABSENCE-FILE.

       END PROGRAM MAJ-ABSENCES.
