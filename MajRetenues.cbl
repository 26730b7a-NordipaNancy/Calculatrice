       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-RETENUES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SUSPECTFC.

           SELECT OPTIONAL OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY SUSPECTFD.

       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.
           05  OP-ID             PIC X(08).
           05  FILLER            PIC X(01).
           05  OP-PROGRAMME      PIC X(20).

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       COPY DATECOM.

       77  i PIC 9(4).
       77  ligne-affichage PIC 99.
       77  nb-lignes-affichees PIC 99.
       77  fin-suspects PIC X VALUE 'N'.
           88  tous-suspects-lus VALUE 'O'.
       77  fin-operateurs PIC X VALUE 'N'.
           88  tous-operateurs-lus VALUE 'O'.
       77  operateur-connu PIC X VALUE 'N'.
           88  est-operateur-connu VALUE 'O'.

       77  nb-suspects PIC 9(4) VALUE ZERO.
       77  idx-suspect PIC 9(4).
       77  rang-trouve PIC 9(4) VALUE ZERO.
       77  table-saturee PIC X VALUE 'N'.
           88  suspects-satures VALUE 'O'.
       01  suspect-table.
           05  suspect-entry OCCURS 2000.
               10  ns-tab-date       PIC 9(8).
               10  ns-tab-eleve-id   PIC X(05).
               10  ns-tab-note       PIC 9(2)V99.
               10  ns-tab-moyenne    PIC 9(2)V99.
               10  ns-tab-ecart      PIC 9(2)V99.
               10  ns-tab-statut     PIC X(01).
               10  ns-tab-operateur  PIC X(08).
               10  ns-tab-date-decision PIC 9(8).

       77  choix PIC 9.
       77  fin-maintenance PIC X VALUE 'N'.
           88  maintenance-finie VALUE 'O'.
       77  operateur-saisi PIC X(08).
       77  eleve-id-saisi PIC X(05).
       77  date-saisie PIC 9(8).
       77  confirmation PIC X(01).
       77  note-journal PIC Z9.99.

       SCREEN SECTION.
       1   mre-signon.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'notes retenues a l export'.
       2   LINE 4 COL 10 VALUE 'votre code operateur : '.
       2   COL 34 PIC X(08) TO operateur-saisi REQUIRED.

       1   mre-signon-refuse.
       2   LINE 6 COL 10 VALUE 'operateur inconnu' FOREGROUND-COLOR 4.

       1   mre-titre.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'notes retenues a l export'.

       1   mre-menu.
       2   LINE 4 COL 10 VALUE '1) lister les notes retenues'.
       2   LINE 5 COL 10 VALUE '2) liberer une note'.
       2   LINE 6 COL 10 VALUE '3) sauver et quitter'.
       2   LINE 8 COL 10 VALUE 'votre choix : '.
       2   PIC 9 TO choix REQUIRED.

       1   mre-ligne.
       2   LINE ligne-affichage.
       2   COL 5 PIC 9(8) FROM ns-tab-date(i).
       2   COL 15 PIC X(05) FROM ns-tab-eleve-id(i).
       2   COL 22 PIC Z9.99 FROM ns-tab-note(i).
       2   COL 29 PIC Z9.99 FROM ns-tab-moyenne(i).
       2   COL 36 PIC Z9.99 FROM ns-tab-ecart(i).

       1   mre-cle.
       2   LINE 12 COL 10 VALUE 'identifiant eleve     : '.
       2   PIC X(05) TO eleve-id-saisi REQUIRED.
       2   LINE 13 COL 10 VALUE 'date de l audit       : '.
       2   PIC 9(8) TO date-saisie REQUIRED.

       1   mre-confirmation.
       2   LINE 14 COL 10 VALUE 'note verifiee, liberer (O/N) : '.
       2   PIC X TO confirmation REQUIRED.

       1   mre-invalide.
       2   LINE 17 COL 10 VALUE 'saisie invalide' FOREGROUND-COLOR 4.

       1   mre-aucune.
       2   LINE 17 COL 10 VALUE 'aucune note retenue'
           FOREGROUND-COLOR 4.

       1   mre-introuvable.
       2   LINE 17 COL 10 VALUE 'note retenue introuvable'
           FOREGROUND-COLOR 4.

       1   mre-deja-traitee.
       2   LINE 17 COL 10 VALUE 'note deja liberee ou corrigee'
           FOREGROUND-COLOR 4.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY mre-signon.
           ACCEPT mre-signon.

           PERFORM 0500-VERIFIER-OPERATEUR.

           IF NOT est-operateur-connu
               DISPLAY mre-signon-refuse
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           CALL 'OBTENIR-DATE' USING date-du-jour.

           PERFORM 1000-CHARGER-SUSPECTS.

           IF suspects-satures
               DISPLAY "fichier des notes suspectes depasse la table "
                       "de 2000, maintenance refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL maintenance-finie
               DISPLAY mre-titre
               DISPLAY mre-menu
               ACCEPT mre-menu
               EVALUATE choix
                   WHEN 1 PERFORM 2000-LISTER-RETENUES
                   WHEN 2 PERFORM 3000-LIBERER-NOTE
                   WHEN 3 MOVE 'O' TO fin-maintenance
                   WHEN OTHER DISPLAY mre-invalide
               END-EVALUATE
           END-PERFORM.

           PERFORM 8000-SAUVER-SUSPECTS.

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

       1000-CHARGER-SUSPECTS.
           OPEN INPUT SUSPECT-FILE.

           PERFORM UNTIL tous-suspects-lus
               READ SUSPECT-FILE
                   AT END MOVE 'O' TO fin-suspects
                   NOT AT END
                       IF nb-suspects < 2000
                           ADD 1 TO nb-suspects
                           MOVE NS-DATE TO ns-tab-date(nb-suspects)
                           MOVE NS-ELEVE-ID
                               TO ns-tab-eleve-id(nb-suspects)
                           MOVE NS-NOTE TO ns-tab-note(nb-suspects)
                           MOVE NS-MOYENNE
                               TO ns-tab-moyenne(nb-suspects)
                           MOVE NS-ECART TO ns-tab-ecart(nb-suspects)
                           MOVE NS-STATUT
                               TO ns-tab-statut(nb-suspects)
                           MOVE NS-OPERATEUR
                               TO ns-tab-operateur(nb-suspects)
                           MOVE NS-DATE-DECISION
                               TO ns-tab-date-decision(nb-suspects)
                       ELSE
                           MOVE 'O' TO table-saturee
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUSPECT-FILE.

       2000-LISTER-RETENUES.
           DISPLAY mre-titre.
           MOVE ZERO TO nb-lignes-affichees.
           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > nb-suspects OR nb-lignes-affichees > 14
               IF ns-tab-statut(i) = 'R'
                   ADD 1 TO nb-lignes-affichees
                   COMPUTE ligne-affichage = nb-lignes-affichees + 3
                   DISPLAY mre-ligne
               END-IF
           END-PERFORM.

           IF nb-lignes-affichees = ZERO
               DISPLAY mre-aucune
           END-IF.

       3000-LIBERER-NOTE.
           DISPLAY mre-cle.
           ACCEPT mre-cle.

           MOVE ZERO TO rang-trouve.
           PERFORM VARYING idx-suspect FROM 1 BY 1
                   UNTIL idx-suspect > nb-suspects
               IF ns-tab-eleve-id(idx-suspect) = eleve-id-saisi
                       AND ns-tab-date(idx-suspect) = date-saisie
                   MOVE idx-suspect TO rang-trouve
               END-IF
           END-PERFORM.

           IF rang-trouve = ZERO
               DISPLAY mre-introuvable
           ELSE
               IF ns-tab-statut(rang-trouve) NOT = 'R'
                   DISPLAY mre-deja-traitee
               ELSE
                   DISPLAY mre-confirmation
                   ACCEPT mre-confirmation
                   IF confirmation = 'O'
                       MOVE 'L' TO ns-tab-statut(rang-trouve)
                       MOVE operateur-saisi
                           TO ns-tab-operateur(rang-trouve)
                       MOVE date-du-jour
                           TO ns-tab-date-decision(rang-trouve)
                       PERFORM 7500-ECRIRE-JOURNAL
                   END-IF
               END-IF
           END-IF.

       7500-ECRIRE-JOURNAL.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 1120 TO JL-CODE.
           MOVE ns-tab-note(rang-trouve) TO note-journal.
           MOVE SPACES TO JL-VALEUR.
           STRING eleve-id-saisi DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  note-journal DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  date-saisie DELIMITED SIZE
                  INTO JL-VALEUR.

           MOVE SPACES TO JL-MESSAGE.
           STRING 'note retenue liberee par ' DELIMITED SIZE
                  operateur-saisi DELIMITED SIZE
                  INTO JL-MESSAGE.

           MOVE 'MAJ-RETENUES' TO JL-PROGRAMME.
           MOVE 'NS-ELEVE-ID' TO JL-CHAMP.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-SAUVER-SUSPECTS.
           OPEN OUTPUT SUSPECT-FILE.

           PERFORM VARYING idx-suspect FROM 1 BY 1
                   UNTIL idx-suspect > nb-suspects
               MOVE SPACES TO SUSPECT-RECORD
               MOVE ns-tab-date(idx-suspect) TO NS-DATE
               MOVE ns-tab-eleve-id(idx-suspect) TO NS-ELEVE-ID
               MOVE ns-tab-note(idx-suspect) TO NS-NOTE
               MOVE ns-tab-moyenne(idx-suspect) TO NS-MOYENNE
               MOVE ns-tab-ecart(idx-suspect) TO NS-ECART
               MOVE ns-tab-statut(idx-suspect) TO NS-STATUT
               MOVE ns-tab-operateur(idx-suspect) TO NS-OPERATEUR
               MOVE ns-tab-date-decision(idx-suspect)
                   TO NS-DATE-DECISION
               WRITE SUSPECT-RECORD
           END-PERFORM.

           CLOSE SUSPECT-FILE.

       END PROGRAM MAJ-RETENUES.
