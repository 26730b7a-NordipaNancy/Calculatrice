       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNER-NOTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY VALIDFC.
       COPY HISTOFC.
       COPY ELEVIXFC.
       COPY ENSEIGNFC.
       COPY CLASSEFC.
       COPY AFFECTFC.

           SELECT OPTIONAL OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY VALIDFD.
       COPY HISTOFD.
       COPY ELEVIXFD.
       COPY ENSEIGNFD.
       COPY CLASSEFD.
       COPY AFFECTFD.

       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.
           05  OP-ID             PIC X(08).
           05  FILLER            PIC X(01).
           05  OP-PROGRAMME      PIC X(20).

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       COPY DATECOM.
       COPY PARAMCOM.

       77  i PIC 99.
       77  fin-operateurs PIC X VALUE 'N'.
           88  tous-operateurs-lus VALUE 'O'.
       77  fin-enseignants PIC X VALUE 'N'.
           88  tous-enseignants-lus VALUE 'O'.
       77  fin-classes PIC X VALUE 'N'.
           88  toutes-classes-lues VALUE 'O'.
       77  fin-affectations PIC X VALUE 'N'.
           88  toutes-affectations-lues VALUE 'O'.
       77  operateur-autorise PIC X VALUE 'N'.
           88  est-operateur-autorise VALUE 'O'.
       77  role-operateur PIC X VALUE SPACE.
           88  est-direction VALUE 'D'.
           88  est-enseignant VALUE 'E'.
       77  classe-autorisee PIC X VALUE 'N'.
           88  est-classe-autorisee VALUE 'O'.
       77  operateur-saisi PIC X(08).

       77  date-saisie PIC 9(8) VALUE ZERO.
       77  classe-saisie PIC X(05) VALUE SPACES.
       77  matiere-saisie PIC X(03) VALUE SPACES.
       77  evaluation-saisie PIC 9(02) VALUE ZERO.

       77  fin-validations PIC X VALUE 'N'.
           88  toutes-validations-lues VALUE 'O'.
       77  validations-sature PIC X VALUE 'N'.
           88  validations-est-sature VALUE 'O'.
       77  nb-validations PIC 9(4) VALUE ZERO.
       77  idx-validation PIC 9(4).
       77  rang-validation PIC 9(4) VALUE ZERO.
       01  validation-table.
           05  validation-entry OCCURS 2000 PIC X(100).

       77  fin-histo PIC X VALUE 'N'.
           88  tout-histo-lu VALUE 'O'.
       77  notes-sature PIC X VALUE 'N'.
           88  notes-est-sature VALUE 'O'.
       77  nb-notes PIC 9(3) VALUE ZERO.
       77  idx-note PIC 9(3).
       77  borne-page PIC 9(3).
       01  note-table.
           05  note-entry OCCURS 300.
               10  nt-tab-eleve-id   PIC X(05).
               10  nt-tab-nom        PIC X(20).
               10  nt-tab-prenom     PIC X(15).
               10  nt-tab-note       PIC Z9.99.
               10  nt-tab-bande      PIC X(12).

       77  valeur-note PIC 9(2)V99.
       77  total-notes PIC 9(5)V99 VALUE ZERO.
       77  moyenne-notes PIC 9(2)V99 VALUE ZERO.
       77  libelle-matiere PIC X(09).

       77  reponse PIC X VALUE SPACES.
       77  fin-parcours PIC X VALUE 'N'.
           88  parcours-fini VALUE 'O'.
       77  confirmation PIC X(03).
       77  heure-signature PIC 9(8).

       SCREEN SECTION.
       1   sgn-signon.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'signature des notes de classe'.
       2   LINE 4 COL 10 VALUE 'votre code operateur : '.
       2   COL 34 PIC X(08) TO operateur-saisi REQUIRED.

       1   sgn-signon-refuse.
       2   LINE 6 COL 10 VALUE 'operateur non autorise'
           FOREGROUND-COLOR 4.

       1   sgn-criteres.
       2   LINE 6 COL 10 VALUE 'date des notes (aaaammjj, 0=jour) : '.
       2   PIC 9(8) TO date-saisie.
       2   LINE 7 COL 10 VALUE 'classe                            : '.
       2   PIC X(05) TO classe-saisie.
       2   LINE 8 COL 10 VALUE 'matiere (vide=note generale)      : '.
       2   PIC X(03) TO matiere-saisie.
       2   LINE 9 COL 10 VALUE 'evaluation (0=evaluation en cours): '.
       2   PIC 9(02) TO evaluation-saisie.

       1   sgn-classe-refusee.
       2   LINE 17 COL 10 VALUE 'classe ou matiere non confiee '
           FOREGROUND-COLOR 4.
       2   VALUE 'a cet enseignant' FOREGROUND-COLOR 4.

       1   sgn-deja-validee.
       2   LINE 17 COL 10 VALUE 'notes deja validees par '
           FOREGROUND-COLOR 4.
       2   PIC X(08) FROM VN-VALIDE-PAR FOREGROUND-COLOR 4.
       2   VALUE ' le ' FOREGROUND-COLOR 4.
       2   PIC 9(8) FROM VN-DATE-VALIDATION FOREGROUND-COLOR 4.

       1   sgn-aucune.
       2   LINE 17 COL 10 VALUE 'aucune note pour ces criteres'
           FOREGROUND-COLOR 4.

       1   sgn-entete.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'notes de la classe '.
       2   PIC X(05) FROM classe-saisie.
       2   VALUE ' - '.
       2   PIC X(09) FROM libelle-matiere.
       2   VALUE ' - evaluation '.
       2   PIC 99 FROM evaluation-saisie.
       2   VALUE ' du '.
       2   PIC 9(8) FROM date-saisie.
       2   LINE 3 COL 10 VALUE 'notes : '.
       2   PIC ZZ9 FROM nb-notes.
       2   VALUE '   moyenne : '.
       2   PIC Z9.99 FROM moyenne-notes.

       1   sgn-ligne.
       2   LINE i.
       2   COL 10 PIC X(05) FROM nt-tab-eleve-id(idx-note).
       2   COL 17 PIC X(20) FROM nt-tab-nom(idx-note).
       2   COL 38 PIC X(15) FROM nt-tab-prenom(idx-note).
       2   COL 55 PIC X(05) FROM nt-tab-note(idx-note).
       2   COL 62 PIC X(12) FROM nt-tab-bande(idx-note).

       1   sgn-suite.
       2   LINE 20 COL 10 VALUE 'entree pour continuer, F pour finir'.
       2   COL 48 PIC X TO reponse.

       1   sgn-validation.
       2   LINE 20 COL 10 VALUE 'notes examinees et validees (OUI) : '.
       2   COL 47 PIC X(03) TO confirmation.

       1   sgn-annulee.
       2   LINE 22 COL 10 VALUE 'signature annulee'
           FOREGROUND-COLOR 4.

       1   sgn-terminee.
       2   LINE 22 COL 10 VALUE 'notes validees par '.
       2   PIC X(08) FROM operateur-saisi.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY sgn-signon.
           ACCEPT sgn-signon.

           PERFORM 0500-VERIFIER-OPERATEUR.

           IF NOT est-operateur-autorise
               DISPLAY sgn-signon-refuse
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           DISPLAY sgn-criteres.
           ACCEPT sgn-criteres.

           IF date-saisie = ZERO
               MOVE date-du-jour TO date-saisie
           END-IF.
           IF evaluation-saisie = ZERO
               MOVE PV-EVAL-NUMERO TO evaluation-saisie
           END-IF.
           IF matiere-saisie = SPACES
               MOVE 'generale' TO libelle-matiere
           ELSE
               MOVE matiere-saisie TO libelle-matiere
           END-IF.

           IF est-enseignant
               PERFORM 0600-VERIFIER-ENSEIGNANT
               IF NOT est-classe-autorisee
                   DISPLAY sgn-classe-refusee
                   MOVE RC-AVERTISSEMENT TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM 1000-CHARGER-VALIDATIONS.

           IF validations-est-sature
               DISPLAY "fichier des validations au dela de 2000 "
                       "lignes, signature refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           IF rang-validation = ZERO AND nb-validations = 2000
               DISPLAY "fichier des validations plein a 2000 "
                       "lignes, nouvel ensemble refuse"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           IF rang-validation > ZERO
               MOVE validation-entry(rang-validation)
                   TO VALIDATION-RECORD
               IF VN-VALIDEE
                   DISPLAY sgn-deja-validee
                   MOVE RC-AVERTISSEMENT TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM 2000-CHARGER-NOTES.

           IF nb-notes = ZERO
               DISPLAY sgn-aucune
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           IF notes-est-sature
               DISPLAY "plus de 300 notes pour ces criteres, "
                       "signature refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 3000-PARCOURIR-PAGES.

           MOVE SPACES TO confirmation.
           DISPLAY sgn-validation.
           ACCEPT sgn-validation.

           IF confirmation NOT = 'OUI'
               DISPLAY sgn-annulee
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT heure-signature FROM TIME.

           PERFORM 4000-ENREGISTRER-VALIDATION.
           PERFORM 5000-SAUVER-VALIDATIONS.
           PERFORM 7500-ECRIRE-JOURNAL.

           DISPLAY sgn-terminee.
           MOVE RC-SUCCES TO RETURN-CODE.
           GOBACK.

       0500-VERIFIER-OPERATEUR.
           MOVE 'N' TO operateur-autorise.
           MOVE SPACE TO role-operateur.

           OPEN INPUT OPERATEUR-FILE.

           PERFORM UNTIL tous-operateurs-lus
               READ OPERATEUR-FILE
                   AT END MOVE 'O' TO fin-operateurs
                   NOT AT END
                       IF OP-ID = operateur-saisi
                               AND (OP-PROGRAMME = 'SIGNER-NOTES'
                                   OR OP-PROGRAMME = '*')
                           MOVE 'O' TO operateur-autorise
                           MOVE 'D' TO role-operateur
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERATEUR-FILE.

           IF NOT est-operateur-autorise
                   AND operateur-saisi(6:3) = SPACES
               OPEN INPUT ENSEIGNANT-FILE
               PERFORM UNTIL tous-enseignants-lus
                   READ ENSEIGNANT-FILE
                       AT END MOVE 'O' TO fin-enseignants
                       NOT AT END
                           IF EN-ID = operateur-saisi(1:5)
                                   AND EN-ACTIF NOT = 'N'
                               MOVE 'O' TO operateur-autorise
                               MOVE 'E' TO role-operateur
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENSEIGNANT-FILE
           END-IF.

       0600-VERIFIER-ENSEIGNANT.
           MOVE 'N' TO classe-autorisee.

           IF matiere-saisie = SPACES
               OPEN INPUT CLASSE-FILE
               PERFORM UNTIL toutes-classes-lues
                   READ CLASSE-FILE
                       AT END MOVE 'O' TO fin-classes
                       NOT AT END
                           IF CM-CODE = classe-saisie
                                   AND CM-ENSEIGNANT-ID
                                   = operateur-saisi(1:5)
                               MOVE 'O' TO classe-autorisee
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASSE-FILE
           ELSE
               OPEN INPUT AFFECTATION-FILE
               PERFORM UNTIL toutes-affectations-lues
                   READ AFFECTATION-FILE
                       AT END MOVE 'O' TO fin-affectations
                       NOT AT END
                           IF AF-CLASSE = classe-saisie
                                   AND AF-MATIERE = matiere-saisie
                                   AND AF-ENSEIGNANT
                                   = operateur-saisi(1:5)
                               MOVE 'O' TO classe-autorisee
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFFECTATION-FILE
           END-IF.

       1000-CHARGER-VALIDATIONS.
           OPEN INPUT VALIDATION-FILE.

           PERFORM UNTIL toutes-validations-lues
               READ VALIDATION-FILE
                   AT END MOVE 'O' TO fin-validations
                   NOT AT END
                       IF nb-validations < 2000
                           ADD 1 TO nb-validations
                           MOVE VALIDATION-RECORD
                               TO validation-entry(nb-validations)
                           IF VN-CLASSE = classe-saisie
                                   AND VN-MATIERE = matiere-saisie
                                   AND VN-EVALUATION
                                   = evaluation-saisie
                                   AND VN-DATE = date-saisie
                               MOVE nb-validations TO rang-validation
                           END-IF
                       ELSE
                           MOVE 'O' TO validations-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VALIDATION-FILE.

       2000-CHARGER-NOTES.
           OPEN INPUT HISTO-FILE.
           OPEN INPUT ELEVE-IX-FILE.

           MOVE classe-saisie TO HI-CLASSE.
           START HISTO-FILE KEY IS EQUAL TO HI-CLASSE
               INVALID KEY MOVE 'O' TO fin-histo
           END-START.

           PERFORM UNTIL tout-histo-lu
               READ HISTO-FILE NEXT
                   AT END MOVE 'O' TO fin-histo
                   NOT AT END
                       IF HI-CLASSE NOT = classe-saisie
                           MOVE 'O' TO fin-histo
                       ELSE
                           IF HI-DATE = date-saisie
                                   AND HI-EVALUATION
                                   = evaluation-saisie
                                   AND HI-MATIERE = matiere-saisie
                                   AND (HI-SITE = SPACES
                                       OR HI-SITE = PV-SITE-CODE)
                               PERFORM 2100-RETENIR-NOTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTO-FILE.
           CLOSE ELEVE-IX-FILE.

           IF nb-notes > ZERO
               COMPUTE moyenne-notes ROUNDED = total-notes / nb-notes
           END-IF.

       2100-RETENIR-NOTE.
           IF nb-notes < 300
               ADD 1 TO nb-notes
               MOVE HI-ELEVE-ID TO nt-tab-eleve-id(nb-notes)
               MOVE HI-NOTE TO nt-tab-note(nb-notes)
               MOVE HI-BANDE TO nt-tab-bande(nb-notes)
               MOVE HI-NOTE TO valeur-note
               ADD valeur-note TO total-notes
               MOVE SPACES TO nt-tab-nom(nb-notes)
               MOVE SPACES TO nt-tab-prenom(nb-notes)
               MOVE HI-ELEVE-ID TO EI-ELEVE-ID
               READ ELEVE-IX-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EI-NOM TO nt-tab-nom(nb-notes)
                       MOVE EI-PRENOM TO nt-tab-prenom(nb-notes)
               END-READ
           ELSE
               MOVE 'O' TO notes-sature
           END-IF.

       3000-PARCOURIR-PAGES.
           MOVE 1 TO idx-note.

           PERFORM UNTIL parcours-fini
               PERFORM 3100-AFFICHER-PAGE

               IF idx-note > nb-notes
                   MOVE 'O' TO fin-parcours
               ELSE
                   MOVE SPACE TO reponse
                   DISPLAY sgn-suite
                   ACCEPT sgn-suite
                   IF reponse = 'F' OR reponse = 'f'
                       MOVE 'O' TO fin-parcours
                   END-IF
               END-IF
           END-PERFORM.

       3100-AFFICHER-PAGE.
           DISPLAY sgn-entete.

           COMPUTE borne-page = idx-note + 13.

           PERFORM VARYING i FROM 5 BY 1
                   UNTIL idx-note > nb-notes
                       OR idx-note > borne-page
               DISPLAY sgn-ligne
               ADD 1 TO idx-note
           END-PERFORM.

       4000-ENREGISTRER-VALIDATION.
           IF rang-validation = ZERO
               ADD 1 TO nb-validations
               MOVE nb-validations TO rang-validation
               MOVE SPACES TO VALIDATION-RECORD
               MOVE classe-saisie TO VN-CLASSE
               MOVE matiere-saisie TO VN-MATIERE
               MOVE evaluation-saisie TO VN-EVALUATION
               MOVE date-saisie TO VN-DATE
               MOVE ZERO TO VN-DATE-REOUVERTURE
           END-IF.

           MOVE 'V' TO VN-STATUT.
           MOVE operateur-saisi TO VN-VALIDE-PAR.
           MOVE date-du-jour TO VN-DATE-VALIDATION.
           MOVE heure-signature TO VN-HEURE-VALIDATION.
           MOVE nb-notes TO VN-NB-NOTES.
           MOVE VALIDATION-RECORD TO validation-entry(rang-validation).

       5000-SAUVER-VALIDATIONS.
           OPEN OUTPUT VALIDATION-FILE.

           PERFORM VARYING idx-validation FROM 1 BY 1
                   UNTIL idx-validation > nb-validations
               MOVE validation-entry(idx-validation)
                   TO VALIDATION-RECORD
               WRITE VALIDATION-RECORD
           END-PERFORM.

           CLOSE VALIDATION-FILE.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 2040 TO JL-CODE.
           MOVE 'SIGNER-NOTES' TO JL-PROGRAMME.
           MOVE 'VN-STATUT' TO JL-CHAMP.
           STRING classe-saisie DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  matiere-saisie DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  date-saisie DELIMITED SIZE
                  INTO JL-VALEUR.
           IF est-direction
               STRING 'notes validees par la direction, '
                          DELIMITED SIZE
                      operateur-saisi DELIMITED SIZE
                      INTO JL-MESSAGE
           ELSE
               STRING 'notes validees par l enseignant '
                          DELIMITED SIZE
                      operateur-saisi DELIMITED SIZE
                      INTO JL-MESSAGE
           END-IF.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       END PROGRAM SIGNER-NOTES.
