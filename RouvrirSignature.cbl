       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROUVRIR-SIGNATURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY VALIDFC.

       DATA DIVISION.
       FILE SECTION.
       COPY VALIDFD.

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY DATECOM.

       77  fin-validations PIC X VALUE 'N'.
           88  toutes-validations-lues VALUE 'O'.
       77  validations-sature PIC X VALUE 'N'.
           88  validations-est-sature VALUE 'O'.
       77  nb-validations PIC 9(4) VALUE ZERO.
       77  idx-validation PIC 9(4).
       77  rang-validation PIC 9(4).
       01  validation-table.
           05  validation-entry OCCURS 2000 PIC X(100).

       77  valeur-journal PIC X(20).

       LINKAGE SECTION.
       COPY SIGNCOM.

       PROCEDURE DIVISION USING SIGNATURE-PARAMETRES.
       MAIN-PROCEDURE.
           MOVE 'N' TO SG-RETOUR.

           CALL 'OBTENIR-DATE' USING date-du-jour.

           PERFORM 1000-CHARGER-VALIDATIONS.

           IF rang-validation > ZERO AND NOT validations-est-sature
               MOVE validation-entry(rang-validation)
                   TO VALIDATION-RECORD
               MOVE 'R' TO VN-STATUT
               MOVE date-du-jour TO VN-DATE-REOUVERTURE
               MOVE SG-PROGRAMME TO VN-ROUVERT-PAR
               MOVE VALIDATION-RECORD
                   TO validation-entry(rang-validation)
               PERFORM 2000-SAUVER-VALIDATIONS
               PERFORM 7500-ECRIRE-JOURNAL
               MOVE 'O' TO SG-RETOUR
           END-IF.

           GOBACK.

       1000-CHARGER-VALIDATIONS.
           MOVE 'N' TO fin-validations.
           MOVE 'N' TO validations-sature.
           MOVE ZERO TO nb-validations.
           MOVE ZERO TO rang-validation.

           OPEN INPUT VALIDATION-FILE.

           PERFORM UNTIL toutes-validations-lues
               READ VALIDATION-FILE
                   AT END MOVE 'O' TO fin-validations
                   NOT AT END
                       IF nb-validations < 2000
                           ADD 1 TO nb-validations
                           MOVE VALIDATION-RECORD
                               TO validation-entry(nb-validations)
                           IF VN-CLASSE = SG-CLASSE
                                   AND VN-MATIERE = SG-MATIERE
                                   AND VN-EVALUATION = SG-EVALUATION
                                   AND VN-DATE = SG-DATE
                                   AND VN-VALIDEE
                               MOVE nb-validations TO rang-validation
                           END-IF
                       ELSE
                           MOVE 'O' TO validations-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VALIDATION-FILE.

           IF validations-est-sature
               DISPLAY "fichier des validations au dela de 2000 "
                       "lignes, signature non rouverte"
           END-IF.

       2000-SAUVER-VALIDATIONS.
           OPEN OUTPUT VALIDATION-FILE.

           PERFORM VARYING idx-validation FROM 1 BY 1
                   UNTIL idx-validation > nb-validations
               MOVE validation-entry(idx-validation)
                   TO VALIDATION-RECORD
               WRITE VALIDATION-RECORD
           END-PERFORM.

           CLOSE VALIDATION-FILE.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO valeur-journal.
           STRING SG-CLASSE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SG-MATIERE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SG-DATE DELIMITED SIZE
                  INTO valeur-journal.

           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'A' TO JL-SEVERITE.
           MOVE 2041 TO JL-CODE.
           MOVE 'ROUVRIR-SIGN' TO JL-PROGRAMME.
           MOVE 'VN-STATUT' TO JL-CHAMP.
           MOVE valeur-journal TO JL-VALEUR.
           STRING 'signature rouverte par ' DELIMITED SIZE
                  SG-PROGRAMME DELIMITED SPACE
                  INTO JL-MESSAGE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       END PROGRAM ROUVRIR-SIGNATURE.
