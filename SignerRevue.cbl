       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNER-REVUE-ACCES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY REVACCFC.

           SELECT OPTIONAL OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY REVACCFD.

       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.
           05  OP-ID             PIC X(08).
           05  FILLER            PIC X(01).
           05  OP-PROGRAMME      PIC X(20).

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       COPY DATECOM.

       77  fin-operateurs PIC X VALUE 'N'.
           88  tous-operateurs-lus VALUE 'O'.
       77  operateur-autorise PIC X VALUE 'N'.
           88  est-operateur-autorise VALUE 'O'.
       77  operateur-saisi PIC X(08).

       77  fin-revues PIC X VALUE 'N'.
           88  toutes-revues-lues VALUE 'O'.
       77  revues-sature PIC X VALUE 'N'.
           88  revues-saturees VALUE 'O'.
       77  nb-revues PIC 9(3) VALUE ZERO.
       77  idx-revue PIC 9(3).
       77  rang-revue PIC 9(3) VALUE ZERO.

       77  confirmation PIC X(03).
       77  heure-signature PIC 9(8).

       01  revues-table.
           05  revue-entry OCCURS 200 PIC X(58).

       SCREEN SECTION.
       1   sra-signon.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'signature de la revue des acces'.
       2   LINE 4 COL 10 VALUE 'votre code operateur : '.
       2   COL 34 PIC X(08) TO operateur-saisi REQUIRED.

       1   sra-signon-refuse.
       2   LINE 6 COL 10 VALUE 'operateur non autorise'
           FOREGROUND-COLOR 4.

       1   sra-aucune.
       2   LINE 17 COL 10 VALUE 'aucune revue en attente de signature'
           FOREGROUND-COLOR 4.

       1   sra-revue.
       2   LINE 6 COL 10 VALUE 'revue editee le : '.
       2   COL 30 PIC 9(8) FROM RA-DATE-EDITION.
       2   LINE 7 COL 10 VALUE 'autorisations    : '.
       2   COL 30 PIC ZZZZ9 FROM RA-NB-AUTORISATIONS.
       2   LINE 8 COL 10 VALUE 'anomalies        : '.
       2   COL 30 PIC ZZZZ9 FROM RA-NB-ANOMALIES.
       2   LINE 10 COL 10 VALUE 'revue examinee et approuvee (OUI) : '.
       2   COL 47 PIC X(03) TO confirmation.

       1   sra-annulee.
       2   LINE 17 COL 10 VALUE 'signature annulee'
           FOREGROUND-COLOR 4.

       1   sra-terminee.
       2   LINE 17 COL 10 VALUE 'revue signee par '.
       2   PIC X(08) FROM operateur-saisi.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY sra-signon.
           ACCEPT sra-signon.

           PERFORM 0500-VERIFIER-OPERATEUR.

           IF NOT est-operateur-autorise
               DISPLAY sra-signon-refuse
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           CALL 'OBTENIR-DATE' USING date-du-jour.

           PERFORM 1000-CHARGER-REVUES.

           IF revues-saturees
               DISPLAY "fichier des revues au dela de 200 lignes, "
                       "signature refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           IF rang-revue = ZERO
               DISPLAY sra-aucune
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE revue-entry(rang-revue) TO REVUE-ACCES-RECORD.
           MOVE SPACES TO confirmation.
           DISPLAY sra-revue.
           ACCEPT sra-revue.

           IF confirmation NOT = 'OUI'
               DISPLAY sra-annulee
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT heure-signature FROM TIME.

           MOVE 'S' TO RA-STATUT.
           MOVE operateur-saisi TO RA-REVISEUR.
           MOVE date-du-jour TO RA-DATE-SIGNATURE.
           MOVE heure-signature TO RA-HEURE-SIGNATURE.
           MOVE REVUE-ACCES-RECORD TO revue-entry(rang-revue).

           PERFORM 2000-SAUVER-REVUES.
           PERFORM 7500-ECRIRE-JOURNAL.

           DISPLAY sra-terminee.
           MOVE RC-SUCCES TO RETURN-CODE.
           GOBACK.

       0500-VERIFIER-OPERATEUR.
           MOVE 'N' TO operateur-autorise.

           OPEN INPUT OPERATEUR-FILE.

           PERFORM UNTIL tous-operateurs-lus
               READ OPERATEUR-FILE
                   AT END MOVE 'O' TO fin-operateurs
                   NOT AT END
                       IF OP-ID = operateur-saisi
                               AND (OP-PROGRAMME = 'SIGNER-REVUE-ACCES'
                                   OR OP-PROGRAMME = '*')
                           MOVE 'O' TO operateur-autorise
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERATEUR-FILE.

       1000-CHARGER-REVUES.
           OPEN INPUT REVUE-ACCES-FILE.

           PERFORM UNTIL toutes-revues-lues
               READ REVUE-ACCES-FILE
                   AT END MOVE 'O' TO fin-revues
                   NOT AT END
                       IF nb-revues < 200
                           ADD 1 TO nb-revues
                           MOVE REVUE-ACCES-RECORD
                               TO revue-entry(nb-revues)
                           IF RA-EDITEE
                               MOVE nb-revues TO rang-revue
                           END-IF
                       ELSE
                           MOVE 'O' TO revues-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REVUE-ACCES-FILE.

       2000-SAUVER-REVUES.
           OPEN OUTPUT REVUE-ACCES-FILE.

           PERFORM VARYING idx-revue FROM 1 BY 1
                   UNTIL idx-revue > nb-revues
               MOVE revue-entry(idx-revue) TO REVUE-ACCES-RECORD
               WRITE REVUE-ACCES-RECORD
           END-PERFORM.

           CLOSE REVUE-ACCES-FILE.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 7011 TO JL-CODE.
           MOVE 'SIGNER-REVUE-ACCES' TO JL-PROGRAMME.
           MOVE 'RA-DATE-EDITION' TO JL-CHAMP.
           MOVE revue-entry(rang-revue)(1:8) TO JL-VALEUR.
           STRING 'revue des acces signee par ' DELIMITED SIZE
                  operateur-saisi DELIMITED SIZE
                  INTO JL-MESSAGE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       END PROGRAM SIGNER-REVUE-ACCES.
