       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNULER-FACTURATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY FACTFC.

           SELECT OPTIONAL OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY FACTFD.

       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.
           05  OP-ID             PIC X(08).
           05  FILLER            PIC X(01).
           05  OP-PROGRAMME      PIC X(20).

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       COPY DATECOM.

       77  fin-factures PIC X VALUE 'N'.
           88  toutes-factures-lues VALUE 'O'.
       77  fin-operateurs PIC X VALUE 'N'.
           88  tous-operateurs-lus VALUE 'O'.
       77  operateur-autorise PIC X VALUE 'N'.
           88  est-operateur-autorise VALUE 'O'.

       77  operateur-saisi PIC X(08).
       77  mois-saisi PIC 9(6) VALUE ZERO.
       77  confirmation PIC X(03).

       77  nb-factures PIC 9(4) VALUE ZERO.
       77  idx-facture PIC 9(4).
       77  factures-sature PIC X VALUE 'N'.
           88  factures-saturees VALUE 'O'.
       01  facture-table.
           05  facture-entry OCCURS 2000.
               10  fa-tab-ligne      PIC X(96).

       77  nb-a-annuler PIC 9(4) VALUE ZERO.
       77  montant-a-annuler PIC 9(9)V99 VALUE ZERO.
       77  premier-numero PIC 9(6) VALUE ZERO.
       77  dernier-numero PIC 9(6) VALUE ZERO.

       SCREEN SECTION.
       1   anf-signon.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'annulation d une facturation'.
       2   LINE 4 COL 10 VALUE 'votre code operateur : '.
       2   COL 34 PIC X(08) TO operateur-saisi REQUIRED.

       1   anf-signon-refuse.
       2   LINE 6 COL 10 VALUE 'operateur non autorise'
           FOREGROUND-COLOR 4.

       1   anf-saisie.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'annulation d une facturation'.
       2   LINE 4 COL 10 VALUE 'mois facture (aaaamm) : '.
       2   PIC 9(6) TO mois-saisi REQUIRED.

       1   anf-bilan.
       2   LINE 6 COL 10 VALUE 'factures emises   : '.
       2   COL 30 PIC ZZZ9 FROM nb-a-annuler.
       2   LINE 7 COL 10 VALUE 'numeros          : '.
       2   COL 30 PIC 9(6) FROM premier-numero.
       2   COL 37 VALUE 'a'.
       2   COL 39 PIC 9(6) FROM dernier-numero.
       2   LINE 8 COL 10 VALUE 'montant total     : '.
       2   COL 30 PIC Z(8)9.99 FROM montant-a-annuler.

       1   anf-confirmation.
       2   LINE 10 COL 10 VALUE 'annuler ces factures (OUI/NON) : '.
       2   PIC X(03) TO confirmation REQUIRED.

       1   anf-aucune.
       2   LINE 17 COL 10 VALUE 'aucune facture emise pour ce mois'
           FOREGROUND-COLOR 4.

       1   anf-abandon.
       2   LINE 17 COL 10 VALUE 'annulation abandonnee'
           FOREGROUND-COLOR 4.

       1   anf-terminee.
       2   LINE 17 COL 10 VALUE 'facturation annulee'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY anf-signon.
           ACCEPT anf-signon.

           PERFORM 0500-VERIFIER-OPERATEUR.

           IF NOT est-operateur-autorise
               DISPLAY anf-signon-refuse
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           CALL 'OBTENIR-DATE' USING date-du-jour.

           PERFORM 1000-CHARGER-FACTURES.

           IF factures-saturees
               DISPLAY "fichier des factures depasse la table "
                       "de 2000, annulation refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY anf-saisie.
           ACCEPT anf-saisie.

           PERFORM 2000-COMPTER-FACTURES.

           IF nb-a-annuler = ZERO
               DISPLAY anf-aucune
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY anf-bilan.
           DISPLAY anf-confirmation.
           ACCEPT anf-confirmation.

           IF confirmation NOT = 'OUI'
               DISPLAY anf-abandon
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 8000-SAUVER-FACTURES.
           PERFORM 7500-ECRIRE-JOURNAL.

           DISPLAY anf-terminee.

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
                               AND (OP-PROGRAMME = 'ANNULER-FACTURATION'
                                   OR OP-PROGRAMME = '*')
                           MOVE 'O' TO operateur-autorise
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERATEUR-FILE.

       1000-CHARGER-FACTURES.
           OPEN INPUT FACTURE-FILE.

           PERFORM UNTIL toutes-factures-lues
               READ FACTURE-FILE
                   AT END MOVE 'O' TO fin-factures
                   NOT AT END
                       IF nb-factures < 2000
                           ADD 1 TO nb-factures
                           MOVE FACTURE-RECORD
                               TO fa-tab-ligne(nb-factures)
                       ELSE
                           MOVE 'O' TO factures-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FACTURE-FILE.

       2000-COMPTER-FACTURES.
           PERFORM VARYING idx-facture FROM 1 BY 1
                   UNTIL idx-facture > nb-factures
               MOVE fa-tab-ligne(idx-facture) TO FACTURE-RECORD
               IF FA-MOIS = mois-saisi AND FA-STATUT = 'E'
                   ADD 1 TO nb-a-annuler
                   ADD FA-MONTANT TO montant-a-annuler
                   IF premier-numero = ZERO
                       MOVE FA-NUMERO TO premier-numero
                   END-IF
                   MOVE FA-NUMERO TO dernier-numero
               END-IF
           END-PERFORM.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 5002 TO JL-CODE.
           MOVE 'ANNULER-FACT' TO JL-PROGRAMME.
           MOVE 'FA-MOIS' TO JL-CHAMP.
           STRING mois-saisi DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  premier-numero DELIMITED SIZE
                  '-' DELIMITED SIZE
                  dernier-numero DELIMITED SIZE
                  INTO JL-VALEUR.
           STRING 'facturation annulee par ' DELIMITED SIZE
                  operateur-saisi DELIMITED SIZE
                  INTO JL-MESSAGE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-SAUVER-FACTURES.
           OPEN OUTPUT FACTURE-FILE.

           PERFORM VARYING idx-facture FROM 1 BY 1
                   UNTIL idx-facture > nb-factures
               MOVE fa-tab-ligne(idx-facture) TO FACTURE-RECORD
               IF FA-MOIS = mois-saisi AND FA-STATUT = 'E'
                   MOVE 'A' TO FA-STATUT
                   MOVE operateur-saisi TO FA-OPERATEUR
                   MOVE date-du-jour TO FA-DATE-ANNULATION
               END-IF
               WRITE FACTURE-RECORD
           END-PERFORM.

           CLOSE FACTURE-FILE.

       END PROGRAM ANNULER-FACTURATION.
