       COPY ELEVEFC.
       COPY CLASSEFC.

       DATA DIVISION.
       FILE SECTION.
       COPY ELEVEFD.
       COPY CLASSEFD.

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       COPY PARAMCOM.
       COPY DATECOM.
       COPY NUMEROCOM.
       COPY PLACECOM.

       77  fin-eleves PIC X VALUE 'N'.
           88  tous-eleves-lus VALUE 'O'.
       77  numero-refuse PIC X VALUE 'N'.
           88  numero-est-refuse VALUE 'O'.

       77  numero-courant PIC 9(5) VALUE ZERO.
       77  nb-ids PIC 9(3) VALUE ZERO.
       77  id-libre PIC X VALUE 'N'.
           88  id-est-libre VALUE 'O'.
       77  nb-enroles PIC 9(3) VALUE ZERO.
       77  nb-en-attente PIC 9(3) VALUE ZERO.
       77  effectif-classe PIC 9(3).
       77  code-retour-conversion PIC S9(4) COMP.

       77  fin-classes PIC X VALUE 'N'.
       2   LINE 10 COL 10 VALUE 'fichier maitre plein'
           FOREGROUND-COLOR 4.

       1   enr-numero-refuse.
       2   LINE 10 COL 10 VALUE 'registre des numeros : serie refusee'
           FOREGROUND-COLOR 4.

       1   enr-classe-inconnue.
       2   LINE 10 COL 10 VALUE 'classe absente du fichier classes'
           FOREGROUND-COLOR 4.

       1   enr-liste-attente.
       2   LINE 10 COL 10 VALUE 'classe complete, liste d attente rang '
           FOREGROUND-COLOR 4.
       2   COL 49 PIC ZZ9 FROM PC-RANG.

       1   enr-attente-pleine.
       2   LINE 10 COL 10 VALUE 'liste d attente pleine, refuse'
           FOREGROUND-COLOR 4.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.

           PERFORM 1000-CHARGER-IDS.
           PERFORM 1200-CHARGER-CLASSES.

           IF ids-satures
               DISPLAY "fichier maitre au dela de 999 eleves, "
               END-IF
           END-PERFORM.

           IF nb-enroles > ZERO
               PERFORM 5000-INDEXER-ELEVES
           END-IF.

           DISPLAY "enrolement : " nb-enroles " eleves inscrits, "
                   nb-en-attente " en liste d attente".

           IF nb-enroles = ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               END-PERFORM
           END-IF.

       2000-ENROLER.
           PERFORM 1300-VERIFIER-CLASSE.
           IF NOT classe-est-connue
               DISPLAY enr-classe-inconnue
               MOVE SPACES TO id-attribue
           ELSE
               MOVE 'O' TO id-libre
               IF id-saisi NOT = SPACES
                   MOVE id-saisi TO id-candidat
                   PERFORM 3100-VERIFIER-ID-LIBRE
               END-IF
               IF NOT id-est-libre
                   DISPLAY enr-doublon
                   MOVE SPACES TO id-attribue
               ELSE
                   PERFORM 2050-RESERVER-PLACE
                   IF PC-ACCORDEE
                       PERFORM 2100-CHOISIR-ID
                   ELSE
                       MOVE SPACES TO id-attribue
                   END-IF
               END-IF
           END-IF.

           IF id-attribue NOT = SPACES
               PERFORM 4000-ECRIRE-ELEVE
           END-IF.

       2050-RESERVER-PLACE.
           MOVE 'O' TO PC-RETOUR.

           IF classe-saisie NOT = SPACES
               PERFORM 2060-COMPTER-EFFECTIF
               MOVE SPACES TO PLACE-PARAMETRES
               MOVE 'R' TO PC-ACTION
               MOVE 'ENROLER-ELEVE' TO PC-PROGRAMME
               MOVE classe-saisie TO PC-CLASSE
               MOVE effectif-classe TO PC-EFFECTIF
               MOVE 'E' TO PC-TYPE
               MOVE nom-saisi TO PC-NOM
               MOVE prenom-saisi TO PC-PRENOM
               MOVE date-du-jour TO PC-DATE-PRIORITE
               CALL 'PLACES-CLASSE' USING PLACE-PARAMETRES
               IF PC-EN-ATTENTE
                   ADD 1 TO nb-en-attente
                   DISPLAY enr-liste-attente
               ELSE IF NOT PC-ACCORDEE
                   DISPLAY enr-attente-pleine
               END-IF
               END-IF
           END-IF.

       2060-COMPTER-EFFECTIF.
           MOVE ZERO TO effectif-classe.
           MOVE 'N' TO fin-eleves.

           OPEN INPUT ELEVE-FILE.

           PERFORM UNTIL tous-eleves-lus
               READ ELEVE-FILE
                   AT END MOVE 'O' TO fin-eleves
                   NOT AT END
                       IF EL-CLASSE = classe-saisie
                               AND EL-STATUT NOT = 'P'
                               AND EL-STATUT NOT = 'M'
                           ADD 1 TO effectif-classe
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ELEVE-FILE.

       2100-CHOISIR-ID.
           IF id-saisi = SPACES
               PERFORM 3000-ATTRIBUER-ID

       3000-ATTRIBUER-ID.
           MOVE 'N' TO id-libre.
           MOVE 'N' TO numero-refuse.

           PERFORM UNTIL id-est-libre OR numero-est-refuse
               MOVE 'ELEVE' TO NU-SERIE
               MOVE 1 TO NU-QUANTITE
               MOVE 'ENROLER-ELEVE' TO NU-PROGRAMME
               CALL 'ATTRIBUER-NUMERO' USING NUMERO-PARAMETRES
               IF NU-ATTRIBUE
                   MOVE NU-PREMIER TO numero-courant
                   MOVE numero-courant TO id-candidat
                   PERFORM 3100-VERIFIER-ID-LIBRE
               ELSE
                   MOVE 'O' TO numero-refuse
               END-IF
           END-PERFORM.

           IF numero-est-refuse
               DISPLAY enr-numero-refuse
               MOVE SPACES TO id-attribue
           ELSE
               MOVE id-candidat TO id-attribue
           END-IF.

       3100-VERIFIER-ID-LIBRE.
           MOVE 'O' TO id-libre.
           MOVE id-attribue TO JL-VALEUR.
           MOVE 'nouvel eleve enrole' TO JL-MESSAGE.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 2001 TO JL-CODE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       5000-INDEXER-ELEVES.

           CANCEL 'CONVERTIR-ELEVES'.

       END PROGRAM ENROLER-ELEVE.
