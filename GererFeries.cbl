       FILE-CONTROL.
       COPY DATEFC.

           SELECT OPTIONAL OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY DATEFD.

       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.
           05  OP-ID             PIC X(08).
           05  FILLER            PIC X(01).
           05  OP-PROGRAMME      PIC X(20).

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY DATECOM.
       COPY MODIFCOM.
       COPY MODIMGCOM.

       77  fin-operateurs PIC X VALUE 'N'.
           88  tous-operateurs-lus VALUE 'O'.
       77  operateur-connu PIC X VALUE 'N'.
           88  est-operateur-connu VALUE 'O'.
       77  operateur-saisi PIC X(08).
       77  i PIC 9(3).
       77  ligne-affichage PIC 99.
       77  nb-feries PIC 9(3) VALUE ZERO.
               10  ferie-date        PIC 9(8).
               10  ferie-date-fin    PIC 9(8).
               10  ferie-recurrent   PIC X(01).
               10  ferie-origine     PIC X(01).

       77  choix PIC 9.
       77  fin-maintenance PIC X VALUE 'N'.
       77  nb-annee-prochaine PIC 9(3) VALUE ZERO.

       SCREEN SECTION.
       1   fer-signon.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'maintenance du calendrier des feries'.
       2   LINE 4 COL 10 VALUE 'votre code operateur : '.
       2   COL 34 PIC X(08) TO operateur-saisi REQUIRED.

       1   fer-signon-refuse.
       2   LINE 6 COL 10 VALUE 'operateur inconnu' FOREGROUND-COLOR 4.

       1   fer-titre.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'maintenance du calendrier des feries'.
       2   LINE 4 COL 10 VALUE '1) lister les feries'.
       2   LINE 5 COL 10 VALUE '2) ajouter un ferie'.
       2   LINE 6 COL 10 VALUE '3) supprimer un ferie'.
       2   LINE 7 COL 10 VALUE '4) quitter'.
       2   LINE 9 COL 10 VALUE 'votre choix : '.
       2   PIC 9 TO choix REQUIRED.

       2   COL 10 PIC 9(8) FROM ferie-date(i).
       2   COL 20 PIC 9(8) FROM ferie-date-fin(i).
       2   COL 30 PIC X FROM ferie-recurrent(i).
       2   COL 32 PIC X FROM ferie-origine(i).

       1   fer-date.
       2   LINE 11 COL 10 VALUE 'date (aaaammjj) : '.
       2   LINE 13 COL 10 VALUE 'recurrent chaque annee (O/N)   : '.
       2   COL 44 PIC X TO recurrent-saisi.

       1   fer-soumise.
       2   LINE 15 COL 10 VALUE 'modification en attente de validation'.
       2   COL 49 PIC 9(6) FROM MO-NUMERO.

       1   fer-invalide.
       2   LINE 15 COL 10 VALUE 'date invalide' FOREGROUND-COLOR 4.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY fer-signon.
           ACCEPT fer-signon.

           PERFORM 0500-VERIFIER-OPERATEUR.

           IF NOT est-operateur-connu
               DISPLAY fer-signon-refuse
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           CALL 'OBTENIR-DATE' USING date-du-jour.
           MOVE date-du-jour(1:4) TO annee-prochaine.
           ADD 1 TO annee-prochaine.
               END-EVALUATE
           END-PERFORM.

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

       1000-CHARGER-FERIES.
           OPEN INPUT HOLIDAY-FILE.

                               MOVE 'N'
                                   TO ferie-recurrent(nb-feries)
                           END-IF
                           IF HO-IMPORTE
                               MOVE 'I' TO ferie-origine(nb-feries)
                           ELSE
                               MOVE 'M' TO ferie-origine(nb-feries)
                           END-IF
                       ELSE
                           MOVE 'O' TO calendrier-sature
                       END-IF
                       DISPLAY fer-doublon
                   ELSE
                       IF nb-feries < 300
                           IF recurrent-saisi NOT = 'O'
                               MOVE 'N' TO recurrent-saisi
                           END-IF
                           MOVE SPACES TO MODIF-PARAMETRES
                           MOVE 'A' TO MO-ACTION
                           MOVE SPACES TO MODIF-IMAGE
                           MOVE date-fin-saisie TO MI-HO-DATE-FIN
                           MOVE recurrent-saisi TO MI-HO-RECURRENT
                           MOVE 'M' TO MI-HO-ORIGINE
                           MOVE MODIF-IMAGE TO MO-APRES
                           PERFORM 5000-SOUMETTRE-FERIE
                       ELSE
                           DISPLAY fer-table-pleine
                       END-IF
           IF rang-trouve = ZERO
               DISPLAY fer-introuvable
           ELSE
               MOVE SPACES TO MODIF-PARAMETRES
               MOVE 'S' TO MO-ACTION
               MOVE SPACES TO MODIF-IMAGE
               MOVE ferie-date-fin(rang-trouve) TO MI-HO-DATE-FIN
               MOVE ferie-recurrent(rang-trouve) TO MI-HO-RECURRENT
               MOVE MODIF-IMAGE TO MO-AVANT
               PERFORM 5000-SOUMETTRE-FERIE
           END-IF.

       5000-SOUMETTRE-FERIE.
           MOVE 'FERIES' TO MO-CIBLE.
           MOVE date-saisie TO MO-CLE.
           MOVE operateur-saisi TO MO-OPERATEUR.
           CALL 'SOUMETTRE-MODIF' USING MODIF-PARAMETRES.

           DISPLAY fer-soumise.

       6000-CHERCHER-FERIE.
           MOVE ZERO TO rang-trouve.

               END-IF
           END-PERFORM.

       8000-CONTROLER-COUVERTURE.
           MOVE ZERO TO nb-annee-prochaine.

