       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRER-NUMEROS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY NUMREGFC.
       COPY NUMATTFC.
       COPY FACTFC.

           SELECT OPTIONAL ANCIEN-COMPTEUR-FILE
               ASSIGN DYNAMIC compteur-filename
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY NUMREGFD.
       COPY NUMATTFD.
       COPY FACTFD.

       FD  ANCIEN-COMPTEUR-FILE.
       01  ANCIEN-COMPTEUR-RECORD.
           05  AC-NUMERO         PIC X(06).

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY DATECOM.

       77  compteur-filename PIC X(12).
       77  fin-registre PIC X VALUE 'N'.
           88  tout-registre-lu VALUE 'O'.
       77  fin-compteur PIC X VALUE 'N'.
           88  compteur-lu VALUE 'O'.
       77  fin-factures PIC X VALUE 'N'.
           88  toutes-factures-lues VALUE 'O'.
       77  registre-alimente PIC X VALUE 'N'.
           88  registre-deja-alimente VALUE 'O'.

       77  numero-lu PIC 9(08).
       77  dernier-compteur PIC 9(08).
       77  nb-series PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.

           PERFORM 0500-CONTROLER-REGISTRE.

           IF registre-deja-alimente
               DISPLAY "registre des numeros deja alimente, "
                       "migration refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REGISTRE-NUMERO-FILE.
           OPEN EXTEND ATTRIBUTION-FILE.

           MOVE 'ELEVSEQ.DAT' TO compteur-filename.
           PERFORM 1000-LIRE-COMPTEUR.
           MOVE SPACES TO REGISTRE-NUMERO-RECORD.
           MOVE 'ELEVE' TO NR-SERIE.
           MOVE SPACES TO NR-PREFIXE.
           MOVE 99999 TO NR-FIN.
           PERFORM 2000-ECRIRE-SERIE.

           MOVE 'EXPSEQ.DAT' TO compteur-filename.
           PERFORM 1000-LIRE-COMPTEUR.
           MOVE SPACES TO REGISTRE-NUMERO-RECORD.
           MOVE 'ENVOI' TO NR-SERIE.
           MOVE 'ENV' TO NR-PREFIXE.
           MOVE 99999 TO NR-FIN.
           PERFORM 2000-ECRIRE-SERIE.

           MOVE 'FACTSEQ.DAT' TO compteur-filename.
           PERFORM 1000-LIRE-COMPTEUR.
           PERFORM 1100-LIRE-FACTURES.
           MOVE SPACES TO REGISTRE-NUMERO-RECORD.
           MOVE 'FACTURE' TO NR-SERIE.
           MOVE 'FAC' TO NR-PREFIXE.
           MOVE 999999 TO NR-FIN.
           PERFORM 2000-ECRIRE-SERIE.

           CLOSE REGISTRE-NUMERO-FILE.
           CLOSE ATTRIBUTION-FILE.

           DISPLAY "registre des numeros cree : " nb-series " series".

           MOVE RC-SUCCES TO RETURN-CODE.
           GOBACK.

       0500-CONTROLER-REGISTRE.
           OPEN INPUT REGISTRE-NUMERO-FILE.

           PERFORM UNTIL tout-registre-lu
               READ REGISTRE-NUMERO-FILE
                   AT END MOVE 'O' TO fin-registre
                   NOT AT END MOVE 'O' TO registre-alimente
               END-READ
           END-PERFORM.

           CLOSE REGISTRE-NUMERO-FILE.

       1000-LIRE-COMPTEUR.
           MOVE ZERO TO dernier-compteur.
           MOVE 'N' TO fin-compteur.

           OPEN INPUT ANCIEN-COMPTEUR-FILE.

           PERFORM UNTIL compteur-lu
               READ ANCIEN-COMPTEUR-FILE
                   AT END MOVE 'O' TO fin-compteur
                   NOT AT END
                       MOVE ZERO TO numero-lu
                       IF AC-NUMERO(6:1) = SPACE
                           IF AC-NUMERO(1:5) NUMERIC
                               MOVE AC-NUMERO(1:5) TO numero-lu
                           END-IF
                       ELSE
                           IF AC-NUMERO NUMERIC
                               MOVE AC-NUMERO TO numero-lu
                           END-IF
                       END-IF
                       IF numero-lu > dernier-compteur
                           MOVE numero-lu TO dernier-compteur
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ANCIEN-COMPTEUR-FILE.

       1100-LIRE-FACTURES.
           OPEN INPUT FACTURE-FILE.

           PERFORM UNTIL toutes-factures-lues
               READ FACTURE-FILE
                   AT END MOVE 'O' TO fin-factures
                   NOT AT END
                       IF FA-NUMERO > dernier-compteur
                           MOVE FA-NUMERO TO dernier-compteur
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FACTURE-FILE.

       2000-ECRIRE-SERIE.
           MOVE 1 TO NR-DEBUT.
           MOVE dernier-compteur TO NR-DERNIER.
           MOVE date-du-jour TO NR-DATE-MAJ.

           DISPLAY "serie " NR-SERIE " reprise au numero "
                   dernier-compteur.

           IF dernier-compteur > ZERO
               MOVE SPACES TO ATTRIBUTION-RECORD
               MOVE NR-SERIE TO NA-SERIE
               MOVE 1 TO NA-PREMIER
               MOVE dernier-compteur TO NA-DERNIER
               MOVE date-du-jour TO NA-DATE
               MOVE 'MIGRER-NUMEROS' TO NA-PROGRAMME
               WRITE ATTRIBUTION-RECORD
           END-IF.

           WRITE REGISTRE-NUMERO-RECORD.
           ADD 1 TO nb-series.

       END PROGRAM MIGRER-NUMEROS.
