           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "DIVISEUR.CKP"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVE-JOUR-FILE
               ASSIGN DYNAMIC archive-filename
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL LOT-CLIENT-FILE
               ASSIGN DYNAMIC lot-client-filename
               ORGANIZATION LINE SEQUENTIAL.

       COPY ALERTEFC.

       DATA DIVISION.
       FILE SECTION.
       FD  PAIRES-FILE.
       01  CHECKPOINT-FIN-RECORD.
           05  CKT-TYPE          PIC X(01).

       FD  ARCHIVE-JOUR-FILE.
       01  ARCHIVE-JOUR-RECORD.
           05  AJ-LIGNE          PIC X(60).

       COPY LOTCLIFD.
       COPY ALERTEFD.

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       77  ckp-termine PIC X VALUE 'N'.
           88  ckp-est-termine VALUE 'O'.
       77  nb-paires-reprises PIC 9(5) VALUE ZERO.
       77  archive-filename PIC X(20).
       77  fin-archive PIC X VALUE 'N'.
           88  archive-copiee VALUE 'O'.
       77  nb-sautees PIC 9(5) VALUE ZERO.

       77  date-origine PIC 9(8) VALUE ZERO.
       77  ligne-resultat PIC X(60).
       77  reprise-filename PIC X(40) VALUE "REPRISE.DAT".
       77  reprise-traitee-filename PIC X(40).
       77  nb-rejets-jour PIC 9(4) VALUE ZERO.
       77  idx-rejet-jour PIC 9(4).
       77  rang-rejet-jour PIC 9(4).
       77  nb-rejets-retires PIC 9(4) VALUE ZERO.
       77  rejets-jour-sature PIC X VALUE 'N'.
           88  rejets-jour-est-sature VALUE 'O'.
       01  rejet-jour-ligne.
           05  rjl-num1          PIC 9(5)V99.
           05  rjl-num2          PIC 9(5)V99.
           05  rjl-oper          PIC X(01).
           05  FILLER            PIC X(01).
           05  rjl-motif         PIC X(12).
           05  FILLER            PIC X(01).
           05  rjl-client        PIC X(03).
       01  rejet-jour-table.
           05  rejet-jour-entry OCCURS 2000.
               10  rjt-ligne         PIC X(32).
               10  rjt-retire        PIC X(01).

       77  fin-clients PIC X VALUE 'N'.
           88  tous-clients-lus VALUE 'O'.
       77  nb-clients-maitre PIC 99 VALUE ZERO.
               10  ct-nb-erreurs     PIC 9(5).
               10  ct-total-num1     PIC 9(7)V99.

       77  lot-client-filename PIC X(40).
       77  lot-traite-filename PIC X(40).
       77  suffixe-lot PIC X(05).
       77  fin-lot-client PIC X VALUE 'N'.
           88  lot-client-lu VALUE 'O'.
       77  lot-present PIC X VALUE 'N'.
           88  lot-est-present VALUE 'O'.
       77  trailer-lu PIC X VALUE 'N'.
           88  trailer-est-lu VALUE 'O'.
       77  motif-lot PIC X(15).
       77  lot-date-envoi PIC 9(8).
       77  lot-nb-lues PIC 9(5).
       77  lot-total-num1 PIC 9(7)V99.
       77  lot-nb-annonce PIC 9(5).
       77  lot-total-annonce PIC 9(7)V99.
       77  nb-lots-acceptes PIC 99 VALUE ZERO.
       77  nb-lots-rejetes PIC 99 VALUE ZERO.
       77  heure-lot PIC 9(8).
       77  code-renommage PIC 9(4) COMP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                   MOVE RC-ERREUR TO RETURN-CODE
               ELSE
                   IF nb-erreurs-batch > ZERO
                           OR nb-lots-rejetes > ZERO
                       MOVE RC-AVERTISSEMENT TO RETURN-CODE
                   ELSE
                       MOVE RC-SUCCES TO RETURN-CODE
           IF batch-est-rejete
               MOVE RC-ERREUR TO RETURN-CODE
           ELSE
               IF nb-erreurs-batch > ZERO OR nb-lots-rejetes > ZERO
                   MOVE RC-AVERTISSEMENT TO RETURN-CODE
               ELSE
                   MOVE RC-SUCCES TO RETURN-CODE
               MOVE num2-edite TO JL-VALEUR
               MOVE 'division par zero' TO JL-MESSAGE
               MOVE 'A' TO JL-SEVERITE
               MOVE 5010 TO JL-CODE
               CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES
               DISPLAY "entrer la 2eme valeur :" WITH NO ADVANCING
               ACCEPT num2
           PERFORM 4900-CHARGER-CLIENTS.
           PERFORM 4800-RESTAURER-CHECKPOINT.

           IF nb-paires-reprises = ZERO AND nb-clients-maitre > ZERO
               PERFORM 4700-COLLECTER-LOTS-CLIENTS
           END-IF.

           OPEN INPUT PAIRES-FILE.

           IF nb-paires-reprises > ZERO

           PERFORM 4870-CLORE-CHECKPOINT.

           PERFORM 5400-ARCHIVER-JOUR.

       5400-ARCHIVER-JOUR.
           MOVE SPACES TO archive-filename.
           STRING 'RESULT' DELIMITED SIZE
                  date-du-jour DELIMITED SIZE
                  '.DAT' DELIMITED SIZE
                  INTO archive-filename.

           MOVE 'N' TO fin-archive.
           OPEN INPUT RESULTATS-FILE.
           OPEN OUTPUT ARCHIVE-JOUR-FILE.

           PERFORM UNTIL archive-copiee
               READ RESULTATS-FILE
                   AT END MOVE 'O' TO fin-archive
                   NOT AT END
                       MOVE RESULTATS-RECORD TO AJ-LIGNE
                       WRITE ARCHIVE-JOUR-RECORD
               END-READ
           END-PERFORM.

           CLOSE RESULTATS-FILE.
           CLOSE ARCHIVE-JOUR-FILE.

           MOVE SPACES TO archive-filename.
           STRING 'REJETS' DELIMITED SIZE
                  date-du-jour DELIMITED SIZE
                  '.DAT' DELIMITED SIZE
                  INTO archive-filename.

           MOVE 'N' TO fin-archive.
           OPEN INPUT REJETS-FILE.
           OPEN OUTPUT ARCHIVE-JOUR-FILE.

           PERFORM UNTIL archive-copiee
               READ REJETS-FILE
                   AT END MOVE 'O' TO fin-archive
                   NOT AT END
                       MOVE REJET-RECORD TO AJ-LIGNE
                       WRITE ARCHIVE-JOUR-RECORD
               END-READ
           END-PERFORM.

           CLOSE REJETS-FILE.
           CLOSE ARCHIVE-JOUR-FILE.

       5300-CONTROLER-TAUX-ERREURS.
           MOVE ZERO TO nb-clients-actifs.
           MOVE ZERO TO nb-clients-bloques.
                   MOVE 'taux erreurs client au dela du seuil'
                       TO JL-MESSAGE
                   MOVE 'E' TO JL-SEVERITE
                   MOVE 5011 TO JL-CODE
                   CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES
               END-IF
           END-IF.

           PERFORM 4900-CHARGER-CLIENTS.

           DISPLAY "date des rejets repris (aaaammjj) :"
               WITH NO ADVANCING.
           ACCEPT date-origine.

           IF date-origine NOT NUMERIC OR date-origine = ZERO
                   OR date-origine > date-du-jour
               DISPLAY "date des rejets invalide, reprise refusee"
               MOVE 'O' TO batch-rejete
           ELSE
               PERFORM 7050-CHARGER-REJETS-JOUR
               IF rejets-jour-est-sature
                   DISPLAY "REJETS" date-origine ".DAT au dela de "
                           "2000 lignes, reprise refusee"
                   MOVE 'O' TO batch-rejete
               ELSE
                   IF nb-rejets-jour = ZERO
                       DISPLAY "aucun rejet archive le " date-origine
                               ", reprise refusee"
                       MOVE 'O' TO batch-rejete
                   ELSE
                       PERFORM 7060-REPRENDRE-PAIRES
                   END-IF
               END-IF
           END-IF.

       7050-CHARGER-REJETS-JOUR.
           MOVE SPACES TO archive-filename.
           STRING 'REJETS' DELIMITED SIZE
                  date-origine DELIMITED SIZE
                  '.DAT' DELIMITED SIZE
                  INTO archive-filename.

           MOVE 'N' TO fin-archive.
           OPEN INPUT ARCHIVE-JOUR-FILE.

           PERFORM UNTIL archive-copiee
               READ ARCHIVE-JOUR-FILE
                   AT END MOVE 'O' TO fin-archive
                   NOT AT END
                       IF nb-rejets-jour < 2000
                           ADD 1 TO nb-rejets-jour
                           MOVE AJ-LIGNE
                               TO rjt-ligne(nb-rejets-jour)
                           MOVE 'N' TO rjt-retire(nb-rejets-jour)
                       ELSE
                           MOVE 'O' TO rejets-jour-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVE-JOUR-FILE.

       7060-REPRENDRE-PAIRES.
           MOVE "REPRISE.REJ" TO rejets-filename.

           MOVE SPACES TO archive-filename.
           STRING 'RESULT' DELIMITED SIZE
                  date-origine DELIMITED SIZE
                  '.DAT' DELIMITED SIZE
                  INTO archive-filename.

           OPEN INPUT REPRISE-FILE.
           OPEN EXTEND RESULTATS-FILE.
           OPEN OUTPUT REJETS-FILE.
           OPEN EXTEND ARCHIVE-JOUR-FILE.

           PERFORM 5050-ECRIRE-RESULTATS-ENTETE.

           CLOSE REPRISE-FILE.
           CLOSE RESULTATS-FILE.
           CLOSE REJETS-FILE.
           CLOSE ARCHIVE-JOUR-FILE.

           PERFORM 7300-SAUVER-REJETS-JOUR.

           IF nb-paires-lues > ZERO
               PERFORM 7400-RANGER-REPRISE
           END-IF.

           DISPLAY "reprise : " nb-paires-lues " paires, "
                   nb-erreurs-batch " encore en erreur".
           DISPLAY "reprise : " nb-rejets-retires
                   " rejets retires de REJETS" date-origine ".DAT".

       7100-TRAITER-UNE-REPRISE.
           MOVE RP-NUM1 TO num1.

           PERFORM 5150-CALCULER-PAIRE.

           MOVE ligne-resultat TO AJ-LIGNE.
           WRITE ARCHIVE-JOUR-RECORD.

           IF motif-paire = SPACES
               PERFORM 7200-RETIRER-REJET
           END-IF.

       7200-RETIRER-REJET.
           MOVE ZERO TO rang-rejet-jour.

           PERFORM VARYING idx-rejet-jour FROM 1 BY 1
                   UNTIL idx-rejet-jour > nb-rejets-jour
                       OR rang-rejet-jour > ZERO
               MOVE rjt-ligne(idx-rejet-jour) TO rejet-jour-ligne
               IF rjt-retire(idx-rejet-jour) = 'N'
                       AND rjl-client = client-paire
                       AND rjl-num1 = RP-NUM1
                       AND rjl-num2 = RP-NUM2
                       AND rjl-oper = RP-OPER
                   MOVE idx-rejet-jour TO rang-rejet-jour
               END-IF
           END-PERFORM.

           PERFORM VARYING idx-rejet-jour FROM 1 BY 1
                   UNTIL idx-rejet-jour > nb-rejets-jour
                       OR rang-rejet-jour > ZERO
               MOVE rjt-ligne(idx-rejet-jour) TO rejet-jour-ligne
               IF rjt-retire(idx-rejet-jour) = 'N'
                       AND rjl-client = client-paire
                   MOVE idx-rejet-jour TO rang-rejet-jour
               END-IF
           END-PERFORM.

           IF rang-rejet-jour > ZERO
               MOVE 'O' TO rjt-retire(rang-rejet-jour)
               ADD 1 TO nb-rejets-retires
           END-IF.

       7300-SAUVER-REJETS-JOUR.
           MOVE SPACES TO archive-filename.
           STRING 'REJETS' DELIMITED SIZE
                  date-origine DELIMITED SIZE
                  '.DAT' DELIMITED SIZE
                  INTO archive-filename.

           OPEN OUTPUT ARCHIVE-JOUR-FILE.

           PERFORM VARYING idx-rejet-jour FROM 1 BY 1
                   UNTIL idx-rejet-jour > nb-rejets-jour
               IF rjt-retire(idx-rejet-jour) = 'N'
                   MOVE rjt-ligne(idx-rejet-jour) TO AJ-LIGNE
                   WRITE ARCHIVE-JOUR-RECORD
               END-IF
           END-PERFORM.

           CLOSE ARCHIVE-JOUR-FILE.

       7400-RANGER-REPRISE.
           ACCEPT heure-lot FROM TIME.

           MOVE SPACES TO reprise-traitee-filename.
           STRING 'REPRISE-' DELIMITED SIZE
                  date-origine DELIMITED SIZE
                  '-' DELIMITED SIZE
                  heure-lot(1:6) DELIMITED SIZE
                  '.FAIT' DELIMITED SIZE
                  INTO reprise-traitee-filename.

           CALL "CBL_RENAME_FILE" USING reprise-filename
                                        reprise-traitee-filename.
           MOVE RETURN-CODE TO code-renommage.
           MOVE ZERO TO RETURN-CODE.

           IF code-renommage NOT = ZERO
               DISPLAY "REPRISE.DAT non renomme, a deplacer a la main "
                       "avant toute nouvelle reprise"
               ADD 1 TO nb-erreurs-batch
           END-IF.

       5050-ECRIRE-RESULTATS-ENTETE.
           ADD 1 TO no-page-resultats.
           MOVE ZERO TO nb-lignes-page.
           MOVE no-page-resultats TO RE-PAGE.
           WRITE RESULTATS-ENTETE-RECORD.

       4700-COLLECTER-LOTS-CLIENTS.
           OPEN OUTPUT PAIRES-FILE.

           PERFORM 4710-COLLECTER-UN-CLIENT
               VARYING idx-client FROM 1 BY 1
               UNTIL idx-client > nb-clients-maitre.

           CLOSE PAIRES-FILE.

           DISPLAY "lots clients : " nb-lots-acceptes " acceptes, "
                   nb-lots-rejetes " rejetes".

       4710-COLLECTER-UN-CLIENT.
           MOVE SPACES TO lot-client-filename.
           STRING 'PAIRES' DELIMITED SIZE
                  ct-code(idx-client) DELIMITED SIZE
                  '.DAT' DELIMITED SIZE
                  INTO lot-client-filename.

           PERFORM 4720-CONTROLER-LOT.

           IF lot-est-present
               IF motif-lot = SPACES
                   PERFORM 4730-CHARGER-LOT
                   ADD 1 TO nb-lots-acceptes
                   DISPLAY "lot " ct-code(idx-client) " du "
                           lot-date-envoi " : " lot-nb-lues
                           " paires acceptees"
                   PERFORM 4750-RANGER-LOT
               ELSE
                   ADD 1 TO nb-lots-rejetes
                   PERFORM 4740-SIGNALER-LOT-REJETE
                   PERFORM 4750-RANGER-LOT
               END-IF
           END-IF.

       4720-CONTROLER-LOT.
           MOVE 'N' TO fin-lot-client.
           MOVE 'N' TO lot-present.
           MOVE 'N' TO trailer-lu.
           MOVE SPACES TO motif-lot.
           MOVE ZERO TO lot-date-envoi.
           MOVE ZERO TO lot-nb-lues.
           MOVE ZERO TO lot-total-num1.
           MOVE ZERO TO lot-nb-annonce.
           MOVE ZERO TO lot-total-annonce.

           OPEN INPUT LOT-CLIENT-FILE.

           PERFORM UNTIL lot-client-lu
               READ LOT-CLIENT-FILE
                   AT END MOVE 'O' TO fin-lot-client
                   NOT AT END PERFORM 4725-CONTROLER-LIGNE-LOT
               END-READ
           END-PERFORM.

           CLOSE LOT-CLIENT-FILE.

           IF lot-est-present AND motif-lot = SPACES
               IF NOT trailer-est-lu
                   MOVE 'TRAILER ABSENT' TO motif-lot
               ELSE
                   IF lot-nb-annonce NOT = lot-nb-lues
                       MOVE 'NB ENREGS FAUX' TO motif-lot
                   ELSE
                       IF lot-total-annonce NOT = lot-total-num1
                           MOVE 'TOTAL NUM1 FAUX' TO motif-lot
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4725-CONTROLER-LIGNE-LOT.
           IF NOT lot-est-present
               MOVE 'O' TO lot-present
               IF LC-TYPE NOT = 'H'
                   MOVE 'ENTETE ABSENTE' TO motif-lot
               ELSE
                   IF LC-CLIENT NOT = ct-code(idx-client)
                       MOVE 'CLIENT ENTETE' TO motif-lot
                   ELSE
                       IF LC-DATE-ENVOI NOT NUMERIC
                           MOVE 'DATE ENVOI' TO motif-lot
                       ELSE
                           MOVE LC-DATE-ENVOI TO lot-date-envoi
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF trailer-est-lu
                   IF motif-lot = SPACES
                       MOVE 'LIGNE APRES FIN' TO motif-lot
                   END-IF
               ELSE
                   EVALUATE LCD-TYPE
                       WHEN 'D'
                           ADD 1 TO lot-nb-lues
                           IF LCD-NUM1 NUMERIC
                               ADD LCD-NUM1 TO lot-total-num1
                           END-IF
                       WHEN 'T'
                           MOVE 'O' TO trailer-lu
                           IF LCT-NB-ENREGS NUMERIC
                                   AND LCT-TOTAL-NUM1 NUMERIC
                               MOVE LCT-NB-ENREGS TO lot-nb-annonce
                               MOVE LCT-TOTAL-NUM1
                                   TO lot-total-annonce
                           ELSE
                               IF motif-lot = SPACES
                                   MOVE 'TRAILER ILLISIB' TO motif-lot
                               END-IF
                           END-IF
                       WHEN OTHER
                           IF motif-lot = SPACES
                               MOVE 'TYPE INCONNU' TO motif-lot
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       4730-CHARGER-LOT.
           MOVE 'N' TO fin-lot-client.

           OPEN INPUT LOT-CLIENT-FILE.

           PERFORM UNTIL lot-client-lu
               READ LOT-CLIENT-FILE
                   AT END MOVE 'O' TO fin-lot-client
                   NOT AT END
                       IF LCD-TYPE = 'D'
                           MOVE SPACES TO PAIRES-RECORD
                           MOVE LCD-NUM1 TO PR-NUM1
                           MOVE LCD-NUM2 TO PR-NUM2
                           MOVE LCD-OPER TO PR-OPER
                           MOVE ct-code(idx-client) TO PR-CLIENT
                           WRITE PAIRES-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOT-CLIENT-FILE.

       4740-SIGNALER-LOT-REJETE.
           DISPLAY "lot " ct-code(idx-client) " rejete : " motif-lot.

           ACCEPT heure-lot FROM TIME.

           OPEN EXTEND ALERTE-FILE.

           MOVE SPACES TO ALERTE-RECORD.
           MOVE date-du-jour TO AL-DATE.
           MOVE heure-lot TO AL-HEURE.
           MOVE 'DIVISEUR' TO AL-PROGRAMME.
           STRING 'LOT CLIENT ' DELIMITED SIZE
                  ct-code(idx-client) DELIMITED SIZE
                  ' REJETE : ' DELIMITED SIZE
                  motif-lot DELIMITED SIZE
                  INTO AL-MESSAGE.
           MOVE SPACE TO AL-STATUT.
           MOVE 5012 TO AL-CODE.
           WRITE ALERTE-RECORD.

           CLOSE ALERTE-FILE.

           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'DIVISEUR' TO JL-PROGRAMME.
           MOVE 'LCT-NB-ENREGS' TO JL-CHAMP.
           MOVE lot-client-filename TO JL-VALEUR.
           STRING 'lot client rejete : ' DELIMITED SIZE
                  motif-lot DELIMITED SIZE
                  INTO JL-MESSAGE.
           MOVE 'E' TO JL-SEVERITE.
           MOVE 5012 TO JL-CODE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       4750-RANGER-LOT.
           ACCEPT heure-lot FROM TIME.

           IF motif-lot = SPACES
               MOVE '.FAIT' TO suffixe-lot
           ELSE
               MOVE '.ERR' TO suffixe-lot
           END-IF.

           MOVE SPACES TO lot-traite-filename.
           STRING 'PAIRES' DELIMITED SIZE
                  ct-code(idx-client) DELIMITED SIZE
                  '-' DELIMITED SIZE
                  date-du-jour DELIMITED SIZE
                  '-' DELIMITED SIZE
                  heure-lot(1:6) DELIMITED SIZE
                  suffixe-lot DELIMITED SPACE
                  INTO lot-traite-filename.

           CALL "CBL_RENAME_FILE" USING lot-client-filename
                                        lot-traite-filename.
           MOVE RETURN-CODE TO code-renommage.
           MOVE ZERO TO RETURN-CODE.

           IF code-renommage NOT = ZERO
               DISPLAY "lot " lot-client-filename
                       " non renomme, a deplacer a la main"
               ADD 1 TO nb-erreurs-batch
           END-IF.

       4800-RESTAURER-CHECKPOINT.
           MOVE 'N' TO fin-checkpoint.
           MOVE 'N' TO ckp-termine.
               END-EVALUATE
           END-IF.

           MOVE RESULTATS-RECORD TO ligne-resultat.
           WRITE RESULTATS-RECORD.

           IF motif-paire NOT = SPACES
