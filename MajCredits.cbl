           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CREDITS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       COPY ENSEIGNFC.

       DATA DIVISION.
       FILE SECTION.
       COPY CREDITFD.

       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.
           05  OP-ID             PIC X(08).
           05  FILLER            PIC X(01).
           05  OP-PROGRAMME      PIC X(20).

       COPY ENSEIGNFD.

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       COPY MODIFCOM.
       COPY MODIMGCOM.

       77  i PIC 9(4).
       77  ligne-affichage PIC 99.
       77  fin-credits PIC X VALUE 'N'.
           88  tous-credits-lus VALUE 'O'.
       77  fin-operateurs PIC X VALUE 'N'.
           88  tous-operateurs-lus VALUE 'O'.
       77  operateur-connu PIC X VALUE 'N'.
           88  est-operateur-connu VALUE 'O'.
       77  operateur-saisi PIC X(08).
       77  fin-enseignants PIC X VALUE 'N'.
           88  tous-enseignants-lus VALUE 'O'.
       77  enseignant-connu PIC X VALUE 'N'.
           88  est-enseignant-connu VALUE 'O'.
       77  nb-credits PIC 9(4) VALUE ZERO.
       01  credit-table.
           05  credit-entry OCCURS 2000 INDEXED BY idx-credit.
               10  cr-tab-eleve-id   PIC X(05).
               10  cr-tab-points     PIC 9(2)V9(2).
               10  cr-tab-motif      PIC X(03).
               10  cr-tab-enseignant PIC X(05).
               10  cr-tab-debut      PIC 9(8).
               10  cr-tab-fin        PIC 9(8).
               10  cr-tab-nature     PIC X(01).
               10  cr-tab-emploi     PIC 9(8).

       77  choix PIC 9.
       77  fin-maintenance PIC X VALUE 'N'.
           88  maintenance-finie VALUE 'O'.
       77  eleve-id-saisi PIC X(05).
       77  points-saisis PIC 9(2)V9(2).
       77  motif-saisi PIC X(03).
           88  motif-connu VALUE 'PAR' 'DEV' 'CON' 'RAT' 'COM' 'AUT'.
       77  enseignant-saisi PIC X(05).
       77  debut-saisi PIC 9(8).
       77  fin-saisie PIC 9(8).
       77  nature-saisie PIC X(01).
           88  nature-connue VALUE 'U' 'P'.
       77  rang-trouve PIC 9(4) VALUE ZERO.
       77  nb-trouves PIC 9(4) VALUE ZERO.
       77  table-saturee PIC X VALUE 'N'.
           88  credits-satures VALUE 'O'.
       77  points-edites PIC Z9.99.
       77  valeur-journal PIC X(20).

       SCREEN SECTION.
       1   maj-signon.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'maintenance des credits'.
       2   LINE 4 COL 10 VALUE 'votre code operateur : '.
       2   COL 34 PIC X(08) TO operateur-saisi REQUIRED.

       1   maj-signon-refuse.
       2   LINE 6 COL 10 VALUE 'operateur inconnu' FOREGROUND-COLOR 4.

       1   maj-titre.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'maintenance des credits'.
       2   LINE 5 COL 10 VALUE '2) ajouter un credit'.
       2   LINE 6 COL 10 VALUE '3) modifier un credit'.
       2   LINE 7 COL 10 VALUE '4) supprimer un credit'.
       2   LINE 8 COL 10 VALUE '5) quitter'.
       2   LINE 10 COL 10 VALUE 'votre choix : '.
       2   PIC 9 TO choix REQUIRED.

       1   maj-ligne.
       2   LINE ligne-affichage.
       2   COL 5 PIC ZZZ9 FROM i.
       2   COL 10 PIC X(05) FROM cr-tab-eleve-id(i).
       2   COL 18 PIC Z9.99 FROM cr-tab-points(i).
       2   COL 25 PIC X(03) FROM cr-tab-motif(i).
       2   COL 30 PIC X(05) FROM cr-tab-enseignant(i).
       2   COL 37 PIC 9(8) FROM cr-tab-debut(i).
       2   COL 47 PIC 9(8) FROM cr-tab-fin(i).
       2   COL 57 PIC X(01) FROM cr-tab-nature(i).
       2   COL 60 PIC 9(8) FROM cr-tab-emploi(i).

       1   maj-eleve-id.
       2   LINE 12 COL 10 VALUE 'identifiant eleve : '.
       2   LINE 13 COL 10 VALUE 'points de credit  : '.
       2   PIC 99V99 TO points-saisis REQUIRED.

       1   maj-motif.
       2   LINE 14 COL 10 VALUE 'motif (PAR DEV CON RAT COM AUT) : '.
       2   PIC X(03) TO motif-saisi.

       1   maj-enseignant.
       2   LINE 15 COL 10 VALUE 'enseignant        : '.
       2   PIC X(05) TO enseignant-saisi REQUIRED.

       1   maj-debut.
       2   LINE 16 COL 10 VALUE 'valable du         : '.
       2   PIC 9(8) TO debut-saisi.

       1   maj-fin.
       2   LINE 17 COL 10 VALUE 'valable au (0=sans fin) : '.
       2   PIC 9(8) TO fin-saisie.

       1   maj-nature.
       2   LINE 18 COL 10 VALUE 'U une evaluation, P permanent : '.
       2   PIC X(01) TO nature-saisie REQUIRED.

       1   maj-soumise.
       2   LINE 20 COL 10 VALUE 'modification en attente de validation'.
       2   COL 49 PIC 9(6) FROM MO-NUMERO.

       1   maj-invalide.
       2   LINE 20 COL 10 VALUE 'saisie invalide' FOREGROUND-COLOR 4.

       1   maj-introuvable.
       2   LINE 20 COL 10 VALUE 'credit introuvable' FOREGROUND-COLOR 4.

       1   maj-table-pleine.
       2   LINE 20 COL 10 VALUE 'table des credits pleine'
           FOREGROUND-COLOR 4.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY maj-signon.
           ACCEPT maj-signon.

           PERFORM 0500-VERIFIER-OPERATEUR.

           IF NOT est-operateur-connu
               DISPLAY maj-signon-refuse
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-CHARGER-CREDITS.

           IF credits-satures
               DISPLAY "fichier credits depasse la table de 2000, "
                       "maintenance refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
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

       1000-CHARGER-CREDITS.
           OPEN INPUT CREDIT-FILE.

               READ CREDIT-FILE
                   AT END MOVE 'O' TO fin-credits
                   NOT AT END
                       IF nb-credits < 2000
                           ADD 1 TO nb-credits
                           MOVE CR-ELEVE-ID
                               TO cr-tab-eleve-id(nb-credits)
                           MOVE CR-POINTS
                               TO cr-tab-points(nb-credits)
                           PERFORM 1100-RETENIR-REGISTRE
                       ELSE
                           MOVE 'O' TO table-saturee
                       END-IF

           CLOSE CREDIT-FILE.

       1100-RETENIR-REGISTRE.
           MOVE CR-MOTIF TO cr-tab-motif(nb-credits).
           MOVE CR-ENSEIGNANT TO cr-tab-enseignant(nb-credits).
           MOVE CR-NATURE TO cr-tab-nature(nb-credits).
           MOVE ZERO TO cr-tab-debut(nb-credits).
           MOVE ZERO TO cr-tab-fin(nb-credits).
           MOVE ZERO TO cr-tab-emploi(nb-credits).
           IF CR-DATE-DEBUT NUMERIC
               MOVE CR-DATE-DEBUT TO cr-tab-debut(nb-credits)
           END-IF.
           IF CR-DATE-FIN NUMERIC
               MOVE CR-DATE-FIN TO cr-tab-fin(nb-credits)
           END-IF.
           IF CR-DATE-EMPLOI NUMERIC
               MOVE CR-DATE-EMPLOI TO cr-tab-emploi(nb-credits)
           END-IF.

       2000-LISTER-CREDITS.
           DISPLAY maj-titre.
           PERFORM VARYING i FROM 1 BY 1

       3000-AJOUTER-CREDIT.
           PERFORM 6000-SAISIR-ELEVE-ET-POINTS.
           DISPLAY maj-motif.
           ACCEPT maj-motif.
           DISPLAY maj-debut.
           ACCEPT maj-debut.
           PERFORM 6100-SAISIR-REGISTRE.
           PERFORM 6500-CHERCHER-CREDIT.

           IF eleve-id-saisi = SPACES OR points-saisis > 20
                   OR NOT motif-connu OR debut-saisi = ZERO
                   OR NOT est-enseignant-connu OR NOT nature-connue
                   OR (fin-saisie NOT = ZERO
                       AND fin-saisie < debut-saisi)
                   OR rang-trouve NOT = ZERO
               DISPLAY maj-invalide
           ELSE
               IF nb-credits < 2000
                   MOVE SPACES TO MODIF-PARAMETRES
                   MOVE 'A' TO MO-ACTION
                   PERFORM 6800-SOUMETTRE-CREDIT
                   MOVE 'ajout credit soumis' TO JL-MESSAGE
                   PERFORM 7500-ECRIRE-JOURNAL
               ELSE
                   DISPLAY maj-table-pleine
           END-IF.

       4000-MODIFIER-CREDIT.
           PERFORM 6200-SAISIR-CLE-CREDIT.
           PERFORM 6500-CHERCHER-CREDIT.

           IF rang-trouve = ZERO
           ELSE
               DISPLAY maj-points
               ACCEPT maj-points
               PERFORM 6100-SAISIR-REGISTRE
               IF points-saisis > 20
                       OR NOT est-enseignant-connu
                       OR NOT nature-connue
                       OR (fin-saisie NOT = ZERO
                           AND fin-saisie < debut-saisi)
                   DISPLAY maj-invalide
               ELSE
                   MOVE SPACES TO MODIF-PARAMETRES
                   MOVE 'M' TO MO-ACTION
                   PERFORM 6600-IMAGE-AVANT
                   PERFORM 6800-SOUMETTRE-CREDIT
                   MOVE 'modification credit soumise' TO JL-MESSAGE
                   PERFORM 7500-ECRIRE-JOURNAL
               END-IF
           END-IF.

       5000-SUPPRIMER-CREDIT.
           PERFORM 6200-SAISIR-CLE-CREDIT.
           PERFORM 6500-CHERCHER-CREDIT.

           IF rang-trouve = ZERO
               DISPLAY maj-introuvable
           ELSE
               MOVE cr-tab-points(rang-trouve) TO points-saisis
               MOVE SPACES TO MODIF-PARAMETRES
               MOVE 'S' TO MO-ACTION
               PERFORM 6600-IMAGE-AVANT
               PERFORM 6800-SOUMETTRE-CREDIT
               MOVE 'suppression credit soumise' TO JL-MESSAGE
               PERFORM 7500-ECRIRE-JOURNAL
           END-IF.

       6000-SAISIR-ELEVE-ET-POINTS.
           DISPLAY maj-points.
           ACCEPT maj-points.

       6100-SAISIR-REGISTRE.
           DISPLAY maj-enseignant.
           ACCEPT maj-enseignant.
           DISPLAY maj-fin.
           ACCEPT maj-fin.
           DISPLAY maj-nature.
           ACCEPT maj-nature.
           PERFORM 6300-VERIFIER-ENSEIGNANT.

       6200-SAISIR-CLE-CREDIT.
           DISPLAY maj-eleve-id.
           ACCEPT maj-eleve-id.
           DISPLAY maj-motif.
           ACCEPT maj-motif.
           DISPLAY maj-debut.
           ACCEPT maj-debut.

       6300-VERIFIER-ENSEIGNANT.
           MOVE 'N' TO enseignant-connu.
           MOVE 'N' TO fin-enseignants.

           OPEN INPUT ENSEIGNANT-FILE.

           PERFORM UNTIL tous-enseignants-lus
               READ ENSEIGNANT-FILE
                   AT END MOVE 'O' TO fin-enseignants
                   NOT AT END
                       IF EN-ID = enseignant-saisi
                               AND EN-ACTIF NOT = 'N'
                           MOVE 'O' TO enseignant-connu
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ENSEIGNANT-FILE.

       6500-CHERCHER-CREDIT.
           MOVE ZERO TO rang-trouve.
           MOVE ZERO TO nb-trouves.
           PERFORM VARYING idx-credit FROM 1 BY 1
                   UNTIL idx-credit > nb-credits
               IF cr-tab-eleve-id(idx-credit) = eleve-id-saisi
                       AND cr-tab-motif(idx-credit) = motif-saisi
                       AND cr-tab-debut(idx-credit) = debut-saisi
                   SET rang-trouve TO idx-credit
                   ADD 1 TO nb-trouves
               END-IF
                       " la derniere sera traitee"
           END-IF.

       6600-IMAGE-AVANT.
           MOVE SPACES TO MODIF-IMAGE.
           MOVE cr-tab-points(rang-trouve) TO MI-CR-POINTS.
           MOVE cr-tab-enseignant(rang-trouve) TO MI-CR-ENSEIGNANT.
           MOVE cr-tab-fin(rang-trouve) TO MI-CR-DATE-FIN.
           MOVE cr-tab-nature(rang-trouve) TO MI-CR-NATURE.
           MOVE MODIF-IMAGE TO MO-AVANT.

       6800-SOUMETTRE-CREDIT.
           MOVE 'CREDITS' TO MO-CIBLE.
           MOVE SPACES TO MO-CLE.
           STRING eleve-id-saisi DELIMITED SIZE
                  motif-saisi DELIMITED SIZE
                  debut-saisi DELIMITED SIZE
                  INTO MO-CLE.
           IF MO-SUPPRESSION
               MOVE SPACES TO MO-APRES
           ELSE
               MOVE SPACES TO MODIF-IMAGE
               MOVE points-saisis TO MI-CR-POINTS
               MOVE enseignant-saisi TO MI-CR-ENSEIGNANT
               MOVE fin-saisie TO MI-CR-DATE-FIN
               MOVE nature-saisie TO MI-CR-NATURE
               MOVE MODIF-IMAGE TO MO-APRES
           END-IF.
           MOVE operateur-saisi TO MO-OPERATEUR.
           CALL 'SOUMETTRE-MODIF' USING MODIF-PARAMETRES.

           DISPLAY maj-soumise.

       7500-ECRIRE-JOURNAL.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 1060 TO JL-CODE.
           MOVE points-saisis TO points-edites.
           MOVE SPACES TO valeur-journal.
           STRING eleve-id-saisi DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  motif-saisi DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  points-edites DELIMITED SIZE
                  INTO valeur-journal.
           MOVE valeur-journal TO JL-VALEUR.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       END PROGRAM MAJ-CREDITS.
