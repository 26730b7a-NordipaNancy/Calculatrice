       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURER-CLIENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY TARIFFC.
       COPY FACTFC.

           SELECT OPTIONAL RESULTATS-FILE ASSIGN DYNAMIC
               resultats-filename
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL REJETS-FILE ASSIGN DYNAMIC rejets-filename
               ORGANIZATION LINE SEQUENTIAL.

           SELECT REGISTRE-FILE ASSIGN TO "FACTURES.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY TARIFFD.
       COPY FACTFD.
       COPY RESULTFD.

       FD  REJETS-FILE.
       01  REJET-RECORD.
           05  RJ-NUM1           PIC 9(5)V99.
           05  RJ-NUM2           PIC 9(5)V99.
           05  RJ-OPER           PIC X(01).
           05  FILLER            PIC X(01).
           05  RJ-MOTIF          PIC X(12).
           05  FILLER            PIC X(01).
           05  RJ-CLIENT         PIC X(03).

       FD  REGISTRE-FILE.
       01  REGISTRE-ENTETE-RECORD.
           05  RG-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  RG-LIBELLE        PIC X(20).
           05  RG-MOIS           PIC 9(6).
           05  FILLER            PIC X(02).
           05  RG-DATE           PIC 9(8).

       01  REGISTRE-LIGNE-RECORD.
           05  RL-NUMERO         PIC 9(06).
           05  FILLER            PIC X(02).
           05  RL-CLIENT         PIC X(03).
           05  FILLER            PIC X(02).
           05  RL-NB-OPERATIONS  PIC ZZZZ9.
           05  FILLER            PIC X(02).
           05  RL-NB-REJETS      PIC ZZZZ9.
           05  FILLER            PIC X(02).
           05  RL-MONTANT-CALCULE PIC Z(6)9.99.
           05  FILLER            PIC X(02).
           05  RL-MONTANT        PIC Z(6)9.99.
           05  FILLER            PIC X(02).
           05  RL-MENTION        PIC X(12).

       01  REGISTRE-TOTAL-RECORD.
           05  RT-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  RT-VALEUR         PIC Z(6)9.99.

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY DATECOM.
       COPY NUMEROCOM.

       77  resultats-filename PIC X(20).
       77  rejets-filename PIC X(20).
       77  mois-traite PIC X(06).
       77  mois-traite-num PIC 9(6).
       77  jour-courant PIC 9(2).
       77  date-courante PIC 9(8).

       77  fin-tarifs PIC X VALUE 'N'.
           88  tous-tarifs-lus VALUE 'O'.
       77  fin-factures PIC X VALUE 'N'.
           88  toutes-factures-lues VALUE 'O'.
       77  fin-resultats PIC X VALUE 'N'.
           88  tous-resultats-lus VALUE 'O'.
       77  fin-rejets PIC X VALUE 'N'.
           88  tous-rejets-lus VALUE 'O'.

       77  nb-factures-actives PIC 9(4) VALUE ZERO.
       77  dernier-numero PIC 9(6) VALUE ZERO.
       77  numero-facture PIC 9(6) VALUE ZERO.

       77  nb-clients PIC 99 VALUE ZERO.
       77  idx-client PIC 99.
       77  rang-client PIC 99.
       77  client-cherche PIC X(03).
       77  tarifs-sature PIC X VALUE 'N'.
           88  tarifs-satures VALUE 'O'.
       01  client-table.
           05  client-entry OCCURS 20.
               10  fc-client         PIC X(03).
               10  fc-prix-addition  PIC 9(3)V99.
               10  fc-prix-soustract PIC 9(3)V99.
               10  fc-prix-multiplic PIC 9(3)V99.
               10  fc-prix-division  PIC 9(3)V99.
               10  fc-prix-rejet     PIC 9(3)V99.
               10  fc-minimum        PIC 9(5)V99.
               10  fc-nb-additions   PIC 9(5).
               10  fc-nb-soustract   PIC 9(5).
               10  fc-nb-multiplic   PIC 9(5).
               10  fc-nb-divisions   PIC 9(5).
               10  fc-nb-rejets      PIC 9(5).
               10  fc-montant-calcule PIC 9(7)V99.
               10  fc-montant        PIC 9(7)V99.

       77  nb-sans-tarif PIC 9(5) VALUE ZERO.
       77  nb-jours-presents PIC 99 VALUE ZERO.
       77  jour-present PIC X VALUE 'N'.
           88  jour-est-present VALUE 'O'.
       77  nb-operations PIC 9(5).
       77  total-factures PIC 9(9)V99 VALUE ZERO.
       77  total-rejets PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           DISPLAY "mois a facturer (aaaamm) :" WITH NO ADVANCING.
           ACCEPT mois-traite.

           IF mois-traite NOT NUMERIC
               DISPLAY "mois invalide : " mois-traite
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE mois-traite TO mois-traite-num.

           PERFORM 1000-CONTROLER-FACTURES.

           IF nb-factures-actives > ZERO
               DISPLAY "mois " mois-traite " deja facture ("
                       nb-factures-actives " factures), annuler "
                       "d abord la facturation precedente"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-CHARGER-TARIFS.

           IF tarifs-satures
               DISPLAY "plus de 20 clients au tarif, "
                       "facturation refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           IF nb-clients = ZERO
               DISPLAY "aucun tarif client, rien a facturer"
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-COMPTER-JOUR
               VARYING jour-courant FROM 1 BY 1
               UNTIL jour-courant > 31.

           PERFORM 3000-CALCULER-MONTANTS
               VARYING idx-client FROM 1 BY 1
               UNTIL idx-client > nb-clients.

           PERFORM 4000-RESERVER-NUMEROS.

           IF NOT NU-ATTRIBUE
               DISPLAY "numeros de facture refuses par le registre, "
                       "serie FACTURE"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           IF NU-PREMIER NOT > dernier-numero
               DISPLAY "registre des numeros en retard sur "
                       "FACTURES.DAT (" dernier-numero
                       "), facturation refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 5000-ECRIRE-FACTURES.
           PERFORM 7500-ECRIRE-JOURNAL.

           DISPLAY "facturation " mois-traite " : " nb-clients
                   " factures, " nb-jours-presents " jours lus, "
                   nb-sans-tarif " lignes sans tarif".

           IF nb-jours-presents = ZERO OR nb-sans-tarif > ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-CONTROLER-FACTURES.
           OPEN INPUT FACTURE-FILE.

           PERFORM UNTIL toutes-factures-lues
               READ FACTURE-FILE
                   AT END MOVE 'O' TO fin-factures
                   NOT AT END
                       IF FA-NUMERO > dernier-numero
                           MOVE FA-NUMERO TO dernier-numero
                       END-IF
                       IF FA-MOIS = mois-traite-num
                               AND FA-STATUT = 'E'
                           ADD 1 TO nb-factures-actives
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FACTURE-FILE.

       1100-CHARGER-TARIFS.
           OPEN INPUT TARIF-FILE.

           PERFORM UNTIL tous-tarifs-lus
               READ TARIF-FILE
                   AT END MOVE 'O' TO fin-tarifs
                   NOT AT END
                       IF TF-CLIENT NOT = SPACES
                           IF nb-clients < 20
                               ADD 1 TO nb-clients
                               PERFORM 1150-RANGER-TARIF
                           ELSE
                               MOVE 'O' TO tarifs-sature
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TARIF-FILE.

       1150-RANGER-TARIF.
           INITIALIZE client-entry(nb-clients).
           MOVE TF-CLIENT TO fc-client(nb-clients).
           MOVE TF-PRIX-ADDITION TO fc-prix-addition(nb-clients).
           MOVE TF-PRIX-SOUSTRACT TO fc-prix-soustract(nb-clients).
           MOVE TF-PRIX-MULTIPLIC TO fc-prix-multiplic(nb-clients).
           MOVE TF-PRIX-DIVISION TO fc-prix-division(nb-clients).
           MOVE TF-PRIX-REJET TO fc-prix-rejet(nb-clients).
           MOVE TF-MINIMUM TO fc-minimum(nb-clients).

       1200-CHERCHER-CLIENT.
           IF client-cherche = SPACES
               MOVE 'STD' TO client-cherche
           END-IF.

           MOVE ZERO TO rang-client.
           PERFORM VARYING idx-client FROM 1 BY 1
                   UNTIL idx-client > nb-clients
               IF fc-client(idx-client) = client-cherche
                   MOVE idx-client TO rang-client
               END-IF
           END-PERFORM.

       2000-COMPTER-JOUR.
           COMPUTE date-courante = mois-traite-num * 100 + jour-courant.
           MOVE 'N' TO jour-present.

           MOVE SPACES TO resultats-filename.
           STRING 'RESULT' DELIMITED SIZE
                  date-courante DELIMITED SIZE
                  '.DAT' DELIMITED SIZE
                  INTO resultats-filename.

           MOVE 'N' TO fin-resultats.
           OPEN INPUT RESULTATS-FILE.

           PERFORM UNTIL tous-resultats-lus
               READ RESULTATS-FILE
                   AT END MOVE 'O' TO fin-resultats
                   NOT AT END
                       MOVE 'O' TO jour-present
                       IF RS-TYPE = 'D' AND RS-STATUT = 'OK'
                           PERFORM 2100-COMPTER-OPERATION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RESULTATS-FILE.

           MOVE SPACES TO rejets-filename.
           STRING 'REJETS' DELIMITED SIZE
                  date-courante DELIMITED SIZE
                  '.DAT' DELIMITED SIZE
                  INTO rejets-filename.

           MOVE 'N' TO fin-rejets.
           OPEN INPUT REJETS-FILE.

           PERFORM UNTIL tous-rejets-lus
               READ REJETS-FILE
                   AT END MOVE 'O' TO fin-rejets
                   NOT AT END
                       MOVE 'O' TO jour-present
                       MOVE RJ-CLIENT TO client-cherche
                       PERFORM 1200-CHERCHER-CLIENT
                       IF rang-client = ZERO
                           ADD 1 TO nb-sans-tarif
                       ELSE
                           ADD 1 TO fc-nb-rejets(rang-client)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REJETS-FILE.

           IF jour-est-present
               ADD 1 TO nb-jours-presents
           END-IF.

       2100-COMPTER-OPERATION.
           MOVE RS-CLIENT TO client-cherche.
           PERFORM 1200-CHERCHER-CLIENT.

           IF rang-client = ZERO
               ADD 1 TO nb-sans-tarif
           ELSE
               EVALUATE RS-OPER
                   WHEN 'A'
                       ADD 1 TO fc-nb-additions(rang-client)
                   WHEN 'S'
                       ADD 1 TO fc-nb-soustract(rang-client)
                   WHEN 'M'
                       ADD 1 TO fc-nb-multiplic(rang-client)
                   WHEN OTHER
                       ADD 1 TO fc-nb-divisions(rang-client)
               END-EVALUATE
           END-IF.

       3000-CALCULER-MONTANTS.
           COMPUTE fc-montant-calcule(idx-client) =
                 fc-nb-additions(idx-client)
                     * fc-prix-addition(idx-client)
               + fc-nb-soustract(idx-client)
                     * fc-prix-soustract(idx-client)
               + fc-nb-multiplic(idx-client)
                     * fc-prix-multiplic(idx-client)
               + fc-nb-divisions(idx-client)
                     * fc-prix-division(idx-client)
               + fc-nb-rejets(idx-client)
                     * fc-prix-rejet(idx-client).

           IF fc-montant-calcule(idx-client) < fc-minimum(idx-client)
               MOVE fc-minimum(idx-client) TO fc-montant(idx-client)
           ELSE
               MOVE fc-montant-calcule(idx-client)
                   TO fc-montant(idx-client)
           END-IF.

       4000-RESERVER-NUMEROS.
           MOVE 'FACTURE' TO NU-SERIE.
           MOVE nb-clients TO NU-QUANTITE.
           MOVE 'FACTURER-CLIENTS' TO NU-PROGRAMME.
           CALL 'ATTRIBUER-NUMERO' USING NUMERO-PARAMETRES.

           IF NU-ATTRIBUE
               COMPUTE numero-facture = NU-PREMIER - 1
           END-IF.

       5000-ECRIRE-FACTURES.
           OPEN EXTEND FACTURE-FILE.
           OPEN OUTPUT REGISTRE-FILE.

           MOVE SPACES TO REGISTRE-ENTETE-RECORD.
           MOVE SP-NOM TO RG-NOM-ATELIER.
           MOVE 'REGISTRE FACTURES ' TO RG-LIBELLE.
           MOVE mois-traite-num TO RG-MOIS.
           MOVE date-du-jour TO RG-DATE.
           WRITE REGISTRE-ENTETE-RECORD.

           PERFORM VARYING idx-client FROM 1 BY 1
                   UNTIL idx-client > nb-clients
               ADD 1 TO numero-facture
               PERFORM 5100-ECRIRE-UNE-FACTURE
           END-PERFORM.

           MOVE SPACES TO REGISTRE-TOTAL-RECORD.
           MOVE 'NOMBRE DE FACTURES' TO RT-LIBELLE.
           MOVE nb-clients TO RT-VALEUR.
           WRITE REGISTRE-TOTAL-RECORD.

           MOVE SPACES TO REGISTRE-TOTAL-RECORD.
           MOVE 'LIGNES REJETEES FACTUREES' TO RT-LIBELLE.
           MOVE total-rejets TO RT-VALEUR.
           WRITE REGISTRE-TOTAL-RECORD.

           MOVE SPACES TO REGISTRE-TOTAL-RECORD.
           MOVE 'TOTAL FACTURE' TO RT-LIBELLE.
           MOVE total-factures TO RT-VALEUR.
           WRITE REGISTRE-TOTAL-RECORD.

           IF nb-sans-tarif > ZERO
               MOVE SPACES TO REGISTRE-TOTAL-RECORD
               MOVE 'LIGNES SANS TARIF' TO RT-LIBELLE
               MOVE nb-sans-tarif TO RT-VALEUR
               WRITE REGISTRE-TOTAL-RECORD
           END-IF.

           CLOSE FACTURE-FILE.
           CLOSE REGISTRE-FILE.

       5100-ECRIRE-UNE-FACTURE.
           MOVE SPACES TO FACTURE-RECORD.
           MOVE numero-facture TO FA-NUMERO.
           MOVE mois-traite-num TO FA-MOIS.
           MOVE fc-client(idx-client) TO FA-CLIENT.
           MOVE fc-nb-additions(idx-client) TO FA-NB-ADDITIONS.
           MOVE fc-nb-soustract(idx-client) TO FA-NB-SOUSTRACT.
           MOVE fc-nb-multiplic(idx-client) TO FA-NB-MULTIPLIC.
           MOVE fc-nb-divisions(idx-client) TO FA-NB-DIVISIONS.
           MOVE fc-nb-rejets(idx-client) TO FA-NB-REJETS.
           MOVE fc-montant-calcule(idx-client) TO FA-MONTANT-CALCULE.
           MOVE fc-montant(idx-client) TO FA-MONTANT.
           MOVE date-du-jour TO FA-DATE.
           MOVE 'E' TO FA-STATUT.
           MOVE SPACES TO FA-OPERATEUR.
           MOVE ZERO TO FA-DATE-ANNULATION.
           WRITE FACTURE-RECORD.

           COMPUTE nb-operations = fc-nb-additions(idx-client)
               + fc-nb-soustract(idx-client)
               + fc-nb-multiplic(idx-client)
               + fc-nb-divisions(idx-client).

           MOVE SPACES TO REGISTRE-LIGNE-RECORD.
           MOVE numero-facture TO RL-NUMERO.
           MOVE fc-client(idx-client) TO RL-CLIENT.
           MOVE nb-operations TO RL-NB-OPERATIONS.
           MOVE fc-nb-rejets(idx-client) TO RL-NB-REJETS.
           MOVE fc-montant-calcule(idx-client) TO RL-MONTANT-CALCULE.
           MOVE fc-montant(idx-client) TO RL-MONTANT.
           IF fc-montant(idx-client)
                   > fc-montant-calcule(idx-client)
               MOVE 'MINIMUM' TO RL-MENTION
           END-IF.
           WRITE REGISTRE-LIGNE-RECORD.

           ADD fc-montant(idx-client) TO total-factures.
           ADD fc-nb-rejets(idx-client) TO total-rejets.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 5001 TO JL-CODE.
           MOVE 'FACTURER-CLI' TO JL-PROGRAMME.
           MOVE 'FA-MOIS' TO JL-CHAMP.
           MOVE mois-traite TO JL-VALEUR.
           STRING 'facturation emise, derniere facture '
                      DELIMITED SIZE
                  numero-facture DELIMITED SIZE
                  INTO JL-MESSAGE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       END PROGRAM FACTURER-CLIENTS.
