       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-CALENDRIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY DATEFC.

           SELECT OPTIONAL CALENDRIER-FILE ASSIGN TO "CALENDRIER.TXT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT ECART-CALENDRIER-FILE ASSIGN TO "CALENDRIER.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY DATEFD.

       FD  CALENDRIER-FILE.
       01  CALENDRIER-RECORD.
           05  CA-LIGNE          PIC X(100).

       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.
           05  OP-ID             PIC X(08).
           05  FILLER            PIC X(01).
           05  OP-PROGRAMME      PIC X(20).

       FD  ECART-CALENDRIER-FILE.
       01  EC-ENTETE-RECORD.
           05  EC-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  EC-LIBELLE        PIC X(20).
           05  EC-DATE           PIC 9(8).

       01  EC-TITRE-RECORD.
           05  ET-LIGNE          PIC X(100).

       01  EC-LIGNE-RECORD.
           05  EL-ACTION         PIC X(10).
           05  FILLER            PIC X(02).
           05  EL-DEBUT          PIC X(08).
           05  FILLER            PIC X(02).
           05  EL-FIN            PIC X(08).
           05  FILLER            PIC X(02).
           05  EL-FIN-ACTUELLE   PIC X(08).
           05  FILLER            PIC X(02).
           05  EL-LIBELLE        PIC X(30).
           05  FILLER            PIC X(02).
           05  EL-CONSTAT        PIC X(24).

       01  EC-TOTAL-RECORD.
           05  ETO-LIBELLE       PIC X(24).
           05  FILLER            PIC X(02).
           05  ETO-VALEUR        PIC ZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY DATECOM.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY JOURNALCOM.
       COPY MODIFCOM.
       COPY MODIMGCOM.

       77  fin-operateurs PIC X VALUE 'N'.
           88  tous-operateurs-lus VALUE 'O'.
       77  operateur-connu PIC X VALUE 'N'.
           88  est-operateur-connu VALUE 'O'.
       77  operateur-saisi PIC X(08).
       77  confirmation PIC X(3).

       77  fin-calendrier PIC X VALUE 'N'.
           88  tout-calendrier-lu VALUE 'O'.

       77  i PIC 9(3).
       77  nb-feries PIC 9(3) VALUE ZERO.
       77  calendrier-sature PIC X VALUE 'N'.
           88  calendrier-est-sature VALUE 'O'.
       77  idx-ferie PIC 9(3).
       01  feries-table.
           05  ferie-entry OCCURS 300.
               10  ferie-date        PIC 9(8).
               10  ferie-date-fin    PIC 9(8).
               10  ferie-recurrent   PIC X(01).
               10  ferie-origine     PIC X(01).
               10  ferie-vu          PIC X(01).

       77  nb-changements PIC 9(3) VALUE ZERO.
       77  idx-changement PIC 9(3).
       77  changements-sature PIC X VALUE 'N'.
           88  changements-satures VALUE 'O'.
       01  changements-table.
           05  changement-entry OCCURS 200.
               10  ch-action         PIC X(01).
               10  ch-date           PIC 9(8).
               10  ch-date-fin       PIC 9(8).
               10  ch-recurrent      PIC X(01).
               10  ch-origine        PIC X(01).

       77  champ-zone PIC X(10).
       77  champ-libelle PIC X(30).
       77  champ-debut PIC X(10).
       77  champ-fin PIC X(10).
       77  debut-lu PIC 9(8).
       77  fin-lu PIC 9(8).
       77  fin-actuelle PIC 9(8).
       77  jour-debut PIC 9(8).
       77  jour-fin PIC 9(8).
       77  annee-lue PIC 9(4).
       77  annee-courante PIC 9(4).
       77  annee-prochaine PIC 9(4).
       77  nb-annee-prochaine PIC 9(3) VALUE ZERO.
       77  rang-trouve PIC 9(3) VALUE ZERO.
       77  date-cherchee PIC 9(8).
       77  motif-rejet PIC X(24).
       77  action-ligne PIC X(10).
       77  action-changement PIC X(01).
       77  constat-ligne PIC X(24).
       77  premiere-periode PIC 9(8) VALUE ZERO.
       77  derniere-periode PIC 9(8) VALUE ZERO.

       77  nb-lignes-lues PIC 9(4) VALUE ZERO.
       77  nb-hors-zone PIC 9(4) VALUE ZERO.
       77  nb-rejetees PIC 9(4) VALUE ZERO.
       77  nb-passees PIC 9(4) VALUE ZERO.
       77  nb-retenues PIC 9(4) VALUE ZERO.
       77  nb-nouvelles PIC 9(4) VALUE ZERO.
       77  nb-fins-modifiees PIC 9(4) VALUE ZERO.
       77  nb-retraits PIC 9(4) VALUE ZERO.
       77  nb-inchangees PIC 9(4) VALUE ZERO.
       77  nb-manuelles PIC 9(4) VALUE ZERO.
       77  nb-soumises PIC 9(4) VALUE ZERO.
       77  nb-feries-projete PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "import du calendrier scolaire officiel".
           DISPLAY "votre code operateur :" WITH NO ADVANCING.
           ACCEPT operateur-saisi.

           PERFORM 0500-VERIFIER-OPERATEUR.

           IF NOT est-operateur-connu
               DISPLAY "operateur inconnu"
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           MOVE date-du-jour(1:4) TO annee-courante.
           MOVE annee-courante TO annee-prochaine.
           ADD 1 TO annee-prochaine.

           IF SP-ZONE = SPACES
               DISPLAY "zone scolaire du site " SP-CODE
                       " non renseignee dans SITES.DAT, import refuse"
               MOVE SPACES TO JOURNAL-PARAMETRES
               MOVE 'E' TO JL-SEVERITE
               MOVE 3042 TO JL-CODE
               MOVE 'IMPORT-CALEN' TO JL-PROGRAMME
               MOVE 'SX-ZONE' TO JL-CHAMP
               MOVE SP-CODE TO JL-VALEUR
               MOVE 'zone scolaire du site absente' TO JL-MESSAGE
               CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-CHARGER-FERIES.

           IF calendrier-est-sature
               DISPLAY "calendrier au dela de 300 feries, "
                       "import refuse"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ECART-CALENDRIER-FILE.

           MOVE SPACES TO EC-ENTETE-RECORD.
           MOVE SP-NOM TO EC-NOM-ATELIER.
           MOVE 'ECARTS CALENDRIER AU' TO EC-LIBELLE.
           MOVE date-du-jour TO EC-DATE.
           WRITE EC-ENTETE-RECORD.

           MOVE SPACES TO EC-TITRE-RECORD.
           MOVE 'ACTION' TO ET-LIGNE(1:6).
           MOVE 'DEBUT' TO ET-LIGNE(13:5).
           MOVE 'FIN' TO ET-LIGNE(23:3).
           MOVE 'FIN ACT.' TO ET-LIGNE(33:8).
           MOVE 'PERIODE' TO ET-LIGNE(43:7).
           MOVE 'CONSTAT' TO ET-LIGNE(75:7).
           WRITE EC-TITRE-RECORD.

           PERFORM 2000-LIRE-CALENDRIER.

           IF nb-retenues > ZERO
               PERFORM 2800-RELEVER-RETRAITS
           END-IF.

           PERFORM 8500-IMPRIMER-TOTAUX.

           CLOSE ECART-CALENDRIER-FILE.

           DISPLAY "zone " SP-ZONE " : " nb-lignes-lues " lignes lues, "
                   nb-hors-zone " hors zone, " nb-rejetees " rejetees".
           DISPLAY "ecarts avec HOLIDAYS.DAT : " nb-nouvelles
                   " nouvelles, " nb-fins-modifiees " fins modifiees, "
                   nb-retraits " retraits".
           DISPLAY "saisies manuelles conservees : " nb-manuelles
                   ", detail dans CALENDRIER.RPT".

           IF changements-satures
               DISPLAY "plus de 200 changements, import refuse"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           COMPUTE nb-feries-projete =
               nb-feries + nb-nouvelles - nb-retraits.
           IF nb-feries-projete > 300
               DISPLAY "calendrier plein apres import, import refuse"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           IF nb-changements = ZERO
               DISPLAY "calendrier deja a jour, rien a soumettre"
           ELSE
               DISPLAY "soumettre ces changements a validation (OUI) :"
                   WITH NO ADVANCING
               ACCEPT confirmation
               IF confirmation NOT = 'OUI'
                   DISPLAY "import annule, rien n a ete soumis"
               ELSE
                   PERFORM 4000-SOUMETTRE-CHANGEMENTS
                   PERFORM 6500-PROJETER-CHANGEMENTS
                   DISPLAY nb-soumises " modifications en attente "
                           "de validation"
               END-IF
           END-IF.

           PERFORM 7500-ECRIRE-JOURNAL.

           PERFORM 8000-CONTROLER-COUVERTURE.

           IF nb-rejetees > ZERO OR nb-annee-prochaine = ZERO
                   OR (nb-changements > ZERO AND nb-soumises = ZERO)
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

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

           PERFORM UNTIL toutes-holidays-lues
               READ HOLIDAY-FILE
                   AT END MOVE 'O' TO fin-jours-feries
                   NOT AT END
                       IF nb-feries < 300
                           ADD 1 TO nb-feries
                           MOVE HO-DATE TO ferie-date(nb-feries)
                           IF HO-DATE-FIN NUMERIC
                               MOVE HO-DATE-FIN
                                   TO ferie-date-fin(nb-feries)
                           ELSE
                               MOVE ZERO
                                   TO ferie-date-fin(nb-feries)
                           END-IF
                           IF HO-RECURRENT = 'O'
                               MOVE 'O'
                                   TO ferie-recurrent(nb-feries)
                           ELSE
                               MOVE 'N'
                                   TO ferie-recurrent(nb-feries)
                           END-IF
                           IF HO-IMPORTE
                               MOVE 'I' TO ferie-origine(nb-feries)
                           ELSE
                               MOVE 'M' TO ferie-origine(nb-feries)
                           END-IF
                           MOVE 'N' TO ferie-vu(nb-feries)
                       ELSE
                           MOVE 'O' TO calendrier-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOLIDAY-FILE.

       2000-LIRE-CALENDRIER.
           OPEN INPUT CALENDRIER-FILE.

           PERFORM UNTIL tout-calendrier-lu
               READ CALENDRIER-FILE
                   AT END MOVE 'O' TO fin-calendrier
                   NOT AT END
                       IF CA-LIGNE NOT = SPACES
                           PERFORM 2100-EXAMINER-LIGNE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CALENDRIER-FILE.

       2100-EXAMINER-LIGNE.
           ADD 1 TO nb-lignes-lues.
           MOVE SPACES TO champ-zone champ-libelle champ-debut
                          champ-fin motif-rejet.

           UNSTRING CA-LIGNE DELIMITED BY ';'
               INTO champ-zone champ-libelle champ-debut champ-fin.

           IF nb-lignes-lues = 1 AND champ-debut(1:8) NOT NUMERIC
                   AND champ-zone NOT = SP-ZONE
               SUBTRACT 1 FROM nb-lignes-lues
           ELSE
               IF champ-zone NOT = SP-ZONE
                   ADD 1 TO nb-hors-zone
               ELSE
                   PERFORM 2200-CONTROLER-DATES
                   IF motif-rejet NOT = SPACES
                       ADD 1 TO nb-rejetees
                       MOVE 'REJET' TO action-ligne
                       MOVE motif-rejet TO constat-ligne
                       MOVE SPACES TO EC-LIGNE-RECORD
                       MOVE champ-debut TO EL-DEBUT
                       MOVE champ-fin TO EL-FIN
                       MOVE champ-libelle TO EL-LIBELLE
                       PERFORM 3000-ECRIRE-LIGNE
                   ELSE IF fin-lu < date-du-jour
                       ADD 1 TO nb-passees
                   ELSE
                       PERFORM 2300-COMPARER-PERIODE
                   END-IF
                   END-IF
               END-IF
           END-IF.

       2200-CONTROLER-DATES.
           MOVE ZERO TO debut-lu fin-lu jour-debut jour-fin.

           IF champ-debut(1:8) NOT NUMERIC
                   OR champ-debut(9:2) NOT = SPACES
                   OR champ-fin(1:8) NOT NUMERIC
                   OR champ-fin(9:2) NOT = SPACES
               MOVE 'date illisible' TO motif-rejet
           ELSE
               MOVE champ-debut(1:8) TO debut-lu
               MOVE champ-fin(1:8) TO fin-lu
               COMPUTE jour-debut = FUNCTION INTEGER-OF-DATE(debut-lu)
               COMPUTE jour-fin = FUNCTION INTEGER-OF-DATE(fin-lu)
               MOVE debut-lu(1:4) TO annee-lue
               IF jour-debut = ZERO OR jour-fin = ZERO
                   MOVE 'date inexistante' TO motif-rejet
               ELSE IF fin-lu < debut-lu
                   MOVE 'fin avant debut' TO motif-rejet
               ELSE IF jour-fin - jour-debut > 92
                   MOVE 'periode trop longue' TO motif-rejet
               ELSE IF annee-lue < annee-courante - 1
                       OR annee-lue > annee-prochaine + 1
                   MOVE 'annee incoherente' TO motif-rejet
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       2300-COMPARER-PERIODE.
           ADD 1 TO nb-retenues.

           IF premiere-periode = ZERO OR debut-lu < premiere-periode
               MOVE debut-lu TO premiere-periode
           END-IF.
           IF fin-lu > derniere-periode
               MOVE fin-lu TO derniere-periode
           END-IF.

           MOVE debut-lu TO date-cherchee.
           PERFORM 6000-CHERCHER-FERIE.

           MOVE SPACES TO EC-LIGNE-RECORD.
           MOVE champ-debut TO EL-DEBUT.
           MOVE champ-fin TO EL-FIN.

           IF rang-trouve = ZERO
               PERFORM 6100-CHERCHER-AJOUT
               IF rang-trouve > ZERO
                   ADD 1 TO nb-rejetees
                   MOVE 'REJET' TO action-ligne
                   MOVE 'doublon dans l extrait' TO constat-ligne
               ELSE
                   ADD 1 TO nb-nouvelles
                   MOVE 'AJOUT' TO action-ligne
                   MOVE 'nouvelle periode' TO constat-ligne
                   MOVE 'A' TO action-changement
                   PERFORM 2400-NOTER-CHANGEMENT
               END-IF
           ELSE IF ferie-vu(rang-trouve) = 'O'
               ADD 1 TO nb-rejetees
               MOVE 'REJET' TO action-ligne
               MOVE 'doublon dans l extrait' TO constat-ligne
           ELSE
               MOVE 'O' TO ferie-vu(rang-trouve)
               MOVE ferie-date-fin(rang-trouve) TO fin-actuelle
               IF fin-actuelle = ZERO
                   MOVE ferie-date(rang-trouve) TO fin-actuelle
               END-IF
               MOVE fin-actuelle TO EL-FIN-ACTUELLE
               IF ferie-origine(rang-trouve) NOT = 'I'
                   ADD 1 TO nb-manuelles
                   MOVE 'CONSERVEE' TO action-ligne
                   MOVE 'saisie manuelle gardee' TO constat-ligne
               ELSE IF fin-actuelle = fin-lu
                   ADD 1 TO nb-inchangees
                   MOVE 'INCHANGEE' TO action-ligne
                   MOVE 'deja au calendrier' TO constat-ligne
               ELSE
                   ADD 1 TO nb-fins-modifiees
                   MOVE 'MODIF FIN' TO action-ligne
                   MOVE 'fin de periode modifiee' TO constat-ligne
                   MOVE 'S' TO action-changement
                   PERFORM 2500-NOTER-RETRAIT
                   MOVE 'A' TO action-changement
                   PERFORM 2400-NOTER-CHANGEMENT
               END-IF
               END-IF
           END-IF
           END-IF.

           MOVE champ-libelle TO EL-LIBELLE.
           PERFORM 3000-ECRIRE-LIGNE.

       2400-NOTER-CHANGEMENT.
           IF nb-changements < 200
               ADD 1 TO nb-changements
               MOVE action-changement TO ch-action(nb-changements)
               MOVE debut-lu TO ch-date(nb-changements)
               MOVE fin-lu TO ch-date-fin(nb-changements)
               MOVE 'N' TO ch-recurrent(nb-changements)
               MOVE 'I' TO ch-origine(nb-changements)
           ELSE
               MOVE 'O' TO changements-sature
           END-IF.

       2500-NOTER-RETRAIT.
           IF nb-changements < 200
               ADD 1 TO nb-changements
               MOVE action-changement TO ch-action(nb-changements)
               MOVE ferie-date(rang-trouve) TO ch-date(nb-changements)
               MOVE ferie-date-fin(rang-trouve)
                   TO ch-date-fin(nb-changements)
               MOVE ferie-recurrent(rang-trouve)
                   TO ch-recurrent(nb-changements)
               MOVE 'I' TO ch-origine(nb-changements)
           ELSE
               MOVE 'O' TO changements-sature
           END-IF.

       2800-RELEVER-RETRAITS.
           PERFORM VARYING idx-ferie FROM 1 BY 1
                   UNTIL idx-ferie > nb-feries
               MOVE ferie-date-fin(idx-ferie) TO fin-actuelle
               IF fin-actuelle = ZERO
                   MOVE ferie-date(idx-ferie) TO fin-actuelle
               END-IF
               IF ferie-origine(idx-ferie) = 'I'
                       AND ferie-vu(idx-ferie) NOT = 'O'
                       AND fin-actuelle NOT < date-du-jour
                       AND ferie-date(idx-ferie) NOT < premiere-periode
                       AND ferie-date(idx-ferie) NOT > derniere-periode
                   ADD 1 TO nb-retraits
                   MOVE idx-ferie TO rang-trouve
                   MOVE 'S' TO action-changement
                   PERFORM 2500-NOTER-RETRAIT
                   MOVE SPACES TO EC-LIGNE-RECORD
                   MOVE ferie-date(idx-ferie) TO EL-DEBUT
                   MOVE fin-actuelle TO EL-FIN-ACTUELLE
                   MOVE 'RETRAIT' TO action-ligne
                   MOVE 'absente de l extrait' TO constat-ligne
                   PERFORM 3000-ECRIRE-LIGNE
               END-IF
           END-PERFORM.

       3000-ECRIRE-LIGNE.
           MOVE action-ligne TO EL-ACTION.
           MOVE constat-ligne TO EL-CONSTAT.
           WRITE EC-LIGNE-RECORD.

           IF action-ligne NOT = 'INCHANGEE'
               DISPLAY EL-ACTION " " EL-DEBUT " " EL-FIN " "
                       EL-FIN-ACTUELLE " " EL-CONSTAT
           END-IF.

       4000-SOUMETTRE-CHANGEMENTS.
           PERFORM VARYING idx-changement FROM 1 BY 1
                   UNTIL idx-changement > nb-changements
               MOVE SPACES TO MODIF-PARAMETRES
               MOVE 'FERIES' TO MO-CIBLE
               MOVE ch-action(idx-changement) TO MO-ACTION
               MOVE ch-date(idx-changement) TO MO-CLE
               MOVE operateur-saisi TO MO-OPERATEUR
               MOVE SPACES TO MODIF-IMAGE
               MOVE ch-date-fin(idx-changement) TO MI-HO-DATE-FIN
               MOVE ch-recurrent(idx-changement) TO MI-HO-RECURRENT
               MOVE ch-origine(idx-changement) TO MI-HO-ORIGINE
               IF ch-action(idx-changement) = 'A'
                   MOVE MODIF-IMAGE TO MO-APRES
               ELSE
                   MOVE MODIF-IMAGE TO MO-AVANT
               END-IF
               CALL 'SOUMETTRE-MODIF' USING MODIF-PARAMETRES
               ADD 1 TO nb-soumises
           END-PERFORM.

       6000-CHERCHER-FERIE.
           MOVE ZERO TO rang-trouve.

           PERFORM VARYING idx-ferie FROM 1 BY 1
                   UNTIL idx-ferie > nb-feries
               IF ferie-date(idx-ferie) = date-cherchee
                   MOVE idx-ferie TO rang-trouve
               END-IF
           END-PERFORM.

       6100-CHERCHER-AJOUT.
           MOVE ZERO TO rang-trouve.

           PERFORM VARYING idx-changement FROM 1 BY 1
                   UNTIL idx-changement > nb-changements
               IF ch-action(idx-changement) = 'A'
                       AND ch-date(idx-changement) = date-cherchee
                   MOVE idx-changement TO rang-trouve
               END-IF
           END-PERFORM.

       6500-PROJETER-CHANGEMENTS.
           PERFORM VARYING idx-changement FROM 1 BY 1
                   UNTIL idx-changement > nb-changements
               MOVE ch-date(idx-changement) TO date-cherchee
               PERFORM 6000-CHERCHER-FERIE
               IF ch-action(idx-changement) = 'A'
                   IF rang-trouve = ZERO AND nb-feries < 300
                       ADD 1 TO nb-feries
                       MOVE ch-date(idx-changement)
                           TO ferie-date(nb-feries)
                       MOVE ch-date-fin(idx-changement)
                           TO ferie-date-fin(nb-feries)
                       MOVE ch-recurrent(idx-changement)
                           TO ferie-recurrent(nb-feries)
                       MOVE 'I' TO ferie-origine(nb-feries)
                   END-IF
               ELSE
                   IF rang-trouve > ZERO
                       PERFORM VARYING i FROM rang-trouve BY 1
                               UNTIL i >= nb-feries
                           MOVE ferie-entry(i + 1) TO ferie-entry(i)
                       END-PERFORM
                       SUBTRACT 1 FROM nb-feries
                   END-IF
               END-IF
           END-PERFORM.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'IMPORT-CALEN' TO JL-PROGRAMME.
           MOVE 'CALENDRIER.TXT' TO JL-CHAMP.
           IF nb-rejetees > ZERO
               MOVE 'A' TO JL-SEVERITE
               MOVE 3041 TO JL-CODE
               MOVE nb-rejetees TO JL-VALEUR
               MOVE 'periodes du calendrier officiel rejetees'
                   TO JL-MESSAGE
           ELSE
               MOVE 'I' TO JL-SEVERITE
               MOVE 3040 TO JL-CODE
               MOVE nb-soumises TO JL-VALEUR
               MOVE 'calendrier officiel compare et soumis'
                   TO JL-MESSAGE
           END-IF.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-CONTROLER-COUVERTURE.
           MOVE ZERO TO nb-annee-prochaine.

           PERFORM VARYING idx-ferie FROM 1 BY 1
                   UNTIL idx-ferie > nb-feries
               IF ferie-date(idx-ferie)(1:4) = annee-prochaine
                       OR ferie-recurrent(idx-ferie) = 'O'
                   ADD 1 TO nb-annee-prochaine
               END-IF
           END-PERFORM.

           IF nb-annee-prochaine = ZERO
               DISPLAY "aucun ferie charge pour " annee-prochaine
           END-IF.

       8500-IMPRIMER-TOTAUX.
           MOVE SPACES TO EC-TOTAL-RECORD.
           MOVE 'LIGNES LUES' TO ETO-LIBELLE.
           MOVE nb-lignes-lues TO ETO-VALEUR.
           WRITE EC-TOTAL-RECORD.

           MOVE SPACES TO EC-TOTAL-RECORD.
           MOVE 'HORS ZONE' TO ETO-LIBELLE.
           MOVE nb-hors-zone TO ETO-VALEUR.
           WRITE EC-TOTAL-RECORD.

           MOVE SPACES TO EC-TOTAL-RECORD.
           MOVE 'REJETEES' TO ETO-LIBELLE.
           MOVE nb-rejetees TO ETO-VALEUR.
           WRITE EC-TOTAL-RECORD.

           MOVE SPACES TO EC-TOTAL-RECORD.
           MOVE 'PERIODES PASSEES' TO ETO-LIBELLE.
           MOVE nb-passees TO ETO-VALEUR.
           WRITE EC-TOTAL-RECORD.

           MOVE SPACES TO EC-TOTAL-RECORD.
           MOVE 'NOUVELLES PERIODES' TO ETO-LIBELLE.
           MOVE nb-nouvelles TO ETO-VALEUR.
           WRITE EC-TOTAL-RECORD.

           MOVE SPACES TO EC-TOTAL-RECORD.
           MOVE 'FINS MODIFIEES' TO ETO-LIBELLE.
           MOVE nb-fins-modifiees TO ETO-VALEUR.
           WRITE EC-TOTAL-RECORD.

           MOVE SPACES TO EC-TOTAL-RECORD.
           MOVE 'RETRAITS' TO ETO-LIBELLE.
           MOVE nb-retraits TO ETO-VALEUR.
           WRITE EC-TOTAL-RECORD.

           MOVE SPACES TO EC-TOTAL-RECORD.
           MOVE 'INCHANGEES' TO ETO-LIBELLE.
           MOVE nb-inchangees TO ETO-VALEUR.
           WRITE EC-TOTAL-RECORD.

           MOVE SPACES TO EC-TOTAL-RECORD.
           MOVE 'MANUELLES CONSERVEES' TO ETO-LIBELLE.
           MOVE nb-manuelles TO ETO-VALEUR.
           WRITE EC-TOTAL-RECORD.

       END PROGRAM IMPORT-CALENDRIER.
