       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDER-MODIFS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY MODATTFC.
       COPY PARAMFC.
       COPY DATEFC.
       COPY ALERTEFC.

           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CREDITS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY MODATTFD.
       COPY PARAMFD.
       COPY DATEFD.
       COPY ALERTEFD.
       COPY CREDITFD.

       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.
           05  OP-ID             PIC X(08).
           05  FILLER            PIC X(01).
           05  OP-PROGRAMME      PIC X(20).

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       COPY DATECOM.
       COPY PARAMCOM.
       COPY MODIMGCOM.

       77  fin-operateurs PIC X VALUE 'N'.
           88  tous-operateurs-lus VALUE 'O'.
       77  operateur-autorise PIC X VALUE 'N'.
           88  est-operateur-autorise VALUE 'O'.
       77  operateur-saisi PIC X(08).

       77  fin-modifs PIC X VALUE 'N'.
           88  toutes-modifs-lues VALUE 'O'.
       77  modifs-sature PIC X VALUE 'N'.
           88  modifs-saturees VALUE 'O'.
       77  fin-validation PIC X VALUE 'N'.
           88  validation-finie VALUE 'O'.
       77  fin-fichier PIC X VALUE 'N'.
           88  tout-fichier-lu VALUE 'O'.
       77  fin-alertes PIC X VALUE 'N'.
           88  toutes-alertes-lues VALUE 'O'.
       77  alerte-existante PIC X VALUE 'N'.
           88  alerte-deja-levee VALUE 'O'.
       77  modif-applicable PIC X VALUE 'N'.
           88  est-applicable VALUE 'O'.

       77  nb-modifs PIC 9(3) VALUE ZERO.
       77  idx-modif PIC 9(3).
       77  nb-approuvees PIC 9(3) VALUE ZERO.
       77  nb-appliquees PIC 9(3) VALUE ZERO.
       77  nb-perimees PIC 9(3) VALUE ZERO.
       77  nb-rejetees PIC 9(3) VALUE ZERO.
       77  nb-en-retard PIC 9(3) VALUE ZERO.
       77  nb-alertes-levees PIC 9(3) VALUE ZERO.
       77  cible-traitee PIC X(08).
       77  decision PIC X(01).
       77  etat-journal PIC X(10).
       77  heure-validation PIC 9(8).
       77  heure-alerte PIC 9(8).
       77  jour-julien-limite PIC 9(7).
       77  date-limite-attente PIC 9(8).
       77  message-alerte PIC X(40).
       77  rang-trouve PIC 9(4).
       77  i PIC 9(4).
       77  cible-saturee PIC X VALUE 'N'.
           88  cible-est-saturee VALUE 'O'.
       77  application-refusee PIC X VALUE 'N'.
           88  application-est-refusee VALUE 'O'.

       01  modifs-table.
           05  modif-entry OCCURS 500 PIC X(156).
       01  decisions-table.
           05  modif-decision OCCURS 500 PIC X(01).

       77  nb-parametres PIC 9(3) VALUE ZERO.
       77  idx-parametre PIC 9(3).
       01  parametre-table.
           05  parametre-entry OCCURS 100.
               10  pm-tab-cle        PIC X(20).
               10  pm-tab-valeur     PIC X(08).
               10  pm-tab-date-effet PIC 9(8).

       77  nb-credits PIC 9(4) VALUE ZERO.
       77  idx-credit PIC 9(4).
       01  credit-table.
           05  credit-entry OCCURS 2000 PIC X(51).
       01  cle-credit.
           05  cc-eleve-id       PIC X(05).
           05  cc-motif          PIC X(03).
           05  cc-debut          PIC 9(8).

       77  nb-feries PIC 9(3) VALUE ZERO.
       77  idx-ferie PIC 9(3).
       01  feries-table.
           05  ferie-entry OCCURS 300.
               10  ferie-date        PIC 9(8).
               10  ferie-date-fin    PIC 9(8).
               10  ferie-recurrent   PIC X(01).
               10  ferie-origine     PIC X(01).

       77  nb-alertes-connues PIC 9(3) VALUE ZERO.
       77  idx-alerte PIC 9(3).
       01  alertes-connues-table.
           05  alerte-connue OCCURS 500 PIC X(40).

       SCREEN SECTION.
       1   vmo-signon.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'validation des modifications'.
       2   LINE 4 COL 10 VALUE 'votre code operateur : '.
       2   COL 34 PIC X(08) TO operateur-saisi REQUIRED.

       1   vmo-signon-refuse.
       2   LINE 6 COL 10 VALUE 'operateur non autorise'
           FOREGROUND-COLOR 4.

       1   vmo-modif.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'validation des modifications'.
       2   LINE 4 COL 10 VALUE 'numero     : '.
       2   COL 24 PIC 9(6) FROM MA-NUMERO.
       2   LINE 5 COL 10 VALUE 'fichier    : '.
       2   COL 24 PIC X(08) FROM MA-CIBLE.
       2   LINE 6 COL 10 VALUE 'action     : '.
       2   COL 24 PIC X(01) FROM MA-ACTION.
       2   LINE 7 COL 10 VALUE 'cle        : '.
       2   COL 24 PIC X(20) FROM MA-CLE.
       2   LINE 8 COL 10 VALUE 'avant      : '.
       2   COL 24 PIC X(30) FROM MA-AVANT.
       2   LINE 9 COL 10 VALUE 'apres      : '.
       2   COL 24 PIC X(30) FROM MA-APRES.
       2   LINE 10 COL 10 VALUE 'saisi par  : '.
       2   COL 24 PIC X(08) FROM MA-SAISI-PAR.
       2   COL 34 PIC 9(8) FROM MA-DATE-SAISIE.
       2   COL 44 PIC 9(8) FROM MA-HEURE-SAISIE.
       2   LINE 12 COL 10
           VALUE 'A approuver, R rejeter, F fin, autre = passer : '.
       2   COL 59 PIC X(01) TO decision.

       1   vmo-meme-operateur.
       2   LINE 17 COL 10
           VALUE 'modification saisie par vous, decision refusee'
           FOREGROUND-COLOR 4.

       1   vmo-aucune.
       2   LINE 17 COL 10 VALUE 'aucune modification en attente'
           FOREGROUND-COLOR 4.

       1   vmo-bilan.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'validation des modifications'.
       2   LINE 4 COL 10 VALUE 'appliquees : '.
       2   COL 24 PIC ZZ9 FROM nb-appliquees.
       2   LINE 5 COL 10 VALUE 'perimees   : '.
       2   COL 24 PIC ZZ9 FROM nb-perimees.
       2   LINE 6 COL 10 VALUE 'rejetees   : '.
       2   COL 24 PIC ZZ9 FROM nb-rejetees.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY vmo-signon.
           ACCEPT vmo-signon.

           PERFORM 0500-VERIFIER-OPERATEUR.

           IF NOT est-operateur-autorise
               DISPLAY vmo-signon-refuse
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           CALL 'OBTENIR-DATE' USING date-du-jour.

           PERFORM 1000-CHARGER-MODIFS.

           IF modifs-saturees
               DISPLAY "file des modifications au dela de 500 lignes, "
                       "validation refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING idx-modif FROM 1 BY 1
                   UNTIL idx-modif > nb-modifs OR validation-finie
               MOVE modif-entry(idx-modif) TO MODIF-ATTENTE-RECORD
               IF MA-EN-ATTENTE
                   PERFORM 2000-EXAMINER-MODIF
               END-IF
           END-PERFORM.

           IF nb-approuvees = ZERO AND nb-rejetees = ZERO
               DISPLAY vmo-aucune
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT heure-validation FROM TIME.

           PERFORM 2500-ENREGISTRER-REJETS.

           IF nb-approuvees > ZERO
               PERFORM 3000-APPLIQUER-PARAMETRES
               PERFORM 4000-APPLIQUER-CREDITS
               PERFORM 5000-APPLIQUER-FERIES
           END-IF.

           PERFORM 8000-SAUVER-MODIFS.

           DISPLAY vmo-bilan.

           IF application-est-refusee
               MOVE RC-ERREUR TO RETURN-CODE
           ELSE
               IF nb-perimees > ZERO
                   MOVE RC-AVERTISSEMENT TO RETURN-CODE
               ELSE
                   MOVE RC-SUCCES TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

       9000-ENTREE-BATCH.
       ENTRY "VALIDER-MODIFS-BATCH".
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           COMPUTE jour-julien-limite =
               FUNCTION INTEGER-OF-DATE(date-du-jour)
               - PV-MODIF-DELAI-JOURS.
           COMPUTE date-limite-attente =
               FUNCTION DATE-OF-INTEGER(jour-julien-limite).

           MOVE ZERO TO nb-en-retard.
           MOVE ZERO TO nb-alertes-levees.
           PERFORM 9100-CHARGER-ALERTES.

           MOVE 'N' TO fin-modifs.
           OPEN INPUT MODIF-ATTENTE-FILE.

           PERFORM UNTIL toutes-modifs-lues
               READ MODIF-ATTENTE-FILE
                   AT END MOVE 'O' TO fin-modifs
                   NOT AT END
                       IF MA-EN-ATTENTE
                               AND MA-DATE-SAISIE < date-limite-attente
                           PERFORM 9200-SIGNALER-RETARD
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MODIF-ATTENTE-FILE.

           DISPLAY "modifications en attente au dela de "
                   PV-MODIF-DELAI-JOURS " jours : " nb-en-retard
                   ", alertes levees : " nb-alertes-levees.

           IF nb-en-retard > ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       0500-VERIFIER-OPERATEUR.
           MOVE 'N' TO operateur-autorise.

           OPEN INPUT OPERATEUR-FILE.

           PERFORM UNTIL tous-operateurs-lus
               READ OPERATEUR-FILE
                   AT END MOVE 'O' TO fin-operateurs
                   NOT AT END
                       IF OP-ID = operateur-saisi
                               AND (OP-PROGRAMME = 'VALIDER-MODIFS'
                                   OR OP-PROGRAMME = '*')
                           MOVE 'O' TO operateur-autorise
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERATEUR-FILE.

       1000-CHARGER-MODIFS.
           OPEN INPUT MODIF-ATTENTE-FILE.

           PERFORM UNTIL toutes-modifs-lues
               READ MODIF-ATTENTE-FILE
                   AT END MOVE 'O' TO fin-modifs
                   NOT AT END
                       IF nb-modifs < 500
                           ADD 1 TO nb-modifs
                           MOVE MODIF-ATTENTE-RECORD
                               TO modif-entry(nb-modifs)
                           MOVE SPACE TO modif-decision(nb-modifs)
                       ELSE
                           MOVE 'O' TO modifs-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MODIF-ATTENTE-FILE.

       2000-EXAMINER-MODIF.
           MOVE SPACE TO decision.
           DISPLAY vmo-modif.
           ACCEPT vmo-modif.

           EVALUATE TRUE
               WHEN decision = 'F' OR decision = 'f'
                   MOVE 'O' TO fin-validation
               WHEN (decision = 'A' OR decision = 'a'
                       OR decision = 'R' OR decision = 'r')
                       AND MA-SAISI-PAR = operateur-saisi
                   DISPLAY vmo-meme-operateur
               WHEN decision = 'A' OR decision = 'a'
                   MOVE 'A' TO modif-decision(idx-modif)
                   ADD 1 TO nb-approuvees
               WHEN decision = 'R' OR decision = 'r'
                   MOVE 'R' TO modif-decision(idx-modif)
                   ADD 1 TO nb-rejetees
           END-EVALUATE.

       2500-ENREGISTRER-REJETS.
           PERFORM VARYING idx-modif FROM 1 BY 1
                   UNTIL idx-modif > nb-modifs
               IF modif-decision(idx-modif) = 'R'
                   MOVE modif-entry(idx-modif) TO MODIF-ATTENTE-RECORD
                   MOVE 'R' TO MA-STATUT
                   PERFORM 6000-CLORE-MODIF
                   MOVE 'rejetee' TO etat-journal
                   PERFORM 7500-ECRIRE-JOURNAL
               END-IF
           END-PERFORM.

       3000-APPLIQUER-PARAMETRES.
           MOVE 'PARAMS' TO cible-traitee.
           PERFORM 3900-COMPTER-CIBLE.

           IF rang-trouve > ZERO
               MOVE 'N' TO cible-saturee
               MOVE 'N' TO fin-fichier
               OPEN INPUT PARAMETRES-FILE
               PERFORM UNTIL tout-fichier-lu
                   READ PARAMETRES-FILE
                       AT END MOVE 'O' TO fin-fichier
                       NOT AT END PERFORM 3050-CHARGER-PARAMETRE
                   END-READ
               END-PERFORM
               CLOSE PARAMETRES-FILE
           END-IF.

           IF rang-trouve > ZERO AND cible-est-saturee
               DISPLAY "PARAMETRES.DAT au dela de 100 lignes, "
                       "modifications PARAMS non appliquees"
               MOVE 'O' TO application-refusee
           END-IF.

           IF rang-trouve > ZERO AND NOT cible-est-saturee

               PERFORM VARYING idx-modif FROM 1 BY 1
                       UNTIL idx-modif > nb-modifs
                   IF modif-decision(idx-modif) = 'A'
                       MOVE modif-entry(idx-modif)
                           TO MODIF-ATTENTE-RECORD
                       IF MA-CIBLE = cible-traitee
                           PERFORM 3100-APPLIQUER-PARAMETRE
                       END-IF
                   END-IF
               END-PERFORM

               OPEN OUTPUT PARAMETRES-FILE
               PERFORM VARYING idx-parametre FROM 1 BY 1
                       UNTIL idx-parametre > nb-parametres
                   MOVE SPACES TO PARAMETRES-RECORD
                   MOVE pm-tab-cle(idx-parametre) TO PM-CLE
                   MOVE pm-tab-valeur(idx-parametre) TO PM-VALEUR
                   MOVE pm-tab-date-effet(idx-parametre)
                       TO PM-DATE-EFFET
                   WRITE PARAMETRES-RECORD
               END-PERFORM
               CLOSE PARAMETRES-FILE
           END-IF.

       3050-CHARGER-PARAMETRE.
           IF nb-parametres = 100
               MOVE 'O' TO cible-saturee
           END-IF.

           IF nb-parametres < 100
               ADD 1 TO nb-parametres
               MOVE PM-CLE TO pm-tab-cle(nb-parametres)
               MOVE PM-VALEUR TO pm-tab-valeur(nb-parametres)
               IF PM-DATE-EFFET NUMERIC
                   MOVE PM-DATE-EFFET
                       TO pm-tab-date-effet(nb-parametres)
               ELSE
                   MOVE ZERO TO pm-tab-date-effet(nb-parametres)
               END-IF
           END-IF.

       3100-APPLIQUER-PARAMETRE.
           MOVE MA-APRES TO MODIF-IMAGE.
           MOVE ZERO TO rang-trouve.

           PERFORM VARYING idx-parametre FROM 1 BY 1
                   UNTIL idx-parametre > nb-parametres
               IF pm-tab-cle(idx-parametre) = MA-CLE
                       AND pm-tab-date-effet(idx-parametre)
                           = MI-PM-DATE-EFFET
                   MOVE idx-parametre TO rang-trouve
               END-IF
           END-PERFORM.

           MOVE 'N' TO modif-applicable.

           IF MA-ACTION = 'A'
               IF rang-trouve = ZERO AND nb-parametres < 100
                   MOVE 'O' TO modif-applicable
                   ADD 1 TO nb-parametres
                   MOVE MA-CLE TO pm-tab-cle(nb-parametres)
                   MOVE MI-PM-VALEUR TO pm-tab-valeur(nb-parametres)
                   MOVE MI-PM-DATE-EFFET
                       TO pm-tab-date-effet(nb-parametres)
               END-IF
           ELSE
               IF rang-trouve > ZERO
                   MOVE MA-AVANT TO MODIF-IMAGE
                   IF pm-tab-valeur(rang-trouve) = MI-PM-VALEUR
                       MOVE 'O' TO modif-applicable
                       MOVE MA-APRES TO MODIF-IMAGE
                       MOVE MI-PM-VALEUR TO pm-tab-valeur(rang-trouve)
                   END-IF
               END-IF
           END-IF.

           PERFORM 5900-CLORE-APPLICATION.

       3900-COMPTER-CIBLE.
           MOVE ZERO TO rang-trouve.

           PERFORM VARYING idx-modif FROM 1 BY 1
                   UNTIL idx-modif > nb-modifs
               IF modif-decision(idx-modif) = 'A'
                   MOVE modif-entry(idx-modif) TO MODIF-ATTENTE-RECORD
                   IF MA-CIBLE = cible-traitee
                       ADD 1 TO rang-trouve
                   END-IF
               END-IF
           END-PERFORM.

       4000-APPLIQUER-CREDITS.
           MOVE 'CREDITS' TO cible-traitee.
           PERFORM 3900-COMPTER-CIBLE.

           IF rang-trouve > ZERO
               MOVE 'N' TO cible-saturee
               MOVE 'N' TO fin-fichier
               OPEN INPUT CREDIT-FILE
               PERFORM UNTIL tout-fichier-lu
                   READ CREDIT-FILE
                       AT END MOVE 'O' TO fin-fichier
                       NOT AT END
                           IF nb-credits < 2000
                               ADD 1 TO nb-credits
                               MOVE CREDIT-RECORD
                                   TO credit-entry(nb-credits)
                           ELSE
                               MOVE 'O' TO cible-saturee
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-FILE
           END-IF.

           IF rang-trouve > ZERO AND cible-est-saturee
               DISPLAY "CREDITS.DAT au dela de 2000 lignes, "
                       "modifications CREDITS non appliquees"
               MOVE 'O' TO application-refusee
           END-IF.

           IF rang-trouve > ZERO AND NOT cible-est-saturee

               PERFORM VARYING idx-modif FROM 1 BY 1
                       UNTIL idx-modif > nb-modifs
                   IF modif-decision(idx-modif) = 'A'
                       MOVE modif-entry(idx-modif)
                           TO MODIF-ATTENTE-RECORD
                       IF MA-CIBLE = cible-traitee
                           PERFORM 4100-APPLIQUER-CREDIT
                       END-IF
                   END-IF
               END-PERFORM

               OPEN OUTPUT CREDIT-FILE
               PERFORM VARYING idx-credit FROM 1 BY 1
                       UNTIL idx-credit > nb-credits
                   MOVE credit-entry(idx-credit) TO CREDIT-RECORD
                   WRITE CREDIT-RECORD
               END-PERFORM
               CLOSE CREDIT-FILE
           END-IF.

       4100-APPLIQUER-CREDIT.
           MOVE ZERO TO rang-trouve.

           PERFORM VARYING idx-credit FROM 1 BY 1
                   UNTIL idx-credit > nb-credits
               MOVE credit-entry(idx-credit) TO CREDIT-RECORD
               MOVE CR-ELEVE-ID TO cc-eleve-id
               MOVE CR-MOTIF TO cc-motif
               MOVE ZERO TO cc-debut
               IF CR-DATE-DEBUT NUMERIC
                   MOVE CR-DATE-DEBUT TO cc-debut
               END-IF
               IF cle-credit = MA-CLE(1:16)
                   MOVE idx-credit TO rang-trouve
               END-IF
           END-PERFORM.

           MOVE 'N' TO modif-applicable.

           EVALUATE MA-ACTION
               WHEN 'A'
                   IF rang-trouve = ZERO AND nb-credits < 2000
                       MOVE 'O' TO modif-applicable
                       MOVE MA-APRES TO MODIF-IMAGE
                       ADD 1 TO nb-credits
                       MOVE SPACES TO CREDIT-RECORD
                       MOVE MA-CLE(1:5) TO CR-ELEVE-ID
                       MOVE MA-CLE(6:3) TO CR-MOTIF
                       MOVE MA-CLE(9:8) TO CR-DATE-DEBUT
                       MOVE ZERO TO CR-DATE-EMPLOI
                       MOVE ZERO TO CR-EVAL-EMPLOI
                       PERFORM 4200-REPORTER-IMAGE
                       MOVE CREDIT-RECORD TO credit-entry(nb-credits)
                   END-IF
               WHEN 'M'
                   IF rang-trouve > ZERO
                       MOVE MA-AVANT TO MODIF-IMAGE
                       PERFORM 4300-COMPARER-IMAGE
                       IF est-applicable
                           MOVE MA-APRES TO MODIF-IMAGE
                           PERFORM 4200-REPORTER-IMAGE
                           MOVE CREDIT-RECORD
                               TO credit-entry(rang-trouve)
                       END-IF
                   END-IF
               WHEN 'S'
                   IF rang-trouve > ZERO
                       MOVE MA-AVANT TO MODIF-IMAGE
                       PERFORM 4300-COMPARER-IMAGE
                       IF est-applicable
                           PERFORM VARYING i FROM rang-trouve BY 1
                                   UNTIL i >= nb-credits
                               MOVE credit-entry(i + 1)
                                   TO credit-entry(i)
                           END-PERFORM
                           SUBTRACT 1 FROM nb-credits
                       END-IF
                   END-IF
           END-EVALUATE.

           PERFORM 5900-CLORE-APPLICATION.

       4200-REPORTER-IMAGE.
           MOVE MI-CR-POINTS TO CR-POINTS.
           MOVE MI-CR-ENSEIGNANT TO CR-ENSEIGNANT.
           MOVE MI-CR-NATURE TO CR-NATURE.
           IF MI-CR-DATE-FIN NUMERIC
               MOVE MI-CR-DATE-FIN TO CR-DATE-FIN
           ELSE
               MOVE ZERO TO CR-DATE-FIN
           END-IF.

       4300-COMPARER-IMAGE.
           MOVE credit-entry(rang-trouve) TO CREDIT-RECORD.
           MOVE 'N' TO modif-applicable.

           IF CR-POINTS = MI-CR-POINTS
                   AND CR-ENSEIGNANT = MI-CR-ENSEIGNANT
                   AND CR-NATURE = MI-CR-NATURE
               IF CR-DATE-FIN NUMERIC
                   IF MI-CR-DATE-FIN NUMERIC
                           AND CR-DATE-FIN = MI-CR-DATE-FIN
                       MOVE 'O' TO modif-applicable
                   END-IF
               ELSE
                   IF MI-CR-DATE-FIN NOT NUMERIC
                           OR MI-CR-DATE-FIN = ZERO
                       MOVE 'O' TO modif-applicable
                   END-IF
               END-IF
           END-IF.

       5000-APPLIQUER-FERIES.
           MOVE 'FERIES' TO cible-traitee.
           PERFORM 3900-COMPTER-CIBLE.

           IF rang-trouve > ZERO
               MOVE 'N' TO cible-saturee
               MOVE 'N' TO fin-jours-feries
               OPEN INPUT HOLIDAY-FILE
               PERFORM UNTIL toutes-holidays-lues
                   READ HOLIDAY-FILE
                       AT END MOVE 'O' TO fin-jours-feries
                       NOT AT END PERFORM 5050-CHARGER-FERIE
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

           IF rang-trouve > ZERO AND cible-est-saturee
               DISPLAY "HOLIDAYS.DAT au dela de 300 lignes, "
                       "modifications FERIES non appliquees"
               MOVE 'O' TO application-refusee
           END-IF.

           IF rang-trouve > ZERO AND NOT cible-est-saturee

               PERFORM VARYING idx-modif FROM 1 BY 1
                       UNTIL idx-modif > nb-modifs
                   IF modif-decision(idx-modif) = 'A'
                       MOVE modif-entry(idx-modif)
                           TO MODIF-ATTENTE-RECORD
                       IF MA-CIBLE = cible-traitee
                           PERFORM 5100-APPLIQUER-FERIE
                       END-IF
                   END-IF
               END-PERFORM

               OPEN OUTPUT HOLIDAY-FILE
               PERFORM VARYING idx-ferie FROM 1 BY 1
                       UNTIL idx-ferie > nb-feries
                   MOVE SPACES TO HOLIDAY-RECORD
                   MOVE ferie-date(idx-ferie) TO HO-DATE
                   MOVE ferie-date-fin(idx-ferie) TO HO-DATE-FIN
                   MOVE ferie-recurrent(idx-ferie) TO HO-RECURRENT
                   MOVE ferie-origine(idx-ferie) TO HO-ORIGINE
                   WRITE HOLIDAY-RECORD
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       5050-CHARGER-FERIE.
           IF nb-feries = 300
               MOVE 'O' TO cible-saturee
           END-IF.

           IF nb-feries < 300
               ADD 1 TO nb-feries
               MOVE HO-DATE TO ferie-date(nb-feries)
               IF HO-DATE-FIN NUMERIC
                   MOVE HO-DATE-FIN TO ferie-date-fin(nb-feries)
               ELSE
                   MOVE ZERO TO ferie-date-fin(nb-feries)
               END-IF
               IF HO-RECURRENT = 'O'
                   MOVE 'O' TO ferie-recurrent(nb-feries)
               ELSE
                   MOVE 'N' TO ferie-recurrent(nb-feries)
               END-IF
               IF HO-IMPORTE
                   MOVE 'I' TO ferie-origine(nb-feries)
               ELSE
                   MOVE 'M' TO ferie-origine(nb-feries)
               END-IF
           END-IF.

       5100-APPLIQUER-FERIE.
           MOVE ZERO TO rang-trouve.

           PERFORM VARYING idx-ferie FROM 1 BY 1
                   UNTIL idx-ferie > nb-feries
               IF ferie-date(idx-ferie) = MA-CLE(1:8)
                   MOVE idx-ferie TO rang-trouve
               END-IF
           END-PERFORM.

           MOVE 'N' TO modif-applicable.

           IF MA-ACTION = 'A'
               IF rang-trouve = ZERO AND nb-feries < 300
                   MOVE 'O' TO modif-applicable
                   MOVE MA-APRES TO MODIF-IMAGE
                   ADD 1 TO nb-feries
                   MOVE MA-CLE(1:8) TO ferie-date(nb-feries)
                   MOVE MI-HO-DATE-FIN TO ferie-date-fin(nb-feries)
                   MOVE MI-HO-RECURRENT TO ferie-recurrent(nb-feries)
                   IF MI-HO-ORIGINE = 'I'
                       MOVE 'I' TO ferie-origine(nb-feries)
                   ELSE
                       MOVE 'M' TO ferie-origine(nb-feries)
                   END-IF
               END-IF
           ELSE
               IF rang-trouve > ZERO
                   MOVE MA-AVANT TO MODIF-IMAGE
                   IF ferie-date-fin(rang-trouve) = MI-HO-DATE-FIN
                       AND ferie-recurrent(rang-trouve)
                           = MI-HO-RECURRENT
                       MOVE 'O' TO modif-applicable
                       PERFORM VARYING i FROM rang-trouve BY 1
                               UNTIL i >= nb-feries
                           MOVE ferie-entry(i + 1) TO ferie-entry(i)
                       END-PERFORM
                       SUBTRACT 1 FROM nb-feries
                   END-IF
               END-IF
           END-IF.

           PERFORM 5900-CLORE-APPLICATION.

       5900-CLORE-APPLICATION.
           IF est-applicable
               MOVE 'A' TO MA-STATUT
               ADD 1 TO nb-appliquees
               MOVE 'appliquee' TO etat-journal
           ELSE
               MOVE 'O' TO MA-STATUT
               ADD 1 TO nb-perimees
               MOVE 'perimee' TO etat-journal
           END-IF.

           PERFORM 6000-CLORE-MODIF.
           PERFORM 7500-ECRIRE-JOURNAL.

       6000-CLORE-MODIF.
           MOVE operateur-saisi TO MA-VALIDE-PAR.
           MOVE date-du-jour TO MA-DATE-VALIDATION.
           MOVE heure-validation TO MA-HEURE-VALIDATION.
           MOVE MODIF-ATTENTE-RECORD TO modif-entry(idx-modif).

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'VALIDER-MODIFS' TO JL-PROGRAMME.
           MOVE MA-CIBLE TO JL-CHAMP.
           MOVE MA-CLE TO JL-VALEUR.
           STRING 'modification ' DELIMITED SIZE
                  etat-journal DELIMITED SPACE
                  ' par ' DELIMITED SIZE
                  operateur-saisi DELIMITED SIZE
                  INTO JL-MESSAGE.
           IF MA-PERIMEE
               MOVE 'A' TO JL-SEVERITE
               MOVE 1201 TO JL-CODE
           ELSE
               MOVE 'I' TO JL-SEVERITE
               MOVE 1200 TO JL-CODE
           END-IF.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-SAUVER-MODIFS.
           OPEN OUTPUT MODIF-ATTENTE-FILE.

           PERFORM VARYING idx-modif FROM 1 BY 1
                   UNTIL idx-modif > nb-modifs
               MOVE modif-entry(idx-modif) TO MODIF-ATTENTE-RECORD
               WRITE MODIF-ATTENTE-RECORD
           END-PERFORM.

           CLOSE MODIF-ATTENTE-FILE.

       9100-CHARGER-ALERTES.
           MOVE ZERO TO nb-alertes-connues.
           MOVE 'N' TO fin-alertes.

           OPEN INPUT ALERTE-FILE.

           PERFORM UNTIL toutes-alertes-lues
               READ ALERTE-FILE
                   AT END MOVE 'O' TO fin-alertes
                   NOT AT END
                       IF AL-PROGRAMME = 'VALIDER-MODIFS'
                               AND nb-alertes-connues < 500
                           ADD 1 TO nb-alertes-connues
                           MOVE AL-MESSAGE
                               TO alerte-connue(nb-alertes-connues)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ALERTE-FILE.

       9200-SIGNALER-RETARD.
           ADD 1 TO nb-en-retard.

           MOVE SPACES TO message-alerte.
           STRING 'modif ' DELIMITED SIZE
                  MA-NUMERO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  MA-CIBLE DELIMITED SPACE
                  ' en attente ' DELIMITED SIZE
                  MA-DATE-SAISIE DELIMITED SIZE
               INTO message-alerte.

           MOVE 'N' TO alerte-existante.
           PERFORM VARYING idx-alerte FROM 1 BY 1
                   UNTIL idx-alerte > nb-alertes-connues
               IF alerte-connue(idx-alerte) = message-alerte
                   MOVE 'O' TO alerte-existante
               END-IF
           END-PERFORM.

           IF NOT alerte-deja-levee
               ACCEPT heure-alerte FROM TIME
               OPEN EXTEND ALERTE-FILE
               MOVE SPACES TO ALERTE-RECORD
               MOVE date-du-jour TO AL-DATE
               MOVE heure-alerte TO AL-HEURE
               MOVE 'VALIDER-MODIFS' TO AL-PROGRAMME
               MOVE message-alerte TO AL-MESSAGE
               MOVE SPACE TO AL-STATUT
               MOVE 1202 TO AL-CODE
               WRITE ALERTE-RECORD
               CLOSE ALERTE-FILE
               ADD 1 TO nb-alertes-levees
               IF nb-alertes-connues < 500
                   ADD 1 TO nb-alertes-connues
                   MOVE message-alerte
                       TO alerte-connue(nb-alertes-connues)
               END-IF
           END-IF.

       END PROGRAM VALIDER-MODIFS.
