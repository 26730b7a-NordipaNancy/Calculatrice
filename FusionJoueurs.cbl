       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSION-JOUEURS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY JOUEURFC.
       COPY PROFILFC.
       COPY TOURNFC.
       COPY LIGUEFC.
       COPY PARTIEFC.
       COPY SCOREIXFC.

           SELECT OPTIONAL SCORE-FILE ASSIGN TO "SCORES.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL FUSION-TEMP-FILE ASSIGN TO "FUSION.TMP"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT FUSION-RPT-FILE ASSIGN TO "FUSION.RPT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY JOUEURFD.

       COPY PROFILFD.

       COPY TOURNFD.

       COPY LIGUEFD.

       COPY PARTIEFD.

       COPY SCOREIXFD.

       COPY SCOREFD.

       FD  FUSION-TEMP-FILE.
       01  FUSION-TEMP-RECORD.
           05  FX-LIGNE          PIC X(120).

       FD  FUSION-RPT-FILE.
       01  FUSION-ENTETE-RECORD.
           05  FE-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  FE-LIBELLE        PIC X(20).
           05  FE-DATE           PIC 9(8).
           05  FILLER            PIC X(02).
           05  FE-OPERATEUR      PIC X(08).

       01  FUSION-LIGNE-RECORD.
           05  FL-LIBELLE        PIC X(12).
           05  FL-JOUEUR-ID      PIC 9(05).
           05  FILLER            PIC X(01).
           05  FL-PRENOM         PIC X(20).
           05  FL-NOM            PIC X(20).
           05  FL-PARTIES        PIC ZZZZ9.
           05  FILLER            PIC X(01).
           05  FL-VICTOIRES      PIC ZZZZ9.
           05  FILLER            PIC X(01).
           05  FL-DEFAITES       PIC ZZZZ9.
           05  FILLER            PIC X(01).
           05  FL-MEILLEUR       PIC Z9.
           05  FILLER            PIC X(01).
           05  FL-SCORES         PIC ZZZZ9.
           05  FILLER            PIC X(01).
           05  FL-TOURNOIS       PIC ZZZZ9.
           05  FILLER            PIC X(01).
           05  FL-POINTS         PIC ZZZZZ9.

       01  FUSION-TITRE-RECORD.
           05  FT-LIGNE          PIC X(110).

       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.
           05  OP-ID             PIC X(08).
           05  FILLER            PIC X(01).
           05  OP-PROGRAMME      PIC X(20).

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY DATECOM.

       77  fin-fichier PIC X VALUE 'N'.
           88  fichier-lu VALUE 'O'.
       77  fin-temp PIC X VALUE 'N'.
           88  tout-temp-lu VALUE 'O'.
       77  fin-operateurs PIC X VALUE 'N'.
           88  tous-operateurs-lus VALUE 'O'.
       77  fin-index PIC X VALUE 'N'.
           88  index-parcouru VALUE 'O'.
       77  operateur-autorise PIC X VALUE 'N'.
           88  est-operateur-autorise VALUE 'O'.
       77  saisie-valide PIC X VALUE 'N'.
           88  est-saisie-valide VALUE 'O'.

       77  operateur-saisi PIC X(08).
       77  source-saisie PIC 9(5) VALUE ZERO.
       77  cible-saisie PIC 9(5) VALUE ZERO.
       77  confirmation PIC X(03).
       77  joueur-cherche PIC 9(5).
       77  essais-partie PIC 9(2).

       77  nb-joueurs PIC 9(4) VALUE ZERO.
       77  idx-joueur PIC 9(4).
       77  rang-joueur PIC 9(4) VALUE ZERO.
       77  rang-source PIC 9(4) VALUE ZERO.
       77  rang-cible PIC 9(4) VALUE ZERO.
       77  joueurs-sature PIC X VALUE 'N'.
           88  joueurs-satures VALUE 'O'.
       01  joueur-table.
           05  joueur-entry OCCURS 1000.
               10  jr-tab-joueur-id     PIC 9(5).
               10  jr-tab-prenom        PIC X(30).
               10  jr-tab-nom           PIC X(30).
               10  jr-tab-date          PIC 9(8).
               10  jr-tab-statut        PIC X(01).
               10  jr-tab-fusion-vers   PIC 9(5).
               10  jr-tab-eleve-id      PIC X(5).

       77  nb-profils PIC 9(3) VALUE ZERO.
       77  idx-profil PIC 9(3).
       77  rang-profil PIC 9(3) VALUE ZERO.
       77  profil-source PIC 9(3) VALUE ZERO.
       77  profil-cible PIC 9(3) VALUE ZERO.
       77  profils-sature PIC X VALUE 'N'.
           88  profils-satures VALUE 'O'.
       01  profil-table.
           05  profil-entry OCCURS 100.
               10  pf-tab-joueur-id     PIC 9(5).
               10  pf-tab-prenom        PIC X(30).
               10  pf-tab-nom           PIC X(30).
               10  pf-tab-parties       PIC 9(5).
               10  pf-tab-victoires     PIC 9(5).
               10  pf-tab-defaites      PIC 9(5).
               10  pf-tab-meilleur      PIC 9(2).
               10  pf-tab-total-essais  PIC 9(7).
               10  pf-tab-moyenne       PIC 9(2)V99.
               10  pf-tab-premiere      PIC 9(8).
               10  pf-tab-derniere      PIC 9(8).
               10  pf-tab-supprime      PIC X(01).
               10  pf-tab-eleve-id      PIC X(5).
               10  pf-tab-classe        PIC X(5).

       77  nb-index-source PIC 9(3) VALUE ZERO.
       77  idx-index PIC 9(3).
       77  index-sature PIC X VALUE 'N'.
           88  index-satures VALUE 'O'.
       01  index-source-table.
           05  index-source-entry OCCURS 500.
               10  ix-tab-date          PIC 9(8).
               10  ix-tab-essais        PIC 9(2).

       01  bilan-table.
           05  bilan-entry OCCURS 3.
               10  bl-joueur-id         PIC 9(5).
               10  bl-prenom            PIC X(30).
               10  bl-nom               PIC X(30).
               10  bl-parties           PIC 9(5).
               10  bl-victoires         PIC 9(5).
               10  bl-defaites          PIC 9(5).
               10  bl-meilleur          PIC 9(2).
               10  bl-scores            PIC 9(5).
               10  bl-tournois          PIC 9(5).
               10  bl-points            PIC 9(6).
       77  idx-bilan PIC 9.

       SCREEN SECTION.
       1   fus-signon.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'fusion de deux joueurs'.
       2   LINE 4 COL 10 VALUE 'votre code operateur : '.
       2   COL 34 PIC X(08) TO operateur-saisi REQUIRED.

       1   fus-signon-refuse.
       2   LINE 6 COL 10 VALUE 'operateur non autorise'
           FOREGROUND-COLOR 4.

       1   fus-saisie.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'fusion de deux joueurs'.
       2   LINE 4 COL 10 VALUE 'numero a absorber     : '.
       2   PIC 9(5) TO source-saisie REQUIRED.
       2   LINE 5 COL 10 VALUE 'numero conserve       : '.
       2   PIC 9(5) TO cible-saisie REQUIRED.

       1   fus-joueurs.
       2   LINE 7 COL 10 VALUE 'absorbe  : '.
       2   COL 21 PIC 9(5) FROM jr-tab-joueur-id(rang-source).
       2   COL 27 PIC X(20) FROM jr-tab-prenom(rang-source).
       2   COL 48 PIC X(20) FROM jr-tab-nom(rang-source).
       2   LINE 8 COL 21 VALUE 'parties : '.
       2   COL 31 PIC ZZZZ9 FROM bl-parties(1).
       2   COL 38 VALUE 'scores : '.
       2   COL 47 PIC ZZZZ9 FROM bl-scores(1).
       2   LINE 10 COL 10 VALUE 'conserve : '.
       2   COL 21 PIC 9(5) FROM jr-tab-joueur-id(rang-cible).
       2   COL 27 PIC X(20) FROM jr-tab-prenom(rang-cible).
       2   COL 48 PIC X(20) FROM jr-tab-nom(rang-cible).
       2   LINE 11 COL 21 VALUE 'parties : '.
       2   COL 31 PIC ZZZZ9 FROM bl-parties(2).
       2   COL 38 VALUE 'scores : '.
       2   COL 47 PIC ZZZZ9 FROM bl-scores(2).

       1   fus-confirmation.
       2   LINE 13 COL 10 VALUE 'confirmer la fusion (OUI/NON) : '.
       2   PIC X(03) TO confirmation REQUIRED.

       1   fus-introuvable.
       2   LINE 17 COL 10 VALUE 'numero de joueur inconnu'
           FOREGROUND-COLOR 4.

       1   fus-invalide.
       2   LINE 17 COL 10 VALUE 'saisie invalide' FOREGROUND-COLOR 4.

       1   fus-deja-fusionne.
       2   LINE 17 COL 10 VALUE 'joueur deja fusionne'
           FOREGROUND-COLOR 4.

       1   fus-eleves-distincts.
       2   LINE 17 COL 10 VALUE 'joueurs lies a deux eleves differents'
           FOREGROUND-COLOR 4.

       1   fus-annulee.
       2   LINE 17 COL 10 VALUE 'fusion annulee' FOREGROUND-COLOR 4.

       1   fus-terminee.
       2   LINE 17 COL 10 VALUE 'fusion effectuee, voir FUSION.RPT'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY fus-signon.
           ACCEPT fus-signon.

           PERFORM 0500-VERIFIER-OPERATEUR.

           IF NOT est-operateur-autorise
               DISPLAY fus-signon-refuse
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           PERFORM 1000-CHARGER-JOUEURS.
           PERFORM 1100-CHARGER-PROFILS.

           IF joueurs-satures OR profils-satures
               DISPLAY "fichier joueurs ou profils depasse la table, "
                       "fusion refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL est-saisie-valide
               DISPLAY fus-saisie
               ACCEPT fus-saisie
               PERFORM 2000-CONTROLER-SAISIE
           END-PERFORM.

           INITIALIZE bilan-table.
           PERFORM 2500-COMPTER-AVANT.
           PERFORM 2700-CHARGER-INDEX-SOURCE.

           IF index-satures
               DISPLAY "plus de 500 scores indexes pour "
                       source-saisie ", fusion refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY fus-joueurs.
           DISPLAY fus-confirmation.
           ACCEPT fus-confirmation.

           IF confirmation NOT = 'OUI'
               DISPLAY fus-annulee
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 3000-FUSIONNER-MAITRE.
           PERFORM 3100-FUSIONNER-PROFILS.
           PERFORM 3200-FUSIONNER-SCORES.
           PERFORM 3300-FUSIONNER-TOURNOIS.
           PERFORM 3400-FUSIONNER-LIGUE.
           PERFORM 3500-FUSIONNER-PARTIES.
           PERFORM 3600-FUSIONNER-INDEX.

           PERFORM 4000-CALCULER-APRES.
           PERFORM 5000-IMPRIMER-BILAN.
           PERFORM 7500-ECRIRE-JOURNAL.

           DISPLAY fus-terminee.

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
                               AND (OP-PROGRAMME = 'FUSION-JOUEURS'
                                   OR OP-PROGRAMME = '*')
                           MOVE 'O' TO operateur-autorise
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERATEUR-FILE.

       1000-CHARGER-JOUEURS.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT JOUEUR-FILE.

           PERFORM UNTIL fichier-lu
               READ JOUEUR-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF nb-joueurs < 1000
                           ADD 1 TO nb-joueurs
                           MOVE JR-JOUEUR-ID
                               TO jr-tab-joueur-id(nb-joueurs)
                           MOVE JR-PRENOM TO jr-tab-prenom(nb-joueurs)
                           MOVE JR-NOM TO jr-tab-nom(nb-joueurs)
                           MOVE JR-DATE-INSCRIPTION
                               TO jr-tab-date(nb-joueurs)
                           MOVE JR-STATUT TO jr-tab-statut(nb-joueurs)
                           MOVE JR-FUSION-VERS
                               TO jr-tab-fusion-vers(nb-joueurs)
                           MOVE JR-ELEVE-ID
                               TO jr-tab-eleve-id(nb-joueurs)
                       ELSE
                           MOVE 'O' TO joueurs-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE JOUEUR-FILE.

       1100-CHARGER-PROFILS.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT PROFIL-FILE.

           PERFORM UNTIL fichier-lu
               READ PROFIL-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF nb-profils < 100
                           ADD 1 TO nb-profils
                           MOVE PF-JOUEUR-ID
                               TO pf-tab-joueur-id(nb-profils)
                           MOVE PF-PRENOM
                               TO pf-tab-prenom(nb-profils)
                           MOVE PF-NOM TO pf-tab-nom(nb-profils)
                           MOVE PF-PARTIES
                               TO pf-tab-parties(nb-profils)
                           MOVE PF-VICTOIRES
                               TO pf-tab-victoires(nb-profils)
                           MOVE PF-DEFAITES
                               TO pf-tab-defaites(nb-profils)
                           MOVE PF-MEILLEUR
                               TO pf-tab-meilleur(nb-profils)
                           MOVE PF-TOTAL-ESSAIS
                               TO pf-tab-total-essais(nb-profils)
                           MOVE PF-MOYENNE
                               TO pf-tab-moyenne(nb-profils)
                           MOVE PF-PREMIERE-DATE
                               TO pf-tab-premiere(nb-profils)
                           MOVE PF-DERNIERE-DATE
                               TO pf-tab-derniere(nb-profils)
                           MOVE 'N' TO pf-tab-supprime(nb-profils)
                           MOVE PF-ELEVE-ID
                               TO pf-tab-eleve-id(nb-profils)
                           MOVE PF-CLASSE
                               TO pf-tab-classe(nb-profils)
                       ELSE
                           MOVE 'O' TO profils-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PROFIL-FILE.

       1800-CHERCHER-JOUEUR.
           MOVE ZERO TO rang-joueur.

           PERFORM VARYING idx-joueur FROM 1 BY 1
                   UNTIL idx-joueur > nb-joueurs
               IF jr-tab-joueur-id(idx-joueur) = joueur-cherche
                   MOVE idx-joueur TO rang-joueur
               END-IF
           END-PERFORM.

       1900-CHERCHER-PROFIL.
           MOVE ZERO TO rang-profil.

           PERFORM VARYING idx-profil FROM 1 BY 1
                   UNTIL idx-profil > nb-profils
               IF pf-tab-joueur-id(idx-profil) = joueur-cherche
                   MOVE idx-profil TO rang-profil
               END-IF
           END-PERFORM.

       2000-CONTROLER-SAISIE.
           MOVE 'N' TO saisie-valide.

           MOVE source-saisie TO joueur-cherche.
           PERFORM 1800-CHERCHER-JOUEUR.
           MOVE rang-joueur TO rang-source.

           MOVE cible-saisie TO joueur-cherche.
           PERFORM 1800-CHERCHER-JOUEUR.
           MOVE rang-joueur TO rang-cible.

           IF source-saisie = cible-saisie
               DISPLAY fus-invalide
           ELSE
               IF rang-source = ZERO OR rang-cible = ZERO
                   DISPLAY fus-introuvable
               ELSE
                   IF jr-tab-statut(rang-source) = 'F'
                           OR jr-tab-statut(rang-cible) = 'F'
                       DISPLAY fus-deja-fusionne
                   ELSE IF jr-tab-eleve-id(rang-source) NOT = SPACES
                           AND jr-tab-eleve-id(rang-cible) NOT = SPACES
                           AND jr-tab-eleve-id(rang-source)
                               NOT = jr-tab-eleve-id(rang-cible)
                       DISPLAY fus-eleves-distincts
                   ELSE
                       MOVE 'O' TO saisie-valide
                   END-IF
                   END-IF
               END-IF
           END-IF.

       2500-COMPTER-AVANT.
           MOVE source-saisie TO bl-joueur-id(1).
           MOVE jr-tab-prenom(rang-source) TO bl-prenom(1).
           MOVE jr-tab-nom(rang-source) TO bl-nom(1).
           MOVE cible-saisie TO bl-joueur-id(2).
           MOVE jr-tab-prenom(rang-cible) TO bl-prenom(2).
           MOVE jr-tab-nom(rang-cible) TO bl-nom(2).

           MOVE source-saisie TO joueur-cherche.
           PERFORM 1900-CHERCHER-PROFIL.
           MOVE rang-profil TO profil-source.
           MOVE cible-saisie TO joueur-cherche.
           PERFORM 1900-CHERCHER-PROFIL.
           MOVE rang-profil TO profil-cible.

           IF profil-source > ZERO
               MOVE 1 TO idx-bilan
               MOVE profil-source TO rang-profil
               PERFORM 2600-BILAN-PROFIL
           END-IF.
           IF profil-cible > ZERO
               MOVE 2 TO idx-bilan
               MOVE profil-cible TO rang-profil
               PERFORM 2600-BILAN-PROFIL
           END-IF.

           MOVE 'N' TO fin-fichier.
           OPEN INPUT SCORE-FILE.
           PERFORM UNTIL fichier-lu
               READ SCORE-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF SC-TYPE = 'D'
                           IF SC-JOUEUR-ID = source-saisie
                               ADD 1 TO bl-scores(1)
                           END-IF
                           IF SC-JOUEUR-ID = cible-saisie
                               ADD 1 TO bl-scores(2)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCORE-FILE.

           MOVE 'N' TO fin-fichier.
           OPEN INPUT TOURNOI-FILE.
           PERFORM UNTIL fichier-lu
               READ TOURNOI-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF TR-JOUEUR-ID = source-saisie
                           ADD 1 TO bl-tournois(1)
                       END-IF
                       IF TR-JOUEUR-ID = cible-saisie
                           ADD 1 TO bl-tournois(2)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TOURNOI-FILE.

           MOVE 'N' TO fin-fichier.
           OPEN INPUT LIGUE-FILE.
           PERFORM UNTIL fichier-lu
               READ LIGUE-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF LG-JOUEUR-ID = source-saisie
                           ADD LG-POINTS TO bl-points(1)
                       END-IF
                       IF LG-JOUEUR-ID = cible-saisie
                           ADD LG-POINTS TO bl-points(2)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIGUE-FILE.

       2600-BILAN-PROFIL.
           MOVE pf-tab-parties(rang-profil) TO bl-parties(idx-bilan).
           MOVE pf-tab-victoires(rang-profil)
               TO bl-victoires(idx-bilan).
           MOVE pf-tab-defaites(rang-profil) TO bl-defaites(idx-bilan).
           MOVE pf-tab-meilleur(rang-profil) TO bl-meilleur(idx-bilan).

       2700-CHARGER-INDEX-SOURCE.
           OPEN INPUT SCORE-IX-FILE.

           MOVE SPACES TO SCORE-IX-RECORD.
           MOVE source-saisie TO SI-JOUEUR-ID.
           MOVE ZERO TO SI-DATE.

           START SCORE-IX-FILE KEY >= SI-CLE
               INVALID KEY MOVE 'O' TO fin-index
           END-START.

           PERFORM UNTIL index-parcouru
               READ SCORE-IX-FILE NEXT
                   AT END MOVE 'O' TO fin-index
                   NOT AT END
                       IF SI-JOUEUR-ID = source-saisie
                           IF nb-index-source < 500
                               ADD 1 TO nb-index-source
                               MOVE SI-DATE
                                   TO ix-tab-date(nb-index-source)
                               MOVE SI-ESSAIS
                                   TO ix-tab-essais(nb-index-source)
                           ELSE
                               MOVE 'O' TO index-sature
                           END-IF
                       ELSE
                           MOVE 'O' TO fin-index
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SCORE-IX-FILE.

       3000-FUSIONNER-MAITRE.
           MOVE 'F' TO jr-tab-statut(rang-source).
           MOVE cible-saisie TO jr-tab-fusion-vers(rang-source).

           IF jr-tab-eleve-id(rang-cible) = SPACES
               MOVE jr-tab-eleve-id(rang-source)
                   TO jr-tab-eleve-id(rang-cible)
           END-IF.

           PERFORM VARYING idx-joueur FROM 1 BY 1
                   UNTIL idx-joueur > nb-joueurs
               IF jr-tab-statut(idx-joueur) = 'F'
                       AND jr-tab-fusion-vers(idx-joueur)
                           = source-saisie
                   MOVE cible-saisie TO jr-tab-fusion-vers(idx-joueur)
               END-IF
           END-PERFORM.

           OPEN OUTPUT JOUEUR-FILE.

           PERFORM VARYING idx-joueur FROM 1 BY 1
                   UNTIL idx-joueur > nb-joueurs
               MOVE SPACES TO JOUEUR-RECORD
               MOVE jr-tab-joueur-id(idx-joueur) TO JR-JOUEUR-ID
               MOVE jr-tab-prenom(idx-joueur) TO JR-PRENOM
               MOVE jr-tab-nom(idx-joueur) TO JR-NOM
               MOVE jr-tab-date(idx-joueur) TO JR-DATE-INSCRIPTION
               MOVE jr-tab-statut(idx-joueur) TO JR-STATUT
               MOVE jr-tab-fusion-vers(idx-joueur) TO JR-FUSION-VERS
               MOVE jr-tab-eleve-id(idx-joueur) TO JR-ELEVE-ID
               WRITE JOUEUR-RECORD
           END-PERFORM.

           CLOSE JOUEUR-FILE.

       3100-FUSIONNER-PROFILS.
           IF profil-source > ZERO
               IF profil-cible = ZERO
                   MOVE cible-saisie TO pf-tab-joueur-id(profil-source)
                   MOVE jr-tab-prenom(rang-cible)
                       TO pf-tab-prenom(profil-source)
                   MOVE jr-tab-nom(rang-cible)
                       TO pf-tab-nom(profil-source)
                   MOVE profil-source TO profil-cible
               ELSE
                   PERFORM 3150-CUMULER-PROFILS
                   MOVE 'O' TO pf-tab-supprime(profil-source)
               END-IF
           END-IF.

           OPEN OUTPUT PROFIL-FILE.

           PERFORM VARYING idx-profil FROM 1 BY 1
                   UNTIL idx-profil > nb-profils
               IF pf-tab-supprime(idx-profil) NOT = 'O'
                   MOVE SPACES TO PROFIL-RECORD
                   MOVE pf-tab-prenom(idx-profil) TO PF-PRENOM
                   MOVE pf-tab-nom(idx-profil) TO PF-NOM
                   MOVE pf-tab-parties(idx-profil) TO PF-PARTIES
                   MOVE pf-tab-victoires(idx-profil) TO PF-VICTOIRES
                   MOVE pf-tab-defaites(idx-profil) TO PF-DEFAITES
                   MOVE pf-tab-meilleur(idx-profil) TO PF-MEILLEUR
                   MOVE pf-tab-total-essais(idx-profil)
                       TO PF-TOTAL-ESSAIS
                   MOVE pf-tab-moyenne(idx-profil) TO PF-MOYENNE
                   MOVE pf-tab-premiere(idx-profil)
                       TO PF-PREMIERE-DATE
                   MOVE pf-tab-derniere(idx-profil)
                       TO PF-DERNIERE-DATE
                   MOVE pf-tab-joueur-id(idx-profil) TO PF-JOUEUR-ID
                   MOVE pf-tab-eleve-id(idx-profil) TO PF-ELEVE-ID
                   MOVE pf-tab-classe(idx-profil) TO PF-CLASSE
                   WRITE PROFIL-RECORD
               END-IF
           END-PERFORM.

           CLOSE PROFIL-FILE.

       3150-CUMULER-PROFILS.
           ADD pf-tab-parties(profil-source)
               TO pf-tab-parties(profil-cible).
           ADD pf-tab-victoires(profil-source)
               TO pf-tab-victoires(profil-cible).
           ADD pf-tab-defaites(profil-source)
               TO pf-tab-defaites(profil-cible).
           ADD pf-tab-total-essais(profil-source)
               TO pf-tab-total-essais(profil-cible).

           IF pf-tab-meilleur(profil-source) > ZERO
                   AND (pf-tab-meilleur(profil-cible) = ZERO
                       OR pf-tab-meilleur(profil-source)
                           < pf-tab-meilleur(profil-cible))
               MOVE pf-tab-meilleur(profil-source)
                   TO pf-tab-meilleur(profil-cible)
           END-IF.

           IF pf-tab-parties(profil-cible) > ZERO
               COMPUTE pf-tab-moyenne(profil-cible) =
                   pf-tab-total-essais(profil-cible)
                   / pf-tab-parties(profil-cible)
           END-IF.

           IF pf-tab-eleve-id(profil-cible) = SPACES
               MOVE pf-tab-eleve-id(profil-source)
                   TO pf-tab-eleve-id(profil-cible)
               MOVE pf-tab-classe(profil-source)
                   TO pf-tab-classe(profil-cible)
           END-IF.

           IF pf-tab-premiere(profil-source) > ZERO
                   AND pf-tab-premiere(profil-source)
                       < pf-tab-premiere(profil-cible)
               MOVE pf-tab-premiere(profil-source)
                   TO pf-tab-premiere(profil-cible)
           END-IF.

           IF pf-tab-derniere(profil-source)
                   > pf-tab-derniere(profil-cible)
               MOVE pf-tab-derniere(profil-source)
                   TO pf-tab-derniere(profil-cible)
           END-IF.

       3200-FUSIONNER-SCORES.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT SCORE-FILE.
           OPEN OUTPUT FUSION-TEMP-FILE.

           PERFORM UNTIL fichier-lu
               READ SCORE-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF SC-TYPE = 'D'
                               AND SC-JOUEUR-ID = source-saisie
                           MOVE cible-saisie TO SC-JOUEUR-ID
                           MOVE jr-tab-prenom(rang-cible) TO SC-PRENOM
                           MOVE jr-tab-nom(rang-cible) TO SC-NOM
                       END-IF
                       MOVE SCORE-RECORD TO FX-LIGNE
                       WRITE FUSION-TEMP-RECORD
               END-READ
           END-PERFORM.

           CLOSE SCORE-FILE.
           CLOSE FUSION-TEMP-FILE.

           MOVE 'N' TO fin-temp.

           OPEN INPUT FUSION-TEMP-FILE.
           OPEN OUTPUT SCORE-FILE.

           PERFORM UNTIL tout-temp-lu
               READ FUSION-TEMP-FILE
                   AT END MOVE 'O' TO fin-temp
                   NOT AT END
                       MOVE FX-LIGNE TO SCORE-RECORD
                       WRITE SCORE-RECORD
               END-READ
           END-PERFORM.

           CLOSE FUSION-TEMP-FILE.
           CLOSE SCORE-FILE.

       3300-FUSIONNER-TOURNOIS.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT TOURNOI-FILE.
           OPEN OUTPUT FUSION-TEMP-FILE.

           PERFORM UNTIL fichier-lu
               READ TOURNOI-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF TR-JOUEUR-ID = source-saisie
                           MOVE cible-saisie TO TR-JOUEUR-ID
                           MOVE jr-tab-prenom(rang-cible) TO TR-PRENOM
                           MOVE jr-tab-nom(rang-cible) TO TR-NOM
                       END-IF
                       MOVE TOURNOI-RECORD TO FX-LIGNE
                       WRITE FUSION-TEMP-RECORD
               END-READ
           END-PERFORM.

           CLOSE TOURNOI-FILE.
           CLOSE FUSION-TEMP-FILE.

           MOVE 'N' TO fin-temp.

           OPEN INPUT FUSION-TEMP-FILE.
           OPEN OUTPUT TOURNOI-FILE.

           PERFORM UNTIL tout-temp-lu
               READ FUSION-TEMP-FILE
                   AT END MOVE 'O' TO fin-temp
                   NOT AT END
                       MOVE FX-LIGNE TO TOURNOI-RECORD
                       WRITE TOURNOI-RECORD
               END-READ
           END-PERFORM.

           CLOSE FUSION-TEMP-FILE.
           CLOSE TOURNOI-FILE.

       3400-FUSIONNER-LIGUE.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT LIGUE-FILE.
           OPEN OUTPUT FUSION-TEMP-FILE.

           PERFORM UNTIL fichier-lu
               READ LIGUE-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF LG-JOUEUR-ID = source-saisie
                           MOVE cible-saisie TO LG-JOUEUR-ID
                           MOVE jr-tab-prenom(rang-cible) TO LG-PRENOM
                           MOVE jr-tab-nom(rang-cible) TO LG-NOM
                       END-IF
                       MOVE LIGUE-RECORD TO FX-LIGNE
                       WRITE FUSION-TEMP-RECORD
               END-READ
           END-PERFORM.

           CLOSE LIGUE-FILE.
           CLOSE FUSION-TEMP-FILE.

           MOVE 'N' TO fin-temp.

           OPEN INPUT FUSION-TEMP-FILE.
           OPEN OUTPUT LIGUE-FILE.

           PERFORM UNTIL tout-temp-lu
               READ FUSION-TEMP-FILE
                   AT END MOVE 'O' TO fin-temp
                   NOT AT END
                       MOVE FX-LIGNE TO LIGUE-RECORD
                       WRITE LIGUE-RECORD
               END-READ
           END-PERFORM.

           CLOSE FUSION-TEMP-FILE.
           CLOSE LIGUE-FILE.

       3500-FUSIONNER-PARTIES.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT PARTIE-JOUR-FILE.
           OPEN OUTPUT FUSION-TEMP-FILE.

           PERFORM UNTIL fichier-lu
               READ PARTIE-JOUR-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF PJ-JOUEUR-ID = source-saisie
                           MOVE cible-saisie TO PJ-JOUEUR-ID
                           MOVE jr-tab-prenom(rang-cible) TO PJ-PRENOM
                           MOVE jr-tab-nom(rang-cible) TO PJ-NOM
                       END-IF
                       MOVE PARTIE-JOUR-RECORD TO FX-LIGNE
                       WRITE FUSION-TEMP-RECORD
               END-READ
           END-PERFORM.

           CLOSE PARTIE-JOUR-FILE.
           CLOSE FUSION-TEMP-FILE.

           MOVE 'N' TO fin-temp.

           OPEN INPUT FUSION-TEMP-FILE.
           OPEN OUTPUT PARTIE-JOUR-FILE.

           PERFORM UNTIL tout-temp-lu
               READ FUSION-TEMP-FILE
                   AT END MOVE 'O' TO fin-temp
                   NOT AT END
                       MOVE FX-LIGNE TO PARTIE-JOUR-RECORD
                       WRITE PARTIE-JOUR-RECORD
               END-READ
           END-PERFORM.

           CLOSE FUSION-TEMP-FILE.
           CLOSE PARTIE-JOUR-FILE.

       3600-FUSIONNER-INDEX.
           OPEN I-O SCORE-IX-FILE.

           PERFORM VARYING idx-index FROM 1 BY 1
                   UNTIL idx-index > nb-index-source
               MOVE source-saisie TO SI-JOUEUR-ID
               MOVE ix-tab-date(idx-index) TO SI-DATE
               DELETE SCORE-IX-FILE
                   INVALID KEY CONTINUE
               END-DELETE
               PERFORM 3650-INDEXER-CIBLE
           END-PERFORM.

           CLOSE SCORE-IX-FILE.

       3650-INDEXER-CIBLE.
           MOVE ix-tab-essais(idx-index) TO essais-partie.

           MOVE SPACES TO SCORE-IX-RECORD.
           MOVE cible-saisie TO SI-JOUEUR-ID.
           MOVE ix-tab-date(idx-index) TO SI-DATE.
           MOVE essais-partie TO SI-ESSAIS.
           MOVE jr-tab-prenom(rang-cible) TO SI-PRENOM.
           MOVE jr-tab-nom(rang-cible) TO SI-NOM.

           WRITE SCORE-IX-RECORD
               INVALID KEY
                   READ SCORE-IX-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF essais-partie < SI-ESSAIS
                               MOVE essais-partie TO SI-ESSAIS
                               REWRITE SCORE-IX-RECORD
                           END-IF
                   END-READ
           END-WRITE.

       4000-CALCULER-APRES.
           MOVE cible-saisie TO bl-joueur-id(3).
           MOVE jr-tab-prenom(rang-cible) TO bl-prenom(3).
           MOVE jr-tab-nom(rang-cible) TO bl-nom(3).

           IF profil-cible > ZERO
               MOVE 3 TO idx-bilan
               MOVE profil-cible TO rang-profil
               PERFORM 2600-BILAN-PROFIL
           END-IF.

           COMPUTE bl-scores(3) = bl-scores(1) + bl-scores(2).
           COMPUTE bl-tournois(3) = bl-tournois(1) + bl-tournois(2).
           COMPUTE bl-points(3) = bl-points(1) + bl-points(2).

       5000-IMPRIMER-BILAN.
           OPEN OUTPUT FUSION-RPT-FILE.

           MOVE SPACES TO FUSION-ENTETE-RECORD.
           MOVE SP-NOM TO FE-NOM-ATELIER.
           MOVE 'FUSION JOUEURS DU' TO FE-LIBELLE.
           MOVE date-du-jour TO FE-DATE.
           MOVE operateur-saisi TO FE-OPERATEUR.
           WRITE FUSION-ENTETE-RECORD.

           MOVE SPACES TO FUSION-TITRE-RECORD.
           MOVE 'SITUATION   NUMERO PRENOM              NOM'
               TO FT-LIGNE(1:43).
           MOVE 'PART. VICT.  DEF. ME SCORE TOURN  PTS'
               TO FT-LIGNE(59:37).
           WRITE FUSION-TITRE-RECORD.

           PERFORM VARYING idx-bilan FROM 1 BY 1
                   UNTIL idx-bilan > 3
               MOVE SPACES TO FUSION-LIGNE-RECORD
               EVALUATE idx-bilan
                   WHEN 1 MOVE 'AVANT ABSORB' TO FL-LIBELLE
                   WHEN 2 MOVE 'AVANT CONSER' TO FL-LIBELLE
                   WHEN OTHER MOVE 'APRES FUSION' TO FL-LIBELLE
               END-EVALUATE
               MOVE bl-joueur-id(idx-bilan) TO FL-JOUEUR-ID
               MOVE bl-prenom(idx-bilan) TO FL-PRENOM
               MOVE bl-nom(idx-bilan) TO FL-NOM
               MOVE bl-parties(idx-bilan) TO FL-PARTIES
               MOVE bl-victoires(idx-bilan) TO FL-VICTOIRES
               MOVE bl-defaites(idx-bilan) TO FL-DEFAITES
               MOVE bl-meilleur(idx-bilan) TO FL-MEILLEUR
               MOVE bl-scores(idx-bilan) TO FL-SCORES
               MOVE bl-tournois(idx-bilan) TO FL-TOURNOIS
               MOVE bl-points(idx-bilan) TO FL-POINTS
               WRITE FUSION-LIGNE-RECORD
           END-PERFORM.

           CLOSE FUSION-RPT-FILE.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 6010 TO JL-CODE.
           STRING source-saisie DELIMITED SIZE
                  ' vers ' DELIMITED SIZE
                  cible-saisie DELIMITED SIZE
                  INTO JL-VALEUR.
           STRING 'joueurs fusionnes par ' DELIMITED SIZE
                  operateur-saisi DELIMITED SIZE
                  INTO JL-MESSAGE.
           MOVE 'FUSION-JOUEU' TO JL-PROGRAMME.
           MOVE 'JR-FUSION-VERS' TO JL-CHAMP.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       END PROGRAM FUSION-JOUEURS.
