           SELECT OPTIONAL SESSION-FILE ASSIGN TO "SESSION.LOG"
               ORGANIZATION LINE SEQUENTIAL.

       COPY TOURNFC.

           SELECT OPTIONAL OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       COPY PARTIEFC.

           SELECT OPTIONAL LANCEMENT-FILE ASSIGN TO "LANCEMENTS.LOG"
               ORGANIZATION LINE SEQUENTIAL.

       COPY PROFILFC.
       COPY SCOREIXFC.
       COPY JOUEURFC.
       COPY ELEVIXFC.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER            PIC X(01).
           05  SS-DATE           PIC 9(8).

       COPY TOURNFD.

       COPY PARTIEFD.

       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.

       COPY SCOREIXFD.

       COPY JOUEURFD.

       COPY ELEVIXFD.

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
           88  profils-satures VALUE 'O'.
       77  profil-prenom PIC X(30).
       77  profil-nom PIC X(30).
       77  profil-joueur-id PIC 9(5).
       77  profil-eleve-id PIC X(5).
       77  profil-classe PIC X(5).
       77  nb-profils PIC 9(3) VALUE ZERO.
       77  idx-profil PIC 9(3).
       77  rang-profil PIC 9(3) VALUE ZERO.
           88  est-gagnee VALUE 'O'.
       01  profil-table.
           05  profil-entry OCCURS 100.
               10  pf-tab-joueur-id     PIC 9(5).
               10  pf-tab-prenom        PIC X(30).
               10  pf-tab-nom           PIC X(30).
               10  pf-tab-parties       PIC 9(5).
               10  pf-tab-moyenne       PIC 9(2)V99.
               10  pf-tab-premiere      PIC 9(8).
               10  pf-tab-derniere      PIC 9(8).
               10  pf-tab-eleve-id      PIC X(5).
               10  pf-tab-classe        PIC X(5).

       77  seed PIC 9(8) VALUE 0.
       77  nbAleatoire PIC 999.
           03  cellule OCCURS 5.
           04  prenom PIC x(30).
           04  nom PIC x(30).
           04  joueur-id PIC 9(5).
           04  eleve-id PIC X(5).
           04  classe-eleve PIC X(5).

       77  fin-joueurs PIC X VALUE 'N'.
           88  tous-joueurs-lus VALUE 'O'.
       77  joueurs-sature PIC X VALUE 'N'.
           88  joueurs-satures VALUE 'O'.
       77  joueur-identifie PIC X VALUE 'N'.
           88  est-joueur-identifie VALUE 'O'.
       77  eleve-trouve PIC X VALUE 'N'.
           88  est-eleve-trouve VALUE 'O'.
       77  nb-inscrits PIC 9(4) VALUE ZERO.
       77  idx-joueur PIC 9(4).
       77  rang-inscrit PIC 9(4) VALUE ZERO.
       77  dernier-joueur-id PIC 9(5) VALUE ZERO.
       01  joueur-table.
           05  joueur-entry OCCURS 1000.
               10  jr-tab-joueur-id     PIC 9(5).
               10  jr-tab-prenom        PIC X(30).
               10  jr-tab-nom           PIC X(30).
               10  jr-tab-statut        PIC X(01).
               10  jr-tab-fusion-vers   PIC 9(5).
               10  jr-tab-eleve-id      PIC X(5).

       77  mode-jeu PIC X VALUE 'N'.
           88  mode-tournoi VALUE 'T'.
       77  meilleur-joueur PIC 99.
       77  meilleur-total PIC 9(3).
       77  meilleur-gagnees PIC 9(3).
       77  mode-handicap PIC X VALUE 'N'.
           88  tournoi-handicap VALUE 'O'.
       77  moyenne-reference PIC 9(2)V99.
       77  nb-avec-profil PIC 99.
       77  handicap-calcule PIC 9(5).
       01  tournoi-compteurs.
           05  tt-essais OCCURS 15 PIC 9(3).
           05  tt-gagnees OCCURS 15 PIC 9(3).
           05  tt-classe OCCURS 15 PIC X.
           05  tt-moyenne OCCURS 15 PIC 9(2)V99.
           05  tt-avec-profil OCCURS 15 PIC X.
           05  tt-handicap OCCURS 15 PIC 9(3).
           05  tt-net OCCURS 15 PIC 9(3).
           05  tt-rang-brut OCCURS 15 PIC 99.

       SCREEN SECTION.
       1   io-titre.
       2   LINE 4 COL 5 VALUE 'Bravo cest trouve '.

       1   io-joueur.
       2   LINE 3 COL 5 VALUE 'Votre numero de joueur (0 = nouveau) : '.
       2   COL 45 PIC 9(5) TO joueur-id(1, 1).
       2   LINE 4 COL 5 VALUE 'Votre numero d eleve (vide = invite) : '.
       2   COL 45 PIC X(5) TO eleve-id(1, 1).

       1   io-nouveau-joueur.
       2   LINE 5 COL 5 VALUE 'Prenom : '.
       2   COL 25 PIC X(30) TO prenom(ligne-j, cellule-j).
       2   LINE 6 COL 5 VALUE 'Nom    : '.
       2   COL 25 PIC X(30) TO nom(ligne-j, cellule-j).

       1   io-joueur-inconnu.
       2   LINE 8 COL 5 VALUE 'numero de joueur inconnu'
           FOREGROUND-COLOR 4.

       1   io-eleve-inconnu.
       2   LINE 8 COL 5 VALUE 'eleve inconnu ou non inscrit au site'
           FOREGROUND-COLOR 4.

       1   io-niveau.
       2   LINE 5 COL 5 VALUE
       2   PIC 99 TO nb-joueurs REQUIRED.
       2   LINE 4 COL 5 VALUE 'Nombre de manches (1 a 9)  : '.
       2   PIC 9 TO nb-manches REQUIRED.
       2   LINE 5 COL 5 VALUE 'Handicap (O/N)             : '.
       2   PIC X TO mode-handicap.

       1   io-saisie-joueur.
       2   BLANK SCREEN.
       2   LINE 3 COL 5 VALUE 'Inscription du joueur no '.
       2   COL 31 PIC Z9 FROM joueur-courant.
       2   LINE 4 COL 5 VALUE 'Numero (0 = nouveau) : '.
       2   COL 29 PIC 9(5) TO joueur-id(ligne-j, cellule-j).
       2   LINE 5 COL 5 VALUE 'Eleve (vide = invite) : '.
       2   COL 29 PIC X(5) TO eleve-id(ligne-j, cellule-j).

       1   io-tour.
       2   BLANK SCREEN.
                   GOBACK
               END-IF

               MOVE 1 TO ligne-j
               MOVE 1 TO cellule-j
               MOVE 'N' TO joueur-identifie
               PERFORM UNTIL est-joueur-identifie
                   DISPLAY io-joueur
                   ACCEPT io-joueur
                   PERFORM 1800-IDENTIFIER-JOUEUR
               END-PERFORM

               PERFORM 2000-ACCUEILLIR-JOUEUR

               MOVE prenom(1, 1) TO profil-prenom
               MOVE nom(1, 1) TO profil-nom
               MOVE joueur-id(1, 1) TO profil-joueur-id
               PERFORM 2500-CONTROLER-LIMITE-JOUR
               IF est-limite-atteinte
                   DISPLAY io-limite-jour

               MOVE prenom(1, 1) TO profil-prenom
               MOVE nom(1, 1) TO profil-nom
               MOVE joueur-id(1, 1) TO profil-joueur-id
               MOVE eleve-id(1, 1) TO profil-eleve-id
               MOVE classe-eleve(1, 1) TO profil-classe
               PERFORM 4500-METTRE-A-JOUR-PROFIL
           END-IF.

               END-IF
           END-IF.

       1700-CHARGER-JOUEURS.
           MOVE 'N' TO fin-joueurs.
           MOVE 'N' TO joueurs-sature.
           MOVE ZERO TO nb-inscrits.
           MOVE ZERO TO dernier-joueur-id.

           OPEN INPUT JOUEUR-FILE.

           PERFORM UNTIL tous-joueurs-lus
               READ JOUEUR-FILE
                   AT END MOVE 'O' TO fin-joueurs
                   NOT AT END
                       IF JR-JOUEUR-ID > dernier-joueur-id
                           MOVE JR-JOUEUR-ID TO dernier-joueur-id
                       END-IF
                       IF nb-inscrits < 1000
                           ADD 1 TO nb-inscrits
                           MOVE JR-JOUEUR-ID
                               TO jr-tab-joueur-id(nb-inscrits)
                           MOVE JR-PRENOM
                               TO jr-tab-prenom(nb-inscrits)
                           MOVE JR-NOM
                               TO jr-tab-nom(nb-inscrits)
                           MOVE JR-STATUT
                               TO jr-tab-statut(nb-inscrits)
                           MOVE JR-FUSION-VERS
                               TO jr-tab-fusion-vers(nb-inscrits)
                           MOVE JR-ELEVE-ID
                               TO jr-tab-eleve-id(nb-inscrits)
                       ELSE
                           MOVE 'O' TO joueurs-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE JOUEUR-FILE.

       1750-CHERCHER-INSCRIT.
           MOVE ZERO TO rang-inscrit.

           PERFORM VARYING idx-joueur FROM 1 BY 1
                   UNTIL idx-joueur > nb-inscrits
               IF jr-tab-joueur-id(idx-joueur)
                       = joueur-id(ligne-j, cellule-j)
                   MOVE idx-joueur TO rang-inscrit
               END-IF
           END-PERFORM.

       1770-CHERCHER-LIEN-ELEVE.
           MOVE ZERO TO rang-inscrit.

           PERFORM VARYING idx-joueur FROM 1 BY 1
                   UNTIL idx-joueur > nb-inscrits
               IF jr-tab-eleve-id(idx-joueur)
                       = eleve-id(ligne-j, cellule-j)
                       AND jr-tab-statut(idx-joueur) NOT = 'F'
                   MOVE idx-joueur TO rang-inscrit
               END-IF
           END-PERFORM.

       1800-IDENTIFIER-JOUEUR.
           PERFORM 1700-CHARGER-JOUEURS.

           IF joueurs-satures
               DISPLAY "fichier joueurs depasse la table de 1000, "
                       "recherche partielle"
           END-IF.

           MOVE SPACES TO classe-eleve(ligne-j, cellule-j).

           IF eleve-id(ligne-j, cellule-j) NOT = SPACES
               PERFORM 1850-IDENTIFIER-ELEVE
           ELSE IF joueur-id(ligne-j, cellule-j) = ZERO
               DISPLAY io-nouveau-joueur
               ACCEPT io-nouveau-joueur
               PERFORM 1900-INSCRIRE-JOUEUR
           ELSE
               PERFORM 1750-CHERCHER-INSCRIT
               IF rang-inscrit > ZERO
                       AND jr-tab-statut(rang-inscrit) = 'F'
                   DISPLAY "profil fusionne, numero "
                           jr-tab-fusion-vers(rang-inscrit)
                           " utilise"
                   MOVE jr-tab-fusion-vers(rang-inscrit)
                       TO joueur-id(ligne-j, cellule-j)
                   PERFORM 1750-CHERCHER-INSCRIT
               END-IF
               IF rang-inscrit = ZERO
                   DISPLAY io-joueur-inconnu
               ELSE
                   MOVE jr-tab-prenom(rang-inscrit)
                       TO prenom(ligne-j, cellule-j)
                   MOVE jr-tab-nom(rang-inscrit)
                       TO nom(ligne-j, cellule-j)
                   MOVE jr-tab-eleve-id(rang-inscrit)
                       TO eleve-id(ligne-j, cellule-j)
                   IF eleve-id(ligne-j, cellule-j) NOT = SPACES
                       PERFORM 1860-LIRE-ELEVE
                   END-IF
                   MOVE 'O' TO joueur-identifie
               END-IF
           END-IF
           END-IF.

       1850-IDENTIFIER-ELEVE.
           PERFORM 1860-LIRE-ELEVE.

           IF NOT est-eleve-trouve
               DISPLAY io-eleve-inconnu
               MOVE SPACES TO JOURNAL-PARAMETRES
               MOVE 'PlusOuMoins' TO JL-PROGRAMME
               MOVE 'eleve-id' TO JL-CHAMP
               MOVE eleve-id(ligne-j, cellule-j) TO JL-VALEUR
               MOVE 'eleve inconnu a la connexion au jeu'
                   TO JL-MESSAGE
               MOVE 'A' TO JL-SEVERITE
               MOVE 6003 TO JL-CODE
               CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES
           ELSE
               PERFORM 1770-CHERCHER-LIEN-ELEVE
               IF rang-inscrit = ZERO
                   MOVE EI-PRENOM TO prenom(ligne-j, cellule-j)
                   MOVE EI-NOM TO nom(ligne-j, cellule-j)
                   PERFORM 1900-INSCRIRE-JOUEUR
               ELSE
                   MOVE jr-tab-joueur-id(rang-inscrit)
                       TO joueur-id(ligne-j, cellule-j)
                   MOVE jr-tab-prenom(rang-inscrit)
                       TO prenom(ligne-j, cellule-j)
                   MOVE jr-tab-nom(rang-inscrit)
                       TO nom(ligne-j, cellule-j)
                   MOVE 'O' TO joueur-identifie
               END-IF
           END-IF.

       1860-LIRE-ELEVE.
           MOVE 'N' TO eleve-trouve.

           OPEN INPUT ELEVE-IX-FILE.

           MOVE eleve-id(ligne-j, cellule-j) TO EI-ELEVE-ID.
           READ ELEVE-IX-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF EI-STATUT NOT = 'P' AND EI-STATUT NOT = 'M'
                           AND (EI-SITE = SPACES
                                OR EI-SITE = PV-SITE-CODE)
                       MOVE 'O' TO eleve-trouve
                       MOVE EI-CLASSE
                           TO classe-eleve(ligne-j, cellule-j)
                   END-IF
           END-READ.

           CLOSE ELEVE-IX-FILE.

       1900-INSCRIRE-JOUEUR.
           IF prenom(ligne-j, cellule-j) = SPACES
                   OR nom(ligne-j, cellule-j) = SPACES
               DISPLAY io-invalide
           ELSE
               PERFORM VARYING idx-joueur FROM 1 BY 1
                       UNTIL idx-joueur > nb-inscrits
                   IF jr-tab-prenom(idx-joueur)
                           = prenom(ligne-j, cellule-j)
                           AND jr-tab-nom(idx-joueur)
                           = nom(ligne-j, cellule-j)
                           AND jr-tab-statut(idx-joueur) NOT = 'F'
                       DISPLAY "attention : homonyme deja inscrit "
                               "sous le numero "
                               jr-tab-joueur-id(idx-joueur)
                   END-IF
               END-PERFORM

               ADD 1 TO dernier-joueur-id
               MOVE dernier-joueur-id TO joueur-id(ligne-j, cellule-j)

               OPEN EXTEND JOUEUR-FILE
               MOVE SPACES TO JOUEUR-RECORD
               MOVE dernier-joueur-id TO JR-JOUEUR-ID
               MOVE prenom(ligne-j, cellule-j) TO JR-PRENOM
               MOVE nom(ligne-j, cellule-j) TO JR-NOM
               MOVE date-du-jour TO JR-DATE-INSCRIPTION
               MOVE 'A' TO JR-STATUT
               MOVE ZERO TO JR-FUSION-VERS
               MOVE eleve-id(ligne-j, cellule-j) TO JR-ELEVE-ID
               WRITE JOUEUR-RECORD
               CLOSE JOUEUR-FILE

               DISPLAY "votre numero de joueur : " dernier-joueur-id
               MOVE 'O' TO joueur-identifie
           END-IF.

       2000-ACCUEILLIR-JOUEUR.
           OPEN INPUT SCORE-IX-FILE.

           MOVE SPACES TO SCORE-IX-RECORD.
           MOVE joueur-id(1, 1) TO SI-JOUEUR-ID.
           MOVE ZERO TO SI-DATE.

           START SCORE-IX-FILE KEY >= SI-CLE
               READ SCORE-IX-FILE NEXT
                   AT END MOVE 'O' TO fin-retour
                   NOT AT END
                       IF SI-JOUEUR-ID = joueur-id(1, 1)
                           MOVE SI-DATE TO derniere-date-retour
                           MOVE SI-ESSAIS TO derniers-essais-retour
                       ELSE
                   MOVE 'limite de parties du jour atteinte'
                       TO JL-MESSAGE
                   MOVE 'A' TO JL-SEVERITE
                   MOVE 6001 TO JL-CODE
                   CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES
               END-IF
           END-IF.
                   AT END MOVE 'O' TO fin-parties-jour
                   NOT AT END
                       IF PJ-DATE = date-du-jour
                               AND PJ-JOUEUR-ID = profil-joueur-id
                           ADD 1 TO nb-parties-jour
                       END-IF
               END-READ
           MOVE date-du-jour TO PJ-DATE.
           MOVE profil-prenom TO PJ-PRENOM.
           MOVE profil-nom TO PJ-NOM.
           MOVE profil-joueur-id TO PJ-JOUEUR-ID.
           MOVE profil-eleve-id TO PJ-ELEVE-ID.
           MOVE profil-classe TO PJ-CLASSE.
           MOVE nb-essais TO PJ-ESSAIS.
           IF est-gagnee
               MOVE 'G' TO PJ-RESULTAT
           ELSE
               MOVE 'P' TO PJ-RESULTAT
           END-IF.
           WRITE PARTIE-JOUR-RECORD.

           CLOSE PARTIE-JOUR-FILE.
               MOVE nbEntrees TO JL-VALEUR
               MOVE 'saisie invalide' TO JL-MESSAGE
               MOVE 'A' TO JL-SEVERITE
               MOVE 6002 TO JL-CODE
               CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES
           ELSE
               PERFORM 3100-VERIFIER-OPERATEUR

           PERFORM 5500-IMPOSER-NIVEAU-TOURNOI.

           IF tournoi-handicap
               PERFORM 5600-CALCULER-HANDICAPS
           END-IF.

           PERFORM 7000-JOUER-MANCHE
               VARYING manche-courante FROM 1 BY 1
               UNTIL manche-courante > nb-manches.
               PERFORM 6500-LOCALISER-JOUEUR
               MOVE prenom(ligne-j, cellule-j) TO profil-prenom
               MOVE nom(ligne-j, cellule-j) TO profil-nom
               MOVE joueur-id(ligne-j, cellule-j) TO profil-joueur-id
               PERFORM 4700-CHERCHER-PROFIL
               MOVE ZERO TO tt-moyenne(joueur-courant)
               MOVE 'N' TO tt-avec-profil(joueur-courant)
               IF rang-profil > ZERO
                       AND pf-tab-parties(rang-profil) > ZERO
                   MOVE pf-tab-moyenne(rang-profil)
                       TO tt-moyenne(joueur-courant)
                   MOVE 'O' TO tt-avec-profil(joueur-courant)
               END-IF
               PERFORM 1300-CALCULER-NIVEAU-PROPOSE
               IF niveau-propose > niveau-impose
                   MOVE niveau-propose TO niveau-impose

           DISPLAY "niveau impose pour le tournoi : " niveau.

       5600-CALCULER-HANDICAPS.
           MOVE ZERO TO nb-avec-profil.
           MOVE 99.99 TO moyenne-reference.

           PERFORM VARYING joueur-courant FROM 1 BY 1
                   UNTIL joueur-courant > nb-joueurs
               IF tt-avec-profil(joueur-courant) = 'O'
                   ADD 1 TO nb-avec-profil
                   IF tt-moyenne(joueur-courant) < moyenne-reference
                       MOVE tt-moyenne(joueur-courant)
                           TO moyenne-reference
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING joueur-courant FROM 1 BY 1
                   UNTIL joueur-courant > nb-joueurs
               MOVE ZERO TO tt-handicap(joueur-courant)
               IF tt-avec-profil(joueur-courant) = 'O'
                   COMPUTE handicap-calcule =
                       (tt-moyenne(joueur-courant) - moyenne-reference)
                       * nb-manches
                   IF handicap-calcule > PV-TOURNOI-HANDICAP-MAX
                       MOVE PV-TOURNOI-HANDICAP-MAX
                           TO handicap-calcule
                   END-IF
                   MOVE handicap-calcule TO tt-handicap(joueur-courant)
               END-IF
               PERFORM 6500-LOCALISER-JOUEUR
               DISPLAY "handicap " prenom(ligne-j, cellule-j) " : "
                       tt-handicap(joueur-courant)
           END-PERFORM.

           IF nb-avec-profil = ZERO
               DISPLAY "aucun profil connu, tournoi joue sans handicap"
           END-IF.

       6000-INSCRIRE-JOUEUR.
           PERFORM 6500-LOCALISER-JOUEUR.
           MOVE 'N' TO joueur-identifie.
           PERFORM UNTIL est-joueur-identifie
               DISPLAY io-saisie-joueur
               ACCEPT io-saisie-joueur
               PERFORM 1800-IDENTIFIER-JOUEUR
           END-PERFORM.
           MOVE ZERO TO tt-essais(joueur-courant).
           MOVE ZERO TO tt-gagnees(joueur-courant).
           MOVE 'N' TO tt-classe(joueur-courant).
           MOVE ZERO TO tt-handicap(joueur-courant).
           MOVE ZERO TO tt-rang-brut(joueur-courant).

       6500-LOCALISER-JOUEUR.
           COMPUTE ligne-j = (joueur-courant - 1) / 5 + 1.

           MOVE prenom(ligne-j, cellule-j) TO profil-prenom.
           MOVE nom(ligne-j, cellule-j) TO profil-nom.
           MOVE joueur-id(ligne-j, cellule-j) TO profil-joueur-id.
           MOVE eleve-id(ligne-j, cellule-j) TO profil-eleve-id.
           MOVE classe-eleve(ligne-j, cellule-j) TO profil-classe.
           PERFORM 4500-METTRE-A-JOUR-PROFIL.

       8000-CLASSER-TOURNOI.
           PERFORM VARYING joueur-courant FROM 1 BY 1
                   UNTIL joueur-courant > nb-joueurs
               IF tt-essais(joueur-courant)
                       > tt-handicap(joueur-courant)
                   COMPUTE tt-net(joueur-courant) =
                       tt-essais(joueur-courant)
                       - tt-handicap(joueur-courant)
               ELSE
                   MOVE ZERO TO tt-net(joueur-courant)
               END-IF
           END-PERFORM.

           IF tournoi-handicap
               PERFORM VARYING rang-joueur FROM 1 BY 1
                       UNTIL rang-joueur > nb-joueurs
                   PERFORM 8600-TROUVER-MEILLEUR-BRUT
                   MOVE 'O' TO tt-classe(meilleur-joueur)
                   MOVE rang-joueur TO tt-rang-brut(meilleur-joueur)
               END-PERFORM
               PERFORM VARYING joueur-courant FROM 1 BY 1
                       UNTIL joueur-courant > nb-joueurs
                   MOVE 'N' TO tt-classe(joueur-courant)
               END-PERFORM
           END-IF.

           DISPLAY io-classement-titre.

           OPEN EXTEND TOURNOI-FILE.
               MOVE rang-joueur TO TR-RANG
               MOVE prenom(ligne-j, cellule-j) TO TR-PRENOM
               MOVE nom(ligne-j, cellule-j) TO TR-NOM
               MOVE tt-essais(meilleur-joueur) TO TR-ESSAIS
               IF tournoi-handicap
                   MOVE 'H' TO TR-MODE
                   MOVE tt-rang-brut(meilleur-joueur) TO TR-RANG-BRUT
               ELSE
                   MOVE 'S' TO TR-MODE
                   MOVE rang-joueur TO TR-RANG-BRUT
               END-IF
               MOVE tt-handicap(meilleur-joueur) TO TR-HANDICAP
               MOVE tt-net(meilleur-joueur) TO TR-NET
               MOVE joueur-id(ligne-j, cellule-j) TO TR-JOUEUR-ID
               WRITE TOURNOI-RECORD
           END-PERFORM.

           MOVE 999 TO meilleur-total.
           MOVE ZERO TO meilleur-gagnees.

           PERFORM VARYING joueur-courant FROM 1 BY 1
                   UNTIL joueur-courant > nb-joueurs
               IF tt-classe(joueur-courant) = 'N'
                       AND (tt-net(joueur-courant) < meilleur-total
                       OR (tt-net(joueur-courant) = meilleur-total
                       AND tt-gagnees(joueur-courant)
                           > meilleur-gagnees))
                   MOVE joueur-courant TO meilleur-joueur
                   MOVE tt-net(joueur-courant) TO meilleur-total
                   MOVE tt-gagnees(joueur-courant)
                       TO meilleur-gagnees
               END-IF
           END-PERFORM.

       8600-TROUVER-MEILLEUR-BRUT.
           MOVE ZERO TO meilleur-joueur.
           MOVE 999 TO meilleur-total.
           MOVE ZERO TO meilleur-gagnees.

           PERFORM VARYING joueur-courant FROM 1 BY 1
                   UNTIL joueur-courant > nb-joueurs
               IF tt-classe(joueur-courant) = 'N'
           MOVE nb-essais TO SC-ESSAIS.
           MOVE date-du-jour TO SC-DATE.
           MOVE niveau TO SC-NIVEAU.
           MOVE joueur-id(1, 1) TO SC-JOUEUR-ID.
           MOVE eleve-id(1, 1) TO SC-ELEVE-ID.
           MOVE classe-eleve(1, 1) TO SC-CLASSE.
           WRITE SCORE-RECORD.

           MOVE SPACES TO SCORE-TRAILER-RECORD.
           OPEN I-O SCORE-IX-FILE.

           MOVE SPACES TO SCORE-IX-RECORD.
           MOVE joueur-id(1, 1) TO SI-JOUEUR-ID.
           MOVE prenom(1, 1) TO SI-PRENOM.
           MOVE nom(1, 1) TO SI-NOM.
           MOVE date-du-jour TO SI-DATE.
                   ADD 1 TO nb-profils
                   MOVE nb-profils TO rang-profil
                   INITIALIZE profil-entry(rang-profil)
                   MOVE profil-joueur-id
                       TO pf-tab-joueur-id(rang-profil)
                   MOVE profil-prenom TO pf-tab-prenom(rang-profil)
                   MOVE profil-nom TO pf-tab-nom(rang-profil)
                   MOVE ZERO TO pf-tab-meilleur(rang-profil)
           END-IF.

           IF rang-profil > ZERO
               IF profil-eleve-id NOT = SPACES
                   MOVE profil-eleve-id TO pf-tab-eleve-id(rang-profil)
                   MOVE profil-classe TO pf-tab-classe(rang-profil)
               END-IF
               ADD 1 TO pf-tab-parties(rang-profil)
               ADD nb-essais TO pf-tab-total-essais(rang-profil)
               IF est-gagnee
                   NOT AT END
                       IF nb-profils < 100
                           ADD 1 TO nb-profils
                           MOVE PF-JOUEUR-ID
                               TO pf-tab-joueur-id(nb-profils)
                           MOVE PF-PRENOM
                               TO pf-tab-prenom(nb-profils)
                           MOVE PF-NOM TO pf-tab-nom(nb-profils)
                               TO pf-tab-premiere(nb-profils)
                           MOVE PF-DERNIERE-DATE
                               TO pf-tab-derniere(nb-profils)
                           MOVE PF-ELEVE-ID
                               TO pf-tab-eleve-id(nb-profils)
                           MOVE PF-CLASSE
                               TO pf-tab-classe(nb-profils)
                       ELSE
                           MOVE 'O' TO profils-sature
                       END-IF

           PERFORM VARYING idx-profil FROM 1 BY 1
                   UNTIL idx-profil > nb-profils
               IF pf-tab-joueur-id(idx-profil) = profil-joueur-id
                   MOVE idx-profil TO rang-profil
               END-IF
           END-PERFORM.
               MOVE SPACES TO PROFIL-RECORD
               MOVE pf-tab-prenom(idx-profil) TO PF-PRENOM
               MOVE pf-tab-nom(idx-profil) TO PF-NOM
               MOVE pf-tab-joueur-id(idx-profil) TO PF-JOUEUR-ID
               MOVE pf-tab-parties(idx-profil) TO PF-PARTIES
               MOVE pf-tab-victoires(idx-profil) TO PF-VICTOIRES
               MOVE pf-tab-defaites(idx-profil) TO PF-DEFAITES
               MOVE pf-tab-moyenne(idx-profil) TO PF-MOYENNE
               MOVE pf-tab-premiere(idx-profil) TO PF-PREMIERE-DATE
               MOVE pf-tab-derniere(idx-profil) TO PF-DERNIERE-DATE
               MOVE pf-tab-eleve-id(idx-profil) TO PF-ELEVE-ID
               MOVE pf-tab-classe(idx-profil) TO PF-CLASSE
               WRITE PROFIL-RECORD
           END-PERFORM.

