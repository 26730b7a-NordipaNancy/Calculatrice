       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVUE-ACCES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY REVACCFC.

           SELECT OPTIONAL OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL MOTPASSE-FILE ASSIGN TO "MOTSPASSE.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL LANCEMENT-FILE ASSIGN TO "LANCEMENTS.LOG"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT REVUE-FILE ASSIGN TO "REVUEACC.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY REVACCFD.

       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.
           05  OP-ID             PIC X(08).
           05  FILLER            PIC X(01).
           05  OP-PROGRAMME      PIC X(20).

       FD  MOTPASSE-FILE.
       01  MOTPASSE-RECORD.
           05  MP-ID             PIC X(08).
           05  FILLER            PIC X(01).
           05  MP-MOTPASSE       PIC X(08).
           05  FILLER            PIC X(01).
           05  MP-DATE-CHANGE    PIC 9(8).
           05  FILLER            PIC X(01).
           05  MP-NB-ECHECS      PIC 9(2).
           05  FILLER            PIC X(01).
           05  MP-VERROUILLE     PIC X(01).

       FD  LANCEMENT-FILE.
       01  LANCEMENT-RECORD.
           05  LA-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  LA-HEURE          PIC 9(8).
           05  FILLER            PIC X(01).
           05  LA-OPERATEUR      PIC X(08).
           05  FILLER            PIC X(01).
           05  LA-PROGRAMME      PIC X(20).
           05  FILLER            PIC X(01).
           05  LA-CODE           PIC 9(4).

       FD  REVUE-FILE.
       01  REVUE-ENTETE-RECORD.
           05  RE-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  RE-LIBELLE        PIC X(20).
           05  RE-DATE           PIC 9(8).
           05  FILLER            PIC X(02).
           05  RE-LIBELLE-JOURS  PIC X(08).
           05  RE-JOURS          PIC ZZ9.

       01  REVUE-OPERATEUR-RECORD.
           05  RP-LIBELLE        PIC X(10).
           05  RP-ID             PIC X(08).
           05  FILLER            PIC X(02).
           05  RP-ETAT           PIC X(12).
           05  FILLER            PIC X(02).
           05  RP-LIBELLE-ECHECS PIC X(08).
           05  RP-ECHECS         PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  RP-LIBELLE-REVEL  PIC X(12).
           05  RP-REVELATIONS    PIC ZZZ9.

       01  REVUE-AUTORISATION-RECORD.
           05  FILLER            PIC X(04).
           05  RQ-PROGRAMME      PIC X(20).
           05  FILLER            PIC X(02).
           05  RQ-DERNIER        PIC 9(8).
           05  FILLER            PIC X(02).
           05  RQ-JOURS          PIC ZZZZ9.
           05  FILLER            PIC X(02).
           05  RQ-MENTION        PIC X(12).

       01  REVUE-REVELATION-RECORD.
           05  FILLER            PIC X(04).
           05  RR-LIBELLE        PIC X(12).
           05  RR-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  RR-HEURE          PIC 9(8).
           05  FILLER            PIC X(02).
           05  RR-MENTION        PIC X(12).

       01  REVUE-TOTAL-RECORD.
           05  RT-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  RT-VALEUR         PIC ZZZZ9.

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       COPY DATECOM.
       COPY PARAMCOM.
       COPY SITECOM.

       77  fin-operateurs PIC X VALUE 'N'.
           88  tous-operateurs-lus VALUE 'O'.
       77  fin-motpasses PIC X VALUE 'N'.
           88  tous-motpasses-lus VALUE 'O'.
       77  fin-lancements PIC X VALUE 'N'.
           88  tous-lancements-lus VALUE 'O'.
       77  operateurs-sature PIC X VALUE 'N'.
           88  table-operateurs-saturee VALUE 'O'.
       77  autorisations-sature PIC X VALUE 'N'.
           88  table-autorisations-saturee VALUE 'O'.
       77  revelations-sature PIC X VALUE 'N'.
           88  table-revelations-saturee VALUE 'O'.

       77  nb-operateurs PIC 9(3) VALUE ZERO.
       77  idx-operateur PIC 9(3).
       77  rang-operateur PIC 9(3).
       77  nb-autorisations PIC 9(3) VALUE ZERO.
       77  idx-autorisation PIC 9(3).
       77  nb-revelations PIC 9(3) VALUE ZERO.
       77  idx-revelation PIC 9(3).

       77  jour-julien-courant PIC 9(7).
       77  jour-julien-limite PIC 9(7).
       77  jour-julien-date PIC 9(7).
       77  date-limite-revue PIC 9(8).
       77  jours-ecoules PIC 9(5).
       77  dernier-lancement PIC 9(8).
       77  heure-edition PIC 9(8).

       77  nb-inutilisees PIC 9(5) VALUE ZERO.
       77  nb-verrouilles PIC 9(5) VALUE ZERO.
       77  nb-expires PIC 9(5) VALUE ZERO.
       77  nb-sans-motpasse PIC 9(5) VALUE ZERO.
       77  nb-echecs-total PIC 9(5) VALUE ZERO.
       77  nb-echecs-inconnus PIC 9(5) VALUE ZERO.
       77  nb-revelations-refusees PIC 9(5) VALUE ZERO.
       77  nb-anomalies PIC 9(5) VALUE ZERO.

       01  operateurs-table.
           05  operateur-entry OCCURS 100.
               10  op-tab-id             PIC X(08).
               10  op-tab-dernier        PIC 9(8).
               10  op-tab-echecs         PIC 9(4).
               10  op-tab-revelations    PIC 9(4).
               10  op-tab-motpasse       PIC X(01).
               10  op-tab-date-change    PIC 9(8).
               10  op-tab-essais         PIC 9(2).
               10  op-tab-verrouille     PIC X(01).

       01  autorisations-table.
           05  autorisation-entry OCCURS 500.
               10  au-tab-rang           PIC 9(3).
               10  au-tab-programme      PIC X(20).
               10  au-tab-dernier        PIC 9(8).

       01  revelations-table.
           05  revelation-entry OCCURS 500.
               10  rv-tab-rang           PIC 9(3).
               10  rv-tab-date           PIC 9(8).
               10  rv-tab-heure          PIC 9(8).
               10  rv-tab-code           PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           ACCEPT heure-edition FROM TIME.

           COMPUTE jour-julien-courant =
               FUNCTION INTEGER-OF-DATE(date-du-jour).
           COMPUTE jour-julien-limite =
               jour-julien-courant - PV-REVUE-INUTIL-JOURS.
           COMPUTE date-limite-revue =
               FUNCTION DATE-OF-INTEGER(jour-julien-limite).

           PERFORM 1000-CHARGER-OPERATEURS.

           IF nb-operateurs = ZERO
               DISPLAY "aucun operateur declare, revue non editee"
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-CHARGER-MOTPASSES.
           PERFORM 1200-CHARGER-LANCEMENTS.

           OPEN OUTPUT REVUE-FILE.

           MOVE SPACES TO REVUE-ENTETE-RECORD.
           MOVE SP-NOM TO RE-NOM-ATELIER.
           MOVE 'REVUE DES ACCES' TO RE-LIBELLE.
           MOVE date-du-jour TO RE-DATE.
           MOVE 'PERIODE' TO RE-LIBELLE-JOURS.
           MOVE PV-REVUE-INUTIL-JOURS TO RE-JOURS.
           WRITE REVUE-ENTETE-RECORD.

           PERFORM VARYING idx-operateur FROM 1 BY 1
                   UNTIL idx-operateur > nb-operateurs
               PERFORM 2000-EDITER-OPERATEUR
           END-PERFORM.

           PERFORM 5000-ECRIRE-TOTAUX.

           CLOSE REVUE-FILE.

           PERFORM 6000-ENREGISTRER-REVUE.
           PERFORM 7500-ECRIRE-JOURNAL.

           DISPLAY "revue des acces editee : " nb-autorisations
                   " autorisations, " nb-anomalies " anomalies".

           IF nb-anomalies > ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-CHARGER-OPERATEURS.
           OPEN INPUT OPERATEUR-FILE.

           PERFORM UNTIL tous-operateurs-lus
               READ OPERATEUR-FILE
                   AT END MOVE 'O' TO fin-operateurs
                   NOT AT END
                       IF OP-ID NOT = SPACES
                           MOVE OP-ID TO LA-OPERATEUR
                           PERFORM 1050-RECHERCHER-OPERATEUR
                           IF rang-operateur = ZERO
                               PERFORM 1010-AJOUTER-OPERATEUR
                           END-IF
                           IF rang-operateur > ZERO
                               PERFORM 1020-AJOUTER-AUTORISATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERATEUR-FILE.

       1010-AJOUTER-OPERATEUR.
           IF nb-operateurs < 100
               ADD 1 TO nb-operateurs
               MOVE nb-operateurs TO rang-operateur
               MOVE OP-ID TO op-tab-id(rang-operateur)
               MOVE ZERO TO op-tab-dernier(rang-operateur)
               MOVE ZERO TO op-tab-echecs(rang-operateur)
               MOVE ZERO TO op-tab-revelations(rang-operateur)
               MOVE 'N' TO op-tab-motpasse(rang-operateur)
               MOVE ZERO TO op-tab-date-change(rang-operateur)
               MOVE ZERO TO op-tab-essais(rang-operateur)
               MOVE 'N' TO op-tab-verrouille(rang-operateur)
           ELSE
               IF NOT table-operateurs-saturee
                   DISPLAY "table des operateurs saturee, "
                           "operateurs suivants ignores"
               END-IF
               MOVE 'O' TO operateurs-sature
           END-IF.

       1020-AJOUTER-AUTORISATION.
           IF nb-autorisations < 500
               ADD 1 TO nb-autorisations
               MOVE rang-operateur TO au-tab-rang(nb-autorisations)
               MOVE OP-PROGRAMME TO au-tab-programme(nb-autorisations)
               MOVE ZERO TO au-tab-dernier(nb-autorisations)
           ELSE
               IF NOT table-autorisations-saturee
                   DISPLAY "table des autorisations saturee, "
                           "autorisations suivantes ignorees"
               END-IF
               MOVE 'O' TO autorisations-sature
           END-IF.

       1050-RECHERCHER-OPERATEUR.
           MOVE ZERO TO rang-operateur.

           PERFORM VARYING idx-operateur FROM 1 BY 1
                   UNTIL idx-operateur > nb-operateurs
                       OR rang-operateur > ZERO
               IF op-tab-id(idx-operateur) = LA-OPERATEUR
                   MOVE idx-operateur TO rang-operateur
               END-IF
           END-PERFORM.

       1100-CHARGER-MOTPASSES.
           OPEN INPUT MOTPASSE-FILE.

           PERFORM UNTIL tous-motpasses-lus
               READ MOTPASSE-FILE
                   AT END MOVE 'O' TO fin-motpasses
                   NOT AT END
                       MOVE MP-ID TO LA-OPERATEUR
                       PERFORM 1050-RECHERCHER-OPERATEUR
                       IF rang-operateur > ZERO
                           MOVE 'O' TO op-tab-motpasse(rang-operateur)
                           MOVE MP-DATE-CHANGE
                               TO op-tab-date-change(rang-operateur)
                           MOVE MP-NB-ECHECS
                               TO op-tab-essais(rang-operateur)
                           MOVE MP-VERROUILLE
                               TO op-tab-verrouille(rang-operateur)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MOTPASSE-FILE.

       1200-CHARGER-LANCEMENTS.
           OPEN INPUT LANCEMENT-FILE.

           PERFORM UNTIL tous-lancements-lus
               READ LANCEMENT-FILE
                   AT END MOVE 'O' TO fin-lancements
                   NOT AT END
                       PERFORM 1050-RECHERCHER-OPERATEUR
                       PERFORM 1210-TRAITER-LANCEMENT
               END-READ
           END-PERFORM.

           CLOSE LANCEMENT-FILE.

       1210-TRAITER-LANCEMENT.
           EVALUATE TRUE
               WHEN LA-PROGRAMME = 'SIGNON REFUSE'
                   IF LA-DATE >= date-limite-revue
                       ADD 1 TO nb-echecs-total
                       IF rang-operateur > ZERO
                           ADD 1 TO op-tab-echecs(rang-operateur)
                       ELSE
                           ADD 1 TO nb-echecs-inconnus
                       END-IF
                   END-IF
               WHEN LA-PROGRAMME = 'REVELATION'
                   IF LA-DATE >= date-limite-revue
                           AND rang-operateur > ZERO
                       PERFORM 1220-AJOUTER-REVELATION
                   END-IF
               WHEN rang-operateur > ZERO
                   IF LA-DATE > op-tab-dernier(rang-operateur)
                       MOVE LA-DATE TO op-tab-dernier(rang-operateur)
                   END-IF
                   PERFORM VARYING idx-autorisation FROM 1 BY 1
                           UNTIL idx-autorisation > nb-autorisations
                       IF au-tab-rang(idx-autorisation) = rang-operateur
                           AND au-tab-programme(idx-autorisation)
                               = LA-PROGRAMME
                           AND LA-DATE
                               > au-tab-dernier(idx-autorisation)
                           MOVE LA-DATE
                               TO au-tab-dernier(idx-autorisation)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       1220-AJOUTER-REVELATION.
           ADD 1 TO op-tab-revelations(rang-operateur).

           IF LA-CODE NOT = ZERO
               ADD 1 TO nb-revelations-refusees
           END-IF.

           IF nb-revelations < 500
               ADD 1 TO nb-revelations
               MOVE rang-operateur TO rv-tab-rang(nb-revelations)
               MOVE LA-DATE TO rv-tab-date(nb-revelations)
               MOVE LA-HEURE TO rv-tab-heure(nb-revelations)
               MOVE LA-CODE TO rv-tab-code(nb-revelations)
           ELSE
               IF NOT table-revelations-saturee
                   DISPLAY "table des revelations saturee, "
                           "detail incomplet"
               END-IF
               MOVE 'O' TO revelations-sature
           END-IF.

       2000-EDITER-OPERATEUR.
           MOVE SPACES TO REVUE-OPERATEUR-RECORD.
           MOVE 'OPERATEUR' TO RP-LIBELLE.
           MOVE op-tab-id(idx-operateur) TO RP-ID.
           PERFORM 2100-DETERMINER-ETAT.
           MOVE 'ECHECS' TO RP-LIBELLE-ECHECS.
           MOVE op-tab-echecs(idx-operateur) TO RP-ECHECS.
           MOVE 'REVELATIONS' TO RP-LIBELLE-REVEL.
           MOVE op-tab-revelations(idx-operateur) TO RP-REVELATIONS.
           WRITE REVUE-OPERATEUR-RECORD.

           PERFORM VARYING idx-autorisation FROM 1 BY 1
                   UNTIL idx-autorisation > nb-autorisations
               IF au-tab-rang(idx-autorisation) = idx-operateur
                   PERFORM 2200-EDITER-AUTORISATION
               END-IF
           END-PERFORM.

           PERFORM VARYING idx-revelation FROM 1 BY 1
                   UNTIL idx-revelation > nb-revelations
               IF rv-tab-rang(idx-revelation) = idx-operateur
                   PERFORM 2300-EDITER-REVELATION
               END-IF
           END-PERFORM.

       2100-DETERMINER-ETAT.
           EVALUATE TRUE
               WHEN op-tab-motpasse(idx-operateur) = 'N'
                   MOVE 'SANS MDP' TO RP-ETAT
                   ADD 1 TO nb-sans-motpasse
                   ADD 1 TO nb-anomalies
               WHEN op-tab-verrouille(idx-operateur) = 'O'
                   MOVE 'VERROUILLE' TO RP-ETAT
                   ADD 1 TO nb-verrouilles
                   ADD 1 TO nb-anomalies
               WHEN op-tab-date-change(idx-operateur) = ZERO
                   MOVE 'MDP EXPIRE' TO RP-ETAT
                   ADD 1 TO nb-expires
                   ADD 1 TO nb-anomalies
               WHEN OTHER
                   COMPUTE jour-julien-date = FUNCTION INTEGER-OF-DATE
                       (op-tab-date-change(idx-operateur))
                   IF jour-julien-courant - jour-julien-date
                           > PV-MDP-VALIDITE-JOURS
                       MOVE 'MDP EXPIRE' TO RP-ETAT
                       ADD 1 TO nb-expires
                       ADD 1 TO nb-anomalies
                   ELSE
                       MOVE 'ACTIF' TO RP-ETAT
                   END-IF
           END-EVALUATE.

       2200-EDITER-AUTORISATION.
           MOVE SPACES TO REVUE-AUTORISATION-RECORD.
           MOVE au-tab-programme(idx-autorisation) TO RQ-PROGRAMME.

           IF au-tab-programme(idx-autorisation) = '*'
               MOVE op-tab-dernier(idx-operateur) TO dernier-lancement
           ELSE
               MOVE au-tab-dernier(idx-autorisation)
                   TO dernier-lancement
           END-IF.

           MOVE dernier-lancement TO RQ-DERNIER.

           IF dernier-lancement = ZERO
               MOVE 'JAMAIS LANCE' TO RQ-MENTION
               ADD 1 TO nb-inutilisees
               ADD 1 TO nb-anomalies
           ELSE
               COMPUTE jour-julien-date =
                   FUNCTION INTEGER-OF-DATE(dernier-lancement)
               COMPUTE jours-ecoules =
                   jour-julien-courant - jour-julien-date
               MOVE jours-ecoules TO RQ-JOURS
               IF dernier-lancement < date-limite-revue
                   MOVE 'INUTILISEE' TO RQ-MENTION
                   ADD 1 TO nb-inutilisees
                   ADD 1 TO nb-anomalies
               END-IF
           END-IF.

           WRITE REVUE-AUTORISATION-RECORD.

       2300-EDITER-REVELATION.
           MOVE SPACES TO REVUE-REVELATION-RECORD.
           MOVE 'REVELATION' TO RR-LIBELLE.
           MOVE rv-tab-date(idx-revelation) TO RR-DATE.
           MOVE rv-tab-heure(idx-revelation) TO RR-HEURE.

           IF rv-tab-code(idx-revelation) = ZERO
               MOVE 'ACCORDEE' TO RR-MENTION
           ELSE
               MOVE 'REFUSEE' TO RR-MENTION
           END-IF.

           WRITE REVUE-REVELATION-RECORD.

       5000-ECRIRE-TOTAUX.
           MOVE SPACES TO REVUE-TOTAL-RECORD.
           MOVE 'OPERATEURS' TO RT-LIBELLE.
           MOVE nb-operateurs TO RT-VALEUR.
           WRITE REVUE-TOTAL-RECORD.

           MOVE 'AUTORISATIONS' TO RT-LIBELLE.
           MOVE nb-autorisations TO RT-VALEUR.
           WRITE REVUE-TOTAL-RECORD.

           MOVE 'AUTORIS. INUTILISEES' TO RT-LIBELLE.
           MOVE nb-inutilisees TO RT-VALEUR.
           WRITE REVUE-TOTAL-RECORD.

           MOVE 'COMPTES VERROUILLES' TO RT-LIBELLE.
           MOVE nb-verrouilles TO RT-VALEUR.
           WRITE REVUE-TOTAL-RECORD.

           MOVE 'MOTS DE PASSE EXPIRES' TO RT-LIBELLE.
           MOVE nb-expires TO RT-VALEUR.
           WRITE REVUE-TOTAL-RECORD.

           MOVE 'COMPTES SANS MOT PASSE' TO RT-LIBELLE.
           MOVE nb-sans-motpasse TO RT-VALEUR.
           WRITE REVUE-TOTAL-RECORD.

           MOVE 'ECHECS DE CONNEXION' TO RT-LIBELLE.
           MOVE nb-echecs-total TO RT-VALEUR.
           WRITE REVUE-TOTAL-RECORD.

           MOVE 'ECHECS OPERATEUR INCONNU' TO RT-LIBELLE.
           MOVE nb-echecs-inconnus TO RT-VALEUR.
           WRITE REVUE-TOTAL-RECORD.

           MOVE 'REVELATIONS' TO RT-LIBELLE.
           MOVE nb-revelations TO RT-VALEUR.
           WRITE REVUE-TOTAL-RECORD.

           MOVE 'REVELATIONS REFUSEES' TO RT-LIBELLE.
           MOVE nb-revelations-refusees TO RT-VALEUR.
           WRITE REVUE-TOTAL-RECORD.

       6000-ENREGISTRER-REVUE.
           OPEN EXTEND REVUE-ACCES-FILE.

           MOVE SPACES TO REVUE-ACCES-RECORD.
           MOVE date-du-jour TO RA-DATE-EDITION.
           MOVE heure-edition TO RA-HEURE-EDITION.
           MOVE nb-autorisations TO RA-NB-AUTORISATIONS.
           MOVE nb-anomalies TO RA-NB-ANOMALIES.
           MOVE 'E' TO RA-STATUT.
           MOVE ZERO TO RA-DATE-SIGNATURE.
           MOVE ZERO TO RA-HEURE-SIGNATURE.
           WRITE REVUE-ACCES-RECORD.

           CLOSE REVUE-ACCES-FILE.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           IF nb-anomalies > ZERO
               MOVE 'A' TO JL-SEVERITE
           ELSE
               MOVE 'I' TO JL-SEVERITE
           END-IF.
           MOVE 'REVUE-ACCES' TO JL-PROGRAMME.
           MOVE 7010 TO JL-CODE.
           MOVE 'RA-NB-ANOMALIES' TO JL-CHAMP.
           MOVE nb-anomalies TO JL-VALEUR.
           MOVE 'revue des acces editee, a signer' TO JL-MESSAGE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       END PROGRAM REVUE-ACCES.
