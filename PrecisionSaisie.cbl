       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECISION-SAISIE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY VSAISIEFC.

           SELECT PRECISION-FILE ASSIGN TO "PRECISION.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY VSAISIEFD.

       FD  PRECISION-FILE.
       01  PRECISION-ENTETE-RECORD.
           05  PR-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  PR-LIBELLE        PIC X(20).
           05  PR-DATE           PIC 9(8).

       01  PRECISION-PERIODE-RECORD.
           05  PP-LIBELLE        PIC X(20).
           05  PP-DEBUT          PIC 9(8).
           05  PP-LIAISON        PIC X(04).
           05  PP-FIN            PIC 9(8).

       01  PRECISION-TITRE-RECORD.
           05  PT-LIGNE          PIC X(80).

       01  PRECISION-OPERATEUR-RECORD.
           05  PO-OPERATEUR      PIC X(08).
           05  FILLER            PIC X(02).
           05  PO-SAISIS         PIC ZZZZ9.
           05  FILLER            PIC X(02).
           05  PO-ERREURS        PIC ZZZZ9.
           05  FILLER            PIC X(02).
           05  PO-TAUX           PIC ZZ9.99.
           05  FILLER            PIC X(02).
           05  PO-ERR-ELEVE      PIC ZZZ9.
           05  FILLER            PIC X(01).
           05  PO-ERR-SCORE      PIC ZZZ9.
           05  FILLER            PIC X(01).
           05  PO-ERR-CLASSE     PIC ZZZ9.
           05  FILLER            PIC X(01).
           05  PO-ERR-MATIERE    PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  PO-CONSTAT        PIC X(13).

       01  PRECISION-TENDANCE-RECORD.
           05  PN-MOIS           PIC 9(6).
           05  FILLER            PIC X(02).
           05  PN-SESSIONS       PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  PN-VERIFIES       PIC ZZZZ9.
           05  FILLER            PIC X(02).
           05  PN-ECARTS         PIC ZZZZ9.
           05  FILLER            PIC X(02).
           05  PN-TAUX           PIC ZZ9.99.

       01  PRECISION-TOTAL-RECORD.
           05  PS-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  PS-VALEUR         PIC ZZZ9.

       01  PRECISION-TAUX-RECORD.
           05  PX-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  PX-VALEUR         PIC ZZ9.99.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY DATECOM.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY JOURNALCOM.

       77  fin-verifs PIC X VALUE 'N'.
           88  toutes-verifs-lues VALUE 'O'.

       77  jour-du-jour PIC 9(7).
       77  jour-debut-semaine PIC 9(7).
       77  jour-session PIC 9(7).
       77  debut-semaine PIC 9(8).
       77  debut-mois PIC 9(8).
       77  mois-du-jour PIC 9(6).
       77  debut-periode PIC 9(8).

       77  operateur-cherche PIC X(08).
       77  passe-session PIC 9.
       77  periode PIC 9.

       77  nb-operateurs PIC 9(3) VALUE ZERO.
       77  idx-operateur PIC 9(3).
       77  rang-operateur PIC 9(3).
       77  operateurs-sature PIC X VALUE 'N'.
           88  operateurs-est-sature VALUE 'O'.
       01  operateur-table.
           05  operateur-entry OCCURS 50.
               10  op-code           PIC X(08).
               10  op-periode OCCURS 2.
                   15  op-saisis     PIC 9(5).
                   15  op-erreurs    PIC 9(5).
                   15  op-err-eleve  PIC 9(4).
                   15  op-err-score  PIC 9(4).
                   15  op-err-classe PIC 9(4).
                   15  op-err-matiere PIC 9(4).

       01  periode-table.
           05  periode-entry OCCURS 2.
               10  pe-sessions       PIC 9(4).
               10  pe-verifies       PIC 9(5).
               10  pe-ecarts         PIC 9(5).
               10  pe-non-imputes    PIC 9(5).
               10  pe-a-accompagner  PIC 9(3).

       77  idx-mois PIC 9.
       77  mois-calcul PIC 9(6).
       01  tendance-table.
           05  tendance-entry OCCURS 6.
               10  tn-mois           PIC 9(6).
               10  tn-sessions       PIC 9(4).
               10  tn-verifies       PIC 9(5).
               10  tn-ecarts         PIC 9(5).

       77  taux-calcule PIC 9(3)V99.
       77  nb-operateurs-signales PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           PERFORM 1000-FIXER-PERIODES.
           PERFORM 1100-DEPOUILLER-VERIFICATIONS.

           IF operateurs-est-sature
               DISPLAY "plus de 50 operateurs de saisie, "
                       "rapport partiel"
           END-IF.

           OPEN OUTPUT PRECISION-FILE.

           MOVE SPACES TO PRECISION-ENTETE-RECORD.
           MOVE SP-NOM TO PR-NOM-ATELIER.
           MOVE 'PRECISION DE SAISIE' TO PR-LIBELLE.
           MOVE date-du-jour TO PR-DATE.
           WRITE PRECISION-ENTETE-RECORD.

           MOVE 1 TO periode.
           MOVE debut-semaine TO debut-periode.
           PERFORM 2000-EDITER-PERIODE.

           MOVE 2 TO periode.
           MOVE debut-mois TO debut-periode.
           PERFORM 2000-EDITER-PERIODE.

           PERFORM 3000-EDITER-TENDANCE.

           CLOSE PRECISION-FILE.

           PERFORM 7500-ECRIRE-JOURNAL.

           DISPLAY "precision de saisie : " pe-sessions(2)
                   " verifications ce mois, " nb-operateurs-signales
                   " operateur(s) a accompagner".

           IF nb-operateurs-signales > ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-FIXER-PERIODES.
           COMPUTE jour-du-jour =
               FUNCTION INTEGER-OF-DATE(date-du-jour).
           COMPUTE jour-debut-semaine = jour-du-jour - 6.
           COMPUTE debut-semaine =
               FUNCTION DATE-OF-INTEGER(jour-debut-semaine).

           MOVE date-du-jour(1:6) TO mois-du-jour.
           COMPUTE debut-mois = mois-du-jour * 100 + 1.

           INITIALIZE periode-table.
           INITIALIZE tendance-table.

           MOVE mois-du-jour TO mois-calcul.
           PERFORM VARYING idx-mois FROM 6 BY -1 UNTIL idx-mois < 1
               MOVE mois-calcul TO tn-mois(idx-mois)
               IF mois-calcul(5:2) = '01'
                   SUBTRACT 89 FROM mois-calcul
               ELSE
                   SUBTRACT 1 FROM mois-calcul
               END-IF
           END-PERFORM.

       1100-DEPOUILLER-VERIFICATIONS.
           OPEN INPUT VERIF-SAISIE-FILE.

           PERFORM UNTIL toutes-verifs-lues
               READ VERIF-SAISIE-FILE
                   AT END MOVE 'O' TO fin-verifs
                   NOT AT END
                       IF VS-DATE NUMERIC AND VS-DATE > ZERO
                               AND VS-DATE <= date-du-jour
                           PERFORM 1200-CLASSER-SESSION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VERIF-SAISIE-FILE.

       1200-CLASSER-SESSION.
           IF VS-NB-VERIFIES NOT NUMERIC
               MOVE ZERO TO VS-NB-VERIFIES
           END-IF.
           IF VS-NB-ECARTS NOT NUMERIC
               MOVE ZERO TO VS-NB-ECARTS
           END-IF.

           PERFORM VARYING idx-mois FROM 1 BY 1 UNTIL idx-mois > 6
               IF tn-mois(idx-mois) = VS-DATE(1:6)
                   ADD 1 TO tn-sessions(idx-mois)
                   ADD VS-NB-VERIFIES TO tn-verifies(idx-mois)
                   ADD VS-NB-ECARTS TO tn-ecarts(idx-mois)
               END-IF
           END-PERFORM.

           COMPUTE jour-session = FUNCTION INTEGER-OF-DATE(VS-DATE).

           IF jour-session >= jour-debut-semaine
               MOVE 1 TO periode
               PERFORM 1300-CUMULER-SESSION
           END-IF.

           IF VS-DATE(1:6) = mois-du-jour
               MOVE 2 TO periode
               PERFORM 1300-CUMULER-SESSION
           END-IF.

       1300-CUMULER-SESSION.
           ADD 1 TO pe-sessions(periode).
           ADD VS-NB-VERIFIES TO pe-verifies(periode).
           ADD VS-NB-ECARTS TO pe-ecarts(periode).

           IF VS-ERREURS(1) NOT NUMERIC
                   OR VS-ERREURS(2) NOT NUMERIC
               ADD VS-NB-ECARTS TO pe-non-imputes(periode)
           END-IF.

           MOVE VS-OPERATEUR-1 TO operateur-cherche.
           MOVE 1 TO passe-session.
           PERFORM 1400-IMPUTER-OPERATEUR.

           MOVE VS-OPERATEUR-2 TO operateur-cherche.
           MOVE 2 TO passe-session.
           PERFORM 1400-IMPUTER-OPERATEUR.

       1400-IMPUTER-OPERATEUR.
           PERFORM 1500-CHERCHER-OPERATEUR.

           IF rang-operateur > ZERO
               ADD VS-NB-VERIFIES
                   TO op-saisis(rang-operateur, periode)
               IF VS-ERREURS(passe-session) NUMERIC
                   ADD VS-ERREURS(passe-session)
                       TO op-erreurs(rang-operateur, periode)
                   ADD VS-ERR-ELEVE(passe-session)
                       TO op-err-eleve(rang-operateur, periode)
                   ADD VS-ERR-SCORE(passe-session)
                       TO op-err-score(rang-operateur, periode)
                   ADD VS-ERR-CLASSE(passe-session)
                       TO op-err-classe(rang-operateur, periode)
                   ADD VS-ERR-MATIERE(passe-session)
                       TO op-err-matiere(rang-operateur, periode)
               END-IF
           END-IF.

       1500-CHERCHER-OPERATEUR.
           MOVE ZERO TO rang-operateur.

           IF operateur-cherche NOT = SPACES
               PERFORM VARYING idx-operateur FROM 1 BY 1
                       UNTIL idx-operateur > nb-operateurs
                   IF op-code(idx-operateur) = operateur-cherche
                       MOVE idx-operateur TO rang-operateur
                   END-IF
               END-PERFORM
               IF rang-operateur = ZERO
                   IF nb-operateurs < 50
                       ADD 1 TO nb-operateurs
                       MOVE nb-operateurs TO rang-operateur
                       INITIALIZE operateur-entry(rang-operateur)
                       MOVE operateur-cherche TO op-code(rang-operateur)
                   ELSE
                       MOVE 'O' TO operateurs-sature
                   END-IF
               END-IF
           END-IF.

       2000-EDITER-PERIODE.
           MOVE SPACES TO PT-LIGNE.
           WRITE PRECISION-TITRE-RECORD.

           MOVE SPACES TO PRECISION-PERIODE-RECORD.
           IF periode = 1
               MOVE 'SEMAINE DU' TO PP-LIBELLE
           ELSE
               MOVE 'MOIS DU' TO PP-LIBELLE
           END-IF.
           MOVE debut-periode TO PP-DEBUT.
           MOVE ' AU' TO PP-LIAISON.
           MOVE date-du-jour TO PP-FIN.
           WRITE PRECISION-PERIODE-RECORD.

           MOVE SPACES TO PT-LIGNE.
           MOVE 'OPERAT.' TO PT-LIGNE(1:7).
           MOVE 'SAISIS' TO PT-LIGNE(10:6).
           MOVE 'ERREUR' TO PT-LIGNE(17:6).
           MOVE 'TAUX %' TO PT-LIGNE(24:6).
           MOVE 'ELEV' TO PT-LIGNE(33:4).
           MOVE 'SCOR' TO PT-LIGNE(38:4).
           MOVE 'CLAS' TO PT-LIGNE(43:4).
           MOVE 'MATI' TO PT-LIGNE(48:4).
           WRITE PRECISION-TITRE-RECORD.

           PERFORM 2100-EDITER-OPERATEUR
               VARYING idx-operateur FROM 1 BY 1
               UNTIL idx-operateur > nb-operateurs.

           MOVE SPACES TO PRECISION-TOTAL-RECORD.
           MOVE 'SESSIONS VERIFIEES' TO PS-LIBELLE.
           MOVE pe-sessions(periode) TO PS-VALEUR.
           WRITE PRECISION-TOTAL-RECORD.

           MOVE SPACES TO PRECISION-TOTAL-RECORD.
           MOVE 'ENREGISTREMENTS VERIFIES' TO PS-LIBELLE.
           MOVE pe-verifies(periode) TO PS-VALEUR.
           WRITE PRECISION-TOTAL-RECORD.

           MOVE SPACES TO PRECISION-TOTAL-RECORD.
           MOVE 'ECARTS EN 2E PASSE' TO PS-LIBELLE.
           MOVE pe-ecarts(periode) TO PS-VALEUR.
           WRITE PRECISION-TOTAL-RECORD.

           MOVE SPACES TO PRECISION-TOTAL-RECORD.
           MOVE 'ECARTS NON IMPUTES' TO PS-LIBELLE.
           MOVE pe-non-imputes(periode) TO PS-VALEUR.
           WRITE PRECISION-TOTAL-RECORD.

           MOVE ZERO TO taux-calcule.
           IF pe-verifies(periode) > ZERO
               COMPUTE taux-calcule ROUNDED =
                   pe-ecarts(periode) * 100 / pe-verifies(periode)
           END-IF.
           MOVE SPACES TO PRECISION-TAUX-RECORD.
           MOVE 'TAUX D ECARTS %' TO PX-LIBELLE.
           MOVE taux-calcule TO PX-VALEUR.
           WRITE PRECISION-TAUX-RECORD.

           MOVE SPACES TO PRECISION-TOTAL-RECORD.
           MOVE 'OPERATEURS A ACCOMPAGNER' TO PS-LIBELLE.
           MOVE pe-a-accompagner(periode) TO PS-VALEUR.
           WRITE PRECISION-TOTAL-RECORD.

       2100-EDITER-OPERATEUR.
           IF op-saisis(idx-operateur, periode) > ZERO
               MOVE ZERO TO taux-calcule
               COMPUTE taux-calcule ROUNDED =
                   op-erreurs(idx-operateur, periode) * 100
                   / op-saisis(idx-operateur, periode)

               MOVE SPACES TO PRECISION-OPERATEUR-RECORD
               MOVE op-code(idx-operateur) TO PO-OPERATEUR
               MOVE op-saisis(idx-operateur, periode) TO PO-SAISIS
               MOVE op-erreurs(idx-operateur, periode) TO PO-ERREURS
               MOVE taux-calcule TO PO-TAUX
               MOVE op-err-eleve(idx-operateur, periode)
                   TO PO-ERR-ELEVE
               MOVE op-err-score(idx-operateur, periode)
                   TO PO-ERR-SCORE
               MOVE op-err-classe(idx-operateur, periode)
                   TO PO-ERR-CLASSE
               MOVE op-err-matiere(idx-operateur, periode)
                   TO PO-ERR-MATIERE
               IF taux-calcule > PV-SAISIE-TAUX-MAX
                   MOVE 'A ACCOMPAGNER' TO PO-CONSTAT
                   ADD 1 TO pe-a-accompagner(periode)
                   IF periode = 1
                       ADD 1 TO nb-operateurs-signales
                   END-IF
               END-IF
               WRITE PRECISION-OPERATEUR-RECORD
           END-IF.

       3000-EDITER-TENDANCE.
           MOVE SPACES TO PT-LIGNE.
           WRITE PRECISION-TITRE-RECORD.

           MOVE SPACES TO PT-LIGNE.
           MOVE 'TENDANCE SUR SIX MOIS' TO PT-LIGNE(1:21).
           WRITE PRECISION-TITRE-RECORD.

           MOVE SPACES TO PT-LIGNE.
           MOVE 'MOIS' TO PT-LIGNE(1:4).
           MOVE 'SESS' TO PT-LIGNE(9:4).
           MOVE 'VERIF' TO PT-LIGNE(15:5).
           MOVE 'ECART' TO PT-LIGNE(22:5).
           MOVE 'TAUX %' TO PT-LIGNE(29:6).
           WRITE PRECISION-TITRE-RECORD.

           PERFORM VARYING idx-mois FROM 1 BY 1 UNTIL idx-mois > 6
               MOVE ZERO TO taux-calcule
               IF tn-verifies(idx-mois) > ZERO
                   COMPUTE taux-calcule ROUNDED =
                       tn-ecarts(idx-mois) * 100
                       / tn-verifies(idx-mois)
               END-IF
               MOVE SPACES TO PRECISION-TENDANCE-RECORD
               MOVE tn-mois(idx-mois) TO PN-MOIS
               MOVE tn-sessions(idx-mois) TO PN-SESSIONS
               MOVE tn-verifies(idx-mois) TO PN-VERIFIES
               MOVE tn-ecarts(idx-mois) TO PN-ECARTS
               MOVE taux-calcule TO PN-TAUX
               WRITE PRECISION-TENDANCE-RECORD
           END-PERFORM.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'PRECISION-SA' TO JL-PROGRAMME.
           MOVE 'VS-NB-ECARTS' TO JL-CHAMP.
           MOVE nb-operateurs-signales TO JL-VALEUR.
           IF nb-operateurs-signales > ZERO
               MOVE 'A' TO JL-SEVERITE
               MOVE 1131 TO JL-CODE
               MOVE 'operateur de saisie au dela du seuil'
                   TO JL-MESSAGE
           ELSE
               MOVE 'I' TO JL-SEVERITE
               MOVE 1130 TO JL-CODE
               MOVE 'precision de saisie editee' TO JL-MESSAGE
           END-IF.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       END PROGRAM PRECISION-SAISIE.
