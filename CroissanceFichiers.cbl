       IDENTIFICATION DIVISION.
       PROGRAM-ID. CROISSANCE-FICHIERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY VOLUMEFC.
       COPY ALERTEFC.

           SELECT CROISSANCE-FILE ASSIGN TO "CROISSANCE.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY VOLUMEFD.
       COPY ALERTEFD.

       FD  CROISSANCE-FILE.
       01  CF-ENTETE-RECORD.
           05  CF-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  CF-LIBELLE        PIC X(20).
           05  CF-DATE           PIC 9(8).

       01  CF-TITRE-RECORD.
           05  CT-LIGNE          PIC X(112).

       01  CF-LIGNE-RECORD.
           05  CL-FICHIER        PIC X(20).
           05  FILLER            PIC X(02).
           05  CL-NB-ACTUEL      PIC ZZZZZZ9.
           05  FILLER            PIC X(02).
           05  CL-EVOL-SEMAINE   PIC -ZZZZZ9.
           05  FILLER            PIC X(02).
           05  CL-TENDANCE       PIC -ZZZZ9.
           05  FILLER            PIC X(02).
           05  CL-LIMITE         PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER            PIC X(02).
           05  CL-PROGRAMME      PIC X(20).
           05  FILLER            PIC X(02).
           05  CL-JOURS          PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER            PIC X(02).
           05  CL-DATE-LIMITE    PIC X(08).
           05  FILLER            PIC X(02).
           05  CL-CONSTAT        PIC X(16).

       01  CF-TOTAL-RECORD.
           05  CX-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  CX-VALEUR         PIC ZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY DATECOM.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY JOURNALCOM.

       77  fin-volumes PIC X VALUE 'N'.
           88  tous-volumes-lus VALUE 'O'.
       77  fin-alertes PIC X VALUE 'N'.
           88  toutes-alertes-lues VALUE 'O'.

       77  nb-volumes PIC 9(3) VALUE ZERO.
       77  idx-volume PIC 9(3).
       77  rang-volume PIC 9(3).
       77  volumes-sature PIC X VALUE 'N'.
           88  volumes-satures VALUE 'O'.
       01  volume-table.
           05  volume-entry OCCURS 200.
               10  vl-tab-fichier      PIC X(20).
               10  vl-tab-date-debut   PIC 9(8).
               10  vl-tab-nb-debut     PIC 9(7).
               10  vl-tab-date-semaine PIC 9(8).
               10  vl-tab-nb-semaine   PIC 9(7).
               10  vl-tab-date-dernier PIC 9(8).
               10  vl-tab-nb-dernier   PIC 9(7).

       01  capacites-connues.
           05  FILLER PIC X(20) VALUE 'PROFILS.DAT'.
           05  FILLER PIC X(20) VALUE 'PlusOuMoins'.
           05  FILLER PIC 9(5) VALUE 100.
           05  FILLER PIC X(20) VALUE 'JOUEURS.DAT'.
           05  FILLER PIC X(20) VALUE 'PlusOuMoins'.
           05  FILLER PIC 9(5) VALUE 1000.
           05  FILLER PIC X(20) VALUE 'CREDITS.DAT'.
           05  FILLER PIC X(20) VALUE 'MON-PROGRAM'.
           05  FILLER PIC 9(5) VALUE 2000.
           05  FILLER PIC X(20) VALUE 'HOLIDAYS.DAT'.
           05  FILLER PIC X(20) VALUE 'GERER-FERIES'.
           05  FILLER PIC 9(5) VALUE 300.
           05  FILLER PIC X(20) VALUE 'ENVOIS.DAT'.
           05  FILLER PIC X(20) VALUE 'TRAITER-ACCUSES'.
           05  FILLER PIC 9(5) VALUE 500.
           05  FILLER PIC X(20) VALUE 'SURVEIL.DAT'.
           05  FILLER PIC X(20) VALUE 'SURVEIL-ECHECS'.
           05  FILLER PIC 9(5) VALUE 500.
           05  FILLER PIC X(20) VALUE 'CONTACTS.DAT'.
           05  FILLER PIC X(20) VALUE 'MAJ-CONTACTS'.
           05  FILLER PIC 9(5) VALUE 1000.
           05  FILLER PIC X(20) VALUE 'ENSEIGNANTS.DAT'.
           05  FILLER PIC X(20) VALUE 'MAJ-ENSEIGNANTS'.
           05  FILLER PIC 9(5) VALUE 200.
           05  FILLER PIC X(20) VALUE 'AFFECTATIONS.DAT'.
           05  FILLER PIC X(20) VALUE 'MAJ-ENSEIGNANTS'.
           05  FILLER PIC 9(5) VALUE 500.
           05  FILLER PIC X(20) VALUE 'MODIFATT.DAT'.
           05  FILLER PIC X(20) VALUE 'VALIDER-MODIFS'.
           05  FILLER PIC 9(5) VALUE 500.
           05  FILLER PIC X(20) VALUE 'PLANEVAL.DAT'.
           05  FILLER PIC X(20) VALUE 'MAJ-PLAN-EVAL'.
           05  FILLER PIC 9(5) VALUE 500.
           05  FILLER PIC X(20) VALUE 'ATTENTE.DAT'.
           05  FILLER PIC X(20) VALUE 'PLACES-CLASSE'.
           05  FILLER PIC 9(5) VALUE 500.
           05  FILLER PIC X(20) VALUE 'ABSENCES.DAT'.
           05  FILLER PIC X(20) VALUE 'MAJ-ABSENCES'.
           05  FILLER PIC 9(5) VALUE 3000.
           05  FILLER PIC X(20) VALUE 'APPELS.DAT'.
           05  FILLER PIC X(20) VALUE 'MAJ-APPELS'.
           05  FILLER PIC 9(5) VALUE 500.
           05  FILLER PIC X(20) VALUE 'DECISIONS.DAT'.
           05  FILLER PIC X(20) VALUE 'MAJ-DECISIONS'.
           05  FILLER PIC 9(5) VALUE 999.
           05  FILLER PIC X(20) VALUE 'SUSPECTS.DAT'.
           05  FILLER PIC X(20) VALUE 'MAJ-RETENUES'.
           05  FILLER PIC 9(5) VALUE 2000.
           05  FILLER PIC X(20) VALUE 'FACTURES.DAT'.
           05  FILLER PIC X(20) VALUE 'ANNULER-FACTURATION'.
           05  FILLER PIC 9(5) VALUE 2000.
           05  FILLER PIC X(20) VALUE 'ELEVHIST.DAT'.
           05  FILLER PIC X(20) VALUE 'ANONYMISER-SORTANTS'.
           05  FILLER PIC 9(5) VALUE 2000.
           05  FILLER PIC X(20) VALUE 'VALIDATIONS.DAT'.
           05  FILLER PIC X(20) VALUE 'SIGNER-NOTES'.
           05  FILLER PIC 9(5) VALUE 2000.
           05  FILLER PIC X(20) VALUE 'ALERTES.DAT'.
           05  FILLER PIC X(20) VALUE 'GERER-ALERTES'.
           05  FILLER PIC 9(5) VALUE 200.
           05  FILLER PIC X(20) VALUE 'ELEVES.DAT'.
           05  FILLER PIC X(20) VALUE 'TRANSFERT-CLASSE'.
           05  FILLER PIC 9(5) VALUE 500.
           05  FILLER PIC X(20) VALUE 'PARAMETRES.DAT'.
           05  FILLER PIC X(20) VALUE 'MAJ-PARAMS'.
           05  FILLER PIC 9(5) VALUE 100.
           05  FILLER PIC X(20) VALUE 'PROGRAMMES.CAT'.
           05  FILLER PIC X(20) VALUE 'MENU-PRINCIPAL'.
           05  FILLER PIC 9(5) VALUE 200.
           05  FILLER PIC X(20) VALUE 'TRANSFERTS.DAT'.
           05  FILLER PIC X(20) VALUE 'TRANSFERT-CLASSE'.
           05  FILLER PIC 9(5) VALUE 200.
       01  capacites-connues-redef REDEFINES capacites-connues.
           05  capacite-entry OCCURS 24.
               10  cp-fichier        PIC X(20).
               10  cp-programme      PIC X(20).
               10  cp-limite         PIC 9(5).
       77  idx-capacite PIC 9(2).
       77  rang-capacite PIC 9(2).

       77  nb-alertes-connues PIC 9(3) VALUE ZERO.
       77  idx-alerte PIC 9(3).
       01  alerte-connue-table.
           05  alerte-connue OCCURS 500 PIC X(40).

       77  message-alerte PIC X(40).
       77  heure-alerte PIC 9(8).
       77  alerte-existante PIC X VALUE 'N'.
           88  alerte-deja-levee VALUE 'O'.

       77  jour-du-jour PIC 9(8).
       77  debut-fenetre PIC 9(8).
       77  date-semaine PIC 9(8).
       77  jour-debut PIC 9(8).
       77  jour-dernier PIC 9(8).
       77  nb-jours-mesure PIC 9(5).
       77  evolution-semaine PIC S9(7).
       77  croissance-jour PIC S9(5)V9(4).
       77  tendance-semaine PIC S9(6).
       77  jours-restants PIC 9(7).
       77  date-limite PIC 9(8).
       77  limite-editee PIC 9(5).
       77  constat PIC X(16).

       77  nb-fichiers-suivis PIC 9(4) VALUE ZERO.
       77  nb-avec-limite PIC 9(4) VALUE ZERO.
       77  nb-limites-atteintes PIC 9(4) VALUE ZERO.
       77  nb-a-surveiller PIC 9(4) VALUE ZERO.
       77  nb-alertes-levees PIC 9(4) VALUE ZERO.
       77  nb-deja-signalees PIC 9(4) VALUE ZERO.
       77  nb-a-surveiller-total PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           COMPUTE jour-du-jour =
               FUNCTION INTEGER-OF-DATE(date-du-jour).
           COMPUTE debut-fenetre =
               FUNCTION DATE-OF-INTEGER(jour-du-jour - 28).
           COMPUTE date-semaine =
               FUNCTION DATE-OF-INTEGER(jour-du-jour - 7).

           PERFORM 1000-CHARGER-VOLUMES.

           IF volumes-satures
               DISPLAY "historique au dela de 200 fichiers, "
                       "rapport partiel"
           END-IF.

           PERFORM 1100-CHARGER-ALERTES.

           OPEN OUTPUT CROISSANCE-FILE.

           MOVE SPACES TO CF-ENTETE-RECORD.
           MOVE SP-NOM TO CF-NOM-ATELIER.
           MOVE 'CROISSANCE FICHIERS' TO CF-LIBELLE.
           MOVE date-du-jour TO CF-DATE.
           WRITE CF-ENTETE-RECORD.

           MOVE SPACES TO CF-TITRE-RECORD.
           MOVE 'FICHIER' TO CT-LIGNE(1:7).
           MOVE 'ACTUEL' TO CT-LIGNE(24:6).
           MOVE '7 JOURS' TO CT-LIGNE(32:7).
           MOVE '/SEM.' TO CT-LIGNE(42:5).
           MOVE 'LIMITE' TO CT-LIGNE(49:6).
           MOVE 'PROGRAMME' TO CT-LIGNE(56:9).
           MOVE 'JOURS' TO CT-LIGNE(78:5).
           MOVE 'ATTEINTE' TO CT-LIGNE(85:8).
           MOVE 'CONSTAT' TO CT-LIGNE(95:7).
           WRITE CF-TITRE-RECORD.

           PERFORM VARYING idx-volume FROM 1 BY 1
                   UNTIL idx-volume > nb-volumes
               PERFORM 2000-EXAMINER-FICHIER
           END-PERFORM.

           PERFORM 8000-IMPRIMER-TOTAUX.

           CLOSE CROISSANCE-FILE.

           PERFORM 7500-ECRIRE-JOURNAL.

           DISPLAY "croissance des fichiers : " nb-fichiers-suivis
                   " suivis, " nb-a-surveiller " proches de la limite, "
                   nb-limites-atteintes " a la limite".

           IF nb-a-surveiller > ZERO OR nb-limites-atteintes > ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-CHARGER-VOLUMES.
           OPEN INPUT VOLUME-FILE.

           PERFORM UNTIL tous-volumes-lus
               READ VOLUME-FILE
                   AT END MOVE 'O' TO fin-volumes
                   NOT AT END
                       IF VO-DATE NUMERIC AND VO-NB-ENREGS NUMERIC
                               AND VO-DATE NOT < debut-fenetre
                               AND VO-DATE NOT > date-du-jour
                           PERFORM 1050-RETENIR-VOLUME
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VOLUME-FILE.

       1050-RETENIR-VOLUME.
           MOVE ZERO TO rang-volume.

           PERFORM VARYING idx-volume FROM 1 BY 1
                   UNTIL idx-volume > nb-volumes
               IF vl-tab-fichier(idx-volume) = VO-FICHIER
                   MOVE idx-volume TO rang-volume
               END-IF
           END-PERFORM.

           IF rang-volume = ZERO
               IF nb-volumes < 200
                   ADD 1 TO nb-volumes
                   MOVE nb-volumes TO rang-volume
                   MOVE VO-FICHIER TO vl-tab-fichier(rang-volume)
                   MOVE VO-DATE TO vl-tab-date-debut(rang-volume)
                   MOVE VO-NB-ENREGS TO vl-tab-nb-debut(rang-volume)
                   MOVE ZERO TO vl-tab-date-semaine(rang-volume)
                   MOVE ZERO TO vl-tab-nb-semaine(rang-volume)
               ELSE
                   MOVE 'O' TO volumes-sature
               END-IF
           END-IF.

           IF rang-volume > ZERO
               IF VO-DATE NOT > date-semaine
                   MOVE VO-DATE TO vl-tab-date-semaine(rang-volume)
                   MOVE VO-NB-ENREGS TO vl-tab-nb-semaine(rang-volume)
               END-IF
               MOVE VO-DATE TO vl-tab-date-dernier(rang-volume)
               MOVE VO-NB-ENREGS TO vl-tab-nb-dernier(rang-volume)
           END-IF.

       1100-CHARGER-ALERTES.
           OPEN INPUT ALERTE-FILE.

           PERFORM UNTIL toutes-alertes-lues
               READ ALERTE-FILE
                   AT END MOVE 'O' TO fin-alertes
                   NOT AT END
                       IF AL-PROGRAMME = 'CROISSANCE-FICHIERS'
                               AND nb-alertes-connues < 500
                           ADD 1 TO nb-alertes-connues
                           MOVE AL-MESSAGE
                               TO alerte-connue(nb-alertes-connues)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ALERTE-FILE.

       2000-EXAMINER-FICHIER.
           ADD 1 TO nb-fichiers-suivis.
           MOVE SPACES TO constat.
           MOVE ZERO TO croissance-jour tendance-semaine jours-restants.

           IF vl-tab-date-semaine(idx-volume) > ZERO
               COMPUTE evolution-semaine =
                   vl-tab-nb-dernier(idx-volume)
                   - vl-tab-nb-semaine(idx-volume)
           ELSE
               COMPUTE evolution-semaine =
                   vl-tab-nb-dernier(idx-volume)
                   - vl-tab-nb-debut(idx-volume)
           END-IF.

           COMPUTE jour-debut = FUNCTION INTEGER-OF-DATE
               (vl-tab-date-debut(idx-volume)).
           COMPUTE jour-dernier = FUNCTION INTEGER-OF-DATE
               (vl-tab-date-dernier(idx-volume)).
           COMPUTE nb-jours-mesure = jour-dernier - jour-debut.

           IF nb-jours-mesure > ZERO
               COMPUTE croissance-jour =
                   (vl-tab-nb-dernier(idx-volume)
                    - vl-tab-nb-debut(idx-volume)) / nb-jours-mesure
               COMPUTE tendance-semaine ROUNDED = croissance-jour * 7
           END-IF.

           MOVE ZERO TO rang-capacite.
           PERFORM VARYING idx-capacite FROM 1 BY 1
                   UNTIL idx-capacite > 24
               IF cp-fichier(idx-capacite)
                       = vl-tab-fichier(idx-volume)
                   MOVE idx-capacite TO rang-capacite
               END-IF
           END-PERFORM.

           MOVE SPACES TO CF-LIGNE-RECORD.
           MOVE vl-tab-fichier(idx-volume) TO CL-FICHIER.
           MOVE vl-tab-nb-dernier(idx-volume) TO CL-NB-ACTUEL.
           MOVE evolution-semaine TO CL-EVOL-SEMAINE.
           MOVE tendance-semaine TO CL-TENDANCE.
           MOVE ZERO TO CL-LIMITE CL-JOURS.

           IF rang-capacite = ZERO
               MOVE 'SANS TABLE' TO constat
           ELSE
               ADD 1 TO nb-avec-limite
               MOVE cp-limite(rang-capacite) TO CL-LIMITE
               MOVE cp-programme(rang-capacite) TO CL-PROGRAMME
               PERFORM 2100-ESTIMER-ECHEANCE
           END-IF.

           MOVE constat TO CL-CONSTAT.
           WRITE CF-LIGNE-RECORD.

       2100-ESTIMER-ECHEANCE.
           IF vl-tab-nb-dernier(idx-volume)
                   NOT < cp-limite(rang-capacite)
               ADD 1 TO nb-limites-atteintes
               MOVE 'LIMITE ATTEINTE' TO constat
               MOVE date-du-jour TO CL-DATE-LIMITE
               PERFORM 3000-SIGNALER-CAPACITE
           ELSE IF croissance-jour NOT > ZERO
               MOVE 'STABLE' TO constat
           ELSE
               COMPUTE jours-restants =
                   (cp-limite(rang-capacite)
                    - vl-tab-nb-dernier(idx-volume)) / croissance-jour
               IF jours-restants > 3650
                   MOVE 'EN CROISSANCE' TO constat
               ELSE
                   COMPUTE date-limite = FUNCTION DATE-OF-INTEGER
                       (jour-dernier + jours-restants)
                   MOVE jours-restants TO CL-JOURS
                   MOVE date-limite TO CL-DATE-LIMITE
                   IF jours-restants NOT > PV-CAPACITE-PREAVIS-J
                       ADD 1 TO nb-a-surveiller
                       MOVE 'A SURVEILLER' TO constat
                       PERFORM 3000-SIGNALER-CAPACITE
                   ELSE
                       MOVE 'EN CROISSANCE' TO constat
                   END-IF
               END-IF
           END-IF
           END-IF.

       3000-SIGNALER-CAPACITE.
           MOVE cp-limite(rang-capacite) TO limite-editee.

           MOVE SPACES TO message-alerte.
           STRING 'capacite ' DELIMITED SIZE
                  vl-tab-fichier(idx-volume) DELIMITED ' '
                  ' limite ' DELIMITED SIZE
                  limite-editee DELIMITED SIZE
               INTO message-alerte.

           MOVE 'N' TO alerte-existante.
           PERFORM VARYING idx-alerte FROM 1 BY 1
                   UNTIL idx-alerte > nb-alertes-connues
               IF alerte-connue(idx-alerte) = message-alerte
                   MOVE 'O' TO alerte-existante
               END-IF
           END-PERFORM.

           IF alerte-deja-levee
               ADD 1 TO nb-deja-signalees
           ELSE
               PERFORM 3100-ECRIRE-ALERTE
           END-IF.

       3100-ECRIRE-ALERTE.
           ACCEPT heure-alerte FROM TIME.

           OPEN EXTEND ALERTE-FILE.

           MOVE SPACES TO ALERTE-RECORD.
           MOVE date-du-jour TO AL-DATE.
           MOVE heure-alerte TO AL-HEURE.
           MOVE 'CROISSANCE-FICHIERS' TO AL-PROGRAMME.
           MOVE message-alerte TO AL-MESSAGE.
           MOVE SPACE TO AL-STATUT.
           MOVE 3050 TO AL-CODE.
           WRITE ALERTE-RECORD.

           CLOSE ALERTE-FILE.

           ADD 1 TO nb-alertes-levees.

           IF nb-alertes-connues < 500
               ADD 1 TO nb-alertes-connues
               MOVE message-alerte TO alerte-connue(nb-alertes-connues)
           END-IF.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'CROISSANCE-F' TO JL-PROGRAMME.
           MOVE 'VO-NB-ENREGS' TO JL-CHAMP.
           IF nb-a-surveiller > ZERO OR nb-limites-atteintes > ZERO
               COMPUTE nb-a-surveiller-total =
                   nb-a-surveiller + nb-limites-atteintes
               MOVE nb-a-surveiller-total TO JL-VALEUR
               MOVE 'A' TO JL-SEVERITE
               MOVE 3050 TO JL-CODE
               MOVE 'fichiers proches de leur limite de table'
                   TO JL-MESSAGE
           ELSE
               MOVE nb-fichiers-suivis TO JL-VALEUR
               MOVE 'I' TO JL-SEVERITE
               MOVE 3051 TO JL-CODE
               MOVE 'croissance des fichiers editee' TO JL-MESSAGE
           END-IF.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-IMPRIMER-TOTAUX.
           MOVE SPACES TO CF-TOTAL-RECORD.
           MOVE 'FICHIERS SUIVIS' TO CX-LIBELLE.
           MOVE nb-fichiers-suivis TO CX-VALEUR.
           WRITE CF-TOTAL-RECORD.

           MOVE SPACES TO CF-TOTAL-RECORD.
           MOVE 'AVEC LIMITE DE TABLE' TO CX-LIBELLE.
           MOVE nb-avec-limite TO CX-VALEUR.
           WRITE CF-TOTAL-RECORD.

           MOVE SPACES TO CF-TOTAL-RECORD.
           MOVE 'LIMITE ATTEINTE' TO CX-LIBELLE.
           MOVE nb-limites-atteintes TO CX-VALEUR.
           WRITE CF-TOTAL-RECORD.

           MOVE SPACES TO CF-TOTAL-RECORD.
           MOVE 'A SURVEILLER' TO CX-LIBELLE.
           MOVE nb-a-surveiller TO CX-VALEUR.
           WRITE CF-TOTAL-RECORD.

           MOVE SPACES TO CF-TOTAL-RECORD.
           MOVE 'ALERTES LEVEES' TO CX-LIBELLE.
           MOVE nb-alertes-levees TO CX-VALEUR.
           WRITE CF-TOTAL-RECORD.

           MOVE SPACES TO CF-TOTAL-RECORD.
           MOVE 'DEJA SIGNALEES' TO CX-LIBELLE.
           MOVE nb-deja-signalees TO CX-VALEUR.
           WRITE CF-TOTAL-RECORD.

       END PROGRAM CROISSANCE-FICHIERS.
