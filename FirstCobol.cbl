           SELECT BULLETIN-FILE ASSIGN TO "BULLETIN.RPT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "MONPROG.CKP"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-REPRISE-FILE
               ASSIGN DYNAMIC reprise-filename
               ORGANIZATION LINE SEQUENTIAL.

       COPY ELEVIXFC.
       COPY HISTOFC.
       COPY ABSENCEFC.
           05  BR-SEPARATEUR     PIC X(03).
           05  BR-NB-CLASSE      PIC ZZ9.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CK-TYPE           PIC X(01).
           05  CK-INDEX          PIC 9(4).
           05  CK-ENTREE         PIC X(106).

       01  CHECKPOINT-BORNES-RECORD.
           05  CKB-TYPE          PIC X(01).
           05  CKB-DATE          PIC 9(8).
           05  CKB-NB-VALIDES    PIC 9(5).
           05  CKB-NB-MATIERES   PIC 99.

       01  CHECKPOINT-POSITION-RECORD.
           05  CKP-TYPE          PIC X(01).
           05  CKP-NB-LUS        PIC 9(5).
           05  CKP-DERNIER-ELEVE PIC X(05).
           05  CKP-NB-AUDIT      PIC 9(5).
           05  CKP-NB-ABSENTS    PIC 9(5).
           05  CKP-NB-AUTRE-SITE PIC 9(3).
           05  CKP-NB-CLASSES    PIC 99.
           05  CKP-NB-BULLETINS  PIC 9(3).
           05  CKP-NB-DETAILS    PIC 9(4).
           05  CKP-NB-INCONNUS   PIC 9(3).
           05  CKP-CLASSES-SATURE   PIC X(01).
           05  CKP-BULLETINS-SATURE PIC X(01).
           05  CKP-DETAILS-SATURE   PIC X(01).

       01  CHECKPOINT-TRAILER-RECORD.
           05  CKT-TYPE          PIC X(01).

       FD  AUDIT-REPRISE-FILE.
       01  AUDIT-REPRISE-RECORD.
           05  AR-LIGNE          PIC X(101).

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY ENTETECOM.
       COPY RUNCTLCOM.
       COPY SITECOM.
       COPY JOURCLCOM.
       COPY CREDVCOM.

       77  code-retour-jour PIC S9(4) COMP.
       77  rc-final PIC S9(4) COMP.
       77  fin-credits PIC X VALUE 'N'.
           88  tous-credits-lus VALUE 'O'.

       77  nb-credits PIC 9(4) VALUE ZERO.
       01  credit-table.
           05  credit-entry OCCURS 2000
                   ASCENDING KEY IS cr-tab-eleve-id
                   INDEXED BY idx-credit.
               10  cr-tab-eleve-id   PIC X(05).
               10  cr-tab-points     PIC 9(2)V9(2).
               10  cr-tab-validite   PIC X(31).
               10  cr-tab-ligne      PIC X(51).
               10  cr-tab-employe    PIC X(01).

       01  credit-echange.
           05  ce-eleve-id       PIC X(05).
           05  ce-points         PIC 9(2)V9(2).
           05  ce-validite       PIC X(31).
           05  ce-ligne          PIC X(51).
           05  ce-employe        PIC X(01).

       77  credits-sature PIC X VALUE 'N'.
           88  credits-satures VALUE 'O'.
       77  tri-i PIC 9(4).
       77  tri-j PIC 9(4).
       77  rang-credit PIC 9(4).
       77  nb-credits-consommes PIC 9(4) VALUE ZERO.

       77  nb-eleves-autre-site PIC 9(3) VALUE ZERO.
       77  code-retour-conversion PIC S9(4) COMP.
               10  dn-tab-bande      PIC X(12).
       COPY DATECOM.
       77  audit-filename PIC X(17).
       77  reprise-filename PIC X(12) VALUE "MONPROG.TMP".
       77  nb-audit-ecrits PIC 9(5) VALUE ZERO.
       77  nb-audit-copies PIC 9(5) VALUE ZERO.
       77  fin-audit-reprise PIC X VALUE 'N'.
           88  tout-audit-reprise-lu VALUE 'O'.
       77  info-fichier PIC X(16).
       77  code-existence PIC S9(4) COMP.

       77  nb-valides-traites PIC 9(5) VALUE ZERO.
       77  ck-quotient PIC 9(5).
       77  ck-reste PIC 9(3).
       77  ck-idx PIC 9(4).
       77  fin-checkpoint PIC X VALUE 'N'.
           88  tout-checkpoint-lu VALUE 'O'.
       77  ck-run-termine PIC X VALUE 'N'.
           88  ck-run-est-termine VALUE 'O'.
       77  ck-reprise PIC X VALUE 'N'.
           88  ck-est-reprise VALUE 'O'.
       77  ck-date-sauvee PIC 9(8) VALUE ZERO.
       77  ck-valides-sauves PIC 9(5) VALUE ZERO.
       77  ck-matieres-sauvees PIC 99 VALUE ZERO.
       77  ck-nb-positions PIC 9(5) VALUE ZERO.
       77  ck-rang-position PIC 9(5) VALUE ZERO.
       77  ck-nb-lus PIC 9(5) VALUE ZERO.
       77  ck-dernier-eleve PIC X(05) VALUE SPACES.
       77  ck-nb-audit PIC 9(5) VALUE ZERO.
       77  ck-nb-absents PIC 9(5) VALUE ZERO.
       77  ck-nb-autre-site PIC 9(3) VALUE ZERO.
       77  ck-nb-classes PIC 99 VALUE ZERO.
       77  ck-nb-bulletins PIC 9(3) VALUE ZERO.
       77  ck-nb-details PIC 9(4) VALUE ZERO.
       77  ck-nb-inconnus PIC 9(3) VALUE ZERO.
       77  ck-classes-sature PIC X VALUE 'N'.
       77  ck-bulletins-sature PIC X VALUE 'N'.
       77  ck-details-sature PIC X VALUE 'N'.
       77  ck-details-sauves PIC 9(4) VALUE ZERO.
       77  ck-inconnus-sauves PIC 9(3) VALUE ZERO.
       77  no-page-bilan PIC 99 VALUE ZERO.

       77  fin-absences PIC X VALUE 'N'.
               PERFORM 1000-CHARGER-CREDITS

               IF credits-satures
                   DISPLAY "fichier credits depasse la table de 2000, "
                           "lot arrete"
                   MOVE RC-ERREUR TO RETURN-CODE
                   PERFORM 9100-CLORE-EXECUTION
                           taux-edite " pourcent"
                   MOVE RC-ERREUR TO RETURN-CODE
               ELSE
                   PERFORM 1500-RESTAURER-CHECKPOINT

                   OPEN INPUT ROSTER-VALIDE-FILE
                   OPEN INPUT ELEVE-IX-FILE
                   IF ck-est-reprise
                       PERFORM 1700-REPRENDRE-AUDIT
                       PERFORM 1750-SAUTER-ROSTER-TRAITE
                   ELSE
                       OPEN OUTPUT AUDIT-FILE
                   END-IF
                   OPEN EXTEND CHECKPOINT-FILE

                   PERFORM UNTIL tous-valides-lus
                       READ ROSTER-VALIDE-FILE
                           AT END MOVE 'O' TO fin-valides
                           NOT AT END
                               PERFORM 2000-GRADE-ELEVE
                               PERFORM 2900-COMPTER-CHECKPOINT
                       END-READ
                   END-PERFORM

                   IF nb-valides-traites > ck-nb-lus
                       PERFORM 2950-ECRIRE-CHECKPOINT
                   END-IF

                   PERFORM 3000-ARRETER-NOTES

                   PERFORM 8050-ECRIRE-AUDIT-TRAILER
                   PERFORM 8100-IMPRIMER-BILAN
                   PERFORM 8300-IMPRIMER-BULLETINS
                   PERFORM 8400-ECRIRE-HISTORIQUE
                   PERFORM 8480-MARQUER-CREDITS
                   PERFORM 8500-TERMINER-CHECKPOINT

                   IF nb-eleves = ZERO
                       MOVE RC-AVERTISSEMENT TO RETURN-CODE
               READ CREDIT-FILE
                   AT END MOVE 'O' TO fin-credits
                   NOT AT END
                       IF nb-credits < 2000
                           ADD 1 TO nb-credits
                           MOVE CR-ELEVE-ID
                               TO cr-tab-eleve-id(nb-credits)
                           MOVE CR-POINTS
                               TO cr-tab-points(nb-credits)
                           MOVE CR-VALIDITE
                               TO cr-tab-validite(nb-credits)
                           MOVE CREDIT-RECORD
                               TO cr-tab-ligne(nb-credits)
                           MOVE 'N' TO cr-tab-employe(nb-credits)
                       ELSE
                           MOVE 'O' TO credits-sature
                       END-IF

           CLOSE CREDIT-FILE.

           PERFORM VARYING tri-i FROM 1 BY 1 UNTIL tri-i > 2000
               IF tri-i > nb-credits
                   MOVE HIGH-VALUES TO cr-tab-eleve-id(tri-i)
               END-IF
               END-IF
           END-PERFORM.

       1500-RESTAURER-CHECKPOINT.
           MOVE 'N' TO ck-reprise.
           MOVE 'N' TO fin-checkpoint.
           OPEN INPUT CHECKPOINT-FILE.

           PERFORM UNTIL tout-checkpoint-lu
               READ CHECKPOINT-FILE
                   AT END MOVE 'O' TO fin-checkpoint
                   NOT AT END PERFORM 1600-TRAITER-CHECKPOINT
               END-READ
           END-PERFORM.

           CLOSE CHECKPOINT-FILE.

           IF NOT ck-run-est-termine
                   AND ck-nb-positions > ZERO
                   AND ck-date-sauvee = date-du-jour
                   AND ck-valides-sauves = nb-roster-valides
                   AND ck-matieres-sauvees = nb-matieres
               PERFORM 1520-VERIFIER-POSITION-ROSTER
           END-IF.

           IF ck-est-reprise
               PERFORM 1540-RECHARGER-CHECKPOINT
               DISPLAY "reprise apres interruption a l'eleve "
                       ck-dernier-eleve " (" ck-nb-lus " traites)"
           ELSE
               IF ck-nb-positions > ZERO AND NOT ck-run-est-termine
                   DISPLAY "checkpoint ignore, nouvelle notation"
               END-IF
               MOVE ZERO TO ck-nb-lus
               OPEN OUTPUT CHECKPOINT-FILE
               MOVE SPACES TO CHECKPOINT-BORNES-RECORD
               MOVE 'B' TO CKB-TYPE
               MOVE date-du-jour TO CKB-DATE
               MOVE nb-roster-valides TO CKB-NB-VALIDES
               MOVE nb-matieres TO CKB-NB-MATIERES
               WRITE CHECKPOINT-BORNES-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.

       1520-VERIFIER-POSITION-ROSTER.
           CALL "CBL_CHECK_FILE_EXIST"
               USING audit-filename info-fichier.
           MOVE RETURN-CODE TO code-existence.
           MOVE ZERO TO RETURN-CODE.

           IF code-existence = ZERO
               MOVE ZERO TO nb-valides-traites
               MOVE SPACES TO eleve-id
               OPEN INPUT ROSTER-VALIDE-FILE
               PERFORM UNTIL tous-valides-lus
                       OR nb-valides-traites = ck-nb-lus
                   READ ROSTER-VALIDE-FILE
                       AT END MOVE 'O' TO fin-valides
                       NOT AT END
                           ADD 1 TO nb-valides-traites
                           MOVE RV-ELEVE-ID TO eleve-id
                   END-READ
               END-PERFORM
               CLOSE ROSTER-VALIDE-FILE
               IF nb-valides-traites = ck-nb-lus
                       AND eleve-id = ck-dernier-eleve
                   MOVE 'O' TO ck-reprise
               END-IF
               MOVE 'N' TO fin-valides
               MOVE ZERO TO nb-valides-traites
           END-IF.

       1540-RECHARGER-CHECKPOINT.
           MOVE ZERO TO ck-rang-position.
           MOVE 'N' TO fin-checkpoint.
           OPEN INPUT CHECKPOINT-FILE.

           PERFORM UNTIL tout-checkpoint-lu
               READ CHECKPOINT-FILE
                   AT END MOVE 'O' TO fin-checkpoint
                   NOT AT END PERFORM 1620-RECHARGER-ENTREE
               END-READ
           END-PERFORM.

           CLOSE CHECKPOINT-FILE.

           MOVE ck-nb-lus TO nb-valides-traites.
           MOVE ck-nb-audit TO nb-audit-ecrits.
           MOVE ck-nb-absents TO nb-absents-jour.
           MOVE ck-nb-autre-site TO nb-eleves-autre-site.
           MOVE ck-nb-classes TO nb-classes.
           MOVE ck-nb-bulletins TO nb-bulletins.
           MOVE ck-nb-details TO nb-details.
           MOVE ck-nb-inconnus TO nb-inconnus.
           MOVE ck-classes-sature TO classes-sature.
           MOVE ck-bulletins-sature TO bulletins-sature.
           MOVE ck-details-sature TO details-sature.
           MOVE ck-nb-details TO ck-details-sauves.
           MOVE ck-nb-inconnus TO ck-inconnus-sauves.

       1600-TRAITER-CHECKPOINT.
           EVALUATE CK-TYPE
               WHEN 'B'
                   MOVE ZERO TO ck-nb-positions
                   MOVE 'N' TO ck-run-termine
                   MOVE CKB-DATE TO ck-date-sauvee
                   MOVE CKB-NB-VALIDES TO ck-valides-sauves
                   MOVE CKB-NB-MATIERES TO ck-matieres-sauvees
               WHEN 'P'
                   ADD 1 TO ck-nb-positions
                   MOVE CKP-NB-LUS TO ck-nb-lus
                   MOVE CKP-DERNIER-ELEVE TO ck-dernier-eleve
                   MOVE CKP-NB-AUDIT TO ck-nb-audit
                   MOVE CKP-NB-ABSENTS TO ck-nb-absents
                   MOVE CKP-NB-AUTRE-SITE TO ck-nb-autre-site
                   MOVE CKP-NB-CLASSES TO ck-nb-classes
                   MOVE CKP-NB-BULLETINS TO ck-nb-bulletins
                   MOVE CKP-NB-DETAILS TO ck-nb-details
                   MOVE CKP-NB-INCONNUS TO ck-nb-inconnus
                   MOVE CKP-CLASSES-SATURE TO ck-classes-sature
                   MOVE CKP-BULLETINS-SATURE TO ck-bulletins-sature
                   MOVE CKP-DETAILS-SATURE TO ck-details-sature
               WHEN 'T'
                   MOVE 'O' TO ck-run-termine
           END-EVALUATE.

       1620-RECHARGER-ENTREE.
           IF CK-TYPE = 'P'
               ADD 1 TO ck-rang-position
           ELSE
               IF ck-rang-position < ck-nb-positions
                   EVALUATE CK-TYPE
                       WHEN 'C'
                           MOVE CK-ENTREE TO classe-entry(CK-INDEX)
                       WHEN 'M'
                           MOVE CK-ENTREE TO matiere-entry(CK-INDEX)
                       WHEN 'U'
                           MOVE CK-ENTREE TO bulletin-entry(CK-INDEX)
                       WHEN 'N'
                           MOVE CK-ENTREE TO detail-entry(CK-INDEX)
                       WHEN 'I'
                           MOVE CK-ENTREE
                               TO inconnu-eleve-id(CK-INDEX)
                   END-EVALUATE
               END-IF
           END-IF.

       1700-REPRENDRE-AUDIT.
           OPEN INPUT AUDIT-FILE.
           OPEN OUTPUT AUDIT-REPRISE-FILE.

           PERFORM UNTIL tout-audit-reprise-lu
               READ AUDIT-FILE
                   AT END MOVE 'O' TO fin-audit-reprise
                   NOT AT END
                       IF nb-audit-copies < ck-nb-audit
                           ADD 1 TO nb-audit-copies
                           WRITE AUDIT-REPRISE-RECORD
                               FROM AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUDIT-FILE.
           CLOSE AUDIT-REPRISE-FILE.

           MOVE 'N' TO fin-audit-reprise.
           OPEN INPUT AUDIT-REPRISE-FILE.
           OPEN OUTPUT AUDIT-FILE.

           PERFORM UNTIL tout-audit-reprise-lu
               READ AUDIT-REPRISE-FILE
                   AT END MOVE 'O' TO fin-audit-reprise
                   NOT AT END
                       WRITE AUDIT-RECORD FROM AUDIT-REPRISE-RECORD
               END-READ
           END-PERFORM.

           CLOSE AUDIT-REPRISE-FILE.
           CALL "CBL_DELETE_FILE" USING reprise-filename.
           MOVE ZERO TO RETURN-CODE.

       1750-SAUTER-ROSTER-TRAITE.
           MOVE ZERO TO ck-idx.

           PERFORM UNTIL tous-valides-lus OR ck-idx = ck-nb-lus
               READ ROSTER-VALIDE-FILE
                   AT END MOVE 'O' TO fin-valides
                   NOT AT END ADD 1 TO ck-idx
               END-READ
           END-PERFORM.

       2000-GRADE-ELEVE.
           MOVE RV-ELEVE-ID TO eleve-id.
           MOVE RV-SCORE TO toto.
           MOVE prenom-eleve TO AU-PRENOM.
           MOVE PV-SITE-CODE TO AU-SITE.
           WRITE AUDIT-RECORD.
           ADD 1 TO nb-audit-ecrits.

       2450-OUVRIR-BULLETIN.
           IF nb-bulletins < 500
               END-IF
           END-PERFORM.

       2900-COMPTER-CHECKPOINT.
           ADD 1 TO nb-valides-traites.

           IF PV-NOTATION-CKP-PAS > ZERO
               DIVIDE nb-valides-traites BY PV-NOTATION-CKP-PAS
                   GIVING ck-quotient REMAINDER ck-reste
               IF ck-reste = ZERO
                   PERFORM 2950-ECRIRE-CHECKPOINT
               END-IF
           END-IF.

       2950-ECRIRE-CHECKPOINT.
           PERFORM VARYING ck-idx FROM 1 BY 1 UNTIL ck-idx > nb-classes
               MOVE SPACES TO CHECKPOINT-RECORD
               MOVE 'C' TO CK-TYPE
               MOVE ck-idx TO CK-INDEX
               MOVE classe-entry(ck-idx) TO CK-ENTREE
               WRITE CHECKPOINT-RECORD
           END-PERFORM.

           PERFORM VARYING ck-idx FROM 1 BY 1
                   UNTIL ck-idx > nb-matieres
               MOVE SPACES TO CHECKPOINT-RECORD
               MOVE 'M' TO CK-TYPE
               MOVE ck-idx TO CK-INDEX
               MOVE matiere-entry(ck-idx) TO CK-ENTREE
               WRITE CHECKPOINT-RECORD
           END-PERFORM.

           PERFORM VARYING ck-idx FROM 1 BY 1
                   UNTIL ck-idx > nb-bulletins
               MOVE SPACES TO CHECKPOINT-RECORD
               MOVE 'U' TO CK-TYPE
               MOVE ck-idx TO CK-INDEX
               MOVE bulletin-entry(ck-idx) TO CK-ENTREE
               WRITE CHECKPOINT-RECORD
           END-PERFORM.

           PERFORM UNTIL ck-details-sauves >= nb-details
               ADD 1 TO ck-details-sauves
               MOVE SPACES TO CHECKPOINT-RECORD
               MOVE 'N' TO CK-TYPE
               MOVE ck-details-sauves TO CK-INDEX
               MOVE detail-entry(ck-details-sauves) TO CK-ENTREE
               WRITE CHECKPOINT-RECORD
           END-PERFORM.

           PERFORM UNTIL ck-inconnus-sauves >= nb-inconnus
               ADD 1 TO ck-inconnus-sauves
               MOVE SPACES TO CHECKPOINT-RECORD
               MOVE 'I' TO CK-TYPE
               MOVE ck-inconnus-sauves TO CK-INDEX
               MOVE inconnu-eleve-id(ck-inconnus-sauves) TO CK-ENTREE
               WRITE CHECKPOINT-RECORD
           END-PERFORM.

           MOVE SPACES TO CHECKPOINT-POSITION-RECORD.
           MOVE 'P' TO CKP-TYPE.
           MOVE nb-valides-traites TO CKP-NB-LUS.
           MOVE eleve-id TO CKP-DERNIER-ELEVE.
           MOVE nb-audit-ecrits TO CKP-NB-AUDIT.
           MOVE nb-absents-jour TO CKP-NB-ABSENTS.
           MOVE nb-eleves-autre-site TO CKP-NB-AUTRE-SITE.
           MOVE nb-classes TO CKP-NB-CLASSES.
           MOVE nb-bulletins TO CKP-NB-BULLETINS.
           MOVE nb-details TO CKP-NB-DETAILS.
           MOVE nb-inconnus TO CKP-NB-INCONNUS.
           MOVE classes-sature TO CKP-CLASSES-SATURE.
           MOVE bulletins-sature TO CKP-BULLETINS-SATURE.
           MOVE details-sature TO CKP-DETAILS-SATURE.
           WRITE CHECKPOINT-POSITION-RECORD.

           MOVE nb-valides-traites TO ck-nb-lus.

       3000-ARRETER-NOTES.
           PERFORM VARYING idx-bulletin FROM 1 BY 1
                   UNTIL idx-bulletin > nb-bulletins

           PERFORM UNTIL rang-credit > nb-credits
                   OR cr-tab-eleve-id(rang-credit) NOT = eleve-id
               MOVE cr-tab-validite(rang-credit) TO CV-VALIDITE
               MOVE date-du-jour TO CV-DATE
               MOVE PV-EVAL-NUMERO TO CV-EVALUATION
               CALL 'ETAT-CREDIT' USING CREDIT-VALIDITE-PARAMETRES
               IF CV-APPLICABLE
                   ADD cr-tab-points(rang-credit) TO toto
                   IF CV-NATURE = 'U'
                       MOVE 'O' TO cr-tab-employe(rang-credit)
                       ADD 1 TO nb-credits-consommes
                   END-IF
               END-IF
               ADD 1 TO rang-credit
           END-PERFORM.

           END-PERFORM.

       8400-ECRIRE-HISTORIQUE.
           OPEN I-O HISTO-FILE.

           PERFORM VARYING idx-bulletin FROM 1 BY 1
                   UNTIL idx-bulletin > nb-bulletins
               END-IF
           END-PERFORM.

           PERFORM VARYING idx-detail FROM 1 BY 1
                   UNTIL idx-detail > nb-details
               MOVE dn-tab-bulletin(idx-detail) TO idx-bulletin
               IF dn-tab-matiere(idx-detail) > ZERO
                       AND bu-tab-bande(idx-bulletin) NOT = 'ABSENT'
                   PERFORM 8460-ECRIRE-LIGNE-MATIERE
               END-IF
           END-PERFORM.

           CLOSE HISTO-FILE.

       8450-ECRIRE-UNE-LIGNE-HISTO.
           MOVE PV-EVAL-POIDS TO HI-POIDS.
           MOVE cl-code(bu-tab-classe(idx-bulletin)) TO HI-CLASSE.
           MOVE PV-SITE-CODE TO HI-SITE.
           WRITE HISTO-RECORD
               INVALID KEY REWRITE HISTO-RECORD
           END-WRITE.

       8460-ECRIRE-LIGNE-MATIERE.
           MOVE SPACES TO HISTO-RECORD.
           MOVE bu-tab-eleve-id(idx-bulletin) TO HI-ELEVE-ID.
           MOVE date-du-jour TO HI-DATE.
           MOVE dn-tab-note(idx-detail) TO HI-NOTE.
           MOVE dn-tab-bande(idx-detail) TO HI-BANDE.
           MOVE PV-EVAL-NUMERO TO HI-EVALUATION.
           MOVE PV-EVAL-POIDS TO HI-POIDS.
           MOVE cl-code(bu-tab-classe(idx-bulletin)) TO HI-CLASSE.
           MOVE PV-SITE-CODE TO HI-SITE.
           MOVE mt-tab-code(dn-tab-matiere(idx-detail)) TO HI-MATIERE.
           WRITE HISTO-RECORD
               INVALID KEY REWRITE HISTO-RECORD
           END-WRITE.

       8480-MARQUER-CREDITS.
           IF nb-credits-consommes > ZERO
               OPEN OUTPUT CREDIT-FILE
               PERFORM VARYING tri-i FROM 1 BY 1
                       UNTIL tri-i > nb-credits
                   MOVE cr-tab-ligne(tri-i) TO CREDIT-RECORD
                   IF cr-tab-employe(tri-i) = 'O'
                       MOVE date-du-jour TO CR-DATE-EMPLOI
                       MOVE PV-EVAL-NUMERO TO CR-EVAL-EMPLOI
                   END-IF
                   WRITE CREDIT-RECORD
               END-PERFORM
               CLOSE CREDIT-FILE
           END-IF.

       8500-TERMINER-CHECKPOINT.
           MOVE SPACES TO CHECKPOINT-TRAILER-RECORD.
           MOVE 'T' TO CKT-TYPE.
           WRITE CHECKPOINT-TRAILER-RECORD.

           CLOSE CHECKPOINT-FILE.

       9100-CLORE-EXECUTION.
           IF est-demarree
