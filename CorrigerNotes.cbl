       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CORRECTFC.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC audit-filename
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CORR-AUDIT-FILE
               ASSIGN DYNAMIC corr-audit-filename
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CREDITS.DAT"

       COPY HISTOFC.
       COPY ELEVIXFC.
       COPY MATIEREFC.

       DATA DIVISION.
       FILE SECTION.
       COPY CORRECTFD.

       COPY AUDITFD.

           05  CA-MOTIF          PIC X(30).
           05  FILLER            PIC X(01).
           05  CA-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  CA-CLASSE         PIC X(05).
           05  FILLER            PIC X(01).
           05  CA-EVALUATION     PIC 9(02).
           05  FILLER            PIC X(01).
           05  CA-DATE-EVALUATION PIC 9(8).

       01  CORR-AUDIT-TRAILER-RECORD.
           05  CAT-TYPE          PIC X(01).

       COPY ELEVIXFD.

       COPY MATIEREFD.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY PARAMCOM.
       COPY BANDECOM.
       COPY DATECOM.
       COPY SIGNCOM.
       COPY CREDVCOM.

       77  code-retour-jour PIC S9(4) COMP.
       77  audit-filename PIC X(17).

       77  fin-credits PIC X VALUE 'N'.
           88  tous-credits-lus VALUE 'O'.
       77  nb-credits PIC 9(4) VALUE ZERO.
       01  credit-table.
           05  credit-entry OCCURS 2000 INDEXED BY idx-credit.
               10  cr-tab-eleve-id   PIC X(05).
               10  cr-tab-points     PIC 9(2)V9(2).


       77  fin-corrections PIC X VALUE 'N'.
           88  toutes-corrections-lues VALUE 'O'.
       77  nb-lignes-correction PIC 9(3) VALUE ZERO.
       77  idx-correction PIC 9(3).
       77  corrections-sature PIC X VALUE 'N'.
           88  corrections-est-sature VALUE 'O'.
       01  correction-table.
           05  correction-entry OCCURS 500.
               10  co-tab-ligne      PIC X(67).

       77  fin-matieres PIC X VALUE 'N'.
           88  toutes-matieres-lues VALUE 'O'.
       77  nb-matieres PIC 9(2) VALUE ZERO.
       77  idx-matiere PIC 9(2).
       01  matiere-table.
           05  matiere-entry OCCURS 50.
               10  mt-tab-code       PIC X(03).
               10  mt-tab-poids      PIC 9V99.

       77  fin-notes-evaluation PIC X VALUE 'N'.
           88  toutes-notes-evaluation-lues VALUE 'O'.
       77  poids-matiere PIC 9V99.
       77  poids-corrige PIC 9V99.
       77  somme-poids PIC 9(3)V99.
       77  ecart-generale PIC S9(2)V99.
       77  nouvelle-generale PIC S9(3)V99.
       77  evaluation-cible PIC 9(02).
       77  date-cible PIC 9(8).
       77  matiere-cible PIC X(03).
       77  generale-ajustee PIC X VALUE 'N'.
           88  generale-est-ajustee VALUE 'O'.
       77  type-trace PIC X(01).

       77  eleve-id PIC X(05).
       77  ancienne-note PIC 9(2)V99.
       77  classe-eleve PIC X(05).

       77  nb-corrections PIC 9(5) VALUE ZERO.
       77  nb-corrections-matiere PIC 9(5) VALUE ZERO.
       77  nb-introuvables PIC 9(5) VALUE ZERO.
       77  nb-scores-invalides PIC 9(5) VALUE ZERO.
       77  nb-signatures-rouvertes PIC 9(5) VALUE ZERO.
       77  total-nouvelles-notes PIC 9(7)V99 VALUE ZERO.

       PROCEDURE DIVISION.

               CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS

               PERFORM 0900-CHARGER-CORRECTIONS

               IF corrections-est-sature
                   DISPLAY "CORRECTIONS.DAT au dela de 500 lignes, "
                           "corrections non traitees"
                   MOVE RC-ERREUR TO RETURN-CODE
               ELSE
                   PERFORM 1000-CHARGER-CREDITS
                   PERFORM 1200-CHARGER-MATIERES
                   PERFORM 2000-CHARGER-AUDIT

                   OPEN EXTEND CORR-AUDIT-FILE
                   OPEN I-O HISTO-FILE
                   OPEN INPUT ELEVE-IX-FILE

                   PERFORM VARYING idx-correction FROM 1 BY 1
                           UNTIL idx-correction > nb-lignes-correction
                       MOVE co-tab-ligne(idx-correction)
                           TO CORRECTION-RECORD
                       IF CO-A-TRAITER
                           PERFORM 3000-TRAITER-CORRECTION
                           MOVE CORRECTION-RECORD
                               TO co-tab-ligne(idx-correction)
                       END-IF
                   END-PERFORM

                   PERFORM 8000-ECRIRE-TRAILER

                   CLOSE CORR-AUDIT-FILE
                   CLOSE HISTO-FILE
                   CLOSE ELEVE-IX-FILE

                   PERFORM 8500-SAUVER-CORRECTIONS

                   IF nb-signatures-rouvertes > ZERO
                       DISPLAY "corrections : " nb-signatures-rouvertes
                               " signatures de notes rouvertes"
                   END-IF

                   IF nb-introuvables > ZERO
                           OR nb-scores-invalides > ZERO
                       MOVE RC-AVERTISSEMENT TO RETURN-CODE
                   ELSE
                       IF nb-corrections = ZERO
                               AND nb-corrections-matiere = ZERO
                           MOVE RC-AVERTISSEMENT TO RETURN-CODE
                       ELSE
                           MOVE RC-SUCCES TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           GOBACK.

       0900-CHARGER-CORRECTIONS.
           OPEN INPUT CORRECTION-FILE.

           PERFORM UNTIL toutes-corrections-lues
               READ CORRECTION-FILE
                   AT END MOVE 'O' TO fin-corrections
                   NOT AT END
                       IF nb-lignes-correction < 500
                           ADD 1 TO nb-lignes-correction
                           MOVE CORRECTION-RECORD
                               TO co-tab-ligne(nb-lignes-correction)
                       ELSE
                           MOVE 'O' TO corrections-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CORRECTION-FILE.

       1000-CHARGER-CREDITS.
           OPEN INPUT CREDIT-FILE.

           PERFORM UNTIL tous-credits-lus
               READ CREDIT-FILE
                   AT END MOVE 'O' TO fin-credits
                   NOT AT END PERFORM 1100-RETENIR-CREDIT
               END-READ
           END-PERFORM.

           CLOSE CREDIT-FILE.

       1100-RETENIR-CREDIT.
           MOVE CR-VALIDITE TO CV-VALIDITE.
           MOVE date-du-jour TO CV-DATE.
           MOVE PV-EVAL-NUMERO TO CV-EVALUATION.
           CALL 'ETAT-CREDIT' USING CREDIT-VALIDITE-PARAMETRES.

           IF CV-APPLICABLE
                   AND (NOT CR-PONCTUEL
                        OR CR-DATE-EMPLOI = date-du-jour)
               IF nb-credits < 2000
                   ADD 1 TO nb-credits
                   MOVE CR-ELEVE-ID
                       TO cr-tab-eleve-id(nb-credits)
                   MOVE CR-POINTS
                       TO cr-tab-points(nb-credits)
               ELSE
                   DISPLAY "table des credits pleine, "
                           "credits ignores au dela de 2000"
                   MOVE 'O' TO fin-credits
               END-IF
           END-IF.

       1200-CHARGER-MATIERES.
           OPEN INPUT MATIERE-FILE.

           PERFORM UNTIL toutes-matieres-lues
               READ MATIERE-FILE
                   AT END MOVE 'O' TO fin-matieres
                   NOT AT END
                       IF nb-matieres < 50
                           ADD 1 TO nb-matieres
                           MOVE MT-CODE TO mt-tab-code(nb-matieres)
                           IF MT-POIDS NUMERIC AND MT-POIDS > ZERO
                               MOVE MT-POIDS
                                   TO mt-tab-poids(nb-matieres)
                           ELSE
                               MOVE 1.00 TO mt-tab-poids(nb-matieres)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MATIERE-FILE.

       2000-CHARGER-AUDIT.
           OPEN INPUT AUDIT-FILE.
           END-IF.

       3000-TRAITER-CORRECTION.
           MOVE date-du-jour TO CO-DATE-TRAITEMENT.
           MOVE 'R' TO CO-ETAT.

           IF CO-MATIERE NOT = SPACES
               PERFORM 3500-CORRIGER-MATIERE
           ELSE
               PERFORM 3050-CORRIGER-GENERALE
           END-IF.

       3050-CORRIGER-GENERALE.
           MOVE CO-ELEVE-ID TO eleve-id.
           MOVE PV-EVAL-NUMERO TO evaluation-cible.
           MOVE date-du-jour TO date-cible.
           MOVE 'N' TO ancien-trouve.
           MOVE ZERO TO ancienne-note.
           MOVE SPACES TO ancienne-bande.

           ADD 1 TO nb-corrections.
           ADD nouvelle-note TO total-nouvelles-notes.
           MOVE 'A' TO CO-ETAT.

           PERFORM 3200-CHERCHER-CLASSE-ELEVE.

           MOVE SPACES TO CORR-AUDIT-RECORD.
           MOVE 'D' TO CA-TYPE.
           MOVE BP-BANDE TO CA-NOUVELLE-BANDE.
           MOVE CO-MOTIF TO CA-MOTIF.
           MOVE date-du-jour TO CA-DATE.
           MOVE classe-eleve TO CA-CLASSE.
           MOVE evaluation-cible TO CA-EVALUATION.
           MOVE date-cible TO CA-DATE-EVALUATION.
           WRITE CORR-AUDIT-RECORD.

           MOVE SPACES TO HISTO-RECORD.
           MOVE eleve-id TO HI-ELEVE-ID.
           MOVE date-du-jour TO HI-DATE.
           MOVE PV-EVAL-POIDS TO HI-POIDS.
           MOVE classe-eleve TO HI-CLASSE.
           MOVE PV-SITE-CODE TO HI-SITE.
           WRITE HISTO-RECORD
               INVALID KEY REWRITE HISTO-RECORD
           END-WRITE.

           MOVE SPACES TO matiere-cible.
           PERFORM 3300-ROUVRIR-SIGNATURE.

       3200-CHERCHER-CLASSE-ELEVE.
           MOVE SPACES TO classe-eleve.
               NOT INVALID KEY MOVE EI-CLASSE TO classe-eleve
           END-READ.

       3300-ROUVRIR-SIGNATURE.
           MOVE SPACES TO SIGNATURE-PARAMETRES.
           MOVE classe-eleve TO SG-CLASSE.
           MOVE matiere-cible TO SG-MATIERE.
           MOVE evaluation-cible TO SG-EVALUATION.
           MOVE date-cible TO SG-DATE.
           MOVE 'CORRIGER-NOTES' TO SG-PROGRAMME.
           CALL 'ROUVRIR-SIGNATURE' USING SIGNATURE-PARAMETRES.

           IF SG-ROUVERTE
               ADD 1 TO nb-signatures-rouvertes
           END-IF.

       3500-CORRIGER-MATIERE.
           MOVE CO-ELEVE-ID TO eleve-id.

           IF CO-EVALUATION NOT NUMERIC
                   OR CO-DATE-EVALUATION NOT NUMERIC
               ADD 1 TO nb-introuvables
               DISPLAY "evaluation absente de la correction, "
                       "correction ignoree : " eleve-id
           ELSE IF CO-SCORE NOT NUMERIC OR CO-SCORE > 20
               ADD 1 TO nb-scores-invalides
               DISPLAY "score corrige invalide, "
                       "correction ignoree : " eleve-id
           ELSE
               MOVE CO-EVALUATION TO evaluation-cible
               MOVE CO-DATE-EVALUATION TO date-cible
               MOVE eleve-id TO HI-ELEVE-ID
               MOVE date-cible TO HI-DATE
               MOVE evaluation-cible TO HI-EVALUATION
               MOVE CO-MATIERE TO HI-MATIERE
               MOVE 'N' TO ancien-trouve
               READ HISTO-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'O' TO ancien-trouve
               END-READ
               IF NOT ancien-connu
                   ADD 1 TO nb-introuvables
                   DISPLAY "note matiere absente de l'historique, "
                           "correction ignoree : " eleve-id " "
                           CO-MATIERE " " CO-DATE-EVALUATION
               ELSE
                   PERFORM 3600-APPLIQUER-MATIERE
               END-IF
           END-IF
           END-IF.

       3600-APPLIQUER-MATIERE.
           MOVE HI-NOTE TO ancienne-note.
           MOVE HI-BANDE TO ancienne-bande.
           MOVE HI-CLASSE TO classe-eleve.
           MOVE CO-SCORE TO nouvelle-note.

           MOVE nouvelle-note TO BP-NOTE.
           CALL 'CALCULER-BANDE' USING PARAM-VALEURS BANDE-PARAMETRES.

           MOVE nouvelle-note TO HI-NOTE.
           MOVE BP-BANDE TO HI-BANDE.
           REWRITE HISTO-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.

           ADD 1 TO nb-corrections-matiere.
           MOVE 'A' TO CO-ETAT.

           MOVE 'M' TO type-trace.
           PERFORM 3900-TRACER-CORRECTION.

           MOVE 1.00 TO poids-corrige.
           PERFORM VARYING idx-matiere FROM 1 BY 1
                   UNTIL idx-matiere > nb-matieres
               IF mt-tab-code(idx-matiere) = CO-MATIERE
                   MOVE mt-tab-poids(idx-matiere) TO poids-corrige
               END-IF
           END-PERFORM.
           COMPUTE ecart-generale = nouvelle-note - ancienne-note.

           MOVE CO-MATIERE TO matiere-cible.
           PERFORM 3300-ROUVRIR-SIGNATURE.

           PERFORM 3700-AJUSTER-GENERALE.
           IF generale-est-ajustee
               MOVE SPACES TO matiere-cible
               PERFORM 3300-ROUVRIR-SIGNATURE
           END-IF.

       3700-AJUSTER-GENERALE.
           MOVE 'N' TO generale-ajustee.
           MOVE ZERO TO somme-poids.
           MOVE 'N' TO fin-notes-evaluation.

           MOVE eleve-id TO HI-ELEVE-ID.
           MOVE date-cible TO HI-DATE.
           MOVE evaluation-cible TO HI-EVALUATION.
           MOVE LOW-VALUES TO HI-MATIERE.
           START HISTO-FILE KEY IS NOT LESS THAN HI-CLE
               INVALID KEY MOVE 'O' TO fin-notes-evaluation
           END-START.

           PERFORM UNTIL toutes-notes-evaluation-lues
               READ HISTO-FILE NEXT
                   AT END MOVE 'O' TO fin-notes-evaluation
                   NOT AT END
                       IF HI-ELEVE-ID NOT = eleve-id
                               OR HI-DATE NOT = date-cible
                               OR HI-EVALUATION NOT = evaluation-cible
                           MOVE 'O' TO fin-notes-evaluation
                       ELSE
                           PERFORM 3710-CUMULER-POIDS
                       END-IF
               END-READ
           END-PERFORM.

           MOVE eleve-id TO HI-ELEVE-ID.
           MOVE date-cible TO HI-DATE.
           MOVE evaluation-cible TO HI-EVALUATION.
           MOVE SPACES TO HI-MATIERE.
           MOVE 'N' TO ancien-trouve.
           READ HISTO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'O' TO ancien-trouve
           END-READ.

           IF ancien-connu AND somme-poids > ZERO
               MOVE HI-NOTE TO ancienne-note
               MOVE HI-BANDE TO ancienne-bande
               COMPUTE nouvelle-generale ROUNDED = ancienne-note
                   + ecart-generale * poids-corrige / somme-poids
               IF nouvelle-generale > 20
                   MOVE 20 TO nouvelle-generale
               END-IF
               IF nouvelle-generale < ZERO
                   MOVE ZERO TO nouvelle-generale
               END-IF
               MOVE nouvelle-generale TO nouvelle-note
               MOVE nouvelle-note TO BP-NOTE
               CALL 'CALCULER-BANDE' USING PARAM-VALEURS
                                           BANDE-PARAMETRES
               MOVE nouvelle-note TO HI-NOTE
               MOVE BP-BANDE TO HI-BANDE
               REWRITE HISTO-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE 'O' TO generale-ajustee
               IF date-cible = date-du-jour
                       AND evaluation-cible = PV-EVAL-NUMERO
                   MOVE 'D' TO type-trace
                   ADD 1 TO nb-corrections
                   ADD nouvelle-note TO total-nouvelles-notes
               ELSE
                   MOVE 'G' TO type-trace
               END-IF
               PERFORM 3900-TRACER-CORRECTION
           END-IF.

       3710-CUMULER-POIDS.
           IF HI-MATIERE NOT = SPACES AND NOT HI-DISTINCTION
               MOVE 1.00 TO poids-matiere
               PERFORM VARYING idx-matiere FROM 1 BY 1
                       UNTIL idx-matiere > nb-matieres
                   IF mt-tab-code(idx-matiere) = HI-MATIERE
                       MOVE mt-tab-poids(idx-matiere) TO poids-matiere
                   END-IF
               END-PERFORM
               ADD poids-matiere TO somme-poids
           END-IF.

       3900-TRACER-CORRECTION.
           MOVE SPACES TO CORR-AUDIT-RECORD.
           MOVE type-trace TO CA-TYPE.
           MOVE eleve-id TO CA-ELEVE-ID.
           MOVE ancienne-note TO CA-ANCIENNE-NOTE.
           MOVE nouvelle-note TO CA-NOUVELLE-NOTE.
           MOVE ancienne-bande TO CA-ANCIENNE-BANDE.
           MOVE BP-BANDE TO CA-NOUVELLE-BANDE.
           MOVE CO-MOTIF TO CA-MOTIF.
           MOVE date-du-jour TO CA-DATE.
           MOVE classe-eleve TO CA-CLASSE.
           MOVE evaluation-cible TO CA-EVALUATION.
           MOVE date-cible TO CA-DATE-EVALUATION.
           WRITE CORR-AUDIT-RECORD.

       8000-ECRIRE-TRAILER.
           MOVE SPACES TO CORR-AUDIT-TRAILER-RECORD.
           MOVE 'T' TO CAT-TYPE.
           MOVE total-nouvelles-notes TO CAT-TOTAL.
           WRITE CORR-AUDIT-TRAILER-RECORD.

       8500-SAUVER-CORRECTIONS.
           OPEN OUTPUT CORRECTION-FILE.

           PERFORM VARYING idx-correction FROM 1 BY 1
                   UNTIL idx-correction > nb-lignes-correction
               MOVE co-tab-ligne(idx-correction) TO CORRECTION-RECORD
               IF CO-A-TRAITER
                       OR CO-DATE-TRAITEMENT = date-du-jour
                   WRITE CORRECTION-RECORD
               END-IF
           END-PERFORM.

           CLOSE CORRECTION-FILE.

       END PROGRAM CORRIGER-NOTES.
