       FILE-CONTROL.
       COPY ELEVEFC.
       COPY HISTOFC.
       COPY PROMOFC.
       COPY DECISFC.

           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CREDITS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       COPY ELEVHFC.

           SELECT OPTIONAL HISTO-ARCHIVE-FILE ASSIGN TO "HISTOARC.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       COPY ELEVEFD.
       COPY HISTOFD.
       COPY PROMOFD.
       COPY DECISFD.

       COPY CREDITFD.

       COPY ELEVHFD.

       FD  HISTO-ARCHIVE-FILE.
       01  HISTO-ARCHIVE-RECORD.
       COPY RETCODES.
       COPY RUNCTLCOM.
       COPY DATECOM.
       COPY HISTLGCOM.
       COPY PLACECOM.

       77  rc-final PIC S9(4) COMP.
       77  execution-demarree PIC X VALUE 'N'.
               10  po-tab-ancienne   PIC X(05).
               10  po-tab-nouvelle   PIC X(05).

       77  nb-decisions PIC 9(3) VALUE ZERO.
       77  idx-decision PIC 9(3).
       01  decision-table.
           05  decision-entry OCCURS 999.
               10  pe-tab-eleve-id   PIC X(05).
               10  pe-tab-ancienne   PIC X(05).
               10  pe-tab-nouvelle   PIC X(05).

       77  nb-eleves PIC 9(3) VALUE ZERO.
       77  idx-eleve PIC 9(3).
       77  maitre-sature PIC X VALUE 'N'.

       77  nb-sortants PIC 9(3) VALUE ZERO.
       77  nb-promus PIC 9(3) VALUE ZERO.
       77  nb-redoublants PIC 9(3) VALUE ZERO.
       77  classe-cible PIC X(05).
       77  code-retour-conversion PIC S9(4) COMP.
       77  idx-sortant PIC 9(3).
       77  sortant-courant PIC X VALUE 'N'.

       77  nb-histo-archives PIC 9(5) VALUE ZERO.
       77  nb-credits-purges PIC 9(3) VALUE ZERO.
       77  nb-places-offertes PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-CHARGER-PROMOTIONS.

           IF nb-promotions = ZERO AND nb-decisions = ZERO
               DISPLAY "table des promotions absente, run annule"
               MOVE RC-ERREUR TO RETURN-CODE
               PERFORM 9100-CLORE-EXECUTION
           PERFORM 4000-APPLIQUER-PROMOTIONS.
           PERFORM 5000-ARCHIVER-HISTORIQUE.
           PERFORM 5500-PURGER-CREDITS.
           PERFORM 5800-PURGER-DECISIONS.
           PERFORM 6000-SAUVER-ELEVES.
           PERFORM 6500-INDEXER-ELEVES.
           PERFORM 3500-COMPTER-APRES.
           PERFORM 3600-OFFRIR-PLACES.
           PERFORM 7000-IMPRIMER-RECONCILIATION.

           DISPLAY "cloture annee : " nb-promus " promus, "
                   nb-redoublants " redoublants, "
                   nb-sortants " sortants archives".

           MOVE RC-SUCCES TO RETURN-CODE.
               READ PROMOTION-FILE
                   AT END MOVE 'O' TO fin-promotions
                   NOT AT END
                       IF PO-ELEVE-ID NOT = SPACES
                               AND nb-decisions < 999
                           ADD 1 TO nb-decisions
                           MOVE PO-ELEVE-ID
                               TO pe-tab-eleve-id(nb-decisions)
                           MOVE PO-ANCIENNE
                               TO pe-tab-ancienne(nb-decisions)
                           MOVE PO-NOUVELLE
                               TO pe-tab-nouvelle(nb-decisions)
                       END-IF
                       IF nb-promotions < 50
                               AND PO-ANCIENNE NOT = SPACES
                               AND PO-ELEVE-ID = SPACES
                           ADD 1 TO nb-promotions
                           MOVE PO-ANCIENNE
                               TO po-tab-ancienne(nb-promotions)
               END-IF
           END-PERFORM.

       3600-OFFRIR-PLACES.
           PERFORM VARYING idx-classe FROM 1 BY 1
                   UNTIL idx-classe > nb-classes
               IF cc-code(idx-classe) NOT = SPACES
                   MOVE SPACES TO PLACE-PARAMETRES
                   MOVE 'O' TO PC-ACTION
                   MOVE 'CLOTURE-ANNEE' TO PC-PROGRAMME
                   MOVE cc-code(idx-classe) TO PC-CLASSE
                   MOVE cc-apres(idx-classe) TO PC-EFFECTIF
                   CALL 'PLACES-CLASSE' USING PLACE-PARAMETRES
                   ADD PC-NB-OFFERTES TO nb-places-offertes
               END-IF
           END-PERFORM.

       4000-APPLIQUER-PROMOTIONS.
           OPEN EXTEND ELEVE-HISTO-FILE.


       4100-PROMOUVOIR-UN-ELEVE.
           MOVE ZERO TO rang-promotion.
           MOVE SPACES TO classe-cible.

           PERFORM VARYING idx-decision FROM 1 BY 1
                   UNTIL idx-decision > nb-decisions
               IF pe-tab-eleve-id(idx-decision)
                       = el-tab-eleve-id(idx-eleve)
                       AND pe-tab-ancienne(idx-decision)
                       = el-tab-classe(idx-eleve)
                   MOVE pe-tab-nouvelle(idx-decision) TO classe-cible
               END-IF
           END-PERFORM.

           IF classe-cible = SPACES
               PERFORM VARYING idx-promotion FROM 1 BY 1
                       UNTIL idx-promotion > nb-promotions
                   IF po-tab-ancienne(idx-promotion)
                           = el-tab-classe(idx-eleve)
                       MOVE idx-promotion TO rang-promotion
                   END-IF
               END-PERFORM
               IF rang-promotion > ZERO
                   MOVE po-tab-nouvelle(rang-promotion)
                       TO classe-cible
               END-IF
           END-IF.

           IF el-tab-statut(idx-eleve) = 'M'
               MOVE 'SORTI' TO classe-cible
           END-IF.

           IF classe-cible = SPACES
               DISPLAY "classe sans promotion : "
                       el-tab-classe(idx-eleve) " ("
                       el-tab-eleve-id(idx-eleve) ")"
           ELSE
               IF classe-cible = 'SORTI'
                   MOVE 'O' TO el-tab-sortant(idx-eleve)
                   MOVE 'P' TO el-tab-statut(idx-eleve)
                   ADD 1 TO nb-sortants
                   PERFORM 4200-ARCHIVER-SORTANT
               ELSE
                   IF classe-cible = el-tab-classe(idx-eleve)
                       ADD 1 TO nb-redoublants
                   ELSE
                       MOVE classe-cible TO el-tab-classe(idx-eleve)
                       ADD 1 TO nb-promus
                   END-IF
               END-IF
           END-IF.

           WRITE ELEVE-HISTO-RECORD.

       5000-ARCHIVER-HISTORIQUE.
           OPEN I-O HISTO-FILE.
           OPEN EXTEND HISTO-ARCHIVE-FILE.

           PERFORM VARYING idx-sortant FROM 1 BY 1
                   UNTIL idx-sortant > nb-eleves
               IF el-tab-sortant(idx-sortant) = 'O'
                   PERFORM 5100-ARCHIVER-SORTANT
               END-IF
           END-PERFORM.

           CLOSE HISTO-FILE.
           CLOSE HISTO-ARCHIVE-FILE.

       5100-ARCHIVER-SORTANT.
           MOVE 'N' TO fin-histo.
           MOVE LOW-VALUES TO HI-CLE.
           MOVE el-tab-eleve-id(idx-sortant) TO HI-ELEVE-ID.
           START HISTO-FILE KEY IS NOT LESS THAN HI-CLE
               INVALID KEY MOVE 'O' TO fin-histo
           END-START.

           PERFORM UNTIL tout-histo-lu
               READ HISTO-FILE NEXT
                   AT END MOVE 'O' TO fin-histo
                   NOT AT END
                       IF HI-ELEVE-ID NOT = el-tab-eleve-id(idx-sortant)
                           MOVE 'O' TO fin-histo
                       ELSE
                           PERFORM 5200-DEPLACER-LIGNE-HISTO
                       END-IF
               END-READ
           END-PERFORM.

       5200-DEPLACER-LIGNE-HISTO.
           ADD 1 TO nb-histo-archives.

           MOVE SPACES TO HISTO-LIGNE.
           MOVE HI-ELEVE-ID TO HL-ELEVE-ID.
           MOVE HI-DATE TO HL-DATE.
           MOVE HI-NOTE TO HL-NOTE.
           MOVE HI-BANDE TO HL-BANDE.
           MOVE HI-EVALUATION TO HL-EVALUATION.
           MOVE HI-POIDS TO HL-POIDS.
           MOVE HI-CLASSE TO HL-CLASSE.
           MOVE HI-SITE TO HL-SITE.
           MOVE HI-MATIERE TO HL-MATIERE.
           MOVE HISTO-LIGNE TO HA-LIGNE.
           WRITE HISTO-ARCHIVE-RECORD.

           DELETE HISTO-FILE
               INVALID KEY CONTINUE
           END-DELETE.

       5500-PURGER-CREDITS.
           MOVE 'N' TO fin-temp.
               WRITE HISTO-TEMP-RECORD
           END-IF.

       5800-PURGER-DECISIONS.
           OPEN OUTPUT PROMOTION-FILE.

           PERFORM VARYING idx-promotion FROM 1 BY 1
                   UNTIL idx-promotion > nb-promotions
               MOVE SPACES TO PROMOTION-RECORD
               MOVE po-tab-ancienne(idx-promotion) TO PO-ANCIENNE
               MOVE po-tab-nouvelle(idx-promotion) TO PO-NOUVELLE
               WRITE PROMOTION-RECORD
           END-PERFORM.

           CLOSE PROMOTION-FILE.

           OPEN OUTPUT DECISION-FILE.
           CLOSE DECISION-FILE.

       6000-SAUVER-ELEVES.
           OPEN OUTPUT ELEVE-FILE.

               WRITE RECONCILIATION-LIGNE-RECORD
           END-PERFORM.

           MOVE SPACES TO RECONCILIATION-TOTAL-RECORD.
           MOVE 'REDOUBLANTS' TO RO-LIBELLE.
           MOVE nb-redoublants TO RO-VALEUR.
           WRITE RECONCILIATION-TOTAL-RECORD.

           MOVE SPACES TO RECONCILIATION-TOTAL-RECORD.
           MOVE 'SORTANTS ARCHIVES' TO RO-LIBELLE.
           MOVE nb-sortants TO RO-VALEUR.
           MOVE nb-credits-purges TO RO-VALEUR.
           WRITE RECONCILIATION-TOTAL-RECORD.

           MOVE SPACES TO RECONCILIATION-TOTAL-RECORD.
           MOVE 'PLACES OFFERTES' TO RO-LIBELLE.
           MOVE nb-places-offertes TO RO-VALEUR.
           WRITE RECONCILIATION-TOTAL-RECORD.

       9100-CLORE-EXECUTION.
           IF est-demarree
               MOVE RETURN-CODE TO rc-final
