           SELECT INTERFACE-FILE ASSIGN TO "NOTES.INT"
               ORGANIZATION LINE SEQUENTIAL.

       COPY ENVOIFC.
       COPY HISTOFC.
       COPY SUSPECTFC.
       COPY VALIDFC.
       COPY NOTATTFC.

           SELECT OPTIONAL CORR-AUDIT-FILE
               ASSIGN DYNAMIC corr-audit-filename
               ORGANIZATION LINE SEQUENTIAL.

           SELECT ECART-FILE ASSIGN TO "ECARTS.RPT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT SIGNATURE-RPT-FILE ASSIGN TO "SIGNATURES.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  INTERFACE-RECORD.
           05  IN-LIGNE          PIC X(80).

       COPY ENVOIFD.
       COPY HISTOFD.
       COPY SUSPECTFD.
       COPY VALIDFD.
       COPY NOTATTFD.

       FD  CORR-AUDIT-FILE.
       01  CORR-AUDIT-RECORD.
           05  CA-TYPE           PIC X(01).
           05  FILLER            PIC X(01).
           05  CA-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  CA-ANCIENNE-NOTE  PIC Z9.99.
           05  FILLER            PIC X(01).
           05  CA-NOUVELLE-NOTE  PIC Z9.99.
           05  FILLER            PIC X(01).
           05  CA-ANCIENNE-BANDE PIC X(12).
           05  FILLER            PIC X(01).
           05  CA-NOUVELLE-BANDE PIC X(12).
           05  FILLER            PIC X(01).
           05  CA-MOTIF          PIC X(30).
           05  FILLER            PIC X(01).
           05  CA-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  CA-CLASSE         PIC X(05).
           05  FILLER            PIC X(01).
           05  CA-EVALUATION     PIC 9(02).
           05  FILLER            PIC X(01).
           05  CA-DATE-EVALUATION PIC 9(8).

       FD  ECART-FILE.
       01  ECART-ENTETE-RECORD.
           05  EC-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  EC-LIBELLE        PIC X(20).
           05  EC-DATE           PIC 9(8).

       01  ECART-LIGNE-RECORD.
           05  EG-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(02).
           05  EG-NOTE           PIC Z9.99.
           05  FILLER            PIC X(02).
           05  EG-MOYENNE        PIC Z9.99.
           05  FILLER            PIC X(02).
           05  EG-ECART          PIC Z9.99.
           05  FILLER            PIC X(02).
           05  EG-NB-NOTES       PIC Z9.
           05  FILLER            PIC X(02).
           05  EG-STATUT         PIC X(12).

       01  ECART-TOTAL-RECORD.
           05  EX-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  EX-VALEUR         PIC ZZZ9.

       FD  SIGNATURE-RPT-FILE.
       01  SIGNATURE-ENTETE-RECORD.
           05  SR-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  SR-LIBELLE        PIC X(20).
           05  SR-DATE           PIC 9(8).

       01  SIGNATURE-LIGNE-RECORD.
           05  SL-CLASSE         PIC X(05).
           05  FILLER            PIC X(02).
           05  SL-EVALUATION     PIC Z9.
           05  FILLER            PIC X(02).
           05  SL-DATE           PIC 9(8).
           05  FILLER            PIC X(02).
           05  SL-NB-NOTES       PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  SL-DEPUIS         PIC 9(8).
           05  FILLER            PIC X(02).
           05  SL-STATUT         PIC X(12).

       01  SIGNATURE-TOTAL-RECORD.
           05  SX-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  SX-VALEUR         PIC ZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY DATECOM.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY JOURNALCOM.
       COPY NUMEROCOM.

       77  corr-audit-filename PIC X(21).
       77  fin-histo PIC X VALUE 'N'.
           88  tout-histo-lu VALUE 'O'.
       77  fin-suspects PIC X VALUE 'N'.
           88  tous-suspects-lus VALUE 'O'.
       77  fin-corr-audit PIC X VALUE 'N'.
           88  tout-corr-audit-lu VALUE 'O'.

       77  nb-controles PIC 9(3) VALUE ZERO.
       77  idx-controle PIC 9(3).
       77  rang-controle PIC 9(3).
       77  controles-sature PIC X VALUE 'N'.
           88  controles-est-sature VALUE 'O'.
       01  controle-table.
           05  controle-entry OCCURS 500.
               10  ck-tab-eleve-id   PIC X(05).
               10  ck-tab-note       PIC 9(2)V99.
               10  ck-tab-nb-recentes PIC 9(02).
               10  ck-tab-recente OCCURS 10 PIC 9(2)V99.
               10  ck-tab-moyenne    PIC 9(2)V99.
               10  ck-tab-ecart      PIC 9(2)V99.
               10  ck-tab-statut     PIC X(01).
               10  ck-tab-correction PIC X(01).
               10  ck-tab-note-corr  PIC 9(2)V99.
               10  ck-tab-bande-corr PIC X(12).

       77  nb-suspects PIC 9(4) VALUE ZERO.
       77  idx-suspect PIC 9(4).
       77  rang-suspect PIC 9(4).
       77  suspects-sature PIC X VALUE 'N'.
           88  suspects-est-sature VALUE 'O'.
       01  suspect-table.
           05  suspect-entry OCCURS 2000.
               10  ns-tab-date       PIC 9(8).
               10  ns-tab-eleve-id   PIC X(05).
               10  ns-tab-note       PIC 9(2)V99.
               10  ns-tab-moyenne    PIC 9(2)V99.
               10  ns-tab-ecart      PIC 9(2)V99.
               10  ns-tab-statut     PIC X(01).
               10  ns-tab-operateur  PIC X(08).
               10  ns-tab-date-decision PIC 9(8).

       77  nb-recentes-max PIC 9(02).
       77  idx-recente PIC 9(02).
       77  total-recentes PIC 9(4)V99.
       77  note-histo PIC 9(2)V99.
       77  eleve-cherche PIC X(05).
       77  note-exportee PIC Z9.99.
       77  bande-exportee PIC X(12).
       77  eleve-retenu PIC X VALUE 'N'.
           88  est-retenu VALUE 'O'.

       77  nb-suspectes PIC 9(4) VALUE ZERO.
       77  nb-retenus PIC 9(4) VALUE ZERO.
       77  nb-nouvelles-retenues PIC 9(4) VALUE ZERO.
       77  nb-liberes PIC 9(4) VALUE ZERO.
       77  nb-corriges PIC 9(4) VALUE ZERO.
       77  nb-lignes-retenues PIC 9(5) VALUE ZERO.

       77  audit-filename PIC X(17).
       77  fin-audit PIC X VALUE 'N'.
           88  tout-audit-lu VALUE 'O'.

       77  fin-validations PIC X VALUE 'N'.
           88  toutes-validations-lues VALUE 'O'.
       77  validations-sature PIC X VALUE 'N'.
           88  validations-est-sature VALUE 'O'.
       77  nb-validations PIC 9(4) VALUE ZERO.
       77  idx-validation PIC 9(4).
       01  validation-table.
           05  validation-entry OCCURS 2000.
               10  vn-tab-cle.
                   15  vn-tab-classe     PIC X(05).
                   15  vn-tab-matiere    PIC X(03).
                   15  vn-tab-evaluation PIC 9(02).
                   15  vn-tab-date       PIC 9(8).
               10  vn-tab-statut     PIC X(01).

       01  ensemble-cherche.
           05  es-classe         PIC X(05).
           05  es-matiere        PIC X(03).
           05  es-evaluation     PIC 9(02).
           05  es-date           PIC 9(8).
       77  statut-ensemble PIC X VALUE SPACE.
       77  ensemble-valide PIC X VALUE 'N'.
           88  est-ensemble-valide VALUE 'O'.

       77  fin-attentes PIC X VALUE 'N'.
           88  toutes-attentes-lues VALUE 'O'.
       77  attentes-sature PIC X VALUE 'N'.
           88  attentes-est-sature VALUE 'O'.
       77  nb-attentes PIC 9(4) VALUE ZERO.
       77  idx-attente PIC 9(4).
       01  attente-table.
           05  attente-entry OCCURS 3000.
               10  np-tab-classe     PIC X(05).
               10  np-tab-evaluation PIC 9(02).
               10  np-tab-date       PIC 9(8).
               10  np-tab-eleve-id   PIC X(05).
               10  np-tab-note       PIC Z9.99.
               10  np-tab-bande      PIC X(12).
               10  np-tab-date-report PIC 9(8).
               10  np-tab-etat       PIC X(01).
               10  np-tab-attente    PIC X(01).

       77  nb-reportes-jour PIC 9(4) VALUE ZERO.
       77  nb-reprises PIC 9(4) VALUE ZERO.
       77  nb-en-attente PIC 9(4) VALUE ZERO.
       77  nb-perdues PIC 9(4) VALUE ZERO.
       77  nb-retenues-attente PIC 9(4) VALUE ZERO.
       77  nb-retenues-levees PIC 9(4) VALUE ZERO.
       77  nb-corrections-reportees PIC 9(4) VALUE ZERO.
       77  correction-reportee PIC X VALUE 'N'.
           88  correction-est-reportee VALUE 'O'.
       77  attente-a-reporter PIC X(01) VALUE 'S'.
       77  suspects-modifies PIC X VALUE 'N'.
           88  suspects-sont-modifies VALUE 'O'.
       77  classe-exportee PIC X(05).
       77  eleve-exporte PIC X(05).
       77  date-exportee PIC 9(8).

       77  nb-ensembles PIC 9(3) VALUE ZERO.
       77  idx-ensemble PIC 9(3).
       77  rang-ensemble PIC 9(3).
       77  ensembles-sature PIC X VALUE 'N'.
           88  ensembles-est-sature VALUE 'O'.
       01  ensemble-table.
           05  ensemble-entry OCCURS 200.
               10  ea-tab-classe     PIC X(05).
               10  ea-tab-evaluation PIC 9(02).
               10  ea-tab-date       PIC 9(8).
               10  ea-tab-nb-notes   PIC 9(4).
               10  ea-tab-depuis     PIC 9(8).
               10  ea-tab-statut     PIC X(01).

       77  numero-envoi PIC 9(5) VALUE ZERO.
       77  numero-edite PIC 9(5).
                  date-du-jour DELIMITED SIZE
                  '.LOG' DELIMITED SIZE
                  INTO audit-filename.
           STRING 'CORRAUDIT' DELIMITED SIZE
                  date-du-jour DELIMITED SIZE
                  '.LOG' DELIMITED SIZE
                  INTO corr-audit-filename.

           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           PERFORM 7100-CHARGER-ATTENTES.

           IF attentes-est-sature
               DISPLAY "export notes : fichier des notes en attente au "
                       "dela de 2500 lignes, envoi refuse"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 6000-CONTROLER-ECARTS.

           PERFORM 1000-ATTRIBUER-NUMERO-ENVOI.

           IF NOT NU-ATTRIBUE
               DISPLAY "export notes : numero d envoi refuse par le "
                       "registre, serie ENVOI"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 5500-ENREGISTRER-ENVOI.

           PERFORM 7000-CHARGER-VALIDATIONS.

           IF validations-est-sature
               DISPLAY "fichier des validations au dela de 2000 "
                       "lignes, validations partielles"
           END-IF.

           OPEN INPUT AUDIT-FILE.
           OPEN INPUT HISTO-FILE.
           OPEN OUTPUT INTERFACE-FILE.

           PERFORM 2000-ECRIRE-ENTETE.

           PERFORM 3500-REPRENDRE-ATTENTE
               VARYING idx-attente FROM 1 BY 1
               UNTIL idx-attente > nb-attentes.

           PERFORM UNTIL tout-audit-lu
               READ AUDIT-FILE
                   AT END MOVE 'O' TO fin-audit
           PERFORM 4000-ECRIRE-TRAILER.

           CLOSE AUDIT-FILE.
           CLOSE HISTO-FILE.
           CLOSE INTERFACE-FILE.

           PERFORM 7300-SAUVER-ATTENTES.
           PERFORM 7400-EDITER-ATTENTES.

           IF suspects-sont-modifies
               PERFORM 6700-SAUVER-SUSPECTS
           END-IF.

           DISPLAY "export notes : envoi " numero-envoi ", "
                   nb-exportes " enregistrements".

           IF nb-reprises > ZERO
               DISPLAY "export notes : " nb-reprises
                       " notes en attente exportees apres signature"
           END-IF.

           IF nb-corrections-reportees > ZERO
               DISPLAY "export notes : " nb-corrections-reportees
                       " corrections d evaluations anterieures "
                       "reportees"
           END-IF.

           IF nb-en-attente > ZERO
               DISPLAY "export notes : " nb-en-attente
                       " notes en attente de signature, "
                       nb-ensembles " classes"
           END-IF.

           IF nb-perdues > ZERO
               DISPLAY "export notes : " nb-perdues
                       " notes non reportees, table d attente pleine"
           END-IF.

           IF nb-retenus > ZERO
               DISPLAY "export notes : " nb-retenus
                       " eleves retenus pour ecart de note"
           END-IF.

           IF nb-retenues-levees > ZERO
               DISPLAY "export notes : " nb-retenues-levees
                       " notes retenues liberees ou corrigees"
           END-IF.

           IF nb-retenues-attente > ZERO
               DISPLAY "export notes : " nb-retenues-attente
                       " notes toujours retenues pour ecart"
           END-IF.

           IF nb-perdues > ZERO
               MOVE RC-ERREUR TO RETURN-CODE
           ELSE
               IF nb-exportes = ZERO OR nb-retenus > ZERO
                       OR nb-en-attente > ZERO
                       OR nb-retenues-attente > ZERO
                   MOVE RC-AVERTISSEMENT TO RETURN-CODE
               ELSE
                   MOVE RC-SUCCES TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

       1000-ATTRIBUER-NUMERO-ENVOI.
           MOVE 'ENVOI' TO NU-SERIE.
           MOVE 1 TO NU-QUANTITE.
           MOVE 'EXPORT-NOTES' TO NU-PROGRAMME.
           CALL 'ATTRIBUER-NUMERO' USING NUMERO-PARAMETRES.

           IF NU-ATTRIBUE
               MOVE NU-PREMIER TO numero-envoi
           END-IF.

       2000-ECRIRE-ENTETE.
           MOVE numero-envoi TO numero-edite.
           WRITE INTERFACE-RECORD.

       3000-EXPORTER-DETAIL.
           MOVE AU-ELEVE-ID TO eleve-cherche.
           PERFORM 6900-CHERCHER-CONTROLE.

           MOVE AU-SCORE TO note-exportee.
           MOVE AU-BANDE TO bande-exportee.
           MOVE 'N' TO eleve-retenu.

           IF rang-controle > ZERO
               EVALUATE ck-tab-statut(rang-controle)
                   WHEN 'R'
                       MOVE 'O' TO eleve-retenu
                   WHEN 'C'
                       MOVE ck-tab-note-corr(rang-controle)
                           TO note-exportee
                       MOVE ck-tab-bande-corr(rang-controle)
                           TO bande-exportee
               END-EVALUATE
           END-IF.

           IF est-retenu
               ADD 1 TO nb-lignes-retenues
               PERFORM 3050-CHERCHER-CLASSE
               MOVE 'E' TO attente-a-reporter
               PERFORM 3200-REPORTER-LIGNE
           ELSE
               PERFORM 3050-CHERCHER-CLASSE
               MOVE classe-exportee TO es-classe
               MOVE SPACES TO es-matiere
               MOVE PV-EVAL-NUMERO TO es-evaluation
               MOVE date-du-jour TO es-date
               PERFORM 7900-VERIFIER-ENSEMBLE
               IF est-ensemble-valide
                   MOVE AU-ELEVE-ID TO eleve-exporte
                   MOVE AU-DATE TO date-exportee
                   PERFORM 3100-ECRIRE-DETAIL
               ELSE
                   MOVE 'S' TO attente-a-reporter
                   PERFORM 3200-REPORTER-LIGNE
               END-IF
           END-IF.

       3050-CHERCHER-CLASSE.
           MOVE SPACES TO classe-exportee.

           MOVE SPACES TO HISTO-RECORD.
           MOVE AU-ELEVE-ID TO HI-ELEVE-ID.
           MOVE date-du-jour TO HI-DATE.
           MOVE PV-EVAL-NUMERO TO HI-EVALUATION.
           READ HISTO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE HI-CLASSE TO classe-exportee
           END-READ.

       3100-ECRIRE-DETAIL.
           ADD 1 TO nb-exportes.
           MOVE note-exportee TO valeur-numerique.
           ADD valeur-numerique TO total-scores.

           MOVE SPACES TO INTERFACE-RECORD.
           STRING 'D;' DELIMITED SIZE
                  eleve-exporte DELIMITED SIZE
                  ';' DELIMITED SIZE
                  note-exportee DELIMITED SIZE
                  ';' DELIMITED SIZE
                  bande-exportee DELIMITED SIZE
                  ';' DELIMITED SIZE
                  date-exportee DELIMITED SIZE
                  INTO IN-LIGNE.
           WRITE INTERFACE-RECORD.

       3200-REPORTER-LIGNE.
           IF nb-attentes < 3000
               ADD 1 TO nb-attentes
               ADD 1 TO nb-reportes-jour
               MOVE classe-exportee TO np-tab-classe(nb-attentes)
               MOVE PV-EVAL-NUMERO TO np-tab-evaluation(nb-attentes)
               MOVE date-du-jour TO np-tab-date(nb-attentes)
               MOVE AU-ELEVE-ID TO np-tab-eleve-id(nb-attentes)
               MOVE note-exportee TO np-tab-note(nb-attentes)
               MOVE bande-exportee TO np-tab-bande(nb-attentes)
               MOVE date-du-jour TO np-tab-date-report(nb-attentes)
               MOVE 'N' TO np-tab-etat(nb-attentes)
               MOVE attente-a-reporter TO np-tab-attente(nb-attentes)
           ELSE
               ADD 1 TO nb-perdues
           END-IF.

       3500-REPRENDRE-ATTENTE.
           IF np-tab-attente(idx-attente) = 'E'
               PERFORM 3600-CONTROLER-RETENUE
           END-IF.

           IF np-tab-attente(idx-attente) NOT = 'E'
               MOVE np-tab-classe(idx-attente) TO es-classe
               MOVE SPACES TO es-matiere
               MOVE np-tab-evaluation(idx-attente) TO es-evaluation
               MOVE np-tab-date(idx-attente) TO es-date
               PERFORM 7900-VERIFIER-ENSEMBLE
               IF est-ensemble-valide
                   MOVE np-tab-eleve-id(idx-attente) TO eleve-exporte
                   MOVE np-tab-date(idx-attente) TO date-exportee
                   PERFORM 3550-RELIRE-NOTE
                   PERFORM 3100-ECRIRE-DETAIL
                   MOVE 'X' TO np-tab-etat(idx-attente)
                   ADD 1 TO nb-reprises
               END-IF
           END-IF.

       3550-RELIRE-NOTE.
           MOVE np-tab-note(idx-attente) TO note-exportee.
           MOVE np-tab-bande(idx-attente) TO bande-exportee.

           MOVE SPACES TO HISTO-RECORD.
           MOVE np-tab-eleve-id(idx-attente) TO HI-ELEVE-ID.
           MOVE np-tab-date(idx-attente) TO HI-DATE.
           MOVE np-tab-evaluation(idx-attente) TO HI-EVALUATION.
           READ HISTO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE HI-NOTE TO note-exportee
                   MOVE HI-BANDE TO bande-exportee
           END-READ.

       3600-CONTROLER-RETENUE.
           MOVE ZERO TO rang-suspect.

           PERFORM VARYING idx-suspect FROM 1 BY 1
                   UNTIL idx-suspect > nb-suspects
               IF ns-tab-date(idx-suspect) = np-tab-date(idx-attente)
                       AND ns-tab-eleve-id(idx-suspect)
                       = np-tab-eleve-id(idx-attente)
                   MOVE idx-suspect TO rang-suspect
               END-IF
           END-PERFORM.

           IF rang-suspect > ZERO
               IF ns-tab-statut(rang-suspect) = 'R'
                   PERFORM 3550-RELIRE-NOTE
                   IF note-exportee NOT = np-tab-note(idx-attente)
                       MOVE 'C' TO ns-tab-statut(rang-suspect)
                       MOVE 'CORRIGER'
                           TO ns-tab-operateur(rang-suspect)
                       MOVE date-du-jour
                           TO ns-tab-date-decision(rang-suspect)
                       MOVE 'O' TO suspects-modifies
                       PERFORM 3650-JOURNALISER-CORRECTION
                   END-IF
               END-IF
               IF ns-tab-statut(rang-suspect) = 'L'
                       OR ns-tab-statut(rang-suspect) = 'C'
                   MOVE 'S' TO np-tab-attente(idx-attente)
                   ADD 1 TO nb-retenues-levees
               END-IF
           END-IF.

       3650-JOURNALISER-CORRECTION.
           MOVE 'EXPORT-NOTES' TO JL-PROGRAMME.
           MOVE 'NP-ELEVE-ID' TO JL-CHAMP.
           MOVE SPACES TO JL-VALEUR.
           STRING np-tab-eleve-id(idx-attente) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  note-exportee DELIMITED SIZE
                  INTO JL-VALEUR.
           MOVE 'note retenue exportee apres correction'
               TO JL-MESSAGE.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 2061 TO JL-CODE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       4000-ECRIRE-TRAILER.
           MOVE nb-exportes TO nb-edite.
           MOVE total-scores TO total-edite.
                  INTO IN-LIGNE.
           WRITE INTERFACE-RECORD.

       5500-ENREGISTRER-ENVOI.
           OPEN EXTEND ENVOI-FILE.
           MOVE SPACES TO ENVOI-RECORD.
           WRITE ENVOI-RECORD.
           CLOSE ENVOI-FILE.

       6000-CONTROLER-ECARTS.
           MOVE PV-ECART-NB-NOTES TO nb-recentes-max.
           IF nb-recentes-max = ZERO OR nb-recentes-max > 10
               MOVE 10 TO nb-recentes-max
           END-IF.

           PERFORM 6100-CHARGER-AUDIT-DU-JOUR.

           IF controles-est-sature
               DISPLAY "audit du jour au dela de 500 eleves, "
                       "controle des ecarts partiel"
           END-IF.

           PERFORM 6200-CHARGER-HISTORIQUE.
           PERFORM 6300-CHARGER-SUSPECTS.

           IF suspects-est-sature
               DISPLAY "fichier des notes suspectes au dela de 2000 "
                       "lignes, controle partiel"
           END-IF.

           PERFORM 6400-CHARGER-CORRECTIONS.

           OPEN OUTPUT ECART-FILE.

           MOVE SPACES TO ECART-ENTETE-RECORD.
           MOVE SP-NOM TO EC-NOM-ATELIER.
           MOVE 'NOTES SUSPECTES AU' TO EC-LIBELLE.
           MOVE date-du-jour TO EC-DATE.
           WRITE ECART-ENTETE-RECORD.

           PERFORM 6500-EVALUER-ECART
               VARYING idx-controle FROM 1 BY 1
               UNTIL idx-controle > nb-controles.

           PERFORM 6800-IMPRIMER-TOTAUX-ECARTS.

           CLOSE ECART-FILE.

           PERFORM 6700-SAUVER-SUSPECTS.

           MOVE 'N' TO fin-audit.

       6100-CHARGER-AUDIT-DU-JOUR.
           OPEN INPUT AUDIT-FILE.

           PERFORM UNTIL tout-audit-lu
               READ AUDIT-FILE
                   AT END MOVE 'O' TO fin-audit
                   NOT AT END
                       IF AU-TYPE = 'D'
                           PERFORM 6110-RETENIR-AUDIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUDIT-FILE.

       6110-RETENIR-AUDIT.
           MOVE AU-ELEVE-ID TO eleve-cherche.
           PERFORM 6900-CHERCHER-CONTROLE.

           IF rang-controle = ZERO
               IF nb-controles < 500
                   ADD 1 TO nb-controles
                   MOVE nb-controles TO rang-controle
                   MOVE AU-ELEVE-ID TO ck-tab-eleve-id(rang-controle)
                   MOVE ZERO TO ck-tab-nb-recentes(rang-controle)
                   MOVE ZERO TO ck-tab-moyenne(rang-controle)
                   MOVE ZERO TO ck-tab-ecart(rang-controle)
                   MOVE SPACE TO ck-tab-statut(rang-controle)
                   MOVE 'N' TO ck-tab-correction(rang-controle)
                   MOVE ZERO TO ck-tab-note-corr(rang-controle)
                   MOVE SPACES TO ck-tab-bande-corr(rang-controle)
               ELSE
                   MOVE 'O' TO controles-sature
               END-IF
           END-IF.

           IF rang-controle > ZERO
               MOVE AU-SCORE TO ck-tab-note(rang-controle)
           END-IF.

       6200-CHARGER-HISTORIQUE.
           OPEN INPUT HISTO-FILE.

           MOVE ZERO TO HI-DATE.
           START HISTO-FILE KEY IS NOT LESS THAN HI-DATE
               INVALID KEY MOVE 'O' TO fin-histo
           END-START.

           PERFORM UNTIL tout-histo-lu
               READ HISTO-FILE NEXT
                   AT END MOVE 'O' TO fin-histo
                   NOT AT END
                       IF HI-DATE NOT < date-du-jour
                           MOVE 'O' TO fin-histo
                       ELSE
                           IF HI-MATIERE = SPACES
                               PERFORM 6210-RETENIR-NOTE-RECENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTO-FILE.

       6210-RETENIR-NOTE-RECENTE.
           MOVE HI-ELEVE-ID TO eleve-cherche.
           PERFORM 6900-CHERCHER-CONTROLE.

           IF rang-controle > ZERO
               MOVE HI-NOTE TO note-histo
               IF ck-tab-nb-recentes(rang-controle) < nb-recentes-max
                   ADD 1 TO ck-tab-nb-recentes(rang-controle)
                   MOVE note-histo TO ck-tab-recente(rang-controle,
                       ck-tab-nb-recentes(rang-controle))
               ELSE
                   PERFORM VARYING idx-recente FROM 1 BY 1
                           UNTIL idx-recente >= nb-recentes-max
                       MOVE ck-tab-recente(rang-controle,
                           idx-recente + 1)
                           TO ck-tab-recente(rang-controle, idx-recente)
                   END-PERFORM
                   MOVE note-histo
                       TO ck-tab-recente(rang-controle, nb-recentes-max)
               END-IF
           END-IF.

       6300-CHARGER-SUSPECTS.
           OPEN INPUT SUSPECT-FILE.

           PERFORM UNTIL tous-suspects-lus
               READ SUSPECT-FILE
                   AT END MOVE 'O' TO fin-suspects
                   NOT AT END
                       IF nb-suspects < 2000
                           ADD 1 TO nb-suspects
                           MOVE NS-DATE TO ns-tab-date(nb-suspects)
                           MOVE NS-ELEVE-ID
                               TO ns-tab-eleve-id(nb-suspects)
                           MOVE NS-NOTE TO ns-tab-note(nb-suspects)
                           MOVE NS-MOYENNE
                               TO ns-tab-moyenne(nb-suspects)
                           MOVE NS-ECART TO ns-tab-ecart(nb-suspects)
                           MOVE NS-STATUT
                               TO ns-tab-statut(nb-suspects)
                           MOVE NS-OPERATEUR
                               TO ns-tab-operateur(nb-suspects)
                           MOVE NS-DATE-DECISION
                               TO ns-tab-date-decision(nb-suspects)
                       ELSE
                           MOVE 'O' TO suspects-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUSPECT-FILE.

       6400-CHARGER-CORRECTIONS.
           OPEN INPUT CORR-AUDIT-FILE.

           PERFORM UNTIL tout-corr-audit-lu
               READ CORR-AUDIT-FILE
                   AT END MOVE 'O' TO fin-corr-audit
                   NOT AT END
                       IF CA-TYPE = 'D'
                           MOVE CA-ELEVE-ID TO eleve-cherche
                           PERFORM 6900-CHERCHER-CONTROLE
                           IF rang-controle > ZERO
                               MOVE 'O'
                                   TO ck-tab-correction(rang-controle)
                               MOVE CA-NOUVELLE-NOTE
                                   TO ck-tab-note-corr(rang-controle)
                               MOVE CA-NOUVELLE-BANDE
                                   TO ck-tab-bande-corr(rang-controle)
                           END-IF
                       END-IF
                       IF CA-TYPE = 'G' AND CA-EVALUATION NUMERIC
                               AND CA-DATE-EVALUATION NUMERIC
                           PERFORM 6450-REPORTER-CORRECTION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CORR-AUDIT-FILE.

       6450-REPORTER-CORRECTION.
           MOVE 'N' TO correction-reportee.

           PERFORM VARYING idx-attente FROM 1 BY 1
                   UNTIL idx-attente > nb-attentes
               IF np-tab-eleve-id(idx-attente) = CA-ELEVE-ID
                       AND np-tab-evaluation(idx-attente)
                           = CA-EVALUATION
                       AND np-tab-date(idx-attente) = CA-DATE-EVALUATION
                   MOVE 'O' TO correction-reportee
               END-IF
           END-PERFORM.

           IF NOT correction-est-reportee
               IF nb-attentes < 3000
                   ADD 1 TO nb-attentes
                   ADD 1 TO nb-corrections-reportees
                   MOVE CA-CLASSE TO np-tab-classe(nb-attentes)
                   MOVE CA-EVALUATION TO np-tab-evaluation(nb-attentes)
                   MOVE CA-DATE-EVALUATION TO np-tab-date(nb-attentes)
                   MOVE CA-ELEVE-ID TO np-tab-eleve-id(nb-attentes)
                   MOVE CA-NOUVELLE-NOTE TO np-tab-note(nb-attentes)
                   MOVE CA-NOUVELLE-BANDE TO np-tab-bande(nb-attentes)
                   MOVE date-du-jour TO np-tab-date-report(nb-attentes)
                   MOVE 'N' TO np-tab-etat(nb-attentes)
                   MOVE 'S' TO np-tab-attente(nb-attentes)
               ELSE
                   ADD 1 TO nb-perdues
               END-IF
           END-IF.

       6500-EVALUER-ECART.
           IF ck-tab-nb-recentes(idx-controle) > ZERO
               MOVE ZERO TO total-recentes
               PERFORM VARYING idx-recente FROM 1 BY 1
                       UNTIL idx-recente
                           > ck-tab-nb-recentes(idx-controle)
                   ADD ck-tab-recente(idx-controle, idx-recente)
                       TO total-recentes
               END-PERFORM
               COMPUTE ck-tab-moyenne(idx-controle) ROUNDED =
                   total-recentes / ck-tab-nb-recentes(idx-controle)
               IF ck-tab-note(idx-controle)
                       > ck-tab-moyenne(idx-controle)
                   COMPUTE ck-tab-ecart(idx-controle) =
                       ck-tab-note(idx-controle)
                       - ck-tab-moyenne(idx-controle)
               ELSE
                   COMPUTE ck-tab-ecart(idx-controle) =
                       ck-tab-moyenne(idx-controle)
                       - ck-tab-note(idx-controle)
               END-IF
               IF ck-tab-ecart(idx-controle) > PV-ECART-NOTE-MAX
                   ADD 1 TO nb-suspectes
                   PERFORM 6600-STATUER-SUSPECTE
               END-IF
           END-IF.

       6600-STATUER-SUSPECTE.
           MOVE ZERO TO rang-suspect.

           PERFORM VARYING idx-suspect FROM 1 BY 1
                   UNTIL idx-suspect > nb-suspects
               IF ns-tab-date(idx-suspect) = date-du-jour
                       AND ns-tab-eleve-id(idx-suspect)
                       = ck-tab-eleve-id(idx-controle)
                   MOVE idx-suspect TO rang-suspect
               END-IF
           END-PERFORM.

           IF rang-suspect = ZERO
               IF nb-suspects < 2000
                   ADD 1 TO nb-suspects
                   MOVE nb-suspects TO rang-suspect
                   MOVE date-du-jour TO ns-tab-date(rang-suspect)
                   MOVE ck-tab-eleve-id(idx-controle)
                       TO ns-tab-eleve-id(rang-suspect)
                   MOVE ck-tab-note(idx-controle)
                       TO ns-tab-note(rang-suspect)
                   MOVE ck-tab-moyenne(idx-controle)
                       TO ns-tab-moyenne(rang-suspect)
                   MOVE ck-tab-ecart(idx-controle)
                       TO ns-tab-ecart(rang-suspect)
                   MOVE 'R' TO ns-tab-statut(rang-suspect)
                   MOVE SPACES TO ns-tab-operateur(rang-suspect)
                   MOVE ZERO TO ns-tab-date-decision(rang-suspect)
                   ADD 1 TO nb-nouvelles-retenues
                   MOVE 'A' TO JL-SEVERITE
                   MOVE 2060 TO JL-CODE
                   MOVE 'note retenue, ecart sur moyenne recente'
                       TO JL-MESSAGE
                   PERFORM 6950-JOURNALISER-ECART
               ELSE
                   MOVE 'O' TO suspects-sature
               END-IF
           END-IF.

           IF rang-suspect = ZERO
               MOVE 'R' TO ck-tab-statut(idx-controle)
           ELSE
               IF ns-tab-statut(rang-suspect) = 'R'
                       AND ck-tab-correction(idx-controle) = 'O'
                   MOVE 'C' TO ns-tab-statut(rang-suspect)
                   MOVE 'CORRIGER' TO ns-tab-operateur(rang-suspect)
                   MOVE date-du-jour
                       TO ns-tab-date-decision(rang-suspect)
                   MOVE 'I' TO JL-SEVERITE
                   MOVE 2061 TO JL-CODE
                   MOVE 'note retenue exportee apres correction'
                       TO JL-MESSAGE
                   PERFORM 6950-JOURNALISER-ECART
               END-IF
               MOVE ns-tab-statut(rang-suspect)
                   TO ck-tab-statut(idx-controle)
           END-IF.

           MOVE SPACES TO ECART-LIGNE-RECORD.
           MOVE ck-tab-eleve-id(idx-controle) TO EG-ELEVE-ID.
           MOVE ck-tab-note(idx-controle) TO EG-NOTE.
           MOVE ck-tab-moyenne(idx-controle) TO EG-MOYENNE.
           MOVE ck-tab-ecart(idx-controle) TO EG-ECART.
           MOVE ck-tab-nb-recentes(idx-controle) TO EG-NB-NOTES.

           EVALUATE ck-tab-statut(idx-controle)
               WHEN 'L'
                   MOVE 'LIBEREE' TO EG-STATUT
                   ADD 1 TO nb-liberes
               WHEN 'C'
                   MOVE 'CORRIGEE' TO EG-STATUT
                   ADD 1 TO nb-corriges
               WHEN OTHER
                   MOVE 'RETENUE' TO EG-STATUT
                   ADD 1 TO nb-retenus
           END-EVALUATE.

           WRITE ECART-LIGNE-RECORD.

       6700-SAUVER-SUSPECTS.
           IF NOT suspects-est-sature
               OPEN OUTPUT SUSPECT-FILE
               PERFORM VARYING idx-suspect FROM 1 BY 1
                       UNTIL idx-suspect > nb-suspects
                   MOVE SPACES TO SUSPECT-RECORD
                   MOVE ns-tab-date(idx-suspect) TO NS-DATE
                   MOVE ns-tab-eleve-id(idx-suspect) TO NS-ELEVE-ID
                   MOVE ns-tab-note(idx-suspect) TO NS-NOTE
                   MOVE ns-tab-moyenne(idx-suspect) TO NS-MOYENNE
                   MOVE ns-tab-ecart(idx-suspect) TO NS-ECART
                   MOVE ns-tab-statut(idx-suspect) TO NS-STATUT
                   MOVE ns-tab-operateur(idx-suspect) TO NS-OPERATEUR
                   MOVE ns-tab-date-decision(idx-suspect)
                       TO NS-DATE-DECISION
                   WRITE SUSPECT-RECORD
               END-PERFORM
               CLOSE SUSPECT-FILE
           END-IF.

       6800-IMPRIMER-TOTAUX-ECARTS.
           MOVE SPACES TO ECART-TOTAL-RECORD.
           MOVE 'ELEVES CONTROLES' TO EX-LIBELLE.
           MOVE nb-controles TO EX-VALEUR.
           WRITE ECART-TOTAL-RECORD.

           MOVE SPACES TO ECART-TOTAL-RECORD.
           MOVE 'NOTES SUSPECTES' TO EX-LIBELLE.
           MOVE nb-suspectes TO EX-VALEUR.
           WRITE ECART-TOTAL-RECORD.

           MOVE SPACES TO ECART-TOTAL-RECORD.
           MOVE 'RETENUES A L EXPORT' TO EX-LIBELLE.
           MOVE nb-retenus TO EX-VALEUR.
           WRITE ECART-TOTAL-RECORD.

           MOVE SPACES TO ECART-TOTAL-RECORD.
           MOVE 'LIBEREES PAR OPERATEUR' TO EX-LIBELLE.
           MOVE nb-liberes TO EX-VALEUR.
           WRITE ECART-TOTAL-RECORD.

           MOVE SPACES TO ECART-TOTAL-RECORD.
           MOVE 'CORRIGEES' TO EX-LIBELLE.
           MOVE nb-corriges TO EX-VALEUR.
           WRITE ECART-TOTAL-RECORD.

       6900-CHERCHER-CONTROLE.
           MOVE ZERO TO rang-controle.

           PERFORM VARYING idx-controle FROM 1 BY 1
                   UNTIL idx-controle > nb-controles
               IF ck-tab-eleve-id(idx-controle) = eleve-cherche
                   MOVE idx-controle TO rang-controle
               END-IF
           END-PERFORM.

       6950-JOURNALISER-ECART.
           MOVE 'EXPORT-NOTES' TO JL-PROGRAMME.
           MOVE 'AU-ELEVE-ID' TO JL-CHAMP.
           MOVE SPACES TO JL-VALEUR.
           MOVE ck-tab-note(idx-controle) TO note-exportee.
           STRING ck-tab-eleve-id(idx-controle) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  note-exportee DELIMITED SIZE
                  INTO JL-VALEUR.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       7000-CHARGER-VALIDATIONS.
           OPEN INPUT VALIDATION-FILE.

           PERFORM UNTIL toutes-validations-lues
               READ VALIDATION-FILE
                   AT END MOVE 'O' TO fin-validations
                   NOT AT END
                       IF nb-validations < 2000
                           ADD 1 TO nb-validations
                           MOVE VN-CLASSE
                               TO vn-tab-classe(nb-validations)
                           MOVE VN-MATIERE
                               TO vn-tab-matiere(nb-validations)
                           MOVE VN-EVALUATION
                               TO vn-tab-evaluation(nb-validations)
                           MOVE VN-DATE TO vn-tab-date(nb-validations)
                           MOVE VN-STATUT
                               TO vn-tab-statut(nb-validations)
                       ELSE
                           MOVE 'O' TO validations-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VALIDATION-FILE.

       7100-CHARGER-ATTENTES.
           OPEN INPUT NOTE-ATTENTE-FILE.

           PERFORM UNTIL toutes-attentes-lues
               READ NOTE-ATTENTE-FILE
                   AT END MOVE 'O' TO fin-attentes
                   NOT AT END
                       IF NP-DATE NOT = date-du-jour
                           PERFORM 7110-RETENIR-ATTENTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE NOTE-ATTENTE-FILE.

       7110-RETENIR-ATTENTE.
           IF nb-attentes < 2500
               ADD 1 TO nb-attentes
               MOVE NP-CLASSE TO np-tab-classe(nb-attentes)
               MOVE NP-EVALUATION TO np-tab-evaluation(nb-attentes)
               MOVE NP-DATE TO np-tab-date(nb-attentes)
               MOVE NP-ELEVE-ID TO np-tab-eleve-id(nb-attentes)
               MOVE NP-NOTE TO np-tab-note(nb-attentes)
               MOVE NP-BANDE TO np-tab-bande(nb-attentes)
               MOVE NP-DATE-REPORT TO np-tab-date-report(nb-attentes)
               MOVE 'A' TO np-tab-etat(nb-attentes)
               IF NP-ATTENTE-ECART
                   MOVE 'E' TO np-tab-attente(nb-attentes)
               ELSE
                   MOVE 'S' TO np-tab-attente(nb-attentes)
               END-IF
           ELSE
               MOVE 'O' TO attentes-sature
           END-IF.

       7300-SAUVER-ATTENTES.
           OPEN OUTPUT NOTE-ATTENTE-FILE.

           PERFORM VARYING idx-attente FROM 1 BY 1
                   UNTIL idx-attente > nb-attentes
               IF np-tab-etat(idx-attente) NOT = 'X'
                   MOVE SPACES TO NOTE-ATTENTE-RECORD
                   MOVE np-tab-classe(idx-attente) TO NP-CLASSE
                   MOVE np-tab-evaluation(idx-attente)
                       TO NP-EVALUATION
                   MOVE np-tab-date(idx-attente) TO NP-DATE
                   MOVE np-tab-eleve-id(idx-attente) TO NP-ELEVE-ID
                   MOVE np-tab-note(idx-attente) TO NP-NOTE
                   MOVE np-tab-bande(idx-attente) TO NP-BANDE
                   MOVE np-tab-date-report(idx-attente)
                       TO NP-DATE-REPORT
                   MOVE np-tab-attente(idx-attente) TO NP-ATTENTE
                   WRITE NOTE-ATTENTE-RECORD
               END-IF
           END-PERFORM.

           CLOSE NOTE-ATTENTE-FILE.

       7400-EDITER-ATTENTES.
           PERFORM 7410-CUMULER-ATTENTE
               VARYING idx-attente FROM 1 BY 1
               UNTIL idx-attente > nb-attentes.

           OPEN OUTPUT SIGNATURE-RPT-FILE.

           MOVE SPACES TO SIGNATURE-ENTETE-RECORD.
           MOVE SP-NOM TO SR-NOM-ATELIER.
           MOVE 'NOTES NON SIGNEES AU' TO SR-LIBELLE.
           MOVE date-du-jour TO SR-DATE.
           WRITE SIGNATURE-ENTETE-RECORD.

           PERFORM VARYING idx-ensemble FROM 1 BY 1
                   UNTIL idx-ensemble > nb-ensembles
               MOVE SPACES TO SIGNATURE-LIGNE-RECORD
               MOVE ea-tab-classe(idx-ensemble) TO SL-CLASSE
               MOVE ea-tab-evaluation(idx-ensemble) TO SL-EVALUATION
               MOVE ea-tab-date(idx-ensemble) TO SL-DATE
               MOVE ea-tab-nb-notes(idx-ensemble) TO SL-NB-NOTES
               MOVE ea-tab-depuis(idx-ensemble) TO SL-DEPUIS
               IF ea-tab-statut(idx-ensemble) = 'R'
                   MOVE 'ROUVERTE' TO SL-STATUT
               ELSE
                   MOVE 'NON SIGNEE' TO SL-STATUT
               END-IF
               WRITE SIGNATURE-LIGNE-RECORD
           END-PERFORM.

           IF ensembles-est-sature
               MOVE SPACES TO SIGNATURE-LIGNE-RECORD
               MOVE 'LISTE LIMITEE A 200 CLASSES'
                   TO SIGNATURE-LIGNE-RECORD
               WRITE SIGNATURE-LIGNE-RECORD
           END-IF.

           MOVE SPACES TO SIGNATURE-TOTAL-RECORD.
           MOVE 'CLASSES EN ATTENTE' TO SX-LIBELLE.
           MOVE nb-ensembles TO SX-VALEUR.
           WRITE SIGNATURE-TOTAL-RECORD.

           MOVE SPACES TO SIGNATURE-TOTAL-RECORD.
           MOVE 'NOTES EN ATTENTE' TO SX-LIBELLE.
           MOVE nb-en-attente TO SX-VALEUR.
           WRITE SIGNATURE-TOTAL-RECORD.

           MOVE SPACES TO SIGNATURE-TOTAL-RECORD.
           MOVE 'DONT REPORTEES CE JOUR' TO SX-LIBELLE.
           MOVE nb-reportes-jour TO SX-VALEUR.
           WRITE SIGNATURE-TOTAL-RECORD.

           MOVE SPACES TO SIGNATURE-TOTAL-RECORD.
           MOVE 'REPRISES APRES SIGNATURE' TO SX-LIBELLE.
           MOVE nb-reprises TO SX-VALEUR.
           WRITE SIGNATURE-TOTAL-RECORD.

           CLOSE SIGNATURE-RPT-FILE.

       7410-CUMULER-ATTENTE.
           IF np-tab-etat(idx-attente) NOT = 'X'
                   AND np-tab-attente(idx-attente) = 'E'
               ADD 1 TO nb-retenues-attente
           END-IF.

           IF np-tab-etat(idx-attente) NOT = 'X'
                   AND np-tab-attente(idx-attente) NOT = 'E'
               ADD 1 TO nb-en-attente
               MOVE ZERO TO rang-ensemble
               PERFORM VARYING idx-ensemble FROM 1 BY 1
                       UNTIL idx-ensemble > nb-ensembles
                   IF ea-tab-classe(idx-ensemble)
                           = np-tab-classe(idx-attente)
                           AND ea-tab-evaluation(idx-ensemble)
                           = np-tab-evaluation(idx-attente)
                           AND ea-tab-date(idx-ensemble)
                           = np-tab-date(idx-attente)
                       MOVE idx-ensemble TO rang-ensemble
                   END-IF
               END-PERFORM
               IF rang-ensemble = ZERO
                   IF nb-ensembles < 200
                       ADD 1 TO nb-ensembles
                       MOVE nb-ensembles TO rang-ensemble
                       MOVE np-tab-classe(idx-attente)
                           TO ea-tab-classe(rang-ensemble)
                       MOVE np-tab-evaluation(idx-attente)
                           TO ea-tab-evaluation(rang-ensemble)
                       MOVE np-tab-date(idx-attente)
                           TO ea-tab-date(rang-ensemble)
                       MOVE ZERO TO ea-tab-nb-notes(rang-ensemble)
                       MOVE np-tab-date-report(idx-attente)
                           TO ea-tab-depuis(rang-ensemble)
                       MOVE np-tab-classe(idx-attente) TO es-classe
                       MOVE SPACES TO es-matiere
                       MOVE np-tab-evaluation(idx-attente)
                           TO es-evaluation
                       MOVE np-tab-date(idx-attente) TO es-date
                       PERFORM 7900-VERIFIER-ENSEMBLE
                       MOVE statut-ensemble
                           TO ea-tab-statut(rang-ensemble)
                   ELSE
                       MOVE 'O' TO ensembles-sature
                   END-IF
               END-IF
               IF rang-ensemble > ZERO
                   ADD 1 TO ea-tab-nb-notes(rang-ensemble)
                   IF np-tab-date-report(idx-attente)
                           < ea-tab-depuis(rang-ensemble)
                       MOVE np-tab-date-report(idx-attente)
                           TO ea-tab-depuis(rang-ensemble)
                   END-IF
               END-IF
           END-IF.

       7900-VERIFIER-ENSEMBLE.
           MOVE 'N' TO ensemble-valide.
           MOVE SPACE TO statut-ensemble.

           PERFORM VARYING idx-validation FROM 1 BY 1
                   UNTIL idx-validation > nb-validations
               IF vn-tab-cle(idx-validation) = ensemble-cherche
                   MOVE vn-tab-statut(idx-validation)
                       TO statut-ensemble
               END-IF
           END-PERFORM.

           IF statut-ensemble = 'V'
               MOVE 'O' TO ensemble-valide
           END-IF.

       END PROGRAM EXPORT-NOTES.
