       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIGNEE-NOTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ROSTER-VALIDE-FILE ASSIGN TO "ROSTER.VAL"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC audit-filename
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL INTERFACE-FILE ASSIGN TO "NOTES.INT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CORR-AUDIT-FILE
               ASSIGN DYNAMIC corr-audit-filename
               ORGANIZATION LINE SEQUENTIAL.

       COPY HISTOFC.
       COPY ENVOIFC.
       COPY NOTATTFC.
       COPY SUSPECTFC.

           SELECT LIGNEE-FILE ASSIGN TO "LIGNEE.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-VALIDE-FILE.
       01  ROSTER-VALIDE-RECORD.
           05  RV-ELEVE-ID       PIC X(05).
           05  RV-SCORE          PIC 9(2)V9(2).
           05  RV-CLASSE         PIC X(05).
           05  RV-SITE           PIC X(03).
           05  RV-MATIERE        PIC X(03).

       COPY AUDITFD.

       FD  INTERFACE-FILE.
       01  INTERFACE-RECORD.
           05  IN-LIGNE          PIC X(80).

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

       COPY HISTOFD.
       COPY ENVOIFD.
       COPY NOTATTFD.
       COPY SUSPECTFD.

       FD  LIGNEE-FILE.
       01  LIGNEE-ENTETE-RECORD.
           05  LN-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  LN-LIBELLE        PIC X(20).
           05  LN-DATE           PIC 9(8).

       01  LIGNEE-LIGNE-RECORD.
           05  LL-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(02).
           05  LL-MATIERE        PIC X(03).
           05  FILLER            PIC X(02).
           05  LL-ETAPE          PIC X(10).
           05  FILLER            PIC X(02).
           05  LL-CONSTAT        PIC X(34).
           05  FILLER            PIC X(02).
           05  LL-REFERENCE      PIC X(12).

       01  LIGNEE-TOTAL-RECORD.
           05  LT-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  LT-VALEUR         PIC ZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY DATECOM.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY CALCJOCOM.
       COPY JOURNALCOM.

       77  audit-filename PIC X(17).
       77  corr-audit-filename PIC X(21).

       77  fin-roster PIC X VALUE 'N'.
           88  tout-roster-lu VALUE 'O'.
       77  fin-audit PIC X VALUE 'N'.
           88  tout-audit-lu VALUE 'O'.
       77  fin-interface PIC X VALUE 'N'.
           88  toute-interface-lue VALUE 'O'.
       77  fin-attentes PIC X VALUE 'N'.
           88  toutes-attentes-lues VALUE 'O'.
       77  fin-suspects PIC X VALUE 'N'.
           88  tous-suspects-lus VALUE 'O'.
       77  fin-corr-audit PIC X VALUE 'N'.
           88  tout-corr-audit-lu VALUE 'O'.
       77  fin-envois PIC X VALUE 'N'.
           88  tous-envois-lus VALUE 'O'.

       77  nb-lignees PIC 9(4) VALUE ZERO.
       77  idx-lignee PIC 9(4).
       77  lignees-sature PIC X VALUE 'N'.
           88  lignees-est-sature VALUE 'O'.
       01  lignee-table.
           05  lignee-entry OCCURS 2000.
               10  lg-tab-eleve-id   PIC X(05).
               10  lg-tab-matiere    PIC X(03).

       77  nb-audits PIC 9(3) VALUE ZERO.
       77  idx-audit PIC 9(3).
       77  rang-audit PIC 9(3).
       77  audits-sature PIC X VALUE 'N'.
           88  audits-est-sature VALUE 'O'.
       01  audit-table.
           05  audit-entry OCCURS 500.
               10  au-tab-eleve-id   PIC X(05).
               10  au-tab-type       PIC X(01).

       77  nb-exportes PIC 9(3) VALUE ZERO.
       77  idx-exporte PIC 9(3).
       77  rang-exporte PIC 9(3).
       77  exportes-sature PIC X VALUE 'N'.
           88  exportes-est-sature VALUE 'O'.
       01  exporte-table.
           05  exporte-entry OCCURS 500.
               10  ex-tab-eleve-id   PIC X(05).
               10  ex-tab-note       PIC X(05).
               10  ex-tab-date       PIC X(08).

       77  nb-attentes PIC 9(3) VALUE ZERO.
       77  idx-attente PIC 9(3).
       01  attente-table.
           05  attente-entry OCCURS 500.
               10  at-tab-eleve-id   PIC X(05).
               10  at-tab-note       PIC X(05).

       77  nb-retenues PIC 9(3) VALUE ZERO.
       77  idx-retenue PIC 9(3).
       01  retenue-table.
           05  retenue-eleve-id OCCURS 500 PIC X(05).

       77  nb-corrections PIC 9(3) VALUE ZERO.
       77  idx-correction PIC 9(3).
       77  rang-correction PIC 9(3).
       01  correction-table.
           05  correction-entry OCCURS 500.
               10  co-tab-eleve-id   PIC X(05).
               10  co-tab-note       PIC X(05).

       77  nb-anterieures PIC 9(3) VALUE ZERO.
       77  idx-anterieure PIC 9(3).
       77  rang-anterieure PIC 9(3).
       01  anterieure-table.
           05  anterieure-entry OCCURS 500.
               10  an-tab-eleve-id   PIC X(05).
               10  an-tab-evaluation PIC 9(02).
               10  an-tab-date       PIC 9(8).
               10  an-tab-note       PIC X(05).
               10  an-tab-reportee   PIC X(01).

       77  nb-envois PIC 9(3) VALUE ZERO.
       77  idx-envoi PIC 9(3).
       77  rang-envoi PIC 9(3).
       01  envoi-table.
           05  envoi-entry OCCURS 500.
               10  en-tab-numero     PIC 9(5).
               10  en-tab-date       PIC 9(8).
               10  en-tab-statut     PIC X(01).

       77  int-type PIC X(01).
       77  int-zone-1 PIC X(12).
       77  int-zone-2 PIC X(12).
       77  int-zone-3 PIC X(12).
       77  int-zone-4 PIC X(12).
       77  numero-envoi-jour PIC 9(5) VALUE ZERO.
       77  date-envoi-jour PIC 9(8) VALUE ZERO.
       77  etat-envoi-jour PIC X VALUE SPACE.
           88  envoi-jour-absent VALUE SPACE.
           88  envoi-jour-hors-registre VALUE 'X'.
           88  envoi-jour-acquitte VALUE 'A'.
           88  envoi-jour-rejete VALUE 'R'.
           88  envoi-jour-en-retard VALUE 'L'.
           88  envoi-jour-attendu VALUE 'S'.

       77  date-limite PIC 9(8) VALUE ZERO.
       77  delai-negatif PIC S9(3).

       77  suivi-arrete PIC X VALUE 'N'.
           88  suivi-est-arrete VALUE 'O'.
       77  trouve PIC X VALUE 'N'.
           88  est-trouve VALUE 'O'.
       77  note-corrigee PIC X(05).
       77  numero-edite PIC 9(5).

       77  nb-complets PIC 9(4) VALUE ZERO.
       77  nb-absents PIC 9(4) VALUE ZERO.
       77  nb-en-attente PIC 9(4) VALUE ZERO.
       77  nb-ruptures-audit PIC 9(4) VALUE ZERO.
       77  nb-ruptures-histo PIC 9(4) VALUE ZERO.
       77  nb-ruptures-export PIC 9(4) VALUE ZERO.
       77  nb-ruptures-envoi PIC 9(4) VALUE ZERO.
       77  nb-ruptures-accuse PIC 9(4) VALUE ZERO.
       77  nb-corr-non-exportees PIC 9(4) VALUE ZERO.
       77  nb-envois-anterieurs PIC 9(4) VALUE ZERO.
       77  nb-ruptures PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           STRING 'AUDIT' DELIMITED SIZE
                  date-du-jour DELIMITED SIZE
                  '.LOG' DELIMITED SIZE
                  INTO audit-filename.
           STRING 'CORRAUDIT' DELIMITED SIZE
                  date-du-jour DELIMITED SIZE
                  '.LOG' DELIMITED SIZE
                  INTO corr-audit-filename.

           PERFORM 1000-CHARGER-ROSTER.
           PERFORM 1100-CHARGER-AUDIT.
           PERFORM 1200-CHARGER-INTERFACE.
           PERFORM 1500-CHARGER-CORRECTIONS.
           PERFORM 1300-CHARGER-ATTENTES.
           PERFORM 1400-CHARGER-RETENUES.
           PERFORM 1600-CHARGER-ENVOIS.
           PERFORM 1700-CALCULER-DATE-LIMITE.
           PERFORM 1800-QUALIFIER-ENVOI-JOUR.

           IF lignees-est-sature OR audits-est-sature
                   OR exportes-est-sature
               DISPLAY "lignage : roster, audit ou envoi au dela des "
                       "tables, controle partiel"
           END-IF.

           OPEN INPUT HISTO-FILE.
           OPEN OUTPUT LIGNEE-FILE.

           MOVE SPACES TO LIGNEE-ENTETE-RECORD.
           MOVE SP-NOM TO LN-NOM-ATELIER.
           MOVE 'LIGNAGE DES NOTES AU' TO LN-LIBELLE.
           MOVE date-du-jour TO LN-DATE.
           WRITE LIGNEE-ENTETE-RECORD.

           PERFORM 2000-SUIVRE-UNE-LIGNEE
               VARYING idx-lignee FROM 1 BY 1
               UNTIL idx-lignee > nb-lignees.

           PERFORM 3000-CONTROLER-CORRECTION
               VARYING idx-correction FROM 1 BY 1
               UNTIL idx-correction > nb-corrections.

           PERFORM 3100-CONTROLER-ANTERIEURE
               VARYING idx-anterieure FROM 1 BY 1
               UNTIL idx-anterieure > nb-anterieures.

           PERFORM 4000-CONTROLER-ENVOI-ANTERIEUR
               VARYING idx-envoi FROM 1 BY 1
               UNTIL idx-envoi > nb-envois.

           PERFORM 8000-IMPRIMER-TOTAUX.

           CLOSE HISTO-FILE.
           CLOSE LIGNEE-FILE.

           COMPUTE nb-ruptures = nb-ruptures-audit + nb-ruptures-histo
               + nb-ruptures-export + nb-ruptures-envoi
               + nb-ruptures-accuse + nb-corr-non-exportees
               + nb-envois-anterieurs.

           PERFORM 7500-ECRIRE-JOURNAL.

           DISPLAY "lignage : " nb-lignees " notes suivies, "
                   nb-complets " acquittees, " nb-ruptures
                   " ruptures".

           IF nb-ruptures > ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-CHARGER-ROSTER.
           OPEN INPUT ROSTER-VALIDE-FILE.

           PERFORM UNTIL tout-roster-lu
               READ ROSTER-VALIDE-FILE
                   AT END MOVE 'O' TO fin-roster
                   NOT AT END
                       IF nb-lignees < 2000
                           ADD 1 TO nb-lignees
                           MOVE RV-ELEVE-ID
                               TO lg-tab-eleve-id(nb-lignees)
                           MOVE RV-MATIERE
                               TO lg-tab-matiere(nb-lignees)
                       ELSE
                           MOVE 'O' TO lignees-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ROSTER-VALIDE-FILE.

       1100-CHARGER-AUDIT.
           OPEN INPUT AUDIT-FILE.

           PERFORM UNTIL tout-audit-lu
               READ AUDIT-FILE
                   AT END MOVE 'O' TO fin-audit
                   NOT AT END
                       IF AU-TYPE = 'D' OR AU-TYPE = 'A'
                           IF nb-audits < 500
                               ADD 1 TO nb-audits
                               MOVE AU-ELEVE-ID
                                   TO au-tab-eleve-id(nb-audits)
                               MOVE AU-TYPE TO au-tab-type(nb-audits)
                           ELSE
                               MOVE 'O' TO audits-sature
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUDIT-FILE.

       1200-CHARGER-INTERFACE.
           OPEN INPUT INTERFACE-FILE.

           PERFORM UNTIL toute-interface-lue
               READ INTERFACE-FILE
                   AT END MOVE 'O' TO fin-interface
                   NOT AT END PERFORM 1210-LIRE-LIGNE-INTERFACE
               END-READ
           END-PERFORM.

           CLOSE INTERFACE-FILE.

           IF date-envoi-jour NOT = date-du-jour
               MOVE ZERO TO nb-exportes
               MOVE ZERO TO numero-envoi-jour
           END-IF.

       1210-LIRE-LIGNE-INTERFACE.
           MOVE SPACES TO int-type int-zone-1 int-zone-2
                          int-zone-3 int-zone-4.
           UNSTRING IN-LIGNE DELIMITED BY ';'
               INTO int-type int-zone-1 int-zone-2
                    int-zone-3 int-zone-4.

           EVALUATE int-type
               WHEN 'H'
                   IF int-zone-1(1:8) NUMERIC
                       MOVE int-zone-1(1:8) TO date-envoi-jour
                   END-IF
                   IF int-zone-2(1:5) NUMERIC
                       MOVE int-zone-2(1:5) TO numero-envoi-jour
                   END-IF
               WHEN 'D'
                   IF nb-exportes < 500
                       ADD 1 TO nb-exportes
                       MOVE int-zone-1(1:5)
                           TO ex-tab-eleve-id(nb-exportes)
                       MOVE int-zone-2(1:5)
                           TO ex-tab-note(nb-exportes)
                       MOVE int-zone-4(1:8)
                           TO ex-tab-date(nb-exportes)
                   ELSE
                       MOVE 'O' TO exportes-sature
                   END-IF
           END-EVALUATE.

       1300-CHARGER-ATTENTES.
           OPEN INPUT NOTE-ATTENTE-FILE.

           PERFORM UNTIL toutes-attentes-lues
               READ NOTE-ATTENTE-FILE
                   AT END MOVE 'O' TO fin-attentes
                   NOT AT END
                       IF NP-DATE = date-du-jour AND nb-attentes < 500
                               AND NP-ATTENTE-SIGNATURE
                           ADD 1 TO nb-attentes
                           MOVE NP-ELEVE-ID
                               TO at-tab-eleve-id(nb-attentes)
                           MOVE NP-NOTE TO at-tab-note(nb-attentes)
                       END-IF
                       IF NP-DATE NOT = date-du-jour
                           PERFORM 1310-MARQUER-ANTERIEURE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE NOTE-ATTENTE-FILE.

       1310-MARQUER-ANTERIEURE.
           PERFORM VARYING idx-anterieure FROM 1 BY 1
                   UNTIL idx-anterieure > nb-anterieures
               IF an-tab-eleve-id(idx-anterieure) = NP-ELEVE-ID
                       AND an-tab-evaluation(idx-anterieure)
                           = NP-EVALUATION
                       AND an-tab-date(idx-anterieure) = NP-DATE
                   MOVE 'O' TO an-tab-reportee(idx-anterieure)
               END-IF
           END-PERFORM.

       1400-CHARGER-RETENUES.
           OPEN INPUT SUSPECT-FILE.

           PERFORM UNTIL tous-suspects-lus
               READ SUSPECT-FILE
                   AT END MOVE 'O' TO fin-suspects
                   NOT AT END
                       IF NS-DATE = date-du-jour AND NS-STATUT = 'R'
                               AND nb-retenues < 500
                           ADD 1 TO nb-retenues
                           MOVE NS-ELEVE-ID
                               TO retenue-eleve-id(nb-retenues)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUSPECT-FILE.

       1500-CHARGER-CORRECTIONS.
           OPEN INPUT CORR-AUDIT-FILE.

           PERFORM UNTIL tout-corr-audit-lu
               READ CORR-AUDIT-FILE
                   AT END MOVE 'O' TO fin-corr-audit
                   NOT AT END
                       IF CA-TYPE = 'D'
                           PERFORM 1510-RETENIR-CORRECTION
                       END-IF
                       IF CA-TYPE = 'G' AND CA-EVALUATION NUMERIC
                               AND CA-DATE-EVALUATION NUMERIC
                           PERFORM 1520-RETENIR-ANTERIEURE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CORR-AUDIT-FILE.

       1510-RETENIR-CORRECTION.
           MOVE ZERO TO rang-correction.

           PERFORM VARYING idx-correction FROM 1 BY 1
                   UNTIL idx-correction > nb-corrections
               IF co-tab-eleve-id(idx-correction) = CA-ELEVE-ID
                   MOVE idx-correction TO rang-correction
               END-IF
           END-PERFORM.

           IF rang-correction = ZERO AND nb-corrections < 500
               ADD 1 TO nb-corrections
               MOVE nb-corrections TO rang-correction
               MOVE CA-ELEVE-ID TO co-tab-eleve-id(rang-correction)
           END-IF.

           IF rang-correction > ZERO
               MOVE CA-NOUVELLE-NOTE TO co-tab-note(rang-correction)
           END-IF.

       1520-RETENIR-ANTERIEURE.
           MOVE ZERO TO rang-anterieure.

           PERFORM VARYING idx-anterieure FROM 1 BY 1
                   UNTIL idx-anterieure > nb-anterieures
               IF an-tab-eleve-id(idx-anterieure) = CA-ELEVE-ID
                       AND an-tab-evaluation(idx-anterieure)
                           = CA-EVALUATION
                       AND an-tab-date(idx-anterieure)
                           = CA-DATE-EVALUATION
                   MOVE idx-anterieure TO rang-anterieure
               END-IF
           END-PERFORM.

           IF rang-anterieure = ZERO AND nb-anterieures < 500
               ADD 1 TO nb-anterieures
               MOVE nb-anterieures TO rang-anterieure
               MOVE CA-ELEVE-ID TO an-tab-eleve-id(rang-anterieure)
               MOVE CA-EVALUATION TO an-tab-evaluation(rang-anterieure)
               MOVE CA-DATE-EVALUATION TO an-tab-date(rang-anterieure)
               MOVE 'N' TO an-tab-reportee(rang-anterieure)
           END-IF.

           IF rang-anterieure > ZERO
               MOVE CA-NOUVELLE-NOTE TO an-tab-note(rang-anterieure)
           END-IF.

       1600-CHARGER-ENVOIS.
           OPEN INPUT ENVOI-FILE.

           PERFORM UNTIL tous-envois-lus
               READ ENVOI-FILE
                   AT END MOVE 'O' TO fin-envois
                   NOT AT END
                       IF nb-envois < 500
                           ADD 1 TO nb-envois
                           MOVE EN-NUMERO TO en-tab-numero(nb-envois)
                           MOVE EN-DATE TO en-tab-date(nb-envois)
                           MOVE EN-STATUT
                               TO en-tab-statut(nb-envois)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ENVOI-FILE.

       1700-CALCULER-DATE-LIMITE.
           MOVE date-du-jour TO CJ-DATE-ENTREE.
           MOVE 'D' TO CJ-OPERATION.
           COMPUTE delai-negatif = PV-ACCUSE-DELAI-JOURS * -1.
           MOVE delai-negatif TO CJ-NB-JOURS.
           CALL 'CALC-JOUR-OUVRE' USING CALCJO-PARAMETRES.

           IF CJ-CALCUL-OK
               MOVE CJ-DATE-RESULTAT TO date-limite
           ELSE
               MOVE ZERO TO date-limite
               DISPLAY "calcul de la date limite impossible"
           END-IF.

       1800-QUALIFIER-ENVOI-JOUR.
           MOVE SPACE TO etat-envoi-jour.
           MOVE ZERO TO rang-envoi.

           IF numero-envoi-jour > ZERO
               PERFORM VARYING idx-envoi FROM 1 BY 1
                       UNTIL idx-envoi > nb-envois
                   IF en-tab-numero(idx-envoi) = numero-envoi-jour
                       MOVE idx-envoi TO rang-envoi
                   END-IF
               END-PERFORM

               IF rang-envoi = ZERO
                   MOVE 'X' TO etat-envoi-jour
               ELSE
                   EVALUATE en-tab-statut(rang-envoi)
                       WHEN 'A'
                           MOVE 'A' TO etat-envoi-jour
                       WHEN 'R'
                           MOVE 'R' TO etat-envoi-jour
                       WHEN OTHER
                           IF date-limite > ZERO
                                   AND en-tab-date(rang-envoi)
                                       <= date-limite
                               MOVE 'L' TO etat-envoi-jour
                           ELSE
                               MOVE 'S' TO etat-envoi-jour
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       2000-SUIVRE-UNE-LIGNEE.
           MOVE 'N' TO suivi-arrete.
           MOVE SPACES TO LIGNEE-LIGNE-RECORD.
           MOVE lg-tab-eleve-id(idx-lignee) TO LL-ELEVE-ID.
           MOVE lg-tab-matiere(idx-lignee) TO LL-MATIERE.

           PERFORM 2100-SUIVRE-AUDIT.

           IF NOT suivi-est-arrete
               PERFORM 2200-SUIVRE-HISTORIQUE
           END-IF.

           IF NOT suivi-est-arrete
               PERFORM 2300-SUIVRE-EXPORT
           END-IF.

           IF NOT suivi-est-arrete
               PERFORM 2400-SUIVRE-ACCUSE
           END-IF.

       2100-SUIVRE-AUDIT.
           MOVE ZERO TO rang-audit.

           PERFORM VARYING idx-audit FROM 1 BY 1
                   UNTIL idx-audit > nb-audits
               IF au-tab-eleve-id(idx-audit)
                       = lg-tab-eleve-id(idx-lignee)
                   MOVE idx-audit TO rang-audit
               END-IF
           END-PERFORM.

           IF rang-audit = ZERO
               MOVE 'O' TO suivi-arrete
               ADD 1 TO nb-ruptures-audit
               MOVE 'AUDIT' TO LL-ETAPE
               MOVE 'notee au roster, absente de l audit'
                   TO LL-CONSTAT
               MOVE audit-filename TO LL-REFERENCE
               WRITE LIGNEE-LIGNE-RECORD
           ELSE
               IF au-tab-type(rang-audit) = 'A'
                   MOVE 'O' TO suivi-arrete
                   ADD 1 TO nb-absents
               END-IF
           END-IF.

       2200-SUIVRE-HISTORIQUE.
           MOVE SPACES TO HISTO-RECORD.
           MOVE lg-tab-eleve-id(idx-lignee) TO HI-ELEVE-ID.
           MOVE date-du-jour TO HI-DATE.
           MOVE PV-EVAL-NUMERO TO HI-EVALUATION.
           MOVE lg-tab-matiere(idx-lignee) TO HI-MATIERE.

           READ HISTO-FILE
               INVALID KEY
                   MOVE 'O' TO suivi-arrete
                   ADD 1 TO nb-ruptures-histo
                   MOVE 'HISTORIQUE' TO LL-ETAPE
                   MOVE 'auditee, absente de l historique'
                       TO LL-CONSTAT
                   MOVE 'HISTO.IDX' TO LL-REFERENCE
                   WRITE LIGNEE-LIGNE-RECORD
           END-READ.

       2300-SUIVRE-EXPORT.
           MOVE ZERO TO rang-exporte.

           PERFORM VARYING idx-exporte FROM 1 BY 1
                   UNTIL idx-exporte > nb-exportes
               IF ex-tab-eleve-id(idx-exporte)
                       = lg-tab-eleve-id(idx-lignee)
                   MOVE idx-exporte TO rang-exporte
               END-IF
           END-PERFORM.

           IF rang-exporte = ZERO
               MOVE 'O' TO suivi-arrete
               MOVE 'EXPORT' TO LL-ETAPE
               MOVE 'NOTES.INT' TO LL-REFERENCE
               PERFORM 2310-CHERCHER-ATTENTE
               IF est-trouve
                   ADD 1 TO nb-en-attente
                   MOVE 'en attente de signature'
                       TO LL-CONSTAT
                   MOVE 'NOTESATT.DAT' TO LL-REFERENCE
               ELSE
                   PERFORM 2320-CHERCHER-RETENUE
                   IF est-trouve
                       ADD 1 TO nb-en-attente
                       MOVE 'retenue pour ecart de note'
                           TO LL-CONSTAT
                       MOVE 'SUSPECTS.DAT' TO LL-REFERENCE
                   ELSE
                       ADD 1 TO nb-ruptures-export
                       MOVE 'historisee, jamais exportee'
                           TO LL-CONSTAT
                   END-IF
               END-IF
               WRITE LIGNEE-LIGNE-RECORD
           END-IF.

       2310-CHERCHER-ATTENTE.
           MOVE 'N' TO trouve.

           PERFORM VARYING idx-attente FROM 1 BY 1
                   UNTIL idx-attente > nb-attentes
               IF at-tab-eleve-id(idx-attente)
                       = lg-tab-eleve-id(idx-lignee)
                   MOVE 'O' TO trouve
               END-IF
           END-PERFORM.

       2320-CHERCHER-RETENUE.
           MOVE 'N' TO trouve.

           PERFORM VARYING idx-retenue FROM 1 BY 1
                   UNTIL idx-retenue > nb-retenues
               IF retenue-eleve-id(idx-retenue)
                       = lg-tab-eleve-id(idx-lignee)
                   MOVE 'O' TO trouve
               END-IF
           END-PERFORM.

       2400-SUIVRE-ACCUSE.
           MOVE numero-envoi-jour TO numero-edite.
           MOVE numero-edite TO LL-REFERENCE.

           EVALUATE TRUE
               WHEN envoi-jour-acquitte
                   ADD 1 TO nb-complets
               WHEN envoi-jour-hors-registre
                   ADD 1 TO nb-ruptures-envoi
                   MOVE 'ENVOI' TO LL-ETAPE
                   MOVE 'envoi absent de ENVOIS.DAT'
                       TO LL-CONSTAT
                   WRITE LIGNEE-LIGNE-RECORD
               WHEN envoi-jour-rejete
                   ADD 1 TO nb-ruptures-accuse
                   MOVE 'ACCUSE' TO LL-ETAPE
                   MOVE 'envoi rejete par l academie'
                       TO LL-CONSTAT
                   WRITE LIGNEE-LIGNE-RECORD
               WHEN envoi-jour-en-retard
                   ADD 1 TO nb-ruptures-accuse
                   MOVE 'ACCUSE' TO LL-ETAPE
                   MOVE 'exportee, jamais acquittee'
                       TO LL-CONSTAT
                   WRITE LIGNEE-LIGNE-RECORD
               WHEN OTHER
                   ADD 1 TO nb-en-attente
                   MOVE 'ACCUSE' TO LL-ETAPE
                   MOVE 'exportee, accuse attendu'
                       TO LL-CONSTAT
                   WRITE LIGNEE-LIGNE-RECORD
           END-EVALUATE.

       3000-CONTROLER-CORRECTION.
           MOVE co-tab-note(idx-correction) TO note-corrigee.
           MOVE 'N' TO trouve.

           PERFORM VARYING idx-exporte FROM 1 BY 1
                   UNTIL idx-exporte > nb-exportes
               IF ex-tab-eleve-id(idx-exporte)
                       = co-tab-eleve-id(idx-correction)
                       AND ex-tab-note(idx-exporte) = note-corrigee
                   MOVE 'O' TO trouve
               END-IF
           END-PERFORM.

           PERFORM VARYING idx-attente FROM 1 BY 1
                   UNTIL idx-attente > nb-attentes
               IF at-tab-eleve-id(idx-attente)
                       = co-tab-eleve-id(idx-correction)
                       AND at-tab-note(idx-attente) = note-corrigee
                   MOVE 'O' TO trouve
               END-IF
           END-PERFORM.

           IF NOT est-trouve
               ADD 1 TO nb-corr-non-exportees
               MOVE SPACES TO LIGNEE-LIGNE-RECORD
               MOVE co-tab-eleve-id(idx-correction) TO LL-ELEVE-ID
               MOVE 'CORRECTION' TO LL-ETAPE
               MOVE 'note corrigee, jamais reexportee'
                   TO LL-CONSTAT
               MOVE note-corrigee TO LL-REFERENCE
               WRITE LIGNEE-LIGNE-RECORD
           END-IF.

       3100-CONTROLER-ANTERIEURE.
           MOVE an-tab-note(idx-anterieure) TO note-corrigee.
           MOVE 'N' TO trouve.

           PERFORM VARYING idx-exporte FROM 1 BY 1
                   UNTIL idx-exporte > nb-exportes
               IF ex-tab-eleve-id(idx-exporte)
                       = an-tab-eleve-id(idx-anterieure)
                       AND ex-tab-note(idx-exporte) = note-corrigee
                       AND ex-tab-date(idx-exporte)
                           = an-tab-date(idx-anterieure)
                   MOVE 'O' TO trouve
               END-IF
           END-PERFORM.

           IF NOT est-trouve
               MOVE SPACES TO LIGNEE-LIGNE-RECORD
               MOVE an-tab-eleve-id(idx-anterieure) TO LL-ELEVE-ID
               MOVE 'CORRECTION' TO LL-ETAPE
               IF an-tab-reportee(idx-anterieure) = 'O'
                   ADD 1 TO nb-en-attente
                   MOVE 'corr. anterieure en attente'
                       TO LL-CONSTAT
                   MOVE 'NOTESATT.DAT' TO LL-REFERENCE
               ELSE
                   ADD 1 TO nb-corr-non-exportees
                   MOVE 'corr. anterieure jamais reexportee'
                       TO LL-CONSTAT
                   MOVE an-tab-date(idx-anterieure) TO LL-REFERENCE
               END-IF
               WRITE LIGNEE-LIGNE-RECORD
           END-IF.

       4000-CONTROLER-ENVOI-ANTERIEUR.
           IF en-tab-date(idx-envoi) < date-du-jour
               MOVE SPACES TO LIGNEE-LIGNE-RECORD
               MOVE 'ACCUSE' TO LL-ETAPE
               MOVE en-tab-numero(idx-envoi) TO numero-edite
               MOVE numero-edite TO LL-REFERENCE
               IF en-tab-statut(idx-envoi) = 'R'
                   ADD 1 TO nb-envois-anterieurs
                   MOVE 'envoi anterieur rejete' TO LL-CONSTAT
                   WRITE LIGNEE-LIGNE-RECORD
               ELSE
                   IF en-tab-statut(idx-envoi) NOT = 'A'
                           AND date-limite > ZERO
                           AND en-tab-date(idx-envoi) <= date-limite
                       ADD 1 TO nb-envois-anterieurs
                       MOVE 'envoi anterieur jamais acquitte'
                           TO LL-CONSTAT
                       WRITE LIGNEE-LIGNE-RECORD
                   END-IF
               END-IF
           END-IF.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'LIGNEE-NOTES' TO JL-PROGRAMME.
           MOVE 'nb-ruptures' TO JL-CHAMP.
           MOVE nb-ruptures TO JL-VALEUR.
           IF nb-ruptures > ZERO
               MOVE 'A' TO JL-SEVERITE
               MOVE 2080 TO JL-CODE
               MOVE 'ruptures dans le lignage des notes'
                   TO JL-MESSAGE
           ELSE
               MOVE 'I' TO JL-SEVERITE
               MOVE 2081 TO JL-CODE
               MOVE 'lignage des notes sans rupture' TO JL-MESSAGE
           END-IF.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-IMPRIMER-TOTAUX.
           MOVE SPACES TO LIGNEE-TOTAL-RECORD.
           MOVE 'NOTES SUIVIES' TO LT-LIBELLE.
           MOVE nb-lignees TO LT-VALEUR.
           WRITE LIGNEE-TOTAL-RECORD.

           MOVE SPACES TO LIGNEE-TOTAL-RECORD.
           MOVE 'ACQUITTEES' TO LT-LIBELLE.
           MOVE nb-complets TO LT-VALEUR.
           WRITE LIGNEE-TOTAL-RECORD.

           MOVE SPACES TO LIGNEE-TOTAL-RECORD.
           MOVE 'ELEVES ABSENTS' TO LT-LIBELLE.
           MOVE nb-absents TO LT-VALEUR.
           WRITE LIGNEE-TOTAL-RECORD.

           MOVE SPACES TO LIGNEE-TOTAL-RECORD.
           MOVE 'EN ATTENTE' TO LT-LIBELLE.
           MOVE nb-en-attente TO LT-VALEUR.
           WRITE LIGNEE-TOTAL-RECORD.

           MOVE SPACES TO LIGNEE-TOTAL-RECORD.
           MOVE 'RUPTURES ROSTER-AUDIT' TO LT-LIBELLE.
           MOVE nb-ruptures-audit TO LT-VALEUR.
           WRITE LIGNEE-TOTAL-RECORD.

           MOVE SPACES TO LIGNEE-TOTAL-RECORD.
           MOVE 'RUPTURES AUDIT-HISTO' TO LT-LIBELLE.
           MOVE nb-ruptures-histo TO LT-VALEUR.
           WRITE LIGNEE-TOTAL-RECORD.

           MOVE SPACES TO LIGNEE-TOTAL-RECORD.
           MOVE 'RUPTURES HISTO-EXPORT' TO LT-LIBELLE.
           MOVE nb-ruptures-export TO LT-VALEUR.
           WRITE LIGNEE-TOTAL-RECORD.

           MOVE SPACES TO LIGNEE-TOTAL-RECORD.
           MOVE 'RUPTURES EXPORT-ENVOI' TO LT-LIBELLE.
           MOVE nb-ruptures-envoi TO LT-VALEUR.
           WRITE LIGNEE-TOTAL-RECORD.

           MOVE SPACES TO LIGNEE-TOTAL-RECORD.
           MOVE 'RUPTURES ENVOI-ACCUSE' TO LT-LIBELLE.
           MOVE nb-ruptures-accuse TO LT-VALEUR.
           WRITE LIGNEE-TOTAL-RECORD.

           MOVE SPACES TO LIGNEE-TOTAL-RECORD.
           MOVE 'CORR. NON REEXPORTEES' TO LT-LIBELLE.
           MOVE nb-corr-non-exportees TO LT-VALEUR.
           WRITE LIGNEE-TOTAL-RECORD.

           MOVE SPACES TO LIGNEE-TOTAL-RECORD.
           MOVE 'ENVOIS ANTERIEURS' TO LT-LIBELLE.
           MOVE nb-envois-anterieurs TO LT-VALEUR.
           WRITE LIGNEE-TOTAL-RECORD.

       END PROGRAM LIGNEE-NOTES.
