       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCES-ELEVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ELEVEFC.
       COPY ELEVHFC.
       COPY HISTOFC.
       COPY ABSENCEFC.
       COPY CONTACTFC.
       COPY SURVFC.

           SELECT OPTIONAL HISTO-ARCHIVE-FILE ASSIGN TO "HISTOARC.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL TRACE-FILE ASSIGN DYNAMIC trace-filename
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RELEVE-FILE ASSIGN DYNAMIC releve-filename
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY ELEVEFD.
       COPY ELEVHFD.
       COPY HISTOFD.
       COPY ABSENCEFD.
       COPY CONTACTFD.
       COPY SURVFD.

       FD  HISTO-ARCHIVE-FILE.
       01  HISTO-ARCHIVE-RECORD.
           05  HA-LIGNE          PIC X(80).

       FD  TRACE-FILE.
       01  TRACE-RECORD.
           05  TR-TYPE           PIC X(01).
           05  FILLER            PIC X(01).
           05  TR-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(113).

       FD  RELEVE-FILE.
       01  RELEVE-ENTETE-RECORD.
           05  RV-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  RV-LIBELLE        PIC X(20).
           05  RV-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(02).
           05  RV-DATE           PIC 9(8).

       01  RELEVE-LIGNE-RECORD.
           05  RX-SOURCE         PIC X(21).
           05  FILLER            PIC X(02).
           05  RX-DETAIL         PIC X(200).

       01  RELEVE-TOTAL-RECORD.
           05  RT-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  RT-VALEUR         PIC ZZZZ9.

       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.
           05  OP-ID             PIC X(08).
           05  FILLER            PIC X(01).
           05  OP-PROGRAMME      PIC X(20).

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       COPY DATECOM.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY HISTLGCOM.

       77  fin-operateurs PIC X VALUE 'N'.
           88  tous-operateurs-lus VALUE 'O'.
       77  operateur-autorise PIC X VALUE 'N'.
           88  est-operateur-autorise VALUE 'O'.
       77  operateur-saisi PIC X(08).

       77  eleve-demande PIC X(05).
       77  releve-filename PIC X(14).
       77  trace-filename PIC X(21).

       77  fin-fichier PIC X VALUE 'N'.
           88  tout-fichier-lu VALUE 'O'.

       77  nb-mois-explores PIC 9(3).
       77  idx-mois PIC 9(3).
       77  rang-mois-debut PIC 9(6).
       77  rang-mois PIC 9(6).
       77  annee-exploree PIC 9(4).
       77  mm-explore PIC 9(2).
       77  mois-explore PIC 9(6).
       77  jour-explore PIC 9(2).
       77  date-exploree PIC 9(8).

       77  nb-eleves PIC 9(5) VALUE ZERO.
       77  nb-sortants PIC 9(5) VALUE ZERO.
       77  nb-notes PIC 9(5) VALUE ZERO.
       77  nb-notes-archivees PIC 9(5) VALUE ZERO.
       77  nb-absences PIC 9(5) VALUE ZERO.
       77  nb-contacts PIC 9(5) VALUE ZERO.
       77  nb-surveillances PIC 9(5) VALUE ZERO.
       77  nb-traces-audit PIC 9(5) VALUE ZERO.
       77  nb-traces-correction PIC 9(5) VALUE ZERO.
       77  nb-lignes PIC 9(5) VALUE ZERO.

       SCREEN SECTION.
       1   acc-signon.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'releve des donnees d un eleve'.
       2   LINE 4 COL 10 VALUE 'votre code operateur : '.
       2   COL 34 PIC X(08) TO operateur-saisi REQUIRED.

       1   acc-signon-refuse.
       2   LINE 6 COL 10 VALUE 'operateur non autorise'
           FOREGROUND-COLOR 4.

       1   acc-saisie.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'releve des donnees d un eleve'.
       2   LINE 4 COL 10 VALUE 'identifiant eleve : '.
       2   PIC X(05) TO eleve-demande REQUIRED.

       1   acc-aucune.
       2   LINE 17 COL 10 VALUE 'aucune donnee detenue pour cet eleve'
           FOREGROUND-COLOR 4.

       1   acc-termine.
       2   LINE 17 COL 10 VALUE 'releve edite : '.
       2   PIC X(14) FROM releve-filename.
       2   COL 41 PIC ZZZZ9 FROM nb-lignes.
       2   COL 47 VALUE 'lignes'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY acc-signon.
           ACCEPT acc-signon.

           PERFORM 0500-VERIFIER-OPERATEUR.

           IF NOT est-operateur-autorise
               DISPLAY acc-signon-refuse
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           DISPLAY acc-saisie.
           ACCEPT acc-saisie.

           STRING 'ACCES' DELIMITED SIZE
                  eleve-demande DELIMITED SIZE
                  '.RPT' DELIMITED SIZE
                  INTO releve-filename.

           OPEN OUTPUT RELEVE-FILE.

           MOVE SPACES TO RELEVE-ENTETE-RECORD.
           MOVE SP-NOM TO RV-NOM-ATELIER.
           MOVE 'RELEVE ELEVE' TO RV-LIBELLE.
           MOVE eleve-demande TO RV-ELEVE-ID.
           MOVE date-du-jour TO RV-DATE.
           WRITE RELEVE-ENTETE-RECORD.

           PERFORM 1000-RELEVER-ELEVES.
           PERFORM 1100-RELEVER-SORTANTS.
           PERFORM 1200-RELEVER-NOTES.
           PERFORM 1300-RELEVER-ARCHIVES.
           PERFORM 1400-RELEVER-ABSENCES.
           PERFORM 1500-RELEVER-CONTACTS.
           PERFORM 1600-RELEVER-SURVEILLANCE.
           PERFORM 2000-RELEVER-TRACES.
           PERFORM 5000-ECRIRE-TOTAUX.

           CLOSE RELEVE-FILE.

           PERFORM 7500-ECRIRE-JOURNAL.

           IF nb-lignes = ZERO
               DISPLAY acc-aucune
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               DISPLAY acc-termine
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       0500-VERIFIER-OPERATEUR.
           MOVE 'N' TO operateur-autorise.

           OPEN INPUT OPERATEUR-FILE.

           PERFORM UNTIL tous-operateurs-lus
               READ OPERATEUR-FILE
                   AT END MOVE 'O' TO fin-operateurs
                   NOT AT END
                       IF OP-ID = operateur-saisi
                               AND (OP-PROGRAMME = 'ACCES-ELEVE'
                                   OR OP-PROGRAMME = '*')
                           MOVE 'O' TO operateur-autorise
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERATEUR-FILE.

       1000-RELEVER-ELEVES.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT ELEVE-FILE.

           PERFORM UNTIL tout-fichier-lu
               READ ELEVE-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF EL-ELEVE-ID = eleve-demande
                           ADD 1 TO nb-eleves
                           MOVE SPACES TO RELEVE-LIGNE-RECORD
                           MOVE 'ELEVES.DAT' TO RX-SOURCE
                           MOVE ELEVE-RECORD TO RX-DETAIL
                           PERFORM 4000-ECRIRE-LIGNE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ELEVE-FILE.

       1100-RELEVER-SORTANTS.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT ELEVE-HISTO-FILE.

           PERFORM UNTIL tout-fichier-lu
               READ ELEVE-HISTO-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF EH-ELEVE-ID = eleve-demande
                           ADD 1 TO nb-sortants
                           MOVE SPACES TO RELEVE-LIGNE-RECORD
                           MOVE 'ELEVHIST.DAT' TO RX-SOURCE
                           MOVE ELEVE-HISTO-RECORD TO RX-DETAIL
                           PERFORM 4000-ECRIRE-LIGNE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ELEVE-HISTO-FILE.

       1200-RELEVER-NOTES.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT HISTO-FILE.

           MOVE LOW-VALUES TO HI-CLE.
           MOVE eleve-demande TO HI-ELEVE-ID.
           START HISTO-FILE KEY IS NOT LESS THAN HI-CLE
               INVALID KEY MOVE 'O' TO fin-fichier
           END-START.

           PERFORM UNTIL tout-fichier-lu
               READ HISTO-FILE NEXT
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF HI-ELEVE-ID NOT = eleve-demande
                           MOVE 'O' TO fin-fichier
                       ELSE
                           ADD 1 TO nb-notes
                           PERFORM 1210-FORMER-LIGNE-HISTO
                           MOVE SPACES TO RELEVE-LIGNE-RECORD
                           MOVE 'HISTO.IDX' TO RX-SOURCE
                           MOVE HISTO-LIGNE TO RX-DETAIL
                           PERFORM 4000-ECRIRE-LIGNE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTO-FILE.

       1210-FORMER-LIGNE-HISTO.
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

       1300-RELEVER-ARCHIVES.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT HISTO-ARCHIVE-FILE.

           PERFORM UNTIL tout-fichier-lu
               READ HISTO-ARCHIVE-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF HA-LIGNE(1:5) = eleve-demande
                           ADD 1 TO nb-notes-archivees
                           MOVE SPACES TO RELEVE-LIGNE-RECORD
                           MOVE 'HISTOARC.DAT' TO RX-SOURCE
                           MOVE HA-LIGNE TO RX-DETAIL
                           PERFORM 4000-ECRIRE-LIGNE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTO-ARCHIVE-FILE.

       1400-RELEVER-ABSENCES.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT ABSENCE-FILE.

           PERFORM UNTIL tout-fichier-lu
               READ ABSENCE-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF AB-ELEVE-ID = eleve-demande
                           ADD 1 TO nb-absences
                           MOVE SPACES TO RELEVE-LIGNE-RECORD
                           MOVE 'ABSENCES.DAT' TO RX-SOURCE
                           MOVE ABSENCE-RECORD TO RX-DETAIL
                           PERFORM 4000-ECRIRE-LIGNE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ABSENCE-FILE.

       1500-RELEVER-CONTACTS.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT CONTACT-FILE.

           PERFORM UNTIL tout-fichier-lu
               READ CONTACT-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF CT-ELEVE-ID = eleve-demande
                           ADD 1 TO nb-contacts
                           MOVE SPACES TO RELEVE-LIGNE-RECORD
                           MOVE 'CONTACTS.DAT' TO RX-SOURCE
                           MOVE CONTACT-RECORD TO RX-DETAIL
                           PERFORM 4000-ECRIRE-LIGNE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CONTACT-FILE.

       1600-RELEVER-SURVEILLANCE.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT SURVEIL-FILE.

           PERFORM UNTIL tout-fichier-lu
               READ SURVEIL-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF SV-ELEVE-ID = eleve-demande
                           ADD 1 TO nb-surveillances
                           MOVE SPACES TO RELEVE-LIGNE-RECORD
                           MOVE 'SURVEIL.DAT' TO RX-SOURCE
                           MOVE SURVEIL-RECORD TO RX-DETAIL
                           PERFORM 4000-ECRIRE-LIGNE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SURVEIL-FILE.

       2000-RELEVER-TRACES.
           COMPUTE nb-mois-explores = PV-ACCES-PROFONDEUR-ANS * 12.
           MOVE date-du-jour(1:4) TO annee-exploree.
           MOVE date-du-jour(5:2) TO mm-explore.
           COMPUTE rang-mois-debut =
               annee-exploree * 12 + mm-explore - 1
               - nb-mois-explores.

           PERFORM 2100-RELEVER-UN-MOIS
               VARYING idx-mois FROM 0 BY 1
               UNTIL idx-mois > nb-mois-explores.

       2100-RELEVER-UN-MOIS.
           COMPUTE rang-mois = rang-mois-debut + idx-mois.
           COMPUTE annee-exploree = rang-mois / 12.
           COMPUTE mm-explore = rang-mois - annee-exploree * 12 + 1.
           COMPUTE mois-explore = annee-exploree * 100 + mm-explore.

           MOVE SPACES TO trace-filename.
           STRING 'ARCHIVE' DELIMITED SIZE
                  mois-explore DELIMITED SIZE
                  '.LOG' DELIMITED SIZE
                  INTO trace-filename.
           PERFORM 2500-RELEVER-TRACE-AUDIT.

           PERFORM 2200-RELEVER-UN-JOUR
               VARYING jour-explore FROM 1 BY 1
               UNTIL jour-explore > 31.

       2200-RELEVER-UN-JOUR.
           COMPUTE date-exploree = mois-explore * 100 + jour-explore.

           MOVE SPACES TO trace-filename.
           STRING 'AUDIT' DELIMITED SIZE
                  date-exploree DELIMITED SIZE
                  '.LOG' DELIMITED SIZE
                  INTO trace-filename.
           PERFORM 2500-RELEVER-TRACE-AUDIT.

           MOVE SPACES TO trace-filename.
           STRING 'CORRAUDIT' DELIMITED SIZE
                  date-exploree DELIMITED SIZE
                  '.LOG' DELIMITED SIZE
                  INTO trace-filename.
           PERFORM 2600-RELEVER-TRACE-CORRECTION.

       2500-RELEVER-TRACE-AUDIT.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT TRACE-FILE.

           PERFORM UNTIL tout-fichier-lu
               READ TRACE-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF TR-TYPE = 'D'
                               AND TR-ELEVE-ID = eleve-demande
                           ADD 1 TO nb-traces-audit
                           PERFORM 2700-ECRIRE-TRACE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRACE-FILE.

       2600-RELEVER-TRACE-CORRECTION.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT TRACE-FILE.

           PERFORM UNTIL tout-fichier-lu
               READ TRACE-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF TR-TYPE NOT = 'T'
                               AND TR-ELEVE-ID = eleve-demande
                           ADD 1 TO nb-traces-correction
                           PERFORM 2700-ECRIRE-TRACE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRACE-FILE.

       2700-ECRIRE-TRACE.
           MOVE SPACES TO RELEVE-LIGNE-RECORD.
           MOVE trace-filename TO RX-SOURCE.
           MOVE TRACE-RECORD TO RX-DETAIL.
           PERFORM 4000-ECRIRE-LIGNE.

       4000-ECRIRE-LIGNE.
           ADD 1 TO nb-lignes.
           WRITE RELEVE-LIGNE-RECORD.

       5000-ECRIRE-TOTAUX.
           MOVE SPACES TO RELEVE-TOTAL-RECORD.
           MOVE 'FICHE ELEVE' TO RT-LIBELLE.
           MOVE nb-eleves TO RT-VALEUR.
           WRITE RELEVE-TOTAL-RECORD.

           MOVE SPACES TO RELEVE-TOTAL-RECORD.
           MOVE 'FICHE SORTANT' TO RT-LIBELLE.
           MOVE nb-sortants TO RT-VALEUR.
           WRITE RELEVE-TOTAL-RECORD.

           MOVE SPACES TO RELEVE-TOTAL-RECORD.
           MOVE 'NOTES' TO RT-LIBELLE.
           MOVE nb-notes TO RT-VALEUR.
           WRITE RELEVE-TOTAL-RECORD.

           MOVE SPACES TO RELEVE-TOTAL-RECORD.
           MOVE 'NOTES ARCHIVEES' TO RT-LIBELLE.
           MOVE nb-notes-archivees TO RT-VALEUR.
           WRITE RELEVE-TOTAL-RECORD.

           MOVE SPACES TO RELEVE-TOTAL-RECORD.
           MOVE 'ABSENCES' TO RT-LIBELLE.
           MOVE nb-absences TO RT-VALEUR.
           WRITE RELEVE-TOTAL-RECORD.

           MOVE SPACES TO RELEVE-TOTAL-RECORD.
           MOVE 'CONTACTS' TO RT-LIBELLE.
           MOVE nb-contacts TO RT-VALEUR.
           WRITE RELEVE-TOTAL-RECORD.

           MOVE SPACES TO RELEVE-TOTAL-RECORD.
           MOVE 'SURVEILLANCE ECHECS' TO RT-LIBELLE.
           MOVE nb-surveillances TO RT-VALEUR.
           WRITE RELEVE-TOTAL-RECORD.

           MOVE SPACES TO RELEVE-TOTAL-RECORD.
           MOVE 'TRACES AUDIT' TO RT-LIBELLE.
           MOVE nb-traces-audit TO RT-VALEUR.
           WRITE RELEVE-TOTAL-RECORD.

           MOVE SPACES TO RELEVE-TOTAL-RECORD.
           MOVE 'TRACES CORRECTION' TO RT-LIBELLE.
           MOVE nb-traces-correction TO RT-VALEUR.
           WRITE RELEVE-TOTAL-RECORD.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 7001 TO JL-CODE.
           MOVE 'ACCES-ELEVE' TO JL-PROGRAMME.
           MOVE 'EL-ELEVE-ID' TO JL-CHAMP.
           MOVE eleve-demande TO JL-VALEUR.
           STRING 'releve des donnees edite par ' DELIMITED SIZE
                  operateur-saisi DELIMITED SIZE
                  INTO JL-MESSAGE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       END PROGRAM ACCES-ELEVE.
