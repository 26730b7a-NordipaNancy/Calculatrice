       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONYMISER-SORTANTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ELEVHFC.
       COPY CONTACTFC.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC audit-filename
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ANONYM-TEMP-FILE ASSIGN TO "ANONYM.TMP"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ANONYM-LOG-FILE ASSIGN TO "ANONYM.LOG"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY ELEVHFD.
       COPY CONTACTFD.
       COPY AUDITFD.

       FD  ANONYM-TEMP-FILE.
       01  ANONYM-TEMP-RECORD.
           05  AT-LIGNE          PIC X(200).

       FD  ANONYM-LOG-FILE.
       01  ANONYM-LOG-RECORD.
           05  AN-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  AN-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  AN-DATE-SORTIE    PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       COPY DATECOM.
       COPY PARAMCOM.

       78  NOM-ANONYME VALUE 'ANONYME'.

       77  confirmation PIC X(3).
       77  date-limite PIC 9(8).
       77  annee-limite PIC 9(4).
       77  audit-filename PIC X(20).

       77  fin-sortants PIC X VALUE 'N'.
           88  tous-sortants-lus VALUE 'O'.
       77  fin-fichier PIC X VALUE 'N'.
           88  tout-fichier-lu VALUE 'O'.
       77  fin-temp PIC X VALUE 'N'.
           88  tout-temp-lu VALUE 'O'.

       77  nb-sortants PIC 9(4) VALUE ZERO.
       77  idx-sortant PIC 9(4).
       77  sortants-sature PIC X VALUE 'N'.
           88  sortants-satures VALUE 'O'.
       01  sortant-table.
           05  sortant-entry OCCURS 2000.
               10  eh-tab-ligne      PIC X(82).
               10  eh-tab-a-anonymiser PIC X(01).

       77  eleve-teste PIC X(05).
       77  eleve-concerne PIC X VALUE 'N'.
           88  est-eleve-concerne VALUE 'O'.

       77  nb-anonymises PIC 9(4) VALUE ZERO.
       77  nb-deja-anonymes PIC 9(4) VALUE ZERO.
       77  nb-contacts-anonymises PIC 9(5) VALUE ZERO.
       77  nb-traces-anonymisees PIC 9(5) VALUE ZERO.
       77  nb-traces-fichier PIC 9(5).

       77  nb-mois-explores PIC 9(3).
       77  idx-mois PIC 9(3).
       77  rang-mois-debut PIC 9(6).
       77  rang-mois PIC 9(6).
       77  annee-exploree PIC 9(4).
       77  mm-explore PIC 9(2).
       77  mois-explore PIC 9(6).
       77  jour-explore PIC 9(2).
       77  date-exploree PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE date-du-jour(1:4) TO annee-limite.
           SUBTRACT PV-ELEVE-RETENTION-ANS FROM annee-limite.
           MOVE date-du-jour TO date-limite.
           MOVE annee-limite TO date-limite(1:4).

           DISPLAY "anonymiser les sortants anterieurs au "
                   date-limite " (OUI) :" WITH NO ADVANCING.
           ACCEPT confirmation.

           IF confirmation NOT = 'OUI'
               DISPLAY "anonymisation annulee"
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-CHARGER-SORTANTS.

           IF sortants-satures
               DISPLAY "fichier des sortants au dela de 2000 lignes, "
                       "run annule"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           IF nb-anonymises = ZERO
               DISPLAY "aucun sortant a anonymiser ("
                       nb-deja-anonymes " deja anonymes)"
               MOVE RC-SUCCES TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-SAUVER-SORTANTS.
           PERFORM 3000-ANONYMISER-CONTACTS.
           PERFORM 4000-ANONYMISER-TRACES.
           PERFORM 7500-ECRIRE-JOURNAL.

           DISPLAY "anonymisation : " nb-anonymises " sortants, "
                   nb-contacts-anonymises " contacts, "
                   nb-traces-anonymisees " traces d'audit".

           MOVE RC-SUCCES TO RETURN-CODE.
           GOBACK.

       1000-CHARGER-SORTANTS.
           OPEN INPUT ELEVE-HISTO-FILE.

           PERFORM UNTIL tous-sortants-lus
               READ ELEVE-HISTO-FILE
                   AT END MOVE 'O' TO fin-sortants
                   NOT AT END
                       IF nb-sortants < 2000
                           ADD 1 TO nb-sortants
                           MOVE ELEVE-HISTO-RECORD
                               TO eh-tab-ligne(nb-sortants)
                           MOVE 'N'
                               TO eh-tab-a-anonymiser(nb-sortants)
                           PERFORM 1100-EXAMINER-SORTANT
                       ELSE
                           MOVE 'O' TO sortants-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ELEVE-HISTO-FILE.

       1100-EXAMINER-SORTANT.
           IF EH-DATE-SORTIE < date-limite
               IF EH-NOM = NOM-ANONYME
                   ADD 1 TO nb-deja-anonymes
               ELSE
                   MOVE 'O' TO eh-tab-a-anonymiser(nb-sortants)
                   ADD 1 TO nb-anonymises
               END-IF
           END-IF.

       1500-CHERCHER-ELEVE.
           MOVE 'N' TO eleve-concerne.

           PERFORM VARYING idx-sortant FROM 1 BY 1
                   UNTIL idx-sortant > nb-sortants
               IF eh-tab-a-anonymiser(idx-sortant) = 'O'
                   MOVE eh-tab-ligne(idx-sortant) TO ELEVE-HISTO-RECORD
                   IF EH-ELEVE-ID = eleve-teste
                       MOVE 'O' TO eleve-concerne
                   END-IF
               END-IF
           END-PERFORM.

       2000-SAUVER-SORTANTS.
           OPEN OUTPUT ELEVE-HISTO-FILE.
           OPEN EXTEND ANONYM-LOG-FILE.

           PERFORM VARYING idx-sortant FROM 1 BY 1
                   UNTIL idx-sortant > nb-sortants
               MOVE eh-tab-ligne(idx-sortant) TO ELEVE-HISTO-RECORD
               IF eh-tab-a-anonymiser(idx-sortant) = 'O'
                   MOVE NOM-ANONYME TO EH-NOM
                   MOVE NOM-ANONYME TO EH-PRENOM
                   MOVE SPACES TO ANONYM-LOG-RECORD
                   MOVE date-du-jour TO AN-DATE
                   MOVE EH-ELEVE-ID TO AN-ELEVE-ID
                   MOVE EH-DATE-SORTIE TO AN-DATE-SORTIE
                   WRITE ANONYM-LOG-RECORD
               END-IF
               WRITE ELEVE-HISTO-RECORD
           END-PERFORM.

           CLOSE ELEVE-HISTO-FILE.
           CLOSE ANONYM-LOG-FILE.

       3000-ANONYMISER-CONTACTS.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT CONTACT-FILE.
           OPEN OUTPUT ANONYM-TEMP-FILE.

           PERFORM UNTIL tout-fichier-lu
               READ CONTACT-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       MOVE CT-ELEVE-ID TO eleve-teste
                       PERFORM 1500-CHERCHER-ELEVE
                       IF est-eleve-concerne
                           PERFORM 3100-ANONYMISER-CONTACT
                       END-IF
                       MOVE CONTACT-RECORD TO AT-LIGNE
                       WRITE ANONYM-TEMP-RECORD
               END-READ
           END-PERFORM.

           CLOSE CONTACT-FILE.
           CLOSE ANONYM-TEMP-FILE.

           MOVE 'N' TO fin-temp.

           OPEN INPUT ANONYM-TEMP-FILE.
           OPEN OUTPUT CONTACT-FILE.

           PERFORM UNTIL tout-temp-lu
               READ ANONYM-TEMP-FILE
                   AT END MOVE 'O' TO fin-temp
                   NOT AT END
                       MOVE AT-LIGNE TO CONTACT-RECORD
                       WRITE CONTACT-RECORD
               END-READ
           END-PERFORM.

           CLOSE ANONYM-TEMP-FILE.
           CLOSE CONTACT-FILE.

       3100-ANONYMISER-CONTACT.
           ADD 1 TO nb-contacts-anonymises.
           MOVE NOM-ANONYME TO CT-NOM.
           MOVE NOM-ANONYME TO CT-PRENOM.
           MOVE 'ADRESSE SUPPRIMEE' TO CT-ADRESSE.
           MOVE '00000' TO CT-CODE-POSTAL.
           MOVE NOM-ANONYME TO CT-VILLE.
           MOVE SPACES TO CT-TELEPHONE.
           MOVE SPACES TO CT-COURRIEL.

       4000-ANONYMISER-TRACES.
           COMPUTE nb-mois-explores = PV-ACCES-PROFONDEUR-ANS * 12.
           MOVE date-du-jour(1:4) TO annee-exploree.
           MOVE date-du-jour(5:2) TO mm-explore.
           COMPUTE rang-mois-debut =
               annee-exploree * 12 + mm-explore - 1
               - nb-mois-explores.

           PERFORM 4100-ANONYMISER-UN-MOIS
               VARYING idx-mois FROM 0 BY 1
               UNTIL idx-mois > nb-mois-explores.

       4100-ANONYMISER-UN-MOIS.
           COMPUTE rang-mois = rang-mois-debut + idx-mois.
           COMPUTE annee-exploree = rang-mois / 12.
           COMPUTE mm-explore = rang-mois - annee-exploree * 12 + 1.
           COMPUTE mois-explore = annee-exploree * 100 + mm-explore.

           MOVE SPACES TO audit-filename.
           STRING 'ARCHIVE' DELIMITED SIZE
                  mois-explore DELIMITED SIZE
                  '.LOG' DELIMITED SIZE
                  INTO audit-filename.
           PERFORM 4500-ANONYMISER-FICHIER-AUDIT.

           PERFORM 4200-ANONYMISER-UN-JOUR
               VARYING jour-explore FROM 1 BY 1
               UNTIL jour-explore > 31.

       4200-ANONYMISER-UN-JOUR.
           COMPUTE date-exploree = mois-explore * 100 + jour-explore.

           MOVE SPACES TO audit-filename.
           STRING 'AUDIT' DELIMITED SIZE
                  date-exploree DELIMITED SIZE
                  '.LOG' DELIMITED SIZE
                  INTO audit-filename.
           PERFORM 4500-ANONYMISER-FICHIER-AUDIT.

       4500-ANONYMISER-FICHIER-AUDIT.
           MOVE 'N' TO fin-fichier.
           MOVE ZERO TO nb-traces-fichier.

           OPEN INPUT AUDIT-FILE.
           OPEN OUTPUT ANONYM-TEMP-FILE.

           PERFORM UNTIL tout-fichier-lu
               READ AUDIT-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF AU-TYPE = 'D'
                           MOVE AU-ELEVE-ID TO eleve-teste
                           PERFORM 1500-CHERCHER-ELEVE
                           IF est-eleve-concerne
                                   AND AU-NOM NOT = NOM-ANONYME
                               ADD 1 TO nb-traces-fichier
                               MOVE NOM-ANONYME TO AU-NOM
                               MOVE NOM-ANONYME TO AU-PRENOM
                           END-IF
                       END-IF
                       MOVE AUDIT-RECORD TO AT-LIGNE
                       WRITE ANONYM-TEMP-RECORD
               END-READ
           END-PERFORM.

           CLOSE AUDIT-FILE.
           CLOSE ANONYM-TEMP-FILE.

           IF nb-traces-fichier > ZERO
               ADD nb-traces-fichier TO nb-traces-anonymisees
               PERFORM 4600-RECOPIER-AUDIT
           END-IF.

       4600-RECOPIER-AUDIT.
           MOVE 'N' TO fin-temp.

           OPEN INPUT ANONYM-TEMP-FILE.
           OPEN OUTPUT AUDIT-FILE.

           PERFORM UNTIL tout-temp-lu
               READ ANONYM-TEMP-FILE
                   AT END MOVE 'O' TO fin-temp
                   NOT AT END
                       MOVE AT-LIGNE TO AUDIT-RECORD
                       WRITE AUDIT-RECORD
               END-READ
           END-PERFORM.

           CLOSE ANONYM-TEMP-FILE.
           CLOSE AUDIT-FILE.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 2010 TO JL-CODE.
           MOVE 'ANONYMISER-S' TO JL-PROGRAMME.
           MOVE 'EH-DATE-SORTIE' TO JL-CHAMP.
           MOVE date-limite TO JL-VALEUR.
           STRING 'sortants anonymises : ' DELIMITED SIZE
                  nb-anonymises DELIMITED SIZE
                  ', voir ANONYM.LOG' DELIMITED SIZE
                  INTO JL-MESSAGE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       END PROGRAM ANONYMISER-SORTANTS.
