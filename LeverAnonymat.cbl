       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEVER-ANONYMAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ELEVEFC.
       COPY ROSTANOFC.
       COPY ANONYMFC.

           SELECT ROSTER-FILE ASSIGN TO "ROSTER.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT LEVEE-FILE ASSIGN TO "LEVEE.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY ELEVEFD.
       COPY ROSTERFD.
       COPY ROSTANOFD.
       COPY ANONYMFD.

       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.
           05  OP-ID             PIC X(08).
           05  FILLER            PIC X(01).
           05  OP-PROGRAMME      PIC X(20).

       FD  LEVEE-FILE.
       01  LEVEE-ENTETE-RECORD.
           05  LE-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  LE-LIBELLE        PIC X(20).
           05  LE-DATE           PIC 9(8).

       01  LEVEE-LIGNE-RECORD.
           05  LL-CODE           PIC X(05).
           05  FILLER            PIC X(02).
           05  LL-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(02).
           05  LL-NOM            PIC X(30).
           05  FILLER            PIC X(02).
           05  LL-CLASSE         PIC X(05).
           05  FILLER            PIC X(02).
           05  LL-SCORE          PIC Z9.99.
           05  FILLER            PIC X(02).
           05  LL-CONSTAT        PIC X(10).

       01  LEVEE-TOTAL-RECORD.
           05  LT-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  LT-VALEUR         PIC ZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY DATECOM.
       COPY JOURNALCOM.
       COPY RUNCTLCOM.

       77  fin-operateurs PIC X VALUE 'N'.
           88  tous-operateurs-lus VALUE 'O'.
       77  fin-eleves PIC X VALUE 'N'.
           88  tous-eleves-lus VALUE 'O'.
       77  fin-anonymat PIC X VALUE 'N'.
           88  tout-anonymat-lu VALUE 'O'.
       77  fin-roster-anonyme PIC X VALUE 'N'.
           88  tout-roster-anonyme-lu VALUE 'O'.

       77  operateur-saisi PIC X(08).
       77  operateur-autorise PIC X VALUE 'N'.
           88  est-operateur-autorise VALUE 'O'.

       77  epreuve-saisie PIC X(06).
       77  confirmation PIC X(03).
       77  heure-levee PIC 9(8).
       77  message-refus PIC X(40).

       77  nb-codes PIC 9(4) VALUE ZERO.
       77  idx-code PIC 9(4).
       77  codes-sature PIC X VALUE 'N'.
           88  codes-est-sature VALUE 'O'.
       01  code-table.
           05  code-entry OCCURS 5000.
               10  cd-tab-enreg      PIC X(76).
               10  cd-tab-code       PIC X(05).
               10  cd-tab-epreuve    PIC X(06).
               10  cd-tab-eleve-id   PIC X(05).
               10  cd-tab-nom        PIC X(30).
               10  cd-tab-score      PIC 9(2)V9(2).
               10  cd-tab-note       PIC X.
                   88  cd-tab-a-note VALUE 'O'.
               10  cd-tab-resaisi    PIC X.
                   88  cd-tab-est-resaisi VALUE 'O'.

       77  nb-codes-epreuve PIC 9(4) VALUE ZERO.
       77  nb-deja-leves PIC 9(4) VALUE ZERO.
       77  nb-notes PIC 9(4) VALUE ZERO.
       77  nb-manquantes PIC 9(4) VALUE ZERO.
       77  nb-resaisies PIC 9(4) VALUE ZERO.
       77  nb-inconnus PIC 9(4) VALUE ZERO.
       77  nb-ecrits PIC 9(4) VALUE ZERO.

       77  nb-conserves PIC 9(4) VALUE ZERO.
       77  idx-conserve PIC 9(4).
       77  conserves-sature PIC X VALUE 'N'.
           88  conserves-est-sature VALUE 'O'.
       01  conserve-table.
           05  conserve-entry OCCURS 5000 PIC X(20).

       77  code-connu PIC X VALUE 'N'.
           88  est-code-connu VALUE 'O'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "levee de l'anonymat".
           DISPLAY "votre code operateur :" WITH NO ADVANCING.
           ACCEPT operateur-saisi.

           PERFORM 0500-VERIFIER-OPERATEUR.

           IF NOT est-operateur-autorise
               DISPLAY "operateur non autorise"
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           MOVE SPACES TO epreuve-saisie.
           DISPLAY "code de l'epreuve :" WITH NO ADVANCING.
           ACCEPT epreuve-saisie.

           PERFORM 1000-CHARGER-CODES.

           IF codes-est-sature
               DISPLAY "table des codes au dela de 5000, run annule"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           IF nb-codes-epreuve = ZERO
               DISPLAY "aucun code emis pour l'epreuve "
                       epreuve-saisie
               MOVE 'aucun code emis pour cette epreuve'
                   TO message-refus
               PERFORM 7600-JOURNAL-REFUS
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           IF nb-deja-leves > ZERO
               DISPLAY "anonymat deja leve pour l'epreuve "
                       epreuve-saisie
               MOVE 'anonymat deja leve pour cette epreuve'
                   TO message-refus
               PERFORM 7600-JOURNAL-REFUS
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-LIRE-NOTES.

           IF conserves-est-sature
               DISPLAY "ROSTER.ANO au dela de 5000 lignes, run annule"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           IF nb-manquantes > ZERO
               DISPLAY nb-manquantes " code(s) sans note :"
               PERFORM VARYING idx-code FROM 1 BY 1
                       UNTIL idx-code > nb-codes
                   IF cd-tab-epreuve(idx-code) = epreuve-saisie
                           AND NOT cd-tab-a-note(idx-code)
                       DISPLAY "  " cd-tab-code(idx-code)
                   END-IF
               END-PERFORM
               MOVE SPACES TO confirmation
               DISPLAY "lever quand meme l'anonymat (OUI) :"
                   WITH NO ADVANCING
               ACCEPT confirmation
               IF confirmation NOT = 'OUI'
                   DISPLAY "levee annulee, notes manquantes"
                   MOVE 'levee annulee, notes manquantes'
                       TO message-refus
                   PERFORM 7600-JOURNAL-REFUS
                   MOVE RC-AVERTISSEMENT TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM 1200-CHARGER-NOMS.

           ACCEPT heure-levee FROM TIME.

           PERFORM 2000-ECRIRE-ROSTER.
           PERFORM 3000-REECRIRE-ANONYMAT.
           PERFORM 4000-REECRIRE-ROSTER-ANONYME.
           PERFORM 5000-ECRIRE-RAPPORT.
           PERFORM 7500-ECRIRE-JOURNAL.

           IF nb-ecrits > ZERO
               PERFORM 7700-MARQUER-IMPORT
           END-IF.

           DISPLAY "epreuve " epreuve-saisie " : " nb-ecrits
                   " notes liberees dans ROSTER.DAT".

           IF nb-manquantes > ZERO OR nb-inconnus > ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
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
                               AND (OP-PROGRAMME = 'LEVER-ANONYMAT'
                                   OR OP-PROGRAMME = '*')
                           MOVE 'O' TO operateur-autorise
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERATEUR-FILE.

       1000-CHARGER-CODES.
           OPEN INPUT ANONYMAT-FILE.

           PERFORM UNTIL tout-anonymat-lu
               READ ANONYMAT-FILE
                   AT END MOVE 'O' TO fin-anonymat
                   NOT AT END
                       PERFORM 1010-RETENIR-CODE
               END-READ
           END-PERFORM.

           CLOSE ANONYMAT-FILE.

       1010-RETENIR-CODE.
           IF nb-codes < 5000
               ADD 1 TO nb-codes
               MOVE ANONYMAT-RECORD TO cd-tab-enreg(nb-codes)
               MOVE AN-CODE TO cd-tab-code(nb-codes)
               MOVE AN-EPREUVE TO cd-tab-epreuve(nb-codes)
               MOVE AN-ELEVE-ID TO cd-tab-eleve-id(nb-codes)
               MOVE SPACES TO cd-tab-nom(nb-codes)
               MOVE ZERO TO cd-tab-score(nb-codes)
               MOVE 'N' TO cd-tab-note(nb-codes)
               MOVE 'N' TO cd-tab-resaisi(nb-codes)
               IF AN-EPREUVE = epreuve-saisie
                   ADD 1 TO nb-codes-epreuve
                   IF AN-EST-LEVEE
                       ADD 1 TO nb-deja-leves
                   END-IF
               END-IF
           ELSE
               MOVE 'O' TO codes-sature
           END-IF.

       1100-LIRE-NOTES.
           OPEN INPUT ROSTER-ANONYME-FILE.

           PERFORM UNTIL tout-roster-anonyme-lu
               READ ROSTER-ANONYME-FILE
                   AT END MOVE 'O' TO fin-roster-anonyme
                   NOT AT END
                       PERFORM 1110-RAPPROCHER-NOTE
               END-READ
           END-PERFORM.

           CLOSE ROSTER-ANONYME-FILE.

           PERFORM VARYING idx-code FROM 1 BY 1
                   UNTIL idx-code > nb-codes
               IF cd-tab-epreuve(idx-code) = epreuve-saisie
                   IF cd-tab-a-note(idx-code)
                       ADD 1 TO nb-notes
                   ELSE
                       ADD 1 TO nb-manquantes
                   END-IF
               END-IF
           END-PERFORM.

       1110-RAPPROCHER-NOTE.
           MOVE 'N' TO code-connu.

           PERFORM VARYING idx-code FROM 1 BY 1
                   UNTIL idx-code > nb-codes OR est-code-connu
               IF cd-tab-code(idx-code) = RA-CODE
                   MOVE 'O' TO code-connu
               END-IF
           END-PERFORM.

           IF est-code-connu
               SUBTRACT 1 FROM idx-code
           END-IF.

           IF est-code-connu
                   AND cd-tab-epreuve(idx-code) = epreuve-saisie
               IF cd-tab-a-note(idx-code)
                   MOVE 'O' TO cd-tab-resaisi(idx-code)
                   ADD 1 TO nb-resaisies
               END-IF
               MOVE RA-SCORE TO cd-tab-score(idx-code)
               MOVE 'O' TO cd-tab-note(idx-code)
           ELSE
               IF NOT est-code-connu
                   ADD 1 TO nb-inconnus
                   DISPLAY "code inconnu dans ROSTER.ANO : " RA-CODE
               END-IF
               IF nb-conserves < 5000
                   ADD 1 TO nb-conserves
                   MOVE ROSTER-ANONYME-RECORD
                       TO conserve-entry(nb-conserves)
               ELSE
                   MOVE 'O' TO conserves-sature
               END-IF
           END-IF.

       1200-CHARGER-NOMS.
           OPEN INPUT ELEVE-FILE.

           PERFORM UNTIL tous-eleves-lus
               READ ELEVE-FILE
                   AT END MOVE 'O' TO fin-eleves
                   NOT AT END
                       PERFORM VARYING idx-code FROM 1 BY 1
                               UNTIL idx-code > nb-codes
                           IF cd-tab-epreuve(idx-code) = epreuve-saisie
                                   AND cd-tab-eleve-id(idx-code)
                                       = EL-ELEVE-ID
                               MOVE EL-NOM TO cd-tab-nom(idx-code)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

           CLOSE ELEVE-FILE.

       2000-ECRIRE-ROSTER.
           OPEN OUTPUT ROSTER-FILE.

           PERFORM VARYING idx-code FROM 1 BY 1
                   UNTIL idx-code > nb-codes
               IF cd-tab-epreuve(idx-code) = epreuve-saisie
                       AND cd-tab-a-note(idx-code)
                   MOVE cd-tab-enreg(idx-code) TO ANONYMAT-RECORD
                   MOVE SPACES TO ROSTER-RECORD
                   MOVE AN-ELEVE-ID TO RE-ELEVE-ID
                   MOVE cd-tab-score(idx-code) TO RE-SCORE
                   MOVE AN-CLASSE TO RE-CLASSE
                   MOVE PV-SITE-CODE TO RE-SITE
                   MOVE AN-MATIERE TO RE-MATIERE
                   WRITE ROSTER-RECORD
                   ADD 1 TO nb-ecrits
               END-IF
           END-PERFORM.

           CLOSE ROSTER-FILE.

       3000-REECRIRE-ANONYMAT.
           OPEN OUTPUT ANONYMAT-FILE.

           PERFORM VARYING idx-code FROM 1 BY 1
                   UNTIL idx-code > nb-codes
               MOVE cd-tab-enreg(idx-code) TO ANONYMAT-RECORD
               IF AN-EPREUVE = epreuve-saisie
                   MOVE 'O' TO AN-LEVEE
                   MOVE date-du-jour TO AN-DATE-LEVEE
                   MOVE heure-levee TO AN-HEURE-LEVEE
                   MOVE operateur-saisi TO AN-OPERATEUR-LEVEE
               END-IF
               WRITE ANONYMAT-RECORD
           END-PERFORM.

           CLOSE ANONYMAT-FILE.

       4000-REECRIRE-ROSTER-ANONYME.
           OPEN OUTPUT ROSTER-ANONYME-FILE.

           PERFORM VARYING idx-conserve FROM 1 BY 1
                   UNTIL idx-conserve > nb-conserves
               MOVE conserve-entry(idx-conserve)
                   TO ROSTER-ANONYME-RECORD
               WRITE ROSTER-ANONYME-RECORD
           END-PERFORM.

           CLOSE ROSTER-ANONYME-FILE.

       5000-ECRIRE-RAPPORT.
           OPEN OUTPUT LEVEE-FILE.

           MOVE SPACES TO LEVEE-ENTETE-RECORD.
           MOVE SP-NOM TO LE-NOM-ATELIER.
           MOVE 'LEVEE ANONYMAT' TO LE-LIBELLE.
           MOVE date-du-jour TO LE-DATE.
           WRITE LEVEE-ENTETE-RECORD.

           MOVE SPACES TO LEVEE-ENTETE-RECORD.
           STRING 'EPREUVE ' DELIMITED SIZE
                  epreuve-saisie DELIMITED SIZE
                  ' PAR ' DELIMITED SIZE
                  operateur-saisi DELIMITED SIZE
               INTO LE-NOM-ATELIER.
           MOVE 'HEURE DE LEVEE' TO LE-LIBELLE.
           MOVE heure-levee TO LE-DATE.
           WRITE LEVEE-ENTETE-RECORD.

           PERFORM VARYING idx-code FROM 1 BY 1
                   UNTIL idx-code > nb-codes
               IF cd-tab-epreuve(idx-code) = epreuve-saisie
                   MOVE cd-tab-enreg(idx-code) TO ANONYMAT-RECORD
                   MOVE SPACES TO LEVEE-LIGNE-RECORD
                   MOVE AN-CODE TO LL-CODE
                   MOVE AN-ELEVE-ID TO LL-ELEVE-ID
                   MOVE cd-tab-nom(idx-code) TO LL-NOM
                   MOVE AN-CLASSE TO LL-CLASSE
                   IF cd-tab-a-note(idx-code)
                       MOVE cd-tab-score(idx-code) TO LL-SCORE
                       IF cd-tab-est-resaisi(idx-code)
                           MOVE 'RESAISI' TO LL-CONSTAT
                       ELSE
                           MOVE 'OK' TO LL-CONSTAT
                       END-IF
                   ELSE
                       MOVE 'SANS NOTE' TO LL-CONSTAT
                   END-IF
                   WRITE LEVEE-LIGNE-RECORD
               END-IF
           END-PERFORM.

           MOVE SPACES TO LEVEE-TOTAL-RECORD.
           MOVE 'CODES DE L EPREUVE' TO LT-LIBELLE.
           MOVE nb-codes-epreuve TO LT-VALEUR.
           WRITE LEVEE-TOTAL-RECORD.

           MOVE SPACES TO LEVEE-TOTAL-RECORD.
           MOVE 'NOTES LIBEREES' TO LT-LIBELLE.
           MOVE nb-ecrits TO LT-VALEUR.
           WRITE LEVEE-TOTAL-RECORD.

           MOVE SPACES TO LEVEE-TOTAL-RECORD.
           MOVE 'CODES SANS NOTE' TO LT-LIBELLE.
           MOVE nb-manquantes TO LT-VALEUR.
           WRITE LEVEE-TOTAL-RECORD.

           MOVE SPACES TO LEVEE-TOTAL-RECORD.
           MOVE 'NOTES RESAISIES' TO LT-LIBELLE.
           MOVE nb-resaisies TO LT-VALEUR.
           WRITE LEVEE-TOTAL-RECORD.

           MOVE SPACES TO LEVEE-TOTAL-RECORD.
           MOVE 'CODES INCONNUS' TO LT-LIBELLE.
           MOVE nb-inconnus TO LT-VALEUR.
           WRITE LEVEE-TOTAL-RECORD.

           CLOSE LEVEE-FILE.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'LEVER-ANONYM' TO JL-PROGRAMME.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 3081 TO JL-CODE.
           MOVE 'AN-OPERATEUR' TO JL-CHAMP.
           MOVE operateur-saisi TO JL-VALEUR.
           STRING 'anonymat leve epreuve ' DELIMITED SIZE
                  epreuve-saisie DELIMITED SIZE
               INTO JL-MESSAGE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       7600-JOURNAL-REFUS.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE message-refus TO JL-MESSAGE.
           MOVE 'LEVER-ANONYM' TO JL-PROGRAMME.
           MOVE 'A' TO JL-SEVERITE.
           MOVE 3082 TO JL-CODE.
           MOVE 'AN-EPREUVE' TO JL-CHAMP.
           MOVE epreuve-saisie TO JL-VALEUR.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       7700-MARQUER-IMPORT.
           MOVE 'IMPORT-ROSTER-BATCH' TO CE-PROGRAMME.
           MOVE date-du-jour TO CE-DATE.
           MOVE 'D' TO CE-ACTION.
           CALL 'CONTROLE-EXECUTION' USING CONTROLE-EXECUTION-PARAMS.

           IF NOT CE-EST-REFUSE
               MOVE 'IMPORT-ROSTER-BATCH' TO CE-PROGRAMME
               MOVE date-du-jour TO CE-DATE
               MOVE 'F' TO CE-ACTION
               MOVE RC-SUCCES TO CE-CODE-RETOUR
               CALL 'CONTROLE-EXECUTION'
                   USING CONTROLE-EXECUTION-PARAMS
           END-IF.

           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'LEVER-ANONYM' TO JL-PROGRAMME.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 3093 TO JL-CODE.
           MOVE 'CE-PROGRAMME' TO JL-CHAMP.
           MOVE 'IMPORT-ROSTER-BATCH' TO JL-VALEUR.
           MOVE 'roster du jour produit hors import'
               TO JL-MESSAGE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       END PROGRAM LEVER-ANONYMAT.
