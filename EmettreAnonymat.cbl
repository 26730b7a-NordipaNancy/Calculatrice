       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMETTRE-ANONYMAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ELEVEFC.
       COPY MATIEREFC.
       COPY ANONYMFC.

           SELECT OPTIONAL OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT ETIQUETTE-FILE ASSIGN TO "ETIQANON.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY ELEVEFD.
       COPY MATIEREFD.
       COPY ANONYMFD.

       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.
           05  OP-ID             PIC X(08).
           05  FILLER            PIC X(01).
           05  OP-PROGRAMME      PIC X(20).

       FD  ETIQUETTE-FILE.
       01  ETIQUETTE-ENTETE-RECORD.
           05  EE-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  EE-LIBELLE        PIC X(20).
           05  EE-DATE           PIC 9(8).

       01  ETIQUETTE-LIGNE-RECORD.
           05  EA-NUMERO         PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  EA-LIGNE          PIC X(60).

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY DATECOM.
       COPY JOURNALCOM.

       77  fin-operateurs PIC X VALUE 'N'.
           88  tous-operateurs-lus VALUE 'O'.
       77  fin-eleves PIC X VALUE 'N'.
           88  tous-eleves-lus VALUE 'O'.
       77  fin-matieres PIC X VALUE 'N'.
           88  toutes-matieres-lues VALUE 'O'.
       77  fin-anonymat PIC X VALUE 'N'.
           88  tout-anonymat-lu VALUE 'O'.

       77  operateur-saisi PIC X(08).
       77  operateur-autorise PIC X VALUE 'N'.
           88  est-operateur-autorise VALUE 'O'.

       77  epreuve-saisie PIC X(06).
       77  matiere-saisie PIC X(03).
       77  classe-saisie PIC X(05).
       77  libelle-matiere PIC X(20).
       77  nb-matieres-lues PIC 9(3) VALUE ZERO.
       77  matiere-trouvee PIC X VALUE 'N'.
           88  est-matiere-trouvee VALUE 'O'.

       77  nb-codes PIC 9(4) VALUE ZERO.
       77  idx-code PIC 9(4).
       77  codes-sature PIC X VALUE 'N'.
           88  codes-est-sature VALUE 'O'.
       01  code-table.
           05  code-entry OCCURS 5000.
               10  cd-tab-code       PIC X(05).
               10  cd-tab-epreuve    PIC X(06).
               10  cd-tab-eleve-id   PIC X(05).

       77  nb-epreuve-levee PIC 9(4) VALUE ZERO.
       77  nb-autre-matiere PIC 9(4) VALUE ZERO.
       77  nb-deja-codes PIC 9(4) VALUE ZERO.

       77  nb-candidats PIC 9(3) VALUE ZERO.
       77  idx-candidat PIC 9(3).
       77  candidats-sature PIC X VALUE 'N'.
           88  candidats-est-sature VALUE 'O'.
       01  candidat-table.
           05  candidat-entry OCCURS 999.
               10  ca-tab-cle.
                   15  ca-tab-classe     PIC X(05).
                   15  ca-tab-nom        PIC X(30).
                   15  ca-tab-prenom     PIC X(30).
               10  ca-tab-eleve-id   PIC X(05).
       01  candidat-echange PIC X(70).

       77  tri-i PIC 9(3).
       77  tri-j PIC 9(3).

       77  seed PIC 9(8) VALUE ZERO.
       77  alea PIC V9(9).
       77  rang-lettre PIC 9(2).
       77  numero-code PIC 9(4).
       77  lettres-codes PIC X(21) VALUE 'ABCDFGHJKLMNPQRSTUVWZ'.
       77  code-tire PIC X(05).
       77  code-libre PIC X VALUE 'N'.
           88  est-code-libre VALUE 'O'.

       77  nb-emis PIC 9(4) VALUE ZERO.
       77  code-existant PIC X VALUE 'N'.
           88  a-deja-un-code VALUE 'O'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "emission des codes d'anonymat".
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
           DISPLAY "code de l'epreuve (6 caracteres) :"
               WITH NO ADVANCING.
           ACCEPT epreuve-saisie.
           MOVE SPACES TO matiere-saisie.
           DISPLAY "matiere de l'epreuve :" WITH NO ADVANCING.
           ACCEPT matiere-saisie.
           MOVE SPACES TO classe-saisie.
           DISPLAY "classe (vide = toutes) :" WITH NO ADVANCING.
           ACCEPT classe-saisie.

           IF epreuve-saisie = SPACES OR matiere-saisie = SPACES
               DISPLAY "epreuve et matiere obligatoires"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-VERIFIER-MATIERE.

           IF nb-matieres-lues > ZERO AND NOT est-matiere-trouvee
               DISPLAY "matiere inconnue ou inactive : "
                       matiere-saisie
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-CHARGER-CODES.

           IF codes-est-sature
               DISPLAY "table des codes au dela de 5000, run annule"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           IF nb-epreuve-levee > ZERO
               DISPLAY "anonymat deja leve pour l'epreuve "
                       epreuve-saisie ", run refuse"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           IF nb-autre-matiere > ZERO
               DISPLAY "epreuve " epreuve-saisie
                       " deja emise pour une autre matiere"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1200-CHARGER-CANDIDATS.

           IF candidats-est-sature
               DISPLAY "candidats au dela de 999, run annule"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-TRIER-CANDIDATS.

           MOVE FUNCTION CURRENT-DATE(9:8) TO seed.
           COMPUTE alea = FUNCTION RANDOM (seed).

           OPEN EXTEND ANONYMAT-FILE.
           OPEN OUTPUT ETIQUETTE-FILE.

           MOVE SPACES TO ETIQUETTE-ENTETE-RECORD.
           MOVE SP-NOM TO EE-NOM-ATELIER.
           MOVE 'CODES D ANONYMAT' TO EE-LIBELLE.
           MOVE date-du-jour TO EE-DATE.
           WRITE ETIQUETTE-ENTETE-RECORD.

           PERFORM 3000-EMETTRE-CODE
               VARYING idx-candidat FROM 1 BY 1
               UNTIL idx-candidat > nb-candidats
                   OR codes-est-sature.

           CLOSE ANONYMAT-FILE.
           CLOSE ETIQUETTE-FILE.

           PERFORM 7500-ECRIRE-JOURNAL.

           DISPLAY "epreuve " epreuve-saisie " : " nb-emis
                   " codes emis, " nb-deja-codes " deja emis".

           IF nb-emis = ZERO
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
                               AND (OP-PROGRAMME = 'EMETTRE-ANONYMAT'
                                   OR OP-PROGRAMME = '*')
                           MOVE 'O' TO operateur-autorise
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERATEUR-FILE.

       1000-VERIFIER-MATIERE.
           MOVE 'N' TO matiere-trouvee.
           MOVE SPACES TO libelle-matiere.

           OPEN INPUT MATIERE-FILE.

           PERFORM UNTIL toutes-matieres-lues
               READ MATIERE-FILE
                   AT END MOVE 'O' TO fin-matieres
                   NOT AT END
                       ADD 1 TO nb-matieres-lues
                       IF MT-CODE = matiere-saisie
                               AND MT-ACTIF NOT = 'N'
                           MOVE 'O' TO matiere-trouvee
                           MOVE MT-LIBELLE TO libelle-matiere
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MATIERE-FILE.

       1100-CHARGER-CODES.
           OPEN INPUT ANONYMAT-FILE.

           PERFORM UNTIL tout-anonymat-lu
               READ ANONYMAT-FILE
                   AT END MOVE 'O' TO fin-anonymat
                   NOT AT END
                       PERFORM 1110-RETENIR-CODE
               END-READ
           END-PERFORM.

           CLOSE ANONYMAT-FILE.

       1110-RETENIR-CODE.
           IF nb-codes < 5000
               ADD 1 TO nb-codes
               MOVE AN-CODE TO cd-tab-code(nb-codes)
               MOVE AN-EPREUVE TO cd-tab-epreuve(nb-codes)
               MOVE AN-ELEVE-ID TO cd-tab-eleve-id(nb-codes)
           ELSE
               MOVE 'O' TO codes-sature
           END-IF.

           IF AN-EPREUVE = epreuve-saisie
               IF AN-EST-LEVEE
                   ADD 1 TO nb-epreuve-levee
               END-IF
               IF AN-MATIERE NOT = matiere-saisie
                   ADD 1 TO nb-autre-matiere
               END-IF
           END-IF.

       1200-CHARGER-CANDIDATS.
           OPEN INPUT ELEVE-FILE.

           PERFORM UNTIL tous-eleves-lus
               READ ELEVE-FILE
                   AT END MOVE 'O' TO fin-eleves
                   NOT AT END
                       IF EL-STATUT NOT = 'P'
                               AND EL-STATUT NOT = 'M'
                               AND (EL-SITE = SPACES
                                   OR EL-SITE = PV-SITE-CODE)
                               AND (classe-saisie = SPACES
                                   OR EL-CLASSE = classe-saisie)
                           PERFORM 1210-RETENIR-CANDIDAT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ELEVE-FILE.

       1210-RETENIR-CANDIDAT.
           MOVE 'N' TO code-existant.
           PERFORM VARYING idx-code FROM 1 BY 1
                   UNTIL idx-code > nb-codes
               IF cd-tab-epreuve(idx-code) = epreuve-saisie
                       AND cd-tab-eleve-id(idx-code) = EL-ELEVE-ID
                   MOVE 'O' TO code-existant
               END-IF
           END-PERFORM.

           IF a-deja-un-code
               ADD 1 TO nb-deja-codes
           ELSE
               IF nb-candidats < 999
                   ADD 1 TO nb-candidats
                   MOVE EL-CLASSE TO ca-tab-classe(nb-candidats)
                   MOVE EL-NOM TO ca-tab-nom(nb-candidats)
                   MOVE EL-PRENOM TO ca-tab-prenom(nb-candidats)
                   MOVE EL-ELEVE-ID TO ca-tab-eleve-id(nb-candidats)
               ELSE
                   MOVE 'O' TO candidats-sature
               END-IF
           END-IF.

       2000-TRIER-CANDIDATS.
           PERFORM VARYING tri-i FROM 1 BY 1
                   UNTIL tri-i >= nb-candidats
               PERFORM VARYING tri-j FROM 1 BY 1
                       UNTIL tri-j >= nb-candidats
                   IF ca-tab-cle(tri-j) > ca-tab-cle(tri-j + 1)
                       MOVE candidat-entry(tri-j) TO candidat-echange
                       MOVE candidat-entry(tri-j + 1)
                           TO candidat-entry(tri-j)
                       MOVE candidat-echange
                           TO candidat-entry(tri-j + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-EMETTRE-CODE.
           MOVE 'N' TO code-libre.
           PERFORM 3100-TIRER-CODE UNTIL est-code-libre.

           IF nb-codes < 5000
               ADD 1 TO nb-codes
               MOVE code-tire TO cd-tab-code(nb-codes)
               MOVE epreuve-saisie TO cd-tab-epreuve(nb-codes)
               MOVE ca-tab-eleve-id(idx-candidat)
                   TO cd-tab-eleve-id(nb-codes)
               PERFORM 3200-ECRIRE-CODE
               PERFORM 4000-IMPRIMER-ETIQUETTE
           ELSE
               MOVE 'O' TO codes-sature
               DISPLAY "table des codes saturee, emission arretee"
           END-IF.

       3100-TIRER-CODE.
           COMPUTE alea = FUNCTION RANDOM.
           COMPUTE rang-lettre = alea * 21 + 1.
           COMPUTE alea = FUNCTION RANDOM.
           COMPUTE numero-code = alea * 10000.

           MOVE SPACES TO code-tire.
           STRING lettres-codes(rang-lettre:1) DELIMITED SIZE
                  numero-code DELIMITED SIZE
               INTO code-tire.

           MOVE 'O' TO code-libre.
           PERFORM VARYING idx-code FROM 1 BY 1
                   UNTIL idx-code > nb-codes
               IF cd-tab-code(idx-code) = code-tire
                   MOVE 'N' TO code-libre
               END-IF
           END-PERFORM.

       3200-ECRIRE-CODE.
           MOVE SPACES TO ANONYMAT-RECORD.
           MOVE epreuve-saisie TO AN-EPREUVE.
           MOVE code-tire TO AN-CODE.
           MOVE ca-tab-eleve-id(idx-candidat) TO AN-ELEVE-ID.
           MOVE ca-tab-classe(idx-candidat) TO AN-CLASSE.
           MOVE matiere-saisie TO AN-MATIERE.
           MOVE date-du-jour TO AN-DATE-EMISSION.
           MOVE operateur-saisi TO AN-OPERATEUR.
           MOVE 'N' TO AN-LEVEE.
           MOVE ZERO TO AN-DATE-LEVEE.
           MOVE ZERO TO AN-HEURE-LEVEE.
           WRITE ANONYMAT-RECORD.

           ADD 1 TO nb-emis.

       4000-IMPRIMER-ETIQUETTE.
           MOVE SPACES TO ETIQUETTE-LIGNE-RECORD.
           MOVE nb-emis TO EA-NUMERO.
           STRING 'EPREUVE ' DELIMITED SIZE
                  epreuve-saisie DELIMITED SIZE
                  '  MATIERE ' DELIMITED SIZE
                  matiere-saisie DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  libelle-matiere DELIMITED '  '
               INTO EA-LIGNE.
           WRITE ETIQUETTE-LIGNE-RECORD.

           MOVE SPACES TO ETIQUETTE-LIGNE-RECORD.
           STRING 'CODE D ANONYMAT : ' DELIMITED SIZE
                  code-tire DELIMITED SIZE
               INTO EA-LIGNE.
           WRITE ETIQUETTE-LIGNE-RECORD.

           MOVE SPACES TO ETIQUETTE-LIGNE-RECORD.
           STRING 'CANDIDAT ' DELIMITED SIZE
                  ca-tab-prenom(idx-candidat) DELIMITED '  '
                  ' ' DELIMITED SIZE
                  ca-tab-nom(idx-candidat) DELIMITED '  '
                  ' ' DELIMITED SIZE
                  ca-tab-classe(idx-candidat) DELIMITED SIZE
               INTO EA-LIGNE.
           WRITE ETIQUETTE-LIGNE-RECORD.

           MOVE SPACES TO ETIQUETTE-LIGNE-RECORD.
           WRITE ETIQUETTE-LIGNE-RECORD.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'EMETTRE-ANON' TO JL-PROGRAMME.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 3080 TO JL-CODE.
           MOVE 'AN-OPERATEUR' TO JL-CHAMP.
           MOVE operateur-saisi TO JL-VALEUR.
           STRING 'codes d anonymat emis epreuve ' DELIMITED SIZE
                  epreuve-saisie DELIMITED SIZE
               INTO JL-MESSAGE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       END PROGRAM EMETTRE-ANONYMAT.
