       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRATIQUE-CALCUL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLASSEFC.
       COPY ELEVEFC.
       COPY PARTIEFC.

           SELECT PRATIQUE-FILE ASSIGN TO "PRATIQUE.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY CLASSEFD.
       COPY ELEVEFD.
       COPY PARTIEFD.

       FD  PRATIQUE-FILE.
       01  PRATIQUE-ENTETE-RECORD.
           05  PR-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  PR-LIBELLE        PIC X(20).
           05  PR-DATE           PIC 9(8).

       01  PRATIQUE-TITRE-RECORD.
           05  PT-LIGNE          PIC X(80).

       01  PRATIQUE-CLASSE-RECORD.
           05  PC-CLASSE         PIC X(05).
           05  FILLER            PIC X(02).
           05  PC-INSCRITS       PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  PC-PRATIQUANTS    PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  PC-PARTIES        PIC ZZZZ9.
           05  FILLER            PIC X(02).
           05  PC-TAUX           PIC ZZ9.
           05  FILLER            PIC X(02).
           05  PC-MOYENNE        PIC Z9.99.

       01  PRATIQUE-ELEVE-RECORD.
           05  FILLER            PIC X(07).
           05  PE-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(02).
           05  PE-NOM            PIC X(30).
           05  FILLER            PIC X(01).
           05  PE-PRENOM         PIC X(30).
           05  FILLER            PIC X(02).
           05  PE-CONSTAT        PIC X(12).

       01  PRATIQUE-TOTAL-RECORD.
           05  PO-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  PO-VALEUR         PIC ZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY DATECOM.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY JOURNALCOM.

       77  fin-classes PIC X VALUE 'N'.
           88  toutes-classes-lues VALUE 'O'.
       77  fin-eleves PIC X VALUE 'N'.
           88  tous-eleves-lus VALUE 'O'.
       77  fin-parties PIC X VALUE 'N'.
           88  toutes-parties-lues VALUE 'O'.

       77  mois-du-jour PIC 9(6).
       77  classe-cherchee PIC X(5).

       77  nb-classes PIC 9(3) VALUE ZERO.
       77  idx-classe PIC 9(3).
       77  rang-classe PIC 9(3).
       77  classes-sature PIC X VALUE 'N'.
           88  classes-est-sature VALUE 'O'.
       01  classe-pratique-table.
           05  classe-pratique-entry OCCURS 50.
               10  cp-code           PIC X(05).
               10  cp-inscrits       PIC 9(04).
               10  cp-pratiquants    PIC 9(04).
               10  cp-parties        PIC 9(05).
               10  cp-victoires      PIC 9(05).
               10  cp-essais         PIC 9(07).

       77  nb-eleves PIC 9(4) VALUE ZERO.
       77  idx-eleve PIC 9(4).
       77  rang-eleve PIC 9(4).
       77  eleves-sature PIC X VALUE 'N'.
           88  eleves-est-sature VALUE 'O'.
       01  eleve-table.
           05  eleve-entry OCCURS 1000.
               10  el-tab-eleve-id   PIC X(05).
               10  el-tab-nom        PIC X(30).
               10  el-tab-prenom     PIC X(30).
               10  el-tab-classe     PIC X(05).
               10  el-tab-parties    PIC 9(04).

       77  taux-victoires PIC 9(3).
       77  moyenne-essais PIC 9(2)V99.

       77  nb-inscrits PIC 9(4) VALUE ZERO.
       77  nb-pratiquants PIC 9(4) VALUE ZERO.
       77  nb-jamais-joue PIC 9(4) VALUE ZERO.
       77  nb-parties-eleves PIC 9(4) VALUE ZERO.
       77  nb-parties-invites PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           MOVE date-du-jour(1:6) TO mois-du-jour.

           PERFORM 1000-CHARGER-CLASSES.
           PERFORM 1100-CHARGER-ELEVES.
           PERFORM 1200-DEPOUILLER-PARTIES.

           IF classes-est-sature
               DISPLAY "plus de 50 classes, rapport partiel"
           END-IF.

           IF eleves-est-sature
               DISPLAY "plus de 1000 eleves inscrits, rapport partiel"
           END-IF.

           OPEN OUTPUT PRATIQUE-FILE.

           MOVE SPACES TO PRATIQUE-ENTETE-RECORD.
           MOVE SP-NOM TO PR-NOM-ATELIER.
           MOVE 'PRATIQUE DU CALCUL' TO PR-LIBELLE.
           MOVE date-du-jour TO PR-DATE.
           WRITE PRATIQUE-ENTETE-RECORD.

           MOVE SPACES TO PT-LIGNE.
           MOVE 'CLASS' TO PT-LIGNE(1:5).
           MOVE 'INSCR' TO PT-LIGNE(8:5).
           MOVE 'PRATI' TO PT-LIGNE(14:5).
           MOVE 'PARTIE' TO PT-LIGNE(20:6).
           MOVE 'GAGN%' TO PT-LIGNE(27:5).
           MOVE 'ESSAIS' TO PT-LIGNE(33:6).
           WRITE PRATIQUE-TITRE-RECORD.

           PERFORM 2000-EDITER-UNE-CLASSE
               VARYING idx-classe FROM 1 BY 1
               UNTIL idx-classe > nb-classes.

           PERFORM 8000-IMPRIMER-TOTAUX.

           CLOSE PRATIQUE-FILE.

           PERFORM 7500-ECRIRE-JOURNAL.

           DISPLAY "pratique du calcul " mois-du-jour " : "
                   nb-parties-eleves " parties d eleves, "
                   nb-pratiquants " eleves pratiquants, "
                   nb-jamais-joue " n ont jamais joue".

           IF nb-parties-eleves = ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-CHARGER-CLASSES.
           OPEN INPUT CLASSE-FILE.

           PERFORM UNTIL toutes-classes-lues
               READ CLASSE-FILE
                   AT END MOVE 'O' TO fin-classes
                   NOT AT END
                       IF CM-ACTIF NOT = 'N'
                           MOVE CM-CODE TO classe-cherchee
                           PERFORM 1500-CHERCHER-CLASSE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLASSE-FILE.

       1100-CHARGER-ELEVES.
           OPEN INPUT ELEVE-FILE.

           PERFORM UNTIL tous-eleves-lus
               READ ELEVE-FILE
                   AT END MOVE 'O' TO fin-eleves
                   NOT AT END
                       IF EL-STATUT NOT = 'P' AND EL-STATUT NOT = 'M'
                               AND (EL-SITE = SPACES
                                    OR EL-SITE = PV-SITE-CODE)
                           PERFORM 1150-RETENIR-ELEVE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ELEVE-FILE.

       1150-RETENIR-ELEVE.
           IF nb-eleves < 1000
               ADD 1 TO nb-eleves
               MOVE EL-ELEVE-ID TO el-tab-eleve-id(nb-eleves)
               MOVE EL-NOM TO el-tab-nom(nb-eleves)
               MOVE EL-PRENOM TO el-tab-prenom(nb-eleves)
               MOVE EL-CLASSE TO el-tab-classe(nb-eleves)
               MOVE ZERO TO el-tab-parties(nb-eleves)
               ADD 1 TO nb-inscrits
               MOVE EL-CLASSE TO classe-cherchee
               PERFORM 1500-CHERCHER-CLASSE
               IF rang-classe > ZERO
                   ADD 1 TO cp-inscrits(rang-classe)
               END-IF
           ELSE
               MOVE 'O' TO eleves-sature
           END-IF.

       1200-DEPOUILLER-PARTIES.
           OPEN INPUT PARTIE-JOUR-FILE.

           PERFORM UNTIL toutes-parties-lues
               READ PARTIE-JOUR-FILE
                   AT END MOVE 'O' TO fin-parties
                   NOT AT END
                       IF PJ-DATE NUMERIC
                               AND PJ-DATE(1:6) = mois-du-jour
                           PERFORM 1250-COMPTER-PARTIE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PARTIE-JOUR-FILE.

       1250-COMPTER-PARTIE.
           IF PJ-ELEVE-ID = SPACES
               ADD 1 TO nb-parties-invites
           ELSE
               ADD 1 TO nb-parties-eleves
               PERFORM 1600-CHERCHER-ELEVE
               MOVE PJ-CLASSE TO classe-cherchee
               IF classe-cherchee = SPACES AND rang-eleve > ZERO
                   MOVE el-tab-classe(rang-eleve) TO classe-cherchee
               END-IF
               PERFORM 1500-CHERCHER-CLASSE
               IF rang-classe > ZERO
                   ADD 1 TO cp-parties(rang-classe)
                   IF PJ-GAGNEE
                       ADD 1 TO cp-victoires(rang-classe)
                   END-IF
                   IF PJ-ESSAIS NUMERIC
                       ADD PJ-ESSAIS TO cp-essais(rang-classe)
                   END-IF
               END-IF
               IF rang-eleve > ZERO
                   IF el-tab-parties(rang-eleve) = ZERO
                       ADD 1 TO nb-pratiquants
                       IF rang-classe > ZERO
                           ADD 1 TO cp-pratiquants(rang-classe)
                       END-IF
                   END-IF
                   ADD 1 TO el-tab-parties(rang-eleve)
               END-IF
           END-IF.

       1500-CHERCHER-CLASSE.
           MOVE ZERO TO rang-classe.

           PERFORM VARYING idx-classe FROM 1 BY 1
                   UNTIL idx-classe > nb-classes
               IF cp-code(idx-classe) = classe-cherchee
                   MOVE idx-classe TO rang-classe
               END-IF
           END-PERFORM.

           IF rang-classe = ZERO AND classe-cherchee NOT = SPACES
               IF nb-classes < 50
                   ADD 1 TO nb-classes
                   MOVE nb-classes TO rang-classe
                   MOVE classe-cherchee TO cp-code(rang-classe)
                   MOVE ZERO TO cp-inscrits(rang-classe)
                   MOVE ZERO TO cp-pratiquants(rang-classe)
                   MOVE ZERO TO cp-parties(rang-classe)
                   MOVE ZERO TO cp-victoires(rang-classe)
                   MOVE ZERO TO cp-essais(rang-classe)
               ELSE
                   MOVE 'O' TO classes-sature
               END-IF
           END-IF.

       1600-CHERCHER-ELEVE.
           MOVE ZERO TO rang-eleve.

           PERFORM VARYING idx-eleve FROM 1 BY 1
                   UNTIL idx-eleve > nb-eleves
               IF el-tab-eleve-id(idx-eleve) = PJ-ELEVE-ID
                   MOVE idx-eleve TO rang-eleve
               END-IF
           END-PERFORM.

       2000-EDITER-UNE-CLASSE.
           MOVE ZERO TO taux-victoires.
           MOVE ZERO TO moyenne-essais.
           IF cp-parties(idx-classe) > ZERO
               COMPUTE taux-victoires ROUNDED =
                   cp-victoires(idx-classe) * 100
                   / cp-parties(idx-classe)
               COMPUTE moyenne-essais ROUNDED =
                   cp-essais(idx-classe) / cp-parties(idx-classe)
           END-IF.

           MOVE SPACES TO PRATIQUE-CLASSE-RECORD.
           MOVE cp-code(idx-classe) TO PC-CLASSE.
           MOVE cp-inscrits(idx-classe) TO PC-INSCRITS.
           MOVE cp-pratiquants(idx-classe) TO PC-PRATIQUANTS.
           MOVE cp-parties(idx-classe) TO PC-PARTIES.
           MOVE taux-victoires TO PC-TAUX.
           MOVE moyenne-essais TO PC-MOYENNE.
           WRITE PRATIQUE-CLASSE-RECORD.

           PERFORM VARYING idx-eleve FROM 1 BY 1
                   UNTIL idx-eleve > nb-eleves
               IF el-tab-classe(idx-eleve) = cp-code(idx-classe)
                       AND el-tab-parties(idx-eleve) = ZERO
                   PERFORM 2100-EDITER-ABSENT
               END-IF
           END-PERFORM.

       2100-EDITER-ABSENT.
           ADD 1 TO nb-jamais-joue.

           MOVE SPACES TO PRATIQUE-ELEVE-RECORD.
           MOVE el-tab-eleve-id(idx-eleve) TO PE-ELEVE-ID.
           MOVE el-tab-nom(idx-eleve) TO PE-NOM.
           MOVE el-tab-prenom(idx-eleve) TO PE-PRENOM.
           MOVE 'jamais joue' TO PE-CONSTAT.
           WRITE PRATIQUE-ELEVE-RECORD.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'PRATIQUE-CAL' TO JL-PROGRAMME.
           MOVE 'PJ-ELEVE-ID' TO JL-CHAMP.
           MOVE nb-parties-eleves TO JL-VALEUR.
           IF nb-parties-eleves = ZERO
               MOVE 'A' TO JL-SEVERITE
               MOVE 6031 TO JL-CODE
               MOVE 'aucune partie d eleve dans le mois'
                   TO JL-MESSAGE
           ELSE
               MOVE 'I' TO JL-SEVERITE
               MOVE 6030 TO JL-CODE
               MOVE 'pratique du calcul editee par classe'
                   TO JL-MESSAGE
           END-IF.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-IMPRIMER-TOTAUX.
           MOVE SPACES TO PRATIQUE-TOTAL-RECORD.
           MOVE 'CLASSES' TO PO-LIBELLE.
           MOVE nb-classes TO PO-VALEUR.
           WRITE PRATIQUE-TOTAL-RECORD.

           MOVE SPACES TO PRATIQUE-TOTAL-RECORD.
           MOVE 'ELEVES INSCRITS' TO PO-LIBELLE.
           MOVE nb-inscrits TO PO-VALEUR.
           WRITE PRATIQUE-TOTAL-RECORD.

           MOVE SPACES TO PRATIQUE-TOTAL-RECORD.
           MOVE 'ELEVES PRATIQUANTS' TO PO-LIBELLE.
           MOVE nb-pratiquants TO PO-VALEUR.
           WRITE PRATIQUE-TOTAL-RECORD.

           MOVE SPACES TO PRATIQUE-TOTAL-RECORD.
           MOVE 'JAMAIS JOUE' TO PO-LIBELLE.
           MOVE nb-jamais-joue TO PO-VALEUR.
           WRITE PRATIQUE-TOTAL-RECORD.

           MOVE SPACES TO PRATIQUE-TOTAL-RECORD.
           MOVE 'PARTIES D ELEVES' TO PO-LIBELLE.
           MOVE nb-parties-eleves TO PO-VALEUR.
           WRITE PRATIQUE-TOTAL-RECORD.

           MOVE SPACES TO PRATIQUE-TOTAL-RECORD.
           MOVE 'PARTIES D INVITES' TO PO-LIBELLE.
           MOVE nb-parties-invites TO PO-VALEUR.
           WRITE PRATIQUE-TOTAL-RECORD.

       END PROGRAM PRATIQUE-CALCUL.
