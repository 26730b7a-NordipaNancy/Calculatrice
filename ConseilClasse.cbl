       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSEIL-CLASSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ELEVEFC.
       COPY TRIMNTFC.
       COPY ABSENCEFC.
       COPY PROMOFC.
       COPY DECISFC.

           SELECT CONSEIL-FILE ASSIGN TO "CONSEIL.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY ELEVEFD.
       COPY TRIMNTFD.
       COPY ABSENCEFD.
       COPY PROMOFD.
       COPY DECISFD.

       FD  CONSEIL-FILE.
       01  CONSEIL-ENTETE-RECORD.
           05  CS-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  CS-LIBELLE        PIC X(20).
           05  CS-DATE           PIC 9(8).

       01  CONSEIL-CLASSE-RECORD.
           05  CK-LIBELLE        PIC X(08).
           05  CK-CLASSE         PIC X(05).
           05  FILLER            PIC X(04).
           05  CK-FILIERE-LIB    PIC X(09).
           05  CK-FILIERE        PIC X(05).

       01  CONSEIL-TITRE-RECORD.
           05  CH-TITRES         PIC X(105).

       01  CONSEIL-LIGNE-RECORD.
           05  CL-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  CL-NOM            PIC X(20).
           05  FILLER            PIC X(01).
           05  CL-PRENOM         PIC X(15).
           05  CL-NOTES OCCURS 3.
               10  FILLER        PIC X(01).
               10  CL-NOTE       PIC Z9.99 BLANK WHEN ZERO.
           05  FILLER            PIC X(02).
           05  CL-MOYENNE        PIC Z9.99 BLANK WHEN ZERO.
           05  FILLER            PIC X(02).
           05  CL-ABSENCES       PIC ZZ9.
           05  FILLER            PIC X(02).
           05  CL-PROPOSITION    PIC X(01).
           05  FILLER            PIC X(01).
           05  CL-CIBLE          PIC X(05).
           05  FILLER            PIC X(02).
           05  CL-REMARQUE       PIC X(12).
           05  FILLER            PIC X(02).
           05  CL-DECISION       PIC X(10).

       01  CONSEIL-TOTAL-RECORD.
           05  CT-LIBELLE        PIC X(20).
           05  FILLER            PIC X(02).
           05  CT-VALEUR         PIC ZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY ENTETECOM.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY DATECOM.

       77  debut-annee PIC 9(8) VALUE ZERO.

       77  fin-eleves PIC X VALUE 'N'.
           88  tous-eleves-lus VALUE 'O'.
       77  fin-trim-notes PIC X VALUE 'N'.
           88  toutes-trim-notes-lues VALUE 'O'.
       77  fin-absences PIC X VALUE 'N'.
           88  toutes-absences-lues VALUE 'O'.
       77  fin-promotions PIC X VALUE 'N'.
           88  toutes-promotions-lues VALUE 'O'.
       77  fin-decisions PIC X VALUE 'N'.
           88  toutes-decisions-lues VALUE 'O'.

       77  nb-filieres PIC 9(2) VALUE ZERO.
       77  idx-filiere PIC 9(2).
       01  filiere-table.
           05  filiere-entry OCCURS 50.
               10  fi-tab-ancienne   PIC X(05).
               10  fi-tab-nouvelle   PIC X(05).

       77  nb-conseil PIC 9(3) VALUE ZERO.
       77  idx-conseil PIC 9(3).
       77  rang-conseil PIC 9(3).
       77  conseil-sature PIC X VALUE 'N'.
           88  conseil-est-sature VALUE 'O'.
       01  conseil-table.
           05  conseil-entry OCCURS 999.
               10  cs-tab-cle.
                   15  cs-tab-classe     PIC X(05).
                   15  cs-tab-nom        PIC X(30).
                   15  cs-tab-prenom     PIC X(30).
               10  cs-tab-eleve-id   PIC X(05).
               10  cs-tab-nb-notes   PIC 9(01).
               10  cs-tab-note OCCURS 3 PIC 9(2)V99.
               10  cs-tab-moyenne    PIC 9(2)V99.
               10  cs-tab-absences   PIC 9(03).
               10  cs-tab-proposition PIC X(01).
               10  cs-tab-cible      PIC X(05).
               10  cs-tab-remarque   PIC X(12).
       01  conseil-echange PIC X(108).

       77  tri-i PIC 9(3).
       77  tri-j PIC 9(3).
       77  idx-note PIC 9(1).
       77  total-notes PIC 9(3)V99.
       77  eleve-cherche PIC X(05).
       77  classe-courante PIC X(05).
       77  filiere-courante PIC X(05).

       77  nb-deja-validees PIC 9(3) VALUE ZERO.
       77  nb-promus PIC 9(3) VALUE ZERO.
       77  nb-redoublants PIC 9(3) VALUE ZERO.
       77  nb-sortants PIC 9(3) VALUE ZERO.
       77  nb-a-revoir PIC 9(3) VALUE ZERO.
       77  nb-classe-promus PIC 9(3) VALUE ZERO.
       77  nb-classe-redoublants PIC 9(3) VALUE ZERO.
       77  nb-classe-sortants PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           PERFORM 0500-VERIFIER-DECISIONS.

           IF nb-deja-validees > ZERO
               DISPLAY "decisions deja validees en conseil, "
                       "run refuse"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE ZERO TO debut-annee.
           DISPLAY "debut de l'annee scolaire (aaaammjj, 0 = tout) :"
               WITH NO ADVANCING.
           ACCEPT debut-annee.

           PERFORM 1000-CHARGER-FILIERES.
           PERFORM 1100-CHARGER-ELEVES.

           IF conseil-est-sature
               DISPLAY "fichier maitre au dela de 999 eleves, "
                       "run annule"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-CHARGER-NOTES-TRIM.
           PERFORM 2500-COMPTER-ABSENCES.

           PERFORM 3000-PROPOSER-DECISION
               VARYING idx-conseil FROM 1 BY 1
               UNTIL idx-conseil > nb-conseil.

           PERFORM 4000-TRIER-ELEVES.

           PERFORM 5000-ECRIRE-DECISIONS.
           PERFORM 6000-IMPRIMER-FEUILLE.

           DISPLAY "conseil de classe : " nb-promus " promus, "
                   nb-redoublants " redoublants, " nb-sortants
                   " sortants proposes".

           IF nb-a-revoir > ZERO
               DISPLAY nb-a-revoir " eleves sans note ou sans filiere"
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       0500-VERIFIER-DECISIONS.
           OPEN INPUT DECISION-FILE.

           PERFORM UNTIL toutes-decisions-lues
               READ DECISION-FILE
                   AT END MOVE 'O' TO fin-decisions
                   NOT AT END
                       IF DC-VALIDEE = 'O'
                           ADD 1 TO nb-deja-validees
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DECISION-FILE.

       1000-CHARGER-FILIERES.
           OPEN INPUT PROMOTION-FILE.

           PERFORM UNTIL toutes-promotions-lues
               READ PROMOTION-FILE
                   AT END MOVE 'O' TO fin-promotions
                   NOT AT END
                       IF nb-filieres < 50
                               AND PO-ANCIENNE NOT = SPACES
                               AND PO-ELEVE-ID = SPACES
                           ADD 1 TO nb-filieres
                           MOVE PO-ANCIENNE
                               TO fi-tab-ancienne(nb-filieres)
                           MOVE PO-NOUVELLE
                               TO fi-tab-nouvelle(nb-filieres)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PROMOTION-FILE.

       1100-CHARGER-ELEVES.
           OPEN INPUT ELEVE-FILE.

           PERFORM UNTIL tous-eleves-lus
               READ ELEVE-FILE
                   AT END MOVE 'O' TO fin-eleves
                   NOT AT END
                       IF nb-conseil < 999
                           ADD 1 TO nb-conseil
                           MOVE SPACES TO conseil-entry(nb-conseil)
                           MOVE EL-CLASSE
                               TO cs-tab-classe(nb-conseil)
                           MOVE EL-NOM TO cs-tab-nom(nb-conseil)
                           MOVE EL-PRENOM
                               TO cs-tab-prenom(nb-conseil)
                           MOVE EL-ELEVE-ID
                               TO cs-tab-eleve-id(nb-conseil)
                           MOVE ZERO TO cs-tab-nb-notes(nb-conseil)
                           MOVE ZERO TO cs-tab-note(nb-conseil, 1)
                           MOVE ZERO TO cs-tab-note(nb-conseil, 2)
                           MOVE ZERO TO cs-tab-note(nb-conseil, 3)
                           MOVE ZERO TO cs-tab-moyenne(nb-conseil)
                           MOVE ZERO TO cs-tab-absences(nb-conseil)
                       ELSE
                           MOVE 'O' TO conseil-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ELEVE-FILE.

       2000-CHARGER-NOTES-TRIM.
           OPEN INPUT TRIM-NOTE-FILE.

           PERFORM UNTIL toutes-trim-notes-lues
               READ TRIM-NOTE-FILE
                   AT END MOVE 'O' TO fin-trim-notes
                   NOT AT END
                       IF TN-DATE >= debut-annee
                           PERFORM 2100-RETENIR-NOTE-TRIM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRIM-NOTE-FILE.

       2100-RETENIR-NOTE-TRIM.
           MOVE TN-ELEVE-ID TO eleve-cherche.
           PERFORM 7000-CHERCHER-ELEVE.

           IF rang-conseil > ZERO
               IF cs-tab-nb-notes(rang-conseil) < 3
                   ADD 1 TO cs-tab-nb-notes(rang-conseil)
                   MOVE TN-NOTE TO cs-tab-note(rang-conseil,
                       cs-tab-nb-notes(rang-conseil))
               ELSE
                   MOVE cs-tab-note(rang-conseil, 2)
                       TO cs-tab-note(rang-conseil, 1)
                   MOVE cs-tab-note(rang-conseil, 3)
                       TO cs-tab-note(rang-conseil, 2)
                   MOVE TN-NOTE TO cs-tab-note(rang-conseil, 3)
               END-IF
           END-IF.

       2500-COMPTER-ABSENCES.
           OPEN INPUT ABSENCE-FILE.

           PERFORM UNTIL toutes-absences-lues
               READ ABSENCE-FILE
                   AT END MOVE 'O' TO fin-absences
                   NOT AT END
                       IF AB-JUSTIFIEE = 'N'
                               AND AB-DATE >= debut-annee
                           MOVE AB-ELEVE-ID TO eleve-cherche
                           PERFORM 7000-CHERCHER-ELEVE
                           IF rang-conseil > ZERO
                                   AND cs-tab-absences(rang-conseil)
                                       < 999
                               ADD 1 TO cs-tab-absences(rang-conseil)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ABSENCE-FILE.

       3000-PROPOSER-DECISION.
           MOVE cs-tab-classe(idx-conseil) TO classe-courante.
           PERFORM 7100-CHERCHER-FILIERE.

           IF cs-tab-nb-notes(idx-conseil) = ZERO
               MOVE 'R' TO cs-tab-proposition(idx-conseil)
               MOVE classe-courante TO cs-tab-cible(idx-conseil)
               MOVE 'SANS NOTE' TO cs-tab-remarque(idx-conseil)
               ADD 1 TO nb-a-revoir
           ELSE
               MOVE ZERO TO total-notes
               PERFORM VARYING idx-note FROM 1 BY 1
                       UNTIL idx-note > cs-tab-nb-notes(idx-conseil)
                   ADD cs-tab-note(idx-conseil, idx-note)
                       TO total-notes
               END-PERFORM
               COMPUTE cs-tab-moyenne(idx-conseil) ROUNDED =
                   total-notes / cs-tab-nb-notes(idx-conseil)

               IF cs-tab-moyenne(idx-conseil)
                       >= PV-CONSEIL-MOY-PASSAGE
                       AND cs-tab-absences(idx-conseil)
                       <= PV-CONSEIL-ABS-MAX
                   MOVE 'P' TO cs-tab-proposition(idx-conseil)
                   MOVE filiere-courante TO cs-tab-cible(idx-conseil)
                   IF filiere-courante = SPACES
                       MOVE 'SANS FILIERE'
                           TO cs-tab-remarque(idx-conseil)
                       ADD 1 TO nb-a-revoir
                   END-IF
               ELSE
                   IF cs-tab-moyenne(idx-conseil)
                           < PV-CONSEIL-MOY-SORTIE
                       MOVE 'S' TO cs-tab-proposition(idx-conseil)
                       MOVE 'SORTI' TO cs-tab-cible(idx-conseil)
                   ELSE
                       MOVE 'R' TO cs-tab-proposition(idx-conseil)
                       MOVE classe-courante
                           TO cs-tab-cible(idx-conseil)
                       IF cs-tab-moyenne(idx-conseil)
                               >= PV-CONSEIL-MOY-PASSAGE
                           MOVE 'ABSENCES'
                               TO cs-tab-remarque(idx-conseil)
                       END-IF
                   END-IF
               END-IF

               IF cs-tab-nb-notes(idx-conseil) < 3
                       AND cs-tab-remarque(idx-conseil) = SPACES
                   MOVE 'INCOMPLET' TO cs-tab-remarque(idx-conseil)
               END-IF
           END-IF.

           EVALUATE cs-tab-proposition(idx-conseil)
               WHEN 'P' ADD 1 TO nb-promus
               WHEN 'S' ADD 1 TO nb-sortants
               WHEN OTHER ADD 1 TO nb-redoublants
           END-EVALUATE.

       4000-TRIER-ELEVES.
           PERFORM VARYING tri-i FROM 1 BY 1
                   UNTIL tri-i >= nb-conseil
               PERFORM VARYING tri-j FROM 1 BY 1
                       UNTIL tri-j >= nb-conseil
                   IF cs-tab-cle(tri-j) > cs-tab-cle(tri-j + 1)
                       MOVE conseil-entry(tri-j) TO conseil-echange
                       MOVE conseil-entry(tri-j + 1)
                           TO conseil-entry(tri-j)
                       MOVE conseil-echange TO conseil-entry(tri-j + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       5000-ECRIRE-DECISIONS.
           OPEN OUTPUT DECISION-FILE.

           PERFORM VARYING idx-conseil FROM 1 BY 1
                   UNTIL idx-conseil > nb-conseil
               MOVE SPACES TO DECISION-RECORD
               MOVE cs-tab-eleve-id(idx-conseil) TO DC-ELEVE-ID
               MOVE cs-tab-classe(idx-conseil) TO DC-CLASSE
               MOVE cs-tab-moyenne(idx-conseil) TO DC-MOYENNE
               MOVE cs-tab-nb-notes(idx-conseil) TO DC-NB-NOTES
               MOVE cs-tab-absences(idx-conseil) TO DC-ABSENCES
               MOVE cs-tab-proposition(idx-conseil) TO DC-PROPOSITION
               MOVE cs-tab-proposition(idx-conseil) TO DC-DECISION
               MOVE cs-tab-cible(idx-conseil) TO DC-CIBLE
               MOVE 'N' TO DC-VALIDEE
               WRITE DECISION-RECORD
           END-PERFORM.

           CLOSE DECISION-FILE.

       6000-IMPRIMER-FEUILLE.
           OPEN OUTPUT CONSEIL-FILE.

           MOVE SPACES TO classe-courante.

           PERFORM VARYING idx-conseil FROM 1 BY 1
                   UNTIL idx-conseil > nb-conseil
               IF cs-tab-classe(idx-conseil) NOT = classe-courante
                   IF classe-courante NOT = SPACES
                       PERFORM 6200-IMPRIMER-TOTAUX-CLASSE
                   END-IF
                   MOVE cs-tab-classe(idx-conseil) TO classe-courante
                   PERFORM 6100-IMPRIMER-ENTETE-CLASSE
               END-IF
               PERFORM 6300-IMPRIMER-LIGNE-ELEVE
           END-PERFORM.

           IF classe-courante NOT = SPACES
               PERFORM 6200-IMPRIMER-TOTAUX-CLASSE
           END-IF.

           CLOSE CONSEIL-FILE.

       6100-IMPRIMER-ENTETE-CLASSE.
           PERFORM 7100-CHERCHER-FILIERE.

           MOVE ZERO TO nb-classe-promus.
           MOVE ZERO TO nb-classe-redoublants.
           MOVE ZERO TO nb-classe-sortants.

           MOVE SPACES TO CONSEIL-ENTETE-RECORD.
           MOVE SP-NOM TO CS-NOM-ATELIER.
           MOVE 'CONSEIL DE CLASSE' TO CS-LIBELLE.
           MOVE date-du-jour TO CS-DATE.
           WRITE CONSEIL-ENTETE-RECORD.

           MOVE SPACES TO CONSEIL-CLASSE-RECORD.
           MOVE 'CLASSE' TO CK-LIBELLE.
           MOVE classe-courante TO CK-CLASSE.
           MOVE 'FILIERE' TO CK-FILIERE-LIB.
           MOVE filiere-courante TO CK-FILIERE.
           WRITE CONSEIL-CLASSE-RECORD.

           MOVE SPACES TO CONSEIL-TITRE-RECORD.
           MOVE 'ELEVE NOM                  PRENOM            T1    T2'
               TO CH-TITRES(1:55).
           MOVE '    T3  MOYEN  ABS  P CIBLE  REMARQUE      DECISION'
               TO CH-TITRES(56:50).
           WRITE CONSEIL-TITRE-RECORD.

       6200-IMPRIMER-TOTAUX-CLASSE.
           MOVE SPACES TO CONSEIL-TOTAL-RECORD.
           MOVE 'PROPOSES PROMUS' TO CT-LIBELLE.
           MOVE nb-classe-promus TO CT-VALEUR.
           WRITE CONSEIL-TOTAL-RECORD.

           MOVE SPACES TO CONSEIL-TOTAL-RECORD.
           MOVE 'PROPOSES REDOUBLANTS' TO CT-LIBELLE.
           MOVE nb-classe-redoublants TO CT-VALEUR.
           WRITE CONSEIL-TOTAL-RECORD.

           MOVE SPACES TO CONSEIL-TOTAL-RECORD.
           MOVE 'PROPOSES SORTANTS' TO CT-LIBELLE.
           MOVE nb-classe-sortants TO CT-VALEUR.
           WRITE CONSEIL-TOTAL-RECORD.

       6300-IMPRIMER-LIGNE-ELEVE.
           MOVE SPACES TO CONSEIL-LIGNE-RECORD.
           MOVE cs-tab-eleve-id(idx-conseil) TO CL-ELEVE-ID.
           MOVE cs-tab-nom(idx-conseil) TO CL-NOM.
           MOVE cs-tab-prenom(idx-conseil) TO CL-PRENOM.
           PERFORM VARYING idx-note FROM 1 BY 1 UNTIL idx-note > 3
               MOVE cs-tab-note(idx-conseil, idx-note)
                   TO CL-NOTE(idx-note)
           END-PERFORM.
           MOVE cs-tab-moyenne(idx-conseil) TO CL-MOYENNE.
           MOVE cs-tab-absences(idx-conseil) TO CL-ABSENCES.
           MOVE cs-tab-proposition(idx-conseil) TO CL-PROPOSITION.
           MOVE cs-tab-cible(idx-conseil) TO CL-CIBLE.
           MOVE cs-tab-remarque(idx-conseil) TO CL-REMARQUE.
           MOVE '..........' TO CL-DECISION.
           WRITE CONSEIL-LIGNE-RECORD.

           EVALUATE cs-tab-proposition(idx-conseil)
               WHEN 'P' ADD 1 TO nb-classe-promus
               WHEN 'S' ADD 1 TO nb-classe-sortants
               WHEN OTHER ADD 1 TO nb-classe-redoublants
           END-EVALUATE.

       7000-CHERCHER-ELEVE.
           MOVE ZERO TO rang-conseil.

           PERFORM VARYING idx-conseil FROM 1 BY 1
                   UNTIL idx-conseil > nb-conseil
               IF cs-tab-eleve-id(idx-conseil) = eleve-cherche
                   MOVE idx-conseil TO rang-conseil
               END-IF
           END-PERFORM.

       7100-CHERCHER-FILIERE.
           MOVE SPACES TO filiere-courante.

           PERFORM VARYING idx-filiere FROM 1 BY 1
                   UNTIL idx-filiere > nb-filieres
               IF fi-tab-ancienne(idx-filiere) = classe-courante
                   MOVE fi-tab-nouvelle(idx-filiere)
                       TO filiere-courante
               END-IF
           END-PERFORM.

       END PROGRAM CONSEIL-CLASSE.
