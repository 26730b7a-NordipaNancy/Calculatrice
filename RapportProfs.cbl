       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-PROFS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY HISTOFC.
       COPY ENSEIGNFC.
       COPY AFFECTFC.

           SELECT PROFS-FILE ASSIGN TO "PROFS.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY HISTOFD.
       COPY ENSEIGNFD.
       COPY AFFECTFD.

       FD  PROFS-FILE.
       01  PROFS-ENTETE-RECORD.
           05  PE-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  PE-LIBELLE        PIC X(20).
           05  PE-DATE           PIC 9(8).

       01  PROFS-ENSEIGNANT-RECORD.
           05  PN-LIBELLE        PIC X(11).
           05  PN-ID             PIC X(05).
           05  FILLER            PIC X(02).
           05  PN-NOM            PIC X(20).
           05  FILLER            PIC X(01).
           05  PN-PRENOM         PIC X(15).

       01  PROFS-TITRE-RECORD.
           05  PT-LIBELLE        PIC X(90).

       01  PROFS-LIGNE-RECORD.
           05  FILLER            PIC X(02).
           05  PL-CLASSE         PIC X(05).
           05  FILLER            PIC X(02).
           05  PL-MATIERE        PIC X(03).
           05  FILLER            PIC X(02).
           05  PL-NB-NOTES       PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  PL-MOYENNE        PIC Z9.99.
           05  FILLER            PIC X(02).
           05  PL-NB-PARFAIT     PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  PL-NB-BIEN        PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  PL-NB-ASSEZ-BIEN  PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  PL-NB-PASSABLE    PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  PL-NB-INSUFFISANT PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  PL-MOYENNE-MATIERE PIC Z9.99.
           05  FILLER            PIC X(02).
           05  PL-ECART          PIC +Z9.99.

       01  PROFS-TOTAL-RECORD.
           05  PS-LIBELLE        PIC X(30).
           05  FILLER            PIC X(02).
           05  PS-VALEUR         PIC ZZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY ENTETECOM.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY DATECOM.

       77  debut-periode PIC 9(8) VALUE ZERO.

       77  fin-histo PIC X VALUE 'N'.
           88  tout-histo-lu VALUE 'O'.
       77  fin-enseignants PIC X VALUE 'N'.
           88  tous-enseignants-lus VALUE 'O'.
       77  fin-affectations PIC X VALUE 'N'.
           88  toutes-affectations-lues VALUE 'O'.

       77  nb-enseignants PIC 9(3) VALUE ZERO.
       77  idx-enseignant PIC 9(3).
       01  enseignant-table.
           05  enseignant-entry OCCURS 200.
               10  en-tab-id         PIC X(05).
               10  en-tab-nom        PIC X(20).
               10  en-tab-prenom     PIC X(15).

       77  nb-affectations PIC 9(3) VALUE ZERO.
       77  idx-affectation PIC 9(3).
       01  affectation-table.
           05  affectation-entry OCCURS 500.
               10  af-tab-classe     PIC X(05).
               10  af-tab-matiere    PIC X(03).
               10  af-tab-enseignant PIC X(05).
               10  af-tab-imprimee   PIC X(01).

       77  nb-cours PIC 9(3) VALUE ZERO.
       77  idx-cours PIC 9(3).
       77  rang-cours PIC 9(3).
       77  cours-sature PIC X VALUE 'N'.
           88  cours-est-sature VALUE 'O'.
       01  cours-table.
           05  cours-entry OCCURS 500.
               10  cs-classe         PIC X(05).
               10  cs-matiere        PIC X(03).
               10  cs-nb-notes       PIC 9(5).
               10  cs-total          PIC 9(7)V99.
               10  cs-nb-parfait     PIC 9(5).
               10  cs-nb-bien        PIC 9(5).
               10  cs-nb-assez-bien  PIC 9(5).
               10  cs-nb-passable    PIC 9(5).
               10  cs-nb-insuffisant PIC 9(5).

       77  nb-matieres PIC 9(2) VALUE ZERO.
       77  idx-matiere PIC 9(2).
       77  rang-matiere PIC 9(2).
       01  matiere-table.
           05  matiere-entry OCCURS 50.
               10  sm-matiere        PIC X(03).
               10  sm-nb-notes       PIC 9(5).
               10  sm-total          PIC 9(7)V99.

       77  note-histo PIC 9(2)V99.
       77  moyenne-cours PIC 9(2)V99.
       77  moyenne-matiere PIC 9(2)V99.
       77  ecart-moyenne PIC S9(2)V99.
       77  nb-notes-lues PIC 9(5) VALUE ZERO.
       77  nb-lignes-imprimees PIC 9(5) VALUE ZERO.
       77  nb-notes-sans-affectation PIC 9(5) VALUE ZERO.
       77  nb-lignes-enseignant PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           MOVE ZERO TO debut-periode.
           DISPLAY "debut de la periode (aaaammjj, 0 = tout) :"
               WITH NO ADVANCING.
           ACCEPT debut-periode.

           PERFORM 1000-CHARGER-ENSEIGNANTS.
           PERFORM 1100-CHARGER-AFFECTATIONS.
           PERFORM 2000-CHARGER-HISTORIQUE.

           IF cours-est-sature
               DISPLAY "historique au dela de 500 classes-matieres, "
                       "rapport partiel"
           END-IF.

           OPEN OUTPUT PROFS-FILE.

           MOVE SPACES TO PROFS-ENTETE-RECORD.
           MOVE SP-NOM TO PE-NOM-ATELIER.
           MOVE 'RESULTATS PAR PROF' TO PE-LIBELLE.
           MOVE date-du-jour TO PE-DATE.
           WRITE PROFS-ENTETE-RECORD.

           PERFORM 3000-IMPRIMER-ENSEIGNANT
               VARYING idx-enseignant FROM 1 BY 1
               UNTIL idx-enseignant > nb-enseignants.

           PERFORM 8000-IMPRIMER-TOTAUX.

           CLOSE PROFS-FILE.

           DISPLAY "rapport enseignants : " nb-lignes-imprimees
                   " lignes, " nb-notes-sans-affectation
                   " notes sans affectation".

           IF nb-notes-lues = ZERO OR nb-notes-sans-affectation > ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-CHARGER-ENSEIGNANTS.
           OPEN INPUT ENSEIGNANT-FILE.

           PERFORM UNTIL tous-enseignants-lus
               READ ENSEIGNANT-FILE
                   AT END MOVE 'O' TO fin-enseignants
                   NOT AT END
                       IF nb-enseignants < 200
                           ADD 1 TO nb-enseignants
                           MOVE EN-ID TO en-tab-id(nb-enseignants)
                           MOVE EN-NOM TO en-tab-nom(nb-enseignants)
                           MOVE EN-PRENOM
                               TO en-tab-prenom(nb-enseignants)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ENSEIGNANT-FILE.

       1100-CHARGER-AFFECTATIONS.
           OPEN INPUT AFFECTATION-FILE.

           PERFORM UNTIL toutes-affectations-lues
               READ AFFECTATION-FILE
                   AT END MOVE 'O' TO fin-affectations
                   NOT AT END
                       IF nb-affectations < 500
                           ADD 1 TO nb-affectations
                           MOVE AF-CLASSE
                               TO af-tab-classe(nb-affectations)
                           MOVE AF-MATIERE
                               TO af-tab-matiere(nb-affectations)
                           MOVE AF-ENSEIGNANT
                               TO af-tab-enseignant(nb-affectations)
                           MOVE 'N'
                               TO af-tab-imprimee(nb-affectations)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AFFECTATION-FILE.

       2000-CHARGER-HISTORIQUE.
           OPEN INPUT HISTO-FILE.

           MOVE debut-periode TO HI-DATE.
           START HISTO-FILE KEY IS NOT LESS THAN HI-DATE
               INVALID KEY MOVE 'O' TO fin-histo
           END-START.

           PERFORM UNTIL tout-histo-lu
               READ HISTO-FILE NEXT
                   AT END MOVE 'O' TO fin-histo
                   NOT AT END
                       IF HI-MATIERE NOT = SPACES
                               AND NOT HI-DISTINCTION
                               AND (HI-SITE = SPACES
                                   OR HI-SITE = PV-SITE-CODE)
                           PERFORM 2100-RETENIR-NOTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTO-FILE.

       2100-RETENIR-NOTE.
           MOVE HI-NOTE TO note-histo.
           ADD 1 TO nb-notes-lues.

           PERFORM 2200-CHERCHER-COURS.

           IF rang-cours > ZERO
               ADD 1 TO cs-nb-notes(rang-cours)
               ADD note-histo TO cs-total(rang-cours)
               EVALUATE HI-BANDE
                   WHEN 'PARFAIT'
                       ADD 1 TO cs-nb-parfait(rang-cours)
                   WHEN 'BIEN'
                       ADD 1 TO cs-nb-bien(rang-cours)
                   WHEN 'ASSEZ BIEN'
                       ADD 1 TO cs-nb-assez-bien(rang-cours)
                   WHEN 'PASSABLE'
                       ADD 1 TO cs-nb-passable(rang-cours)
                   WHEN OTHER
                       ADD 1 TO cs-nb-insuffisant(rang-cours)
               END-EVALUATE
           END-IF.

           MOVE ZERO TO rang-matiere.
           PERFORM VARYING idx-matiere FROM 1 BY 1
                   UNTIL idx-matiere > nb-matieres
               IF sm-matiere(idx-matiere) = HI-MATIERE
                   MOVE idx-matiere TO rang-matiere
               END-IF
           END-PERFORM.

           IF rang-matiere = ZERO AND nb-matieres < 50
               ADD 1 TO nb-matieres
               MOVE nb-matieres TO rang-matiere
               MOVE HI-MATIERE TO sm-matiere(rang-matiere)
               MOVE ZERO TO sm-nb-notes(rang-matiere)
               MOVE ZERO TO sm-total(rang-matiere)
           END-IF.

           IF rang-matiere > ZERO
               ADD 1 TO sm-nb-notes(rang-matiere)
               ADD note-histo TO sm-total(rang-matiere)
           END-IF.

       2200-CHERCHER-COURS.
           MOVE ZERO TO rang-cours.

           PERFORM VARYING idx-cours FROM 1 BY 1
                   UNTIL idx-cours > nb-cours
               IF cs-classe(idx-cours) = HI-CLASSE
                       AND cs-matiere(idx-cours) = HI-MATIERE
                   MOVE idx-cours TO rang-cours
               END-IF
           END-PERFORM.

           IF rang-cours = ZERO
               IF nb-cours < 500
                   ADD 1 TO nb-cours
                   MOVE nb-cours TO rang-cours
                   MOVE HI-CLASSE TO cs-classe(rang-cours)
                   MOVE HI-MATIERE TO cs-matiere(rang-cours)
                   MOVE ZERO TO cs-nb-notes(rang-cours)
                   MOVE ZERO TO cs-total(rang-cours)
                   MOVE ZERO TO cs-nb-parfait(rang-cours)
                   MOVE ZERO TO cs-nb-bien(rang-cours)
                   MOVE ZERO TO cs-nb-assez-bien(rang-cours)
                   MOVE ZERO TO cs-nb-passable(rang-cours)
                   MOVE ZERO TO cs-nb-insuffisant(rang-cours)
               ELSE
                   MOVE 'O' TO cours-sature
               END-IF
           END-IF.

       3000-IMPRIMER-ENSEIGNANT.
           MOVE SPACES TO PROFS-ENSEIGNANT-RECORD.
           MOVE 'ENSEIGNANT ' TO PN-LIBELLE.
           MOVE en-tab-id(idx-enseignant) TO PN-ID.
           MOVE en-tab-nom(idx-enseignant) TO PN-NOM.
           MOVE en-tab-prenom(idx-enseignant) TO PN-PRENOM.
           WRITE PROFS-ENSEIGNANT-RECORD.

           MOVE SPACES TO PROFS-TITRE-RECORD.
           MOVE '  CLASS  MAT  NOTES   MOY.   PARF  BIEN  ASSB'
               TO PT-LIBELLE.
           MOVE '  PASS  INSU   MOY.MAT  ECART'
               TO PT-LIBELLE(47:30).
           WRITE PROFS-TITRE-RECORD.

           MOVE ZERO TO nb-lignes-enseignant.

           PERFORM VARYING idx-affectation FROM 1 BY 1
                   UNTIL idx-affectation > nb-affectations
               IF af-tab-enseignant(idx-affectation)
                       = en-tab-id(idx-enseignant)
                   PERFORM 3100-IMPRIMER-COURS
               END-IF
           END-PERFORM.

           IF nb-lignes-enseignant = ZERO
               MOVE SPACES TO PROFS-TITRE-RECORD
               MOVE '  AUCUNE AFFECTATION' TO PT-LIBELLE
               WRITE PROFS-TITRE-RECORD
           END-IF.

       3100-IMPRIMER-COURS.
           MOVE 'O' TO af-tab-imprimee(idx-affectation).
           ADD 1 TO nb-lignes-enseignant.
           ADD 1 TO nb-lignes-imprimees.

           MOVE SPACES TO PROFS-LIGNE-RECORD.
           MOVE af-tab-classe(idx-affectation) TO PL-CLASSE.
           MOVE af-tab-matiere(idx-affectation) TO PL-MATIERE.

           MOVE ZERO TO rang-cours.
           PERFORM VARYING idx-cours FROM 1 BY 1
                   UNTIL idx-cours > nb-cours
               IF cs-classe(idx-cours) = af-tab-classe(idx-affectation)
                       AND cs-matiere(idx-cours)
                           = af-tab-matiere(idx-affectation)
                   MOVE idx-cours TO rang-cours
               END-IF
           END-PERFORM.

           MOVE ZERO TO rang-matiere.
           PERFORM VARYING idx-matiere FROM 1 BY 1
                   UNTIL idx-matiere > nb-matieres
               IF sm-matiere(idx-matiere)
                       = af-tab-matiere(idx-affectation)
                   MOVE idx-matiere TO rang-matiere
               END-IF
           END-PERFORM.

           IF rang-cours = ZERO
               MOVE ZERO TO PL-NB-NOTES
           ELSE
               COMPUTE moyenne-cours ROUNDED =
                   cs-total(rang-cours) / cs-nb-notes(rang-cours)
               MOVE cs-nb-notes(rang-cours) TO PL-NB-NOTES
               MOVE moyenne-cours TO PL-MOYENNE
               MOVE cs-nb-parfait(rang-cours) TO PL-NB-PARFAIT
               MOVE cs-nb-bien(rang-cours) TO PL-NB-BIEN
               MOVE cs-nb-assez-bien(rang-cours) TO PL-NB-ASSEZ-BIEN
               MOVE cs-nb-passable(rang-cours) TO PL-NB-PASSABLE
               MOVE cs-nb-insuffisant(rang-cours)
                   TO PL-NB-INSUFFISANT
               IF rang-matiere > ZERO
                   COMPUTE moyenne-matiere ROUNDED =
                       sm-total(rang-matiere)
                       / sm-nb-notes(rang-matiere)
                   COMPUTE ecart-moyenne =
                       moyenne-cours - moyenne-matiere
                   MOVE moyenne-matiere TO PL-MOYENNE-MATIERE
                   MOVE ecart-moyenne TO PL-ECART
               END-IF
           END-IF.

           WRITE PROFS-LIGNE-RECORD.

       8000-IMPRIMER-TOTAUX.
           PERFORM VARYING idx-cours FROM 1 BY 1
                   UNTIL idx-cours > nb-cours
               MOVE ZERO TO rang-cours
               PERFORM VARYING idx-affectation FROM 1 BY 1
                       UNTIL idx-affectation > nb-affectations
                   IF af-tab-classe(idx-affectation)
                           = cs-classe(idx-cours)
                           AND af-tab-matiere(idx-affectation)
                               = cs-matiere(idx-cours)
                           AND af-tab-imprimee(idx-affectation) = 'O'
                       MOVE idx-affectation TO rang-cours
                   END-IF
               END-PERFORM
               IF rang-cours = ZERO
                   ADD cs-nb-notes(idx-cours)
                       TO nb-notes-sans-affectation
               END-IF
           END-PERFORM.

           MOVE SPACES TO PROFS-TOTAL-RECORD.
           MOVE 'NOTES PAR MATIERE LUES' TO PS-LIBELLE.
           MOVE nb-notes-lues TO PS-VALEUR.
           WRITE PROFS-TOTAL-RECORD.

           MOVE SPACES TO PROFS-TOTAL-RECORD.
           MOVE 'LIGNES CLASSE-MATIERE' TO PS-LIBELLE.
           MOVE nb-lignes-imprimees TO PS-VALEUR.
           WRITE PROFS-TOTAL-RECORD.

           MOVE SPACES TO PROFS-TOTAL-RECORD.
           MOVE 'NOTES SANS AFFECTATION' TO PS-LIBELLE.
           MOVE nb-notes-sans-affectation TO PS-VALEUR.
           WRITE PROFS-TOTAL-RECORD.

       END PROGRAM RAPPORT-PROFS.
