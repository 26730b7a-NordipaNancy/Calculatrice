       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMULER-BANDES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY HISTOFC.

           SELECT SIMULATION-FILE ASSIGN TO "SIMBANDES.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY HISTOFD.

       FD  SIMULATION-FILE.
       01  SIMULATION-ENTETE-RECORD.
           05  SE-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  SE-LIBELLE        PIC X(20).
           05  SE-DATE           PIC 9(8).

       01  SIMULATION-PERIODE-RECORD.
           05  SD-LIBELLE        PIC X(20).
           05  SD-DEBUT          PIC 9(8).
           05  SD-SEPARATEUR     PIC X(04).
           05  SD-FIN            PIC 9(8).

       01  SIMULATION-SEUIL-RECORD.
           05  SS-LIBELLE        PIC X(22).
           05  SS-ACTUEL         PIC ZZ9.99.
           05  FILLER            PIC X(04).
           05  SS-PROPOSE        PIC ZZ9.99.

       01  SIMULATION-TITRE-RECORD.
           05  ST-LIBELLE        PIC X(80).

       01  SIMULATION-COURS-RECORD.
           05  SC-LIBELLE        PIC X(08).
           05  SC-CLASSE         PIC X(05).
           05  FILLER            PIC X(02).
           05  SC-MATIERE        PIC X(03).
           05  FILLER            PIC X(02).
           05  SC-NB-NOTES       PIC ZZZZ9.

       01  SIMULATION-REPARTITION-RECORD.
           05  FILLER            PIC X(02).
           05  SR-LIBELLE        PIC X(10).
           05  SR-BANDE OCCURS 5.
               10  FILLER        PIC X(02).
               10  SR-NB         PIC ZZZZ9.

       01  SIMULATION-CHANGEMENT-RECORD.
           05  FILLER            PIC X(04).
           05  SH-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(02).
           05  SH-DATE           PIC 9(8).
           05  FILLER            PIC X(02).
           05  SH-NOTE           PIC Z9.99.
           05  FILLER            PIC X(02).
           05  SH-BANDE-ACTUELLE PIC X(12).
           05  SH-FLECHE         PIC X(04).
           05  SH-BANDE-SIMULEE  PIC X(12).

       01  SIMULATION-TOTAL-RECORD.
           05  SU-LIBELLE        PIC X(30).
           05  FILLER            PIC X(02).
           05  SU-VALEUR         PIC ZZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY ENTETECOM.
       COPY PARAMCOM.
       COPY BANDECOM.
       COPY SITECOM.
       COPY DATECOM.

       77  debut-periode PIC 9(8) VALUE ZERO.
       77  fin-periode PIC 9(8) VALUE ZERO.
       77  seuil-saisi PIC 9(3)V99.
       77  seuil-edite PIC ZZ9.99.

       01  seuils-actuels.
           05  sa-passable-min       PIC 9(03)V99.
           05  sa-passable-max       PIC 9(03)V99.
           05  sa-assez-bien-min     PIC 9(03)V99.
           05  sa-assez-bien-max     PIC 9(03)V99.
           05  sa-bien-min           PIC 9(03)V99.
           05  sa-bien-max           PIC 9(03)V99.
           05  sa-parfait            PIC 9(03)V99.

       01  seuils-proposes.
           05  sx-passable-min       PIC 9(03)V99.
           05  sx-passable-max       PIC 9(03)V99.
           05  sx-assez-bien-min     PIC 9(03)V99.
           05  sx-assez-bien-max     PIC 9(03)V99.
           05  sx-bien-min           PIC 9(03)V99.
           05  sx-bien-max           PIC 9(03)V99.
           05  sx-parfait            PIC 9(03)V99.

       77  fin-histo PIC X VALUE 'N'.
           88  tout-histo-lu VALUE 'O'.

       77  note-histo PIC 9(2)V99.
       77  bande-actuelle PIC X(12).
       77  bande-simulee PIC X(12).
       77  rang-bande PIC 9.
       77  rang-actuel PIC 9.
       77  rang-simule PIC 9.
       77  idx-bande PIC 9.

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
               10  cs-nb-actuel      PIC 9(5) OCCURS 5.
               10  cs-nb-simule      PIC 9(5) OCCURS 5.
               10  cs-nb-changements PIC 9(5).

       77  nb-changements PIC 9(4) VALUE ZERO.
       77  idx-changement PIC 9(4).
       77  changements-sature PIC X VALUE 'N'.
           88  changements-est-sature VALUE 'O'.
       01  changement-table.
           05  changement-entry OCCURS 2000.
               10  ch-cours          PIC 9(3).
               10  ch-eleve-id       PIC X(05).
               10  ch-date           PIC 9(8).
               10  ch-note           PIC 9(2)V99.
               10  ch-bande-actuelle PIC X(12).
               10  ch-bande-simulee  PIC X(12).

       01  libelles-bandes.
           05  FILLER PIC X(12) VALUE 'PARFAIT'.
           05  FILLER PIC X(12) VALUE 'BIEN'.
           05  FILLER PIC X(12) VALUE 'ASSEZ BIEN'.
           05  FILLER PIC X(12) VALUE 'PASSABLE'.
           05  FILLER PIC X(12) VALUE 'INSUFFISANT'.
       01  libelles-bandes-table REDEFINES libelles-bandes.
           05  libelle-bande OCCURS 5 PIC X(12).

       77  nb-notes-lues PIC 9(5) VALUE ZERO.
       77  nb-notes-changees PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           MOVE ZERO TO debut-periode.
           DISPLAY "debut de la periode (aaaammjj, 0 = aujourd'hui) :"
               WITH NO ADVANCING.
           ACCEPT debut-periode.
           IF debut-periode = ZERO
               MOVE date-du-jour TO debut-periode
           END-IF.

           MOVE ZERO TO fin-periode.
           DISPLAY "fin de la periode (aaaammjj, 0 = meme jour) :"
               WITH NO ADVANCING.
           ACCEPT fin-periode.
           IF fin-periode = ZERO
               MOVE debut-periode TO fin-periode
           END-IF.

           IF fin-periode < debut-periode
               DISPLAY "periode invalide, simulation abandonnee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-SAISIR-SEUILS.

           IF sx-passable-min > sx-passable-max
                   OR sx-assez-bien-min > sx-assez-bien-max
                   OR sx-bien-min > sx-bien-max
               DISPLAY "seuils proposes incoherents (min > max), "
                       "simulation abandonnee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-REJOUER-HISTORIQUE.

           IF cours-est-sature
               DISPLAY "historique au dela de 500 classes-matieres, "
                       "simulation partielle"
           END-IF.

           IF changements-est-sature
               DISPLAY "liste des changements limitee a 2000 lignes"
           END-IF.

           OPEN OUTPUT SIMULATION-FILE.

           PERFORM 3000-IMPRIMER-ENTETE.

           PERFORM 4000-IMPRIMER-COURS
               VARYING idx-cours FROM 1 BY 1
               UNTIL idx-cours > nb-cours.

           PERFORM 8000-IMPRIMER-TOTAUX.

           CLOSE SIMULATION-FILE.

           DISPLAY "simulation des bandes : " nb-notes-lues
                   " notes rejouees, " nb-notes-changees
                   " changeraient de bande".

           IF nb-notes-lues = ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-SAISIR-SEUILS.
           MOVE PV-GRADE-PASSABLE-MIN TO sa-passable-min.
           MOVE PV-GRADE-PASSABLE-MAX TO sa-passable-max.
           MOVE PV-GRADE-ASSEZ-BIEN-MIN TO sa-assez-bien-min.
           MOVE PV-GRADE-ASSEZ-BIEN-MAX TO sa-assez-bien-max.
           MOVE PV-GRADE-BIEN-MIN TO sa-bien-min.
           MOVE PV-GRADE-BIEN-MAX TO sa-bien-max.
           MOVE PV-GRADE-PARFAIT TO sa-parfait.
           MOVE seuils-actuels TO seuils-proposes.

           DISPLAY "seuils proposes (0 = seuil actuel inchange)".

           MOVE ZERO TO seuil-saisi.
           MOVE sa-passable-min TO seuil-edite.
           DISPLAY "passable min   (" seuil-edite ") :"
               WITH NO ADVANCING.
           ACCEPT seuil-saisi.
           IF seuil-saisi > ZERO
               MOVE seuil-saisi TO sx-passable-min
           END-IF.

           MOVE ZERO TO seuil-saisi.
           MOVE sa-passable-max TO seuil-edite.
           DISPLAY "passable max   (" seuil-edite ") :"
               WITH NO ADVANCING.
           ACCEPT seuil-saisi.
           IF seuil-saisi > ZERO
               MOVE seuil-saisi TO sx-passable-max
           END-IF.

           MOVE ZERO TO seuil-saisi.
           MOVE sa-assez-bien-min TO seuil-edite.
           DISPLAY "assez bien min (" seuil-edite ") :"
               WITH NO ADVANCING.
           ACCEPT seuil-saisi.
           IF seuil-saisi > ZERO
               MOVE seuil-saisi TO sx-assez-bien-min
           END-IF.

           MOVE ZERO TO seuil-saisi.
           MOVE sa-assez-bien-max TO seuil-edite.
           DISPLAY "assez bien max (" seuil-edite ") :"
               WITH NO ADVANCING.
           ACCEPT seuil-saisi.
           IF seuil-saisi > ZERO
               MOVE seuil-saisi TO sx-assez-bien-max
           END-IF.

           MOVE ZERO TO seuil-saisi.
           MOVE sa-bien-min TO seuil-edite.
           DISPLAY "bien min       (" seuil-edite ") :"
               WITH NO ADVANCING.
           ACCEPT seuil-saisi.
           IF seuil-saisi > ZERO
               MOVE seuil-saisi TO sx-bien-min
           END-IF.

           MOVE ZERO TO seuil-saisi.
           MOVE sa-bien-max TO seuil-edite.
           DISPLAY "bien max       (" seuil-edite ") :"
               WITH NO ADVANCING.
           ACCEPT seuil-saisi.
           IF seuil-saisi > ZERO
               MOVE seuil-saisi TO sx-bien-max
           END-IF.

           MOVE ZERO TO seuil-saisi.
           MOVE sa-parfait TO seuil-edite.
           DISPLAY "parfait        (" seuil-edite ") :"
               WITH NO ADVANCING.
           ACCEPT seuil-saisi.
           IF seuil-saisi > ZERO
               MOVE seuil-saisi TO sx-parfait
           END-IF.

       1100-APPLIQUER-SEUILS-ACTUELS.
           MOVE sa-passable-min TO PV-GRADE-PASSABLE-MIN.
           MOVE sa-passable-max TO PV-GRADE-PASSABLE-MAX.
           MOVE sa-assez-bien-min TO PV-GRADE-ASSEZ-BIEN-MIN.
           MOVE sa-assez-bien-max TO PV-GRADE-ASSEZ-BIEN-MAX.
           MOVE sa-bien-min TO PV-GRADE-BIEN-MIN.
           MOVE sa-bien-max TO PV-GRADE-BIEN-MAX.
           MOVE sa-parfait TO PV-GRADE-PARFAIT.

       1200-APPLIQUER-SEUILS-PROPOSES.
           MOVE sx-passable-min TO PV-GRADE-PASSABLE-MIN.
           MOVE sx-passable-max TO PV-GRADE-PASSABLE-MAX.
           MOVE sx-assez-bien-min TO PV-GRADE-ASSEZ-BIEN-MIN.
           MOVE sx-assez-bien-max TO PV-GRADE-ASSEZ-BIEN-MAX.
           MOVE sx-bien-min TO PV-GRADE-BIEN-MIN.
           MOVE sx-bien-max TO PV-GRADE-BIEN-MAX.
           MOVE sx-parfait TO PV-GRADE-PARFAIT.

       2000-REJOUER-HISTORIQUE.
           OPEN INPUT HISTO-FILE.

           MOVE debut-periode TO HI-DATE.
           START HISTO-FILE KEY IS NOT LESS THAN HI-DATE
               INVALID KEY MOVE 'O' TO fin-histo
           END-START.

           PERFORM UNTIL tout-histo-lu
               READ HISTO-FILE NEXT
                   AT END MOVE 'O' TO fin-histo
                   NOT AT END
                       IF HI-DATE > fin-periode
                           MOVE 'O' TO fin-histo
                       ELSE
                           IF HI-BANDE NOT = 'ABSENT'
                                   AND NOT HI-DISTINCTION
                                   AND (HI-SITE = SPACES
                                       OR HI-SITE = PV-SITE-CODE)
                               PERFORM 2100-SIMULER-NOTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTO-FILE.

           PERFORM 1100-APPLIQUER-SEUILS-ACTUELS.

       2100-SIMULER-NOTE.
           MOVE HI-NOTE TO note-histo.
           ADD 1 TO nb-notes-lues.

           MOVE note-histo TO BP-NOTE.
           PERFORM 1100-APPLIQUER-SEUILS-ACTUELS.
           CALL 'CALCULER-BANDE' USING PARAM-VALEURS BANDE-PARAMETRES.
           MOVE BP-BANDE TO bande-actuelle.

           MOVE note-histo TO BP-NOTE.
           PERFORM 1200-APPLIQUER-SEUILS-PROPOSES.
           CALL 'CALCULER-BANDE' USING PARAM-VALEURS BANDE-PARAMETRES.
           MOVE BP-BANDE TO bande-simulee.

           PERFORM 2200-CHERCHER-COURS.

           IF rang-cours > ZERO
               MOVE bande-actuelle TO BP-BANDE
               PERFORM 2300-RANG-BANDE
               MOVE rang-bande TO rang-actuel
               MOVE bande-simulee TO BP-BANDE
               PERFORM 2300-RANG-BANDE
               MOVE rang-bande TO rang-simule
               ADD 1 TO cs-nb-notes(rang-cours)
               ADD 1 TO cs-nb-actuel(rang-cours, rang-actuel)
               ADD 1 TO cs-nb-simule(rang-cours, rang-simule)
               IF bande-simulee NOT = bande-actuelle
                   ADD 1 TO cs-nb-changements(rang-cours)
                   ADD 1 TO nb-notes-changees
                   PERFORM 2400-RETENIR-CHANGEMENT
               END-IF
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
                   MOVE ZERO TO cs-nb-changements(rang-cours)
                   PERFORM VARYING idx-bande FROM 1 BY 1
                           UNTIL idx-bande > 5
                       MOVE ZERO TO cs-nb-actuel(rang-cours, idx-bande)
                       MOVE ZERO TO cs-nb-simule(rang-cours, idx-bande)
                   END-PERFORM
               ELSE
                   MOVE 'O' TO cours-sature
               END-IF
           END-IF.

       2300-RANG-BANDE.
           MOVE 5 TO rang-bande.

           PERFORM VARYING idx-bande FROM 1 BY 1 UNTIL idx-bande > 4
               IF libelle-bande(idx-bande) = BP-BANDE
                   MOVE idx-bande TO rang-bande
               END-IF
           END-PERFORM.

       2400-RETENIR-CHANGEMENT.
           IF nb-changements < 2000
               ADD 1 TO nb-changements
               MOVE rang-cours TO ch-cours(nb-changements)
               MOVE HI-ELEVE-ID TO ch-eleve-id(nb-changements)
               MOVE HI-DATE TO ch-date(nb-changements)
               MOVE note-histo TO ch-note(nb-changements)
               MOVE bande-actuelle
                   TO ch-bande-actuelle(nb-changements)
               MOVE bande-simulee TO ch-bande-simulee(nb-changements)
           ELSE
               MOVE 'O' TO changements-sature
           END-IF.

       3000-IMPRIMER-ENTETE.
           MOVE SPACES TO SIMULATION-ENTETE-RECORD.
           MOVE SP-NOM TO SE-NOM-ATELIER.
           MOVE 'SIMULATION BANDES' TO SE-LIBELLE.
           MOVE date-du-jour TO SE-DATE.
           WRITE SIMULATION-ENTETE-RECORD.

           MOVE SPACES TO SIMULATION-PERIODE-RECORD.
           MOVE 'NOTES REJOUEES DU ' TO SD-LIBELLE.
           MOVE debut-periode TO SD-DEBUT.
           MOVE ' AU ' TO SD-SEPARATEUR.
           MOVE fin-periode TO SD-FIN.
           WRITE SIMULATION-PERIODE-RECORD.

           MOVE SPACES TO SIMULATION-TITRE-RECORD.
           MOVE 'SEUIL                 ACTUEL    PROPOSE'
               TO ST-LIBELLE.
           WRITE SIMULATION-TITRE-RECORD.

           MOVE SPACES TO SIMULATION-SEUIL-RECORD.
           MOVE 'PASSABLE MIN' TO SS-LIBELLE.
           MOVE sa-passable-min TO SS-ACTUEL.
           MOVE sx-passable-min TO SS-PROPOSE.
           WRITE SIMULATION-SEUIL-RECORD.

           MOVE SPACES TO SIMULATION-SEUIL-RECORD.
           MOVE 'PASSABLE MAX' TO SS-LIBELLE.
           MOVE sa-passable-max TO SS-ACTUEL.
           MOVE sx-passable-max TO SS-PROPOSE.
           WRITE SIMULATION-SEUIL-RECORD.

           MOVE SPACES TO SIMULATION-SEUIL-RECORD.
           MOVE 'ASSEZ BIEN MIN' TO SS-LIBELLE.
           MOVE sa-assez-bien-min TO SS-ACTUEL.
           MOVE sx-assez-bien-min TO SS-PROPOSE.
           WRITE SIMULATION-SEUIL-RECORD.

           MOVE SPACES TO SIMULATION-SEUIL-RECORD.
           MOVE 'ASSEZ BIEN MAX' TO SS-LIBELLE.
           MOVE sa-assez-bien-max TO SS-ACTUEL.
           MOVE sx-assez-bien-max TO SS-PROPOSE.
           WRITE SIMULATION-SEUIL-RECORD.

           MOVE SPACES TO SIMULATION-SEUIL-RECORD.
           MOVE 'BIEN MIN' TO SS-LIBELLE.
           MOVE sa-bien-min TO SS-ACTUEL.
           MOVE sx-bien-min TO SS-PROPOSE.
           WRITE SIMULATION-SEUIL-RECORD.

           MOVE SPACES TO SIMULATION-SEUIL-RECORD.
           MOVE 'BIEN MAX' TO SS-LIBELLE.
           MOVE sa-bien-max TO SS-ACTUEL.
           MOVE sx-bien-max TO SS-PROPOSE.
           WRITE SIMULATION-SEUIL-RECORD.

           MOVE SPACES TO SIMULATION-SEUIL-RECORD.
           MOVE 'PARFAIT' TO SS-LIBELLE.
           MOVE sa-parfait TO SS-ACTUEL.
           MOVE sx-parfait TO SS-PROPOSE.
           WRITE SIMULATION-SEUIL-RECORD.

       4000-IMPRIMER-COURS.
           MOVE SPACES TO SIMULATION-TITRE-RECORD.
           WRITE SIMULATION-TITRE-RECORD.

           MOVE SPACES TO SIMULATION-COURS-RECORD.
           MOVE 'CLASSE  ' TO SC-LIBELLE.
           MOVE cs-classe(idx-cours) TO SC-CLASSE.
           IF cs-matiere(idx-cours) = SPACES
               MOVE 'GEN' TO SC-MATIERE
           ELSE
               MOVE cs-matiere(idx-cours) TO SC-MATIERE
           END-IF.
           MOVE cs-nb-notes(idx-cours) TO SC-NB-NOTES.
           WRITE SIMULATION-COURS-RECORD.

           MOVE SPACES TO SIMULATION-TITRE-RECORD.
           MOVE '               PARF   BIEN   ASSB   PASS   INSU'
               TO ST-LIBELLE.
           WRITE SIMULATION-TITRE-RECORD.

           MOVE SPACES TO SIMULATION-REPARTITION-RECORD.
           MOVE 'ACTUEL' TO SR-LIBELLE.
           PERFORM VARYING idx-bande FROM 1 BY 1 UNTIL idx-bande > 5
               MOVE cs-nb-actuel(idx-cours, idx-bande)
                   TO SR-NB(idx-bande)
           END-PERFORM.
           WRITE SIMULATION-REPARTITION-RECORD.

           MOVE SPACES TO SIMULATION-REPARTITION-RECORD.
           MOVE 'SIMULE' TO SR-LIBELLE.
           PERFORM VARYING idx-bande FROM 1 BY 1 UNTIL idx-bande > 5
               MOVE cs-nb-simule(idx-cours, idx-bande)
                   TO SR-NB(idx-bande)
           END-PERFORM.
           WRITE SIMULATION-REPARTITION-RECORD.

           IF cs-nb-changements(idx-cours) = ZERO
               MOVE SPACES TO SIMULATION-TITRE-RECORD
               MOVE '    AUCUN CHANGEMENT DE BANDE' TO ST-LIBELLE
               WRITE SIMULATION-TITRE-RECORD
           ELSE
               PERFORM VARYING idx-changement FROM 1 BY 1
                       UNTIL idx-changement > nb-changements
                   IF ch-cours(idx-changement) = idx-cours
                       PERFORM 4100-IMPRIMER-CHANGEMENT
                   END-IF
               END-PERFORM
           END-IF.

       4100-IMPRIMER-CHANGEMENT.
           MOVE SPACES TO SIMULATION-CHANGEMENT-RECORD.
           MOVE ch-eleve-id(idx-changement) TO SH-ELEVE-ID.
           MOVE ch-date(idx-changement) TO SH-DATE.
           MOVE ch-note(idx-changement) TO SH-NOTE.
           MOVE ch-bande-actuelle(idx-changement)
               TO SH-BANDE-ACTUELLE.
           MOVE ' -> ' TO SH-FLECHE.
           MOVE ch-bande-simulee(idx-changement) TO SH-BANDE-SIMULEE.
           WRITE SIMULATION-CHANGEMENT-RECORD.

       8000-IMPRIMER-TOTAUX.
           MOVE SPACES TO SIMULATION-TITRE-RECORD.
           WRITE SIMULATION-TITRE-RECORD.

           MOVE SPACES TO SIMULATION-TOTAL-RECORD.
           MOVE 'NOTES REJOUEES' TO SU-LIBELLE.
           MOVE nb-notes-lues TO SU-VALEUR.
           WRITE SIMULATION-TOTAL-RECORD.

           MOVE SPACES TO SIMULATION-TOTAL-RECORD.
           MOVE 'CLASSES-MATIERES' TO SU-LIBELLE.
           MOVE nb-cours TO SU-VALEUR.
           WRITE SIMULATION-TOTAL-RECORD.

           MOVE SPACES TO SIMULATION-TOTAL-RECORD.
           MOVE 'NOTES CHANGEANT DE BANDE' TO SU-LIBELLE.
           MOVE nb-notes-changees TO SU-VALEUR.
           WRITE SIMULATION-TOTAL-RECORD.

       END PROGRAM SIMULER-BANDES.
