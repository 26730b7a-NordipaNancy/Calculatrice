       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROUPES-SOUTIEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY MATIEREFC.
       COPY ELEVEFC.
       COPY ENSEIGNFC.
       COPY AFFECTFC.
       COPY GROUPEFC.
       COPY HISTOFC.

           SELECT SOUTIEN-FILE ASSIGN TO "SOUTIEN.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY MATIEREFD.
       COPY ELEVEFD.
       COPY ENSEIGNFD.
       COPY AFFECTFD.
       COPY GROUPEFD.
       COPY HISTOFD.

       FD  SOUTIEN-FILE.
       01  SOUTIEN-ENTETE-RECORD.
           05  SE-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  SE-LIBELLE        PIC X(20).
           05  SE-DATE           PIC 9(8).

       01  SOUTIEN-MATIERE-RECORD.
           05  SM-LIBELLE        PIC X(08).
           05  SM-CODE           PIC X(03).
           05  FILLER            PIC X(02).
           05  SM-NOM            PIC X(20).

       01  SOUTIEN-GROUPE-RECORD.
           05  SG-LIBELLE        PIC X(08).
           05  SG-NUMERO         PIC Z9.
           05  FILLER            PIC X(04).
           05  SG-ENS-LIBELLE    PIC X(11).
           05  SG-ENSEIGNANT     PIC X(05).
           05  FILLER            PIC X(01).
           05  SG-NOM            PIC X(20).
           05  FILLER            PIC X(01).
           05  SG-PRENOM         PIC X(15).

       01  SOUTIEN-LIGNE-RECORD.
           05  SL-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  SL-NOM            PIC X(20).
           05  FILLER            PIC X(01).
           05  SL-PRENOM         PIC X(15).
           05  FILLER            PIC X(02).
           05  SL-CLASSE         PIC X(05).
           05  FILLER            PIC X(02).
           05  SL-MOYENNE        PIC Z9.99.
           05  FILLER            PIC X(02).
           05  SL-MOUVEMENT      PIC X(06).
           05  FILLER            PIC X(02).
           05  SL-DATE-ENTREE    PIC 9(8).

       01  SOUTIEN-TOTAL-RECORD.
           05  ST-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  ST-VALEUR         PIC ZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY DATECOM.
       COPY JOURNALCOM.

       77  fin-matieres PIC X VALUE 'N'.
           88  toutes-matieres-lues VALUE 'O'.
       77  fin-eleves PIC X VALUE 'N'.
           88  tous-eleves-lus VALUE 'O'.
       77  fin-enseignants PIC X VALUE 'N'.
           88  tous-enseignants-lus VALUE 'O'.
       77  fin-affectations PIC X VALUE 'N'.
           88  toutes-affectations-lues VALUE 'O'.
       77  fin-groupes PIC X VALUE 'N'.
           88  tous-groupes-lus VALUE 'O'.
       77  fin-histo PIC X VALUE 'N'.
           88  tout-histo-lu VALUE 'O'.

       77  nb-matieres PIC 9(2) VALUE ZERO.
       77  idx-matiere PIC 9(2).
       01  matiere-table.
           05  matiere-entry OCCURS 50.
               10  ma-tab-code       PIC X(03).
               10  ma-tab-libelle    PIC X(20).

       77  nb-eleves PIC 9(3) VALUE ZERO.
       77  idx-eleve PIC 9(3).
       77  rang-eleve PIC 9(3).
       77  eleves-sature PIC X VALUE 'N'.
           88  eleves-est-sature VALUE 'O'.
       01  eleve-table.
           05  eleve-entry OCCURS 999.
               10  el-tab-eleve-id   PIC X(05).
               10  el-tab-nom        PIC X(30).
               10  el-tab-prenom     PIC X(30).
               10  el-tab-classe     PIC X(05).

       77  nb-enseignants PIC 9(3) VALUE ZERO.
       77  idx-enseignant PIC 9(3).
       77  rang-enseignant PIC 9(3).
       01  enseignant-table.
           05  enseignant-entry OCCURS 200.
               10  en-tab-id         PIC X(05).
               10  en-tab-nom        PIC X(20).
               10  en-tab-prenom     PIC X(15).
               10  en-tab-actif      PIC X(01).

       77  nb-affectations PIC 9(3) VALUE ZERO.
       77  idx-affectation PIC 9(3).
       01  affectation-table.
           05  affectation-entry OCCURS 500.
               10  af-tab-classe     PIC X(05).
               10  af-tab-matiere    PIC X(03).
               10  af-tab-enseignant PIC X(05).

       77  nb-suivis PIC 9(4) VALUE ZERO.
       77  idx-suivi PIC 9(4).
       77  rang-suivi PIC 9(4).
       77  suivis-sature PIC X VALUE 'N'.
           88  suivis-est-sature VALUE 'O'.
       01  suivi-table.
           05  suivi-entry OCCURS 5000.
               10  su-tab-rang       PIC 9(03).
               10  su-tab-matiere    PIC X(03).
               10  su-tab-nb-notes   PIC 9(01).
               10  su-tab-note OCCURS 9 PIC 9(2)V99.
               10  su-tab-moyenne    PIC 9(2)V99.
               10  su-tab-besoin     PIC X(01).
               10  su-tab-place      PIC X(01).

       77  nb-membres PIC 9(4) VALUE ZERO.
       77  nb-membres-anciens PIC 9(4) VALUE ZERO.
       77  idx-membre PIC 9(4).
       77  membres-sature PIC X VALUE 'N'.
           88  membres-est-sature VALUE 'O'.
       01  membre-table.
           05  membre-entry OCCURS 3000.
               10  mb-tab-matiere    PIC X(03).
               10  mb-tab-groupe     PIC 9(02).
               10  mb-tab-eleve-id   PIC X(05).
               10  mb-tab-classe     PIC X(05).
               10  mb-tab-enseignant PIC X(05).
               10  mb-tab-date-entree PIC 9(8).
               10  mb-tab-moyenne    PIC 9(2)V99.
               10  mb-tab-etat       PIC X(01).
                   88  mb-maintenu   VALUE 'M'.
                   88  mb-entrant    VALUE 'E'.
                   88  mb-sortant    VALUE 'S'.

       77  nb-groupes PIC 9(2) VALUE ZERO.
       77  idx-groupe PIC 9(2).
       77  rang-groupe PIC 9(2).
       77  dernier-groupe PIC 9(2).
       01  groupe-table.
           05  groupe-entry OCCURS 99.
               10  gp-tab-numero     PIC 9(02).
               10  gp-tab-classe     PIC X(05).
               10  gp-tab-enseignant PIC X(05).
               10  gp-tab-nb         PIC 9(03).

       77  nb-candidats PIC 9(3) VALUE ZERO.
       77  idx-candidat PIC 9(3).
       01  candidat-table.
           05  candidat-entry OCCURS 999.
               10  ca-tab-cle.
                   15  ca-tab-classe     PIC X(05).
                   15  ca-tab-nom        PIC X(30).
                   15  ca-tab-prenom     PIC X(30).
               10  ca-tab-suivi      PIC 9(04).
       01  candidat-echange PIC X(69).

       77  tri-i PIC 9(3).
       77  tri-j PIC 9(3).
       77  idx-note PIC 9(2).
       77  nb-notes-retenues PIC 9(1).
       77  total-notes PIC 9(3)V99.
       77  note-histo PIC 9(2)V99.
       77  eleve-cherche PIC X(05).
       77  matiere-cherche PIC X(03).
       77  enseignant-cherche PIC X(05).
       77  taille-groupe PIC 9(03).
       77  nb-sorties-matiere PIC 9(3).

       77  nb-en-soutien PIC 9(4) VALUE ZERO.
       77  nb-entrees PIC 9(4) VALUE ZERO.
       77  nb-sorties PIC 9(4) VALUE ZERO.
       77  nb-groupes-total PIC 9(4) VALUE ZERO.
       77  nb-sans-enseignant PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           MOVE PV-SOUTIEN-NB-NOTES TO nb-notes-retenues.
           IF PV-SOUTIEN-NB-NOTES > 9
               MOVE 9 TO nb-notes-retenues
           END-IF.
           IF nb-notes-retenues = ZERO
               MOVE 1 TO nb-notes-retenues
           END-IF.

           MOVE PV-SOUTIEN-TAILLE TO taille-groupe.
           IF taille-groupe = ZERO
               MOVE 1 TO taille-groupe
           END-IF.

           PERFORM 1000-CHARGER-MATIERES.
           PERFORM 1100-CHARGER-ELEVES.
           PERFORM 1200-CHARGER-ENSEIGNANTS.
           PERFORM 1300-CHARGER-AFFECTATIONS.
           PERFORM 1400-CHARGER-GROUPES.
           PERFORM 2000-CHARGER-NOTES.

           IF eleves-est-sature OR suivis-est-sature
                   OR membres-est-sature
               DISPLAY "tables eleves, notes ou groupes saturees, "
                       "run annule"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2500-CALCULER-MOYENNE
               VARYING idx-suivi FROM 1 BY 1
               UNTIL idx-suivi > nb-suivis.

           OPEN OUTPUT GROUPE-FILE.
           OPEN OUTPUT SOUTIEN-FILE.

           MOVE SPACES TO SOUTIEN-ENTETE-RECORD.
           MOVE SP-NOM TO SE-NOM-ATELIER.
           MOVE 'GROUPES DE SOUTIEN' TO SE-LIBELLE.
           MOVE date-du-jour TO SE-DATE.
           WRITE SOUTIEN-ENTETE-RECORD.

           PERFORM 3000-TRAITER-MATIERE
               VARYING idx-matiere FROM 1 BY 1
               UNTIL idx-matiere > nb-matieres.

           PERFORM 3900-COMPTER-RETIRES
               VARYING idx-membre FROM 1 BY 1
               UNTIL idx-membre > nb-membres-anciens.

           PERFORM 6000-IMPRIMER-TOTAUX.

           CLOSE GROUPE-FILE.
           CLOSE SOUTIEN-FILE.

           PERFORM 7500-ECRIRE-JOURNAL.

           DISPLAY "groupes de soutien : " nb-en-soutien
                   " eleves en " nb-groupes-total " groupes, "
                   nb-entrees " entrees, " nb-sorties " sorties".

           IF membres-est-sature
               DISPLAY "groupes au dela de 3000 inscriptions, "
                       "entrees reportees au prochain run"
           END-IF.

           IF nb-sans-enseignant > ZERO
               DISPLAY nb-sans-enseignant
                       " groupes sans enseignant affecte"
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-CHARGER-MATIERES.
           OPEN INPUT MATIERE-FILE.

           PERFORM UNTIL toutes-matieres-lues
               READ MATIERE-FILE
                   AT END MOVE 'O' TO fin-matieres
                   NOT AT END
                       IF nb-matieres < 50 AND MT-ACTIF NOT = 'N'
                               AND MT-CODE NOT = SPACES
                           ADD 1 TO nb-matieres
                           MOVE MT-CODE TO ma-tab-code(nb-matieres)
                           MOVE MT-LIBELLE
                               TO ma-tab-libelle(nb-matieres)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MATIERE-FILE.

       1100-CHARGER-ELEVES.
           OPEN INPUT ELEVE-FILE.

           PERFORM UNTIL tous-eleves-lus
               READ ELEVE-FILE
                   AT END MOVE 'O' TO fin-eleves
                   NOT AT END
                       IF EL-STATUT NOT = 'P'
                               AND EL-STATUT NOT = 'M'
                               AND (EL-SITE = SPACES
                                   OR EL-SITE = PV-SITE-CODE)
                           PERFORM 1110-RETENIR-ELEVE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ELEVE-FILE.

       1110-RETENIR-ELEVE.
           IF nb-eleves < 999
               ADD 1 TO nb-eleves
               MOVE EL-ELEVE-ID TO el-tab-eleve-id(nb-eleves)
               MOVE EL-NOM TO el-tab-nom(nb-eleves)
               MOVE EL-PRENOM TO el-tab-prenom(nb-eleves)
               MOVE EL-CLASSE TO el-tab-classe(nb-eleves)
           ELSE
               MOVE 'O' TO eleves-sature
           END-IF.

       1200-CHARGER-ENSEIGNANTS.
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
                           MOVE EN-ACTIF
                               TO en-tab-actif(nb-enseignants)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ENSEIGNANT-FILE.

       1300-CHARGER-AFFECTATIONS.
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
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AFFECTATION-FILE.

       1400-CHARGER-GROUPES.
           OPEN INPUT GROUPE-FILE.

           PERFORM UNTIL tous-groupes-lus
               READ GROUPE-FILE
                   AT END MOVE 'O' TO fin-groupes
                   NOT AT END
                       IF nb-membres < 3000
                           ADD 1 TO nb-membres
                           MOVE GR-MATIERE
                               TO mb-tab-matiere(nb-membres)
                           MOVE GR-GROUPE TO mb-tab-groupe(nb-membres)
                           MOVE GR-ELEVE-ID
                               TO mb-tab-eleve-id(nb-membres)
                           MOVE GR-CLASSE TO mb-tab-classe(nb-membres)
                           MOVE GR-ENSEIGNANT
                               TO mb-tab-enseignant(nb-membres)
                           MOVE GR-DATE-ENTREE
                               TO mb-tab-date-entree(nb-membres)
                           MOVE GR-MOYENNE
                               TO mb-tab-moyenne(nb-membres)
                           MOVE SPACES TO mb-tab-etat(nb-membres)
                       ELSE
                           MOVE 'O' TO membres-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GROUPE-FILE.

           MOVE nb-membres TO nb-membres-anciens.

       2000-CHARGER-NOTES.
           OPEN INPUT HISTO-FILE.

           PERFORM UNTIL tout-histo-lu
               READ HISTO-FILE NEXT
                   AT END MOVE 'O' TO fin-histo
                   NOT AT END
                       IF HI-MATIERE NOT = SPACES
                               AND NOT HI-DISTINCTION
                               AND HI-BANDE NOT = 'ABSENT'
                               AND (HI-SITE = SPACES
                                   OR HI-SITE = PV-SITE-CODE)
                           PERFORM 2100-RETENIR-NOTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTO-FILE.

       2100-RETENIR-NOTE.
           MOVE HI-ELEVE-ID TO eleve-cherche.
           PERFORM 8000-CHERCHER-ELEVE.

           IF rang-eleve > ZERO
               MOVE HI-MATIERE TO matiere-cherche
               PERFORM 8100-CHERCHER-SUIVI
               IF rang-suivi = ZERO
                   PERFORM 2200-AJOUTER-SUIVI
               END-IF
           END-IF.

           IF rang-eleve > ZERO AND rang-suivi > ZERO
               MOVE HI-NOTE TO note-histo
               IF su-tab-nb-notes(rang-suivi) < nb-notes-retenues
                   ADD 1 TO su-tab-nb-notes(rang-suivi)
               ELSE
                   PERFORM VARYING idx-note FROM 1 BY 1
                           UNTIL idx-note >= nb-notes-retenues
                       MOVE su-tab-note(rang-suivi, idx-note + 1)
                           TO su-tab-note(rang-suivi, idx-note)
                   END-PERFORM
               END-IF
               MOVE note-histo TO su-tab-note(rang-suivi,
                   su-tab-nb-notes(rang-suivi))
           END-IF.

       2200-AJOUTER-SUIVI.
           IF nb-suivis < 5000
               ADD 1 TO nb-suivis
               MOVE nb-suivis TO rang-suivi
               MOVE SPACES TO suivi-entry(rang-suivi)
               MOVE rang-eleve TO su-tab-rang(rang-suivi)
               MOVE HI-MATIERE TO su-tab-matiere(rang-suivi)
               MOVE ZERO TO su-tab-nb-notes(rang-suivi)
               MOVE ZERO TO su-tab-moyenne(rang-suivi)
               MOVE 'N' TO su-tab-besoin(rang-suivi)
               MOVE 'N' TO su-tab-place(rang-suivi)
           ELSE
               MOVE 'O' TO suivis-sature
           END-IF.

       2500-CALCULER-MOYENNE.
           MOVE ZERO TO total-notes.
           PERFORM VARYING idx-note FROM 1 BY 1
                   UNTIL idx-note > su-tab-nb-notes(idx-suivi)
               ADD su-tab-note(idx-suivi, idx-note) TO total-notes
           END-PERFORM.

           IF su-tab-nb-notes(idx-suivi) > ZERO
               COMPUTE su-tab-moyenne(idx-suivi) ROUNDED =
                   total-notes / su-tab-nb-notes(idx-suivi)
               IF su-tab-moyenne(idx-suivi) < PV-SOUTIEN-SEUIL
                   MOVE 'O' TO su-tab-besoin(idx-suivi)
               END-IF
           END-IF.

       3000-TRAITER-MATIERE.
           MOVE ZERO TO nb-groupes.
           MOVE ZERO TO nb-candidats.
           MOVE ZERO TO dernier-groupe.
           MOVE ZERO TO nb-sorties-matiere.

           PERFORM 3100-REVOIR-MEMBRE
               VARYING idx-membre FROM 1 BY 1
               UNTIL idx-membre > nb-membres-anciens.

           PERFORM 3200-RETENIR-CANDIDAT
               VARYING idx-suivi FROM 1 BY 1
               UNTIL idx-suivi > nb-suivis.

           PERFORM 3300-TRIER-CANDIDATS.

           PERFORM 3400-PLACER-CANDIDAT
               VARYING idx-candidat FROM 1 BY 1
               UNTIL idx-candidat > nb-candidats.

           PERFORM 3500-VERIFIER-ENSEIGNANT
               VARYING idx-groupe FROM 1 BY 1
               UNTIL idx-groupe > nb-groupes.

           IF nb-groupes > ZERO OR nb-sorties-matiere > ZERO
               PERFORM 4000-IMPRIMER-MATIERE
           END-IF.

           PERFORM 5000-ECRIRE-GROUPE
               VARYING idx-groupe FROM 1 BY 1
               UNTIL idx-groupe > nb-groupes.

           ADD nb-groupes TO nb-groupes-total.

       3100-REVOIR-MEMBRE.
           IF mb-tab-matiere(idx-membre) = ma-tab-code(idx-matiere)
               MOVE mb-tab-eleve-id(idx-membre) TO eleve-cherche
               PERFORM 8000-CHERCHER-ELEVE
               MOVE ZERO TO rang-suivi
               IF rang-eleve > ZERO
                   MOVE mb-tab-matiere(idx-membre) TO matiere-cherche
                   PERFORM 8100-CHERCHER-SUIVI
               END-IF

               IF rang-suivi > ZERO
                   MOVE su-tab-moyenne(rang-suivi)
                       TO mb-tab-moyenne(idx-membre)
               END-IF

               IF rang-suivi > ZERO
                       AND su-tab-besoin(rang-suivi) = 'O'
                   MOVE 'M' TO mb-tab-etat(idx-membre)
                   MOVE 'O' TO su-tab-place(rang-suivi)
                   MOVE el-tab-classe(rang-eleve)
                       TO mb-tab-classe(idx-membre)
                   PERFORM 3110-RATTACHER-GROUPE
               ELSE
                   MOVE 'S' TO mb-tab-etat(idx-membre)
                   ADD 1 TO nb-sorties-matiere
                   ADD 1 TO nb-sorties
               END-IF
           END-IF.

       3110-RATTACHER-GROUPE.
           MOVE ZERO TO rang-groupe.
           PERFORM VARYING idx-groupe FROM 1 BY 1
                   UNTIL idx-groupe > nb-groupes
               IF gp-tab-numero(idx-groupe) = mb-tab-groupe(idx-membre)
                   MOVE idx-groupe TO rang-groupe
               END-IF
           END-PERFORM.

           IF rang-groupe = ZERO
               ADD 1 TO nb-groupes
               MOVE nb-groupes TO rang-groupe
               MOVE mb-tab-groupe(idx-membre)
                   TO gp-tab-numero(rang-groupe)
               MOVE mb-tab-classe(idx-membre)
                   TO gp-tab-classe(rang-groupe)
               MOVE mb-tab-enseignant(idx-membre)
                   TO gp-tab-enseignant(rang-groupe)
               MOVE ZERO TO gp-tab-nb(rang-groupe)
               IF mb-tab-groupe(idx-membre) > dernier-groupe
                   MOVE mb-tab-groupe(idx-membre) TO dernier-groupe
               END-IF
           END-IF.

           ADD 1 TO gp-tab-nb(rang-groupe).
           ADD 1 TO nb-en-soutien.

       3200-RETENIR-CANDIDAT.
           IF su-tab-matiere(idx-suivi) = ma-tab-code(idx-matiere)
                   AND su-tab-besoin(idx-suivi) = 'O'
                   AND su-tab-place(idx-suivi) NOT = 'O'
                   AND nb-candidats < 999
               ADD 1 TO nb-candidats
               MOVE su-tab-rang(idx-suivi) TO rang-eleve
               MOVE el-tab-classe(rang-eleve)
                   TO ca-tab-classe(nb-candidats)
               MOVE el-tab-nom(rang-eleve) TO ca-tab-nom(nb-candidats)
               MOVE el-tab-prenom(rang-eleve)
                   TO ca-tab-prenom(nb-candidats)
               MOVE idx-suivi TO ca-tab-suivi(nb-candidats)
           END-IF.

       3300-TRIER-CANDIDATS.
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

       3400-PLACER-CANDIDAT.
           MOVE ca-tab-suivi(idx-candidat) TO rang-suivi.
           MOVE su-tab-rang(rang-suivi) TO rang-eleve.

           MOVE ZERO TO rang-groupe.
           PERFORM VARYING idx-groupe FROM 1 BY 1
                   UNTIL idx-groupe > nb-groupes
               IF rang-groupe = ZERO
                       AND gp-tab-nb(idx-groupe) < taille-groupe
                       AND gp-tab-classe(idx-groupe)
                           = el-tab-classe(rang-eleve)
                   MOVE idx-groupe TO rang-groupe
               END-IF
           END-PERFORM.

           PERFORM VARYING idx-groupe FROM 1 BY 1
                   UNTIL idx-groupe > nb-groupes
               IF rang-groupe = ZERO
                       AND gp-tab-nb(idx-groupe) < taille-groupe
                   MOVE idx-groupe TO rang-groupe
               END-IF
           END-PERFORM.

           IF rang-groupe = ZERO AND nb-groupes < 99
                   AND dernier-groupe < 99
               ADD 1 TO nb-groupes
               MOVE nb-groupes TO rang-groupe
               ADD 1 TO dernier-groupe
               MOVE dernier-groupe TO gp-tab-numero(rang-groupe)
               MOVE el-tab-classe(rang-eleve)
                   TO gp-tab-classe(rang-groupe)
               MOVE SPACES TO gp-tab-enseignant(rang-groupe)
               MOVE ZERO TO gp-tab-nb(rang-groupe)
           END-IF.

           IF rang-groupe > ZERO
               IF nb-membres < 3000
                   ADD 1 TO nb-membres
                   MOVE ma-tab-code(idx-matiere)
                       TO mb-tab-matiere(nb-membres)
                   MOVE gp-tab-numero(rang-groupe)
                       TO mb-tab-groupe(nb-membres)
                   MOVE el-tab-eleve-id(rang-eleve)
                       TO mb-tab-eleve-id(nb-membres)
                   MOVE el-tab-classe(rang-eleve)
                       TO mb-tab-classe(nb-membres)
                   MOVE date-du-jour TO mb-tab-date-entree(nb-membres)
                   MOVE su-tab-moyenne(rang-suivi)
                       TO mb-tab-moyenne(nb-membres)
                   MOVE 'E' TO mb-tab-etat(nb-membres)
                   MOVE 'O' TO su-tab-place(rang-suivi)
                   ADD 1 TO gp-tab-nb(rang-groupe)
                   ADD 1 TO nb-entrees
                   ADD 1 TO nb-en-soutien
               ELSE
                   MOVE 'O' TO membres-sature
               END-IF
           END-IF.

       3500-VERIFIER-ENSEIGNANT.
           MOVE gp-tab-enseignant(idx-groupe) TO enseignant-cherche.
           PERFORM 8300-CHERCHER-ENSEIGNANT.

           IF rang-enseignant = ZERO
               PERFORM 3600-CHOISIR-ENSEIGNANT
           ELSE
               IF en-tab-actif(rang-enseignant) = 'N'
                   PERFORM 3600-CHOISIR-ENSEIGNANT
               END-IF
           END-IF.

           IF gp-tab-enseignant(idx-groupe) = SPACES
               ADD 1 TO nb-sans-enseignant
           END-IF.

       3600-CHOISIR-ENSEIGNANT.
           MOVE SPACES TO gp-tab-enseignant(idx-groupe).

           PERFORM VARYING idx-affectation FROM 1 BY 1
                   UNTIL idx-affectation > nb-affectations
               IF gp-tab-enseignant(idx-groupe) = SPACES
                       AND af-tab-matiere(idx-affectation)
                           = ma-tab-code(idx-matiere)
                       AND af-tab-classe(idx-affectation)
                           = gp-tab-classe(idx-groupe)
                   PERFORM 3610-PRENDRE-ENSEIGNANT
               END-IF
           END-PERFORM.

           PERFORM VARYING idx-affectation FROM 1 BY 1
                   UNTIL idx-affectation > nb-affectations
               IF gp-tab-enseignant(idx-groupe) = SPACES
                       AND af-tab-matiere(idx-affectation)
                           = ma-tab-code(idx-matiere)
                   PERFORM 3610-PRENDRE-ENSEIGNANT
               END-IF
           END-PERFORM.

       3610-PRENDRE-ENSEIGNANT.
           MOVE af-tab-enseignant(idx-affectation)
               TO enseignant-cherche.
           PERFORM 8300-CHERCHER-ENSEIGNANT.

           IF rang-enseignant > ZERO
               IF en-tab-actif(rang-enseignant) NOT = 'N'
                   MOVE enseignant-cherche
                       TO gp-tab-enseignant(idx-groupe)
               END-IF
           END-IF.

       3900-COMPTER-RETIRES.
           IF mb-tab-etat(idx-membre) = SPACES
               ADD 1 TO nb-sorties
           END-IF.

       4000-IMPRIMER-MATIERE.
           MOVE SPACES TO SOUTIEN-MATIERE-RECORD.
           MOVE 'MATIERE' TO SM-LIBELLE.
           MOVE ma-tab-code(idx-matiere) TO SM-CODE.
           MOVE ma-tab-libelle(idx-matiere) TO SM-NOM.
           WRITE SOUTIEN-MATIERE-RECORD.

           PERFORM 4100-IMPRIMER-GROUPE
               VARYING idx-groupe FROM 1 BY 1
               UNTIL idx-groupe > nb-groupes.

           IF nb-sorties-matiere > ZERO
               MOVE SPACES TO SOUTIEN-GROUPE-RECORD
               MOVE 'SORTIES' TO SG-LIBELLE
               WRITE SOUTIEN-GROUPE-RECORD
               PERFORM VARYING idx-membre FROM 1 BY 1
                       UNTIL idx-membre > nb-membres-anciens
                   IF mb-tab-matiere(idx-membre)
                           = ma-tab-code(idx-matiere)
                           AND mb-sortant(idx-membre)
                       PERFORM 4200-IMPRIMER-MEMBRE
                   END-IF
               END-PERFORM
           END-IF.

       4100-IMPRIMER-GROUPE.
           MOVE SPACES TO SOUTIEN-GROUPE-RECORD.
           MOVE 'GROUPE' TO SG-LIBELLE.
           MOVE gp-tab-numero(idx-groupe) TO SG-NUMERO.
           MOVE 'ENSEIGNANT' TO SG-ENS-LIBELLE.
           MOVE gp-tab-enseignant(idx-groupe) TO SG-ENSEIGNANT.
           MOVE gp-tab-enseignant(idx-groupe) TO enseignant-cherche.
           PERFORM 8300-CHERCHER-ENSEIGNANT.
           IF rang-enseignant > ZERO
               MOVE en-tab-nom(rang-enseignant) TO SG-NOM
               MOVE en-tab-prenom(rang-enseignant) TO SG-PRENOM
           ELSE
               MOVE 'A DESIGNER' TO SG-NOM
           END-IF.
           WRITE SOUTIEN-GROUPE-RECORD.

           PERFORM VARYING idx-membre FROM 1 BY 1
                   UNTIL idx-membre > nb-membres
               IF mb-tab-matiere(idx-membre) = ma-tab-code(idx-matiere)
                       AND mb-tab-groupe(idx-membre)
                           = gp-tab-numero(idx-groupe)
                       AND (mb-maintenu(idx-membre)
                           OR mb-entrant(idx-membre))
                   PERFORM 4200-IMPRIMER-MEMBRE
               END-IF
           END-PERFORM.

       4200-IMPRIMER-MEMBRE.
           MOVE SPACES TO SOUTIEN-LIGNE-RECORD.
           MOVE mb-tab-eleve-id(idx-membre) TO SL-ELEVE-ID.
           MOVE mb-tab-eleve-id(idx-membre) TO eleve-cherche.
           PERFORM 8000-CHERCHER-ELEVE.
           IF rang-eleve > ZERO
               MOVE el-tab-nom(rang-eleve) TO SL-NOM
               MOVE el-tab-prenom(rang-eleve) TO SL-PRENOM
           ELSE
               MOVE 'PARTI' TO SL-NOM
           END-IF.
           MOVE mb-tab-classe(idx-membre) TO SL-CLASSE.
           MOVE mb-tab-moyenne(idx-membre) TO SL-MOYENNE.
           EVALUATE TRUE
               WHEN mb-entrant(idx-membre)
                   MOVE 'ENTREE' TO SL-MOUVEMENT
               WHEN mb-sortant(idx-membre)
                   MOVE 'SORTIE' TO SL-MOUVEMENT
               WHEN OTHER
                   MOVE SPACES TO SL-MOUVEMENT
           END-EVALUATE.
           MOVE mb-tab-date-entree(idx-membre) TO SL-DATE-ENTREE.
           WRITE SOUTIEN-LIGNE-RECORD.

       5000-ECRIRE-GROUPE.
           PERFORM VARYING idx-membre FROM 1 BY 1
                   UNTIL idx-membre > nb-membres
               IF mb-tab-matiere(idx-membre) = ma-tab-code(idx-matiere)
                       AND mb-tab-groupe(idx-membre)
                           = gp-tab-numero(idx-groupe)
                       AND (mb-maintenu(idx-membre)
                           OR mb-entrant(idx-membre))
                   MOVE SPACES TO GROUPE-RECORD
                   MOVE mb-tab-matiere(idx-membre) TO GR-MATIERE
                   MOVE mb-tab-groupe(idx-membre) TO GR-GROUPE
                   MOVE mb-tab-eleve-id(idx-membre) TO GR-ELEVE-ID
                   MOVE mb-tab-classe(idx-membre) TO GR-CLASSE
                   MOVE gp-tab-enseignant(idx-groupe) TO GR-ENSEIGNANT
                   MOVE mb-tab-date-entree(idx-membre)
                       TO GR-DATE-ENTREE
                   MOVE mb-tab-moyenne(idx-membre) TO GR-MOYENNE
                   WRITE GROUPE-RECORD
               END-IF
           END-PERFORM.

       6000-IMPRIMER-TOTAUX.
           MOVE SPACES TO SOUTIEN-TOTAL-RECORD.
           MOVE 'ELEVES EN SOUTIEN' TO ST-LIBELLE.
           MOVE nb-en-soutien TO ST-VALEUR.
           WRITE SOUTIEN-TOTAL-RECORD.

           MOVE SPACES TO SOUTIEN-TOTAL-RECORD.
           MOVE 'GROUPES' TO ST-LIBELLE.
           MOVE nb-groupes-total TO ST-VALEUR.
           WRITE SOUTIEN-TOTAL-RECORD.

           MOVE SPACES TO SOUTIEN-TOTAL-RECORD.
           MOVE 'ENTREES' TO ST-LIBELLE.
           MOVE nb-entrees TO ST-VALEUR.
           WRITE SOUTIEN-TOTAL-RECORD.

           MOVE SPACES TO SOUTIEN-TOTAL-RECORD.
           MOVE 'SORTIES' TO ST-LIBELLE.
           MOVE nb-sorties TO ST-VALEUR.
           WRITE SOUTIEN-TOTAL-RECORD.

           MOVE SPACES TO SOUTIEN-TOTAL-RECORD.
           MOVE 'GROUPES SANS ENSEIGNANT' TO ST-LIBELLE.
           MOVE nb-sans-enseignant TO ST-VALEUR.
           WRITE SOUTIEN-TOTAL-RECORD.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'GROUPES-SOUT' TO JL-PROGRAMME.
           MOVE 'GR-ENSEIGNANT' TO JL-CHAMP.
           IF nb-sans-enseignant > ZERO
               MOVE 'A' TO JL-SEVERITE
               MOVE 3071 TO JL-CODE
               MOVE nb-sans-enseignant TO JL-VALEUR
               MOVE 'groupes de soutien sans enseignant'
                   TO JL-MESSAGE
           ELSE
               MOVE 'I' TO JL-SEVERITE
               MOVE 3070 TO JL-CODE
               MOVE nb-en-soutien TO JL-VALEUR
               MOVE 'groupes de soutien constitues' TO JL-MESSAGE
           END-IF.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-CHERCHER-ELEVE.
           MOVE ZERO TO rang-eleve.

           PERFORM VARYING idx-eleve FROM 1 BY 1
                   UNTIL idx-eleve > nb-eleves
               IF el-tab-eleve-id(idx-eleve) = eleve-cherche
                   MOVE idx-eleve TO rang-eleve
               END-IF
           END-PERFORM.

       8100-CHERCHER-SUIVI.
           MOVE ZERO TO rang-suivi.

           PERFORM VARYING idx-suivi FROM 1 BY 1
                   UNTIL idx-suivi > nb-suivis
               IF su-tab-rang(idx-suivi) = rang-eleve
                       AND su-tab-matiere(idx-suivi) = matiere-cherche
                   MOVE idx-suivi TO rang-suivi
               END-IF
           END-PERFORM.

       8300-CHERCHER-ENSEIGNANT.
           MOVE ZERO TO rang-enseignant.

           IF enseignant-cherche NOT = SPACES
               PERFORM VARYING idx-enseignant FROM 1 BY 1
                       UNTIL idx-enseignant > nb-enseignants
                   IF en-tab-id(idx-enseignant) = enseignant-cherche
                       MOVE idx-enseignant TO rang-enseignant
                   END-IF
               END-PERFORM
           END-IF.

       END PROGRAM GROUPES-SOUTIEN.
