       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABLEAU-HONNEUR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ELEVEFC.
       COPY TRIMNTFC.
       COPY ABSENCEFC.
       COPY HISTOFC.

           SELECT HONNEUR-FILE ASSIGN TO "HONNEUR.RPT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT DIPLOME-FILE ASSIGN TO "DIPLOMES.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY ELEVEFD.
       COPY TRIMNTFD.
       COPY ABSENCEFD.
       COPY HISTOFD.

       FD  HONNEUR-FILE.
       01  HONNEUR-ENTETE-RECORD.
           05  HE-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  HE-LIBELLE        PIC X(20).
           05  HE-DATE           PIC 9(8).

       01  HONNEUR-CLASSE-RECORD.
           05  HK-LIBELLE        PIC X(08).
           05  HK-CLASSE         PIC X(05).

       01  HONNEUR-TITRE-RECORD.
           05  HH-TITRES         PIC X(86).

       01  HONNEUR-LIGNE-RECORD.
           05  HL-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  HL-NOM            PIC X(20).
           05  FILLER            PIC X(01).
           05  HL-PRENOM         PIC X(15).
           05  FILLER            PIC X(02).
           05  HL-MOYENNE        PIC Z9.99.
           05  FILLER            PIC X(02).
           05  HL-ABSENCES       PIC ZZ9.
           05  FILLER            PIC X(02).
           05  HL-DISTINCTION    PIC X(12).
           05  FILLER            PIC X(02).
           05  HL-REMARQUE       PIC X(12).

       01  HONNEUR-TOTAL-RECORD.
           05  HT-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  HT-VALEUR         PIC ZZZ9.

       FD  DIPLOME-FILE.
       01  DIPLOME-ENTETE-RECORD.
           05  DE-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  DE-LIBELLE        PIC X(20).
           05  DE-DATE           PIC 9(8).
           05  FILLER            PIC X(02).
           05  DE-PAGE-LIBELLE   PIC X(05).
           05  DE-PAGE           PIC ZZZ9.

       01  DIPLOME-TITRE-RECORD.
           05  FILLER            PIC X(20).
           05  DT-TITRE          PIC X(40).

       01  DIPLOME-LIGNE-RECORD.
           05  DL-LIBELLE        PIC X(20).
           05  FILLER            PIC X(02).
           05  DL-VALEUR         PIC X(30).

       01  DIPLOME-NOTE-RECORD.
           05  DN-LIBELLE        PIC X(20).
           05  FILLER            PIC X(02).
           05  DN-VALEUR         PIC Z9.99.

       01  DIPLOME-DATE-RECORD.
           05  DD-LIBELLE        PIC X(20).
           05  FILLER            PIC X(02).
           05  DD-VALEUR         PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY DATECOM.
       COPY BANDECOM.
       COPY JOURNALCOM.

       77  debut-trimestre PIC 9(8) VALUE ZERO.

       77  fin-eleves PIC X VALUE 'N'.
           88  tous-eleves-lus VALUE 'O'.
       77  fin-trim-notes PIC X VALUE 'N'.
           88  toutes-trim-notes-lues VALUE 'O'.
       77  fin-absences PIC X VALUE 'N'.
           88  toutes-absences-lues VALUE 'O'.
       77  fin-histo PIC X VALUE 'N'.
           88  tout-histo-lu VALUE 'O'.

       77  nb-honneur PIC 9(3) VALUE ZERO.
       77  idx-honneur PIC 9(3).
       77  rang-honneur PIC 9(3).
       77  honneur-sature PIC X VALUE 'N'.
           88  honneur-est-sature VALUE 'O'.
       01  honneur-table.
           05  honneur-entry OCCURS 999.
               10  ho-tab-cle.
                   15  ho-tab-classe     PIC X(05).
                   15  ho-tab-nom        PIC X(30).
                   15  ho-tab-prenom     PIC X(30).
               10  ho-tab-eleve-id   PIC X(05).
               10  ho-tab-date-trim  PIC 9(8).
               10  ho-tab-moyenne    PIC 9(2)V99.
               10  ho-tab-absences   PIC 9(03).
               10  ho-tab-echec      PIC X(03).
               10  ho-tab-distinction PIC X(12).
               10  ho-tab-remarque   PIC X(12).
       01  honneur-echange PIC X(112).

       77  nb-matieres PIC 9(4) VALUE ZERO.
       77  idx-matiere PIC 9(4).
       77  rang-matiere PIC 9(4).
       77  matieres-saturees PIC X VALUE 'N'.
           88  matieres-sont-saturees VALUE 'O'.
       01  matiere-table.
           05  matiere-entry OCCURS 5000.
               10  mt-tab-rang       PIC 9(03).
               10  mt-tab-matiere    PIC X(03).
               10  mt-tab-pondere    PIC 9(5)V99.
               10  mt-tab-poids      PIC 9(3)V99.

       77  tri-i PIC 9(3).
       77  tri-j PIC 9(3).
       77  eleve-cherche PIC X(05).
       77  classe-courante PIC X(05).
       77  note-histo PIC 9(2)V99.
       77  poids-histo PIC 9V99.
       77  moyenne-matiere PIC 9(2)V99.
       77  no-page-diplome PIC 9(4) VALUE ZERO.

       77  nb-avec-moyenne PIC 9(3) VALUE ZERO.
       77  nb-felicitations PIC 9(3) VALUE ZERO.
       77  nb-compliments PIC 9(3) VALUE ZERO.
       77  nb-encouragements PIC 9(3) VALUE ZERO.
       77  nb-ecartes-absences PIC 9(3) VALUE ZERO.
       77  nb-ecartes-echec PIC 9(3) VALUE ZERO.
       77  nb-distinctions PIC 9(3) VALUE ZERO.
       77  nb-histo-retires PIC 9(3) VALUE ZERO.
       77  nb-classe-felicitations PIC 9(3) VALUE ZERO.
       77  nb-classe-compliments PIC 9(3) VALUE ZERO.
       77  nb-classe-encouragements PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           MOVE ZERO TO debut-trimestre.
           DISPLAY "debut du trimestre (aaaammjj, 0 = tout) :"
               WITH NO ADVANCING.
           ACCEPT debut-trimestre.

           PERFORM 1000-CHARGER-ELEVES.

           IF honneur-est-sature
               DISPLAY "fichier maitre au dela de 999 eleves, "
                       "run annule"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-CHARGER-MOYENNES.
           PERFORM 2500-COMPTER-ABSENCES.
           PERFORM 3000-CHARGER-MATIERES.

           IF matieres-sont-saturees
               DISPLAY "moyennes par matiere au dela de 5000, "
                       "run annule"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 3500-CONTROLER-MATIERE
               VARYING idx-matiere FROM 1 BY 1
               UNTIL idx-matiere > nb-matieres.

           PERFORM 4000-ATTRIBUER-DISTINCTION
               VARYING idx-honneur FROM 1 BY 1
               UNTIL idx-honneur > nb-honneur.

           PERFORM 4500-TRIER-ELEVES.

           PERFORM 5000-ECRIRE-HISTORIQUE.
           PERFORM 6000-IMPRIMER-TABLEAU.
           PERFORM 7000-IMPRIMER-DIPLOMES.

           PERFORM 7500-ECRIRE-JOURNAL.

           DISPLAY "tableau d'honneur : " nb-felicitations
                   " felicitations, " nb-compliments
                   " compliments, " nb-encouragements
                   " encouragements".
           DISPLAY "ecartes : " nb-ecartes-absences
                   " pour absences, " nb-ecartes-echec
                   " pour matiere insuffisante".

           IF nb-avec-moyenne = ZERO
               DISPLAY "aucune moyenne de trimestre depuis le "
                       debut-trimestre
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-CHARGER-ELEVES.
           OPEN INPUT ELEVE-FILE.

           PERFORM UNTIL tous-eleves-lus
               READ ELEVE-FILE
                   AT END MOVE 'O' TO fin-eleves
                   NOT AT END
                       IF EL-STATUT NOT = 'P'
                               AND EL-STATUT NOT = 'M'
                               AND (EL-SITE = SPACES
                                   OR EL-SITE = PV-SITE-CODE)
                           PERFORM 1100-RETENIR-ELEVE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ELEVE-FILE.

       1100-RETENIR-ELEVE.
           IF nb-honneur < 999
               ADD 1 TO nb-honneur
               MOVE SPACES TO honneur-entry(nb-honneur)
               MOVE EL-CLASSE TO ho-tab-classe(nb-honneur)
               MOVE EL-NOM TO ho-tab-nom(nb-honneur)
               MOVE EL-PRENOM TO ho-tab-prenom(nb-honneur)
               MOVE EL-ELEVE-ID TO ho-tab-eleve-id(nb-honneur)
               MOVE ZERO TO ho-tab-date-trim(nb-honneur)
               MOVE ZERO TO ho-tab-moyenne(nb-honneur)
               MOVE ZERO TO ho-tab-absences(nb-honneur)
           ELSE
               MOVE 'O' TO honneur-sature
           END-IF.

       2000-CHARGER-MOYENNES.
           OPEN INPUT TRIM-NOTE-FILE.

           PERFORM UNTIL toutes-trim-notes-lues
               READ TRIM-NOTE-FILE
                   AT END MOVE 'O' TO fin-trim-notes
                   NOT AT END
                       IF TN-DATE >= debut-trimestre
                           PERFORM 2100-RETENIR-MOYENNE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRIM-NOTE-FILE.

       2100-RETENIR-MOYENNE.
           MOVE TN-ELEVE-ID TO eleve-cherche.
           PERFORM 8000-CHERCHER-ELEVE.

           IF rang-honneur > ZERO
               IF TN-DATE >= ho-tab-date-trim(rang-honneur)
                   MOVE TN-DATE TO ho-tab-date-trim(rang-honneur)
                   MOVE TN-NOTE TO ho-tab-moyenne(rang-honneur)
               END-IF
           END-IF.

       2500-COMPTER-ABSENCES.
           OPEN INPUT ABSENCE-FILE.

           PERFORM UNTIL toutes-absences-lues
               READ ABSENCE-FILE
                   AT END MOVE 'O' TO fin-absences
                   NOT AT END
                       IF AB-JUSTIFIEE = 'N'
                               AND AB-DATE >= debut-trimestre
                           MOVE AB-ELEVE-ID TO eleve-cherche
                           PERFORM 8000-CHERCHER-ELEVE
                           IF rang-honneur > ZERO
                                   AND ho-tab-absences(rang-honneur)
                                       < 999
                               ADD 1 TO ho-tab-absences(rang-honneur)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ABSENCE-FILE.

       3000-CHARGER-MATIERES.
           OPEN INPUT HISTO-FILE.

           MOVE debut-trimestre TO HI-DATE.
           START HISTO-FILE KEY IS NOT LESS THAN HI-DATE
               INVALID KEY MOVE 'O' TO fin-histo
           END-START.

           PERFORM UNTIL tout-histo-lu
               READ HISTO-FILE NEXT
                   AT END MOVE 'O' TO fin-histo
                   NOT AT END
                       IF HI-MATIERE NOT = SPACES
                               AND NOT HI-DISTINCTION
                               AND HI-BANDE NOT = 'ABSENT'
                               AND (HI-SITE = SPACES
                                   OR HI-SITE = PV-SITE-CODE)
                           PERFORM 3100-RETENIR-NOTE-MATIERE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTO-FILE.

       3100-RETENIR-NOTE-MATIERE.
           MOVE HI-ELEVE-ID TO eleve-cherche.
           PERFORM 8000-CHERCHER-ELEVE.

           IF rang-honneur > ZERO
               MOVE HI-NOTE TO note-histo

               IF HI-POIDS NUMERIC
                   MOVE HI-POIDS TO poids-histo
               ELSE
                   MOVE 1.00 TO poids-histo
               END-IF
               IF poids-histo = ZERO
                   MOVE 1.00 TO poids-histo
               END-IF

               PERFORM 8100-CHERCHER-MATIERE

               IF rang-matiere > ZERO
                   COMPUTE mt-tab-pondere(rang-matiere) =
                       mt-tab-pondere(rang-matiere)
                       + note-histo * poids-histo
                   ADD poids-histo TO mt-tab-poids(rang-matiere)
               END-IF
           END-IF.

       3500-CONTROLER-MATIERE.
           COMPUTE moyenne-matiere ROUNDED =
               mt-tab-pondere(idx-matiere) / mt-tab-poids(idx-matiere).

           MOVE moyenne-matiere TO BP-NOTE.
           CALL 'CALCULER-BANDE'
               USING PARAM-VALEURS BANDE-PARAMETRES.

           MOVE mt-tab-rang(idx-matiere) TO rang-honneur.
           IF BP-BANDE = 'INSUFFISANT'
                   AND ho-tab-echec(rang-honneur) = SPACES
               MOVE mt-tab-matiere(idx-matiere)
                   TO ho-tab-echec(rang-honneur)
           END-IF.

       4000-ATTRIBUER-DISTINCTION.
           IF ho-tab-date-trim(idx-honneur) > ZERO
               ADD 1 TO nb-avec-moyenne

               IF ho-tab-moyenne(idx-honneur) >= PV-HONNEUR-ENCOUR
                   IF ho-tab-echec(idx-honneur) NOT = SPACES
                       MOVE SPACES TO ho-tab-remarque(idx-honneur)
                       STRING 'ECHEC ' DELIMITED SIZE
                              ho-tab-echec(idx-honneur) DELIMITED SIZE
                           INTO ho-tab-remarque(idx-honneur)
                       ADD 1 TO nb-ecartes-echec
                   ELSE IF ho-tab-absences(idx-honneur)
                           > PV-HONNEUR-ABS-MAX
                       MOVE 'ABSENCES' TO ho-tab-remarque(idx-honneur)
                       ADD 1 TO nb-ecartes-absences
                   ELSE IF ho-tab-moyenne(idx-honneur)
                           >= PV-HONNEUR-FELICIT
                       MOVE 'FELICITATION'
                           TO ho-tab-distinction(idx-honneur)
                       ADD 1 TO nb-felicitations
                   ELSE IF ho-tab-moyenne(idx-honneur)
                           >= PV-HONNEUR-COMPLIM
                       MOVE 'COMPLIMENTS'
                           TO ho-tab-distinction(idx-honneur)
                       ADD 1 TO nb-compliments
                   ELSE
                       MOVE 'ENCOURAGEMTS'
                           TO ho-tab-distinction(idx-honneur)
                       ADD 1 TO nb-encouragements
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

           IF ho-tab-distinction(idx-honneur) NOT = SPACES
               ADD 1 TO nb-distinctions
           END-IF.

       4500-TRIER-ELEVES.
           PERFORM VARYING tri-i FROM 1 BY 1
                   UNTIL tri-i >= nb-honneur
               PERFORM VARYING tri-j FROM 1 BY 1
                       UNTIL tri-j >= nb-honneur
                   IF ho-tab-cle(tri-j) > ho-tab-cle(tri-j + 1)
                       MOVE honneur-entry(tri-j) TO honneur-echange
                       MOVE honneur-entry(tri-j + 1)
                           TO honneur-entry(tri-j)
                       MOVE honneur-echange TO honneur-entry(tri-j + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       5000-ECRIRE-HISTORIQUE.
           OPEN I-O HISTO-FILE.

           PERFORM VARYING idx-honneur FROM 1 BY 1
                   UNTIL idx-honneur > nb-honneur
               IF ho-tab-date-trim(idx-honneur) > ZERO
                   PERFORM 5100-MAJ-DISTINCTION
               END-IF
           END-PERFORM.

           CLOSE HISTO-FILE.

       5100-MAJ-DISTINCTION.
           MOVE SPACES TO HISTO-RECORD.
           MOVE ho-tab-eleve-id(idx-honneur) TO HI-ELEVE-ID.
           MOVE ho-tab-date-trim(idx-honneur) TO HI-DATE.
           MOVE ZERO TO HI-EVALUATION.
           MOVE 'DST' TO HI-MATIERE.

           IF ho-tab-distinction(idx-honneur) = SPACES
               DELETE HISTO-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO nb-histo-retires
               END-DELETE
           ELSE
               MOVE ho-tab-moyenne(idx-honneur) TO HI-NOTE
               MOVE ho-tab-distinction(idx-honneur) TO HI-BANDE
               MOVE ZERO TO HI-POIDS
               MOVE ho-tab-classe(idx-honneur) TO HI-CLASSE
               MOVE PV-SITE-CODE TO HI-SITE
               WRITE HISTO-RECORD
                   INVALID KEY REWRITE HISTO-RECORD
               END-WRITE
           END-IF.

       6000-IMPRIMER-TABLEAU.
           OPEN OUTPUT HONNEUR-FILE.

           MOVE SPACES TO classe-courante.

           PERFORM VARYING idx-honneur FROM 1 BY 1
                   UNTIL idx-honneur > nb-honneur
               IF ho-tab-distinction(idx-honneur) NOT = SPACES
                       OR ho-tab-remarque(idx-honneur) NOT = SPACES
                   IF ho-tab-classe(idx-honneur) NOT = classe-courante
                       IF classe-courante NOT = SPACES
                           PERFORM 6200-IMPRIMER-TOTAUX-CLASSE
                       END-IF
                       MOVE ho-tab-classe(idx-honneur)
                           TO classe-courante
                       PERFORM 6100-IMPRIMER-ENTETE-CLASSE
                   END-IF
                   PERFORM 6300-IMPRIMER-LIGNE-ELEVE
               END-IF
           END-PERFORM.

           IF classe-courante NOT = SPACES
               PERFORM 6200-IMPRIMER-TOTAUX-CLASSE
           END-IF.

           PERFORM 6400-IMPRIMER-TOTAUX.

           CLOSE HONNEUR-FILE.

       6100-IMPRIMER-ENTETE-CLASSE.
           MOVE ZERO TO nb-classe-felicitations.
           MOVE ZERO TO nb-classe-compliments.
           MOVE ZERO TO nb-classe-encouragements.

           MOVE SPACES TO HONNEUR-ENTETE-RECORD.
           MOVE SP-NOM TO HE-NOM-ATELIER.
           MOVE 'TABLEAU D HONNEUR' TO HE-LIBELLE.
           MOVE date-du-jour TO HE-DATE.
           WRITE HONNEUR-ENTETE-RECORD.

           MOVE SPACES TO HONNEUR-CLASSE-RECORD.
           MOVE 'CLASSE' TO HK-LIBELLE.
           MOVE classe-courante TO HK-CLASSE.
           WRITE HONNEUR-CLASSE-RECORD.

           MOVE SPACES TO HONNEUR-TITRE-RECORD.
           MOVE 'ELEVE NOM                  PRENOM           MOYEN'
               TO HH-TITRES(1:49).
           MOVE '  ABS  DISTINCTION   REMARQUE'
               TO HH-TITRES(50:29).
           WRITE HONNEUR-TITRE-RECORD.

       6200-IMPRIMER-TOTAUX-CLASSE.
           MOVE SPACES TO HONNEUR-TOTAL-RECORD.
           MOVE 'FELICITATIONS' TO HT-LIBELLE.
           MOVE nb-classe-felicitations TO HT-VALEUR.
           WRITE HONNEUR-TOTAL-RECORD.

           MOVE SPACES TO HONNEUR-TOTAL-RECORD.
           MOVE 'COMPLIMENTS' TO HT-LIBELLE.
           MOVE nb-classe-compliments TO HT-VALEUR.
           WRITE HONNEUR-TOTAL-RECORD.

           MOVE SPACES TO HONNEUR-TOTAL-RECORD.
           MOVE 'ENCOURAGEMENTS' TO HT-LIBELLE.
           MOVE nb-classe-encouragements TO HT-VALEUR.
           WRITE HONNEUR-TOTAL-RECORD.

       6300-IMPRIMER-LIGNE-ELEVE.
           MOVE SPACES TO HONNEUR-LIGNE-RECORD.
           MOVE ho-tab-eleve-id(idx-honneur) TO HL-ELEVE-ID.
           MOVE ho-tab-nom(idx-honneur) TO HL-NOM.
           MOVE ho-tab-prenom(idx-honneur) TO HL-PRENOM.
           MOVE ho-tab-moyenne(idx-honneur) TO HL-MOYENNE.
           MOVE ho-tab-absences(idx-honneur) TO HL-ABSENCES.
           MOVE ho-tab-distinction(idx-honneur) TO HL-DISTINCTION.
           MOVE ho-tab-remarque(idx-honneur) TO HL-REMARQUE.
           WRITE HONNEUR-LIGNE-RECORD.

           EVALUATE ho-tab-distinction(idx-honneur)
               WHEN 'FELICITATION' ADD 1 TO nb-classe-felicitations
               WHEN 'COMPLIMENTS' ADD 1 TO nb-classe-compliments
               WHEN 'ENCOURAGEMTS' ADD 1 TO nb-classe-encouragements
           END-EVALUATE.

       6400-IMPRIMER-TOTAUX.
           MOVE SPACES TO HONNEUR-ENTETE-RECORD.
           MOVE SP-NOM TO HE-NOM-ATELIER.
           MOVE 'TOTAUX DU TRIMESTRE' TO HE-LIBELLE.
           MOVE date-du-jour TO HE-DATE.
           WRITE HONNEUR-ENTETE-RECORD.

           MOVE SPACES TO HONNEUR-TOTAL-RECORD.
           MOVE 'ELEVES AVEC MOYENNE' TO HT-LIBELLE.
           MOVE nb-avec-moyenne TO HT-VALEUR.
           WRITE HONNEUR-TOTAL-RECORD.

           MOVE SPACES TO HONNEUR-TOTAL-RECORD.
           MOVE 'FELICITATIONS' TO HT-LIBELLE.
           MOVE nb-felicitations TO HT-VALEUR.
           WRITE HONNEUR-TOTAL-RECORD.

           MOVE SPACES TO HONNEUR-TOTAL-RECORD.
           MOVE 'COMPLIMENTS' TO HT-LIBELLE.
           MOVE nb-compliments TO HT-VALEUR.
           WRITE HONNEUR-TOTAL-RECORD.

           MOVE SPACES TO HONNEUR-TOTAL-RECORD.
           MOVE 'ENCOURAGEMENTS' TO HT-LIBELLE.
           MOVE nb-encouragements TO HT-VALEUR.
           WRITE HONNEUR-TOTAL-RECORD.

           MOVE SPACES TO HONNEUR-TOTAL-RECORD.
           MOVE 'ECARTES POUR ABSENCES' TO HT-LIBELLE.
           MOVE nb-ecartes-absences TO HT-VALEUR.
           WRITE HONNEUR-TOTAL-RECORD.

           MOVE SPACES TO HONNEUR-TOTAL-RECORD.
           MOVE 'ECARTES POUR ECHEC' TO HT-LIBELLE.
           MOVE nb-ecartes-echec TO HT-VALEUR.
           WRITE HONNEUR-TOTAL-RECORD.

           MOVE SPACES TO HONNEUR-TOTAL-RECORD.
           MOVE 'DISTINCTIONS RETIREES' TO HT-LIBELLE.
           MOVE nb-histo-retires TO HT-VALEUR.
           WRITE HONNEUR-TOTAL-RECORD.

       7000-IMPRIMER-DIPLOMES.
           OPEN OUTPUT DIPLOME-FILE.

           PERFORM VARYING idx-honneur FROM 1 BY 1
                   UNTIL idx-honneur > nb-honneur
               IF ho-tab-distinction(idx-honneur) NOT = SPACES
                   PERFORM 7100-IMPRIMER-UN-DIPLOME
               END-IF
           END-PERFORM.

           CLOSE DIPLOME-FILE.

       7100-IMPRIMER-UN-DIPLOME.
           ADD 1 TO no-page-diplome.
           MOVE SPACES TO DIPLOME-ENTETE-RECORD.
           MOVE SP-NOM TO DE-NOM-ATELIER.
           MOVE 'TABLEAU D HONNEUR' TO DE-LIBELLE.
           MOVE date-du-jour TO DE-DATE.
           MOVE 'PAGE ' TO DE-PAGE-LIBELLE.
           MOVE no-page-diplome TO DE-PAGE.
           WRITE DIPLOME-ENTETE-RECORD.

           MOVE SPACES TO DIPLOME-TITRE-RECORD.
           WRITE DIPLOME-TITRE-RECORD.

           MOVE SPACES TO DIPLOME-TITRE-RECORD.
           EVALUATE ho-tab-distinction(idx-honneur)
               WHEN 'FELICITATION'
                   MOVE 'FELICITATIONS DU CONSEIL DE CLASSE'
                       TO DT-TITRE
               WHEN 'COMPLIMENTS'
                   MOVE 'COMPLIMENTS DU CONSEIL DE CLASSE'
                       TO DT-TITRE
               WHEN OTHER
                   MOVE 'ENCOURAGEMENTS DU CONSEIL DE CLASSE'
                       TO DT-TITRE
           END-EVALUATE.
           WRITE DIPLOME-TITRE-RECORD.

           MOVE SPACES TO DIPLOME-TITRE-RECORD.
           WRITE DIPLOME-TITRE-RECORD.

           MOVE SPACES TO DIPLOME-LIGNE-RECORD.
           MOVE 'DECERNE A' TO DL-LIBELLE.
           MOVE ho-tab-prenom(idx-honneur) TO DL-VALEUR.
           WRITE DIPLOME-LIGNE-RECORD.

           MOVE SPACES TO DIPLOME-LIGNE-RECORD.
           MOVE ho-tab-nom(idx-honneur) TO DL-VALEUR.
           WRITE DIPLOME-LIGNE-RECORD.

           MOVE SPACES TO DIPLOME-LIGNE-RECORD.
           MOVE 'ELEVE DE LA CLASSE' TO DL-LIBELLE.
           MOVE ho-tab-classe(idx-honneur) TO DL-VALEUR.
           WRITE DIPLOME-LIGNE-RECORD.

           MOVE SPACES TO DIPLOME-NOTE-RECORD.
           MOVE 'MOYENNE DU TRIMESTRE' TO DN-LIBELLE.
           MOVE ho-tab-moyenne(idx-honneur) TO DN-VALEUR.
           WRITE DIPLOME-NOTE-RECORD.

           MOVE SPACES TO DIPLOME-DATE-RECORD.
           MOVE 'TRIMESTRE CLOS LE' TO DD-LIBELLE.
           MOVE ho-tab-date-trim(idx-honneur) TO DD-VALEUR.
           WRITE DIPLOME-DATE-RECORD.

           MOVE SPACES TO DIPLOME-TITRE-RECORD.
           WRITE DIPLOME-TITRE-RECORD.

           MOVE SPACES TO DIPLOME-LIGNE-RECORD.
           MOVE 'LE CHEF D ETABLISSEMENT' TO DL-VALEUR.
           WRITE DIPLOME-LIGNE-RECORD.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'TABLEAU-HONN' TO JL-PROGRAMME.
           IF nb-avec-moyenne = ZERO
               MOVE 'A' TO JL-SEVERITE
               MOVE 3061 TO JL-CODE
               MOVE 'TN-DATE' TO JL-CHAMP
               MOVE debut-trimestre TO JL-VALEUR
               MOVE 'aucune moyenne de trimestre a distinguer'
                   TO JL-MESSAGE
           ELSE
               MOVE 'I' TO JL-SEVERITE
               MOVE 3060 TO JL-CODE
               MOVE 'HI-MATIERE' TO JL-CHAMP
               MOVE nb-distinctions TO JL-VALEUR
               MOVE 'tableau d honneur du trimestre edite'
                   TO JL-MESSAGE
           END-IF.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-CHERCHER-ELEVE.
           MOVE ZERO TO rang-honneur.

           PERFORM VARYING idx-honneur FROM 1 BY 1
                   UNTIL idx-honneur > nb-honneur
               IF ho-tab-eleve-id(idx-honneur) = eleve-cherche
                   MOVE idx-honneur TO rang-honneur
               END-IF
           END-PERFORM.

       8100-CHERCHER-MATIERE.
           MOVE ZERO TO rang-matiere.

           PERFORM VARYING idx-matiere FROM 1 BY 1
                   UNTIL idx-matiere > nb-matieres
               IF mt-tab-rang(idx-matiere) = rang-honneur
                       AND mt-tab-matiere(idx-matiere) = HI-MATIERE
                   MOVE idx-matiere TO rang-matiere
               END-IF
           END-PERFORM.

           IF rang-matiere = ZERO
               IF nb-matieres < 5000
                   ADD 1 TO nb-matieres
                   MOVE nb-matieres TO rang-matiere
                   MOVE rang-honneur TO mt-tab-rang(rang-matiere)
                   MOVE HI-MATIERE TO mt-tab-matiere(rang-matiere)
                   MOVE ZERO TO mt-tab-pondere(rang-matiere)
                   MOVE ZERO TO mt-tab-poids(rang-matiere)
               ELSE
                   MOVE 'O' TO matieres-saturees
               END-IF
           END-IF.

       END PROGRAM TABLEAU-HONNEUR.
