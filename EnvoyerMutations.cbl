       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVOYER-MUTATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY MUTATFC.
       COPY MUTPKGFC.
       COPY ELEVEFC.
       COPY HISTOFC.
       COPY ABSENCEFC.
       COPY SURVFC.
       COPY SITEFC.

           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CREDITS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT MUTENVOI-FILE ASSIGN TO "MUTENVOI.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY MUTATFD.
       COPY MUTPKGFD.
       COPY ELEVEFD.
       COPY HISTOFD.
       COPY ABSENCEFD.
       COPY SURVFD.
       COPY SITEFD.
       COPY CREDITFD.

       FD  MUTENVOI-FILE.
       01  MUTENVOI-ENTETE-RECORD.
           05  MR-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  MR-LIBELLE        PIC X(20).
           05  MR-DATE           PIC 9(8).

       01  MUTENVOI-LIGNE-RECORD.
           05  MX-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(02).
           05  MX-NOM            PIC X(30).
           05  FILLER            PIC X(02).
           05  MX-SITE           PIC X(03).
           05  FILLER            PIC X(02).
           05  MX-NB-NOTES       PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  MX-RESULTAT       PIC X(20).

       01  MUTENVOI-TOTAL-RECORD.
           05  MO-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  MO-VALEUR         PIC ZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY DATECOM.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY JOURNALCOM.
       COPY CREDVCOM.

       77  fin-mutations PIC X VALUE 'N'.
           88  toutes-mutations-lues VALUE 'O'.
       77  fin-eleves PIC X VALUE 'N'.
           88  tous-eleves-lus VALUE 'O'.
       77  fin-sites PIC X VALUE 'N'.
           88  tous-sites-lus VALUE 'O'.
       77  fin-histo PIC X VALUE 'N'.
           88  tout-histo-lu VALUE 'O'.
       77  fin-absences PIC X VALUE 'N'.
           88  toutes-absences-lues VALUE 'O'.
       77  fin-credits PIC X VALUE 'N'.
           88  tous-credits-lus VALUE 'O'.
       77  fin-surveil PIC X VALUE 'N'.
           88  tout-surveil-lu VALUE 'O'.

       77  nb-mutations PIC 9(3) VALUE ZERO.
       77  idx-mutation PIC 9(3).
       77  mutations-sature PIC X VALUE 'N'.
           88  mutations-est-sature VALUE 'O'.
       01  mutation-table.
           05  mutation-entry OCCURS 200 PIC X(60).

       77  nb-eleves PIC 9(3) VALUE ZERO.
       77  idx-eleve PIC 9(3).
       77  rang-eleve PIC 9(3).
       77  maitre-sature PIC X VALUE 'N'.
           88  maitre-est-sature VALUE 'O'.
       01  eleve-table.
           05  eleve-entry OCCURS 500.
               10  el-tab-eleve-id   PIC X(05).
               10  el-tab-nom        PIC X(30).
               10  el-tab-prenom     PIC X(30).
               10  el-tab-classe     PIC X(05).
               10  el-tab-statut     PIC X(01).
               10  el-tab-site       PIC X(03).

       77  nb-sites PIC 9(2) VALUE ZERO.
       77  idx-site PIC 9(2).
       77  site-trouve PIC X VALUE 'N'.
           88  site-connu VALUE 'O'.
       01  site-table.
           05  site-code-connu OCCURS 50 PIC X(03).

       77  motif-refus PIC X(20).
       77  nb-notes-paquet PIC 9(4).
       77  nb-absences-paquet PIC 9(4).
       77  nb-credits-paquet PIC 9(3).
       77  nb-surveil-paquet PIC 9(3).
       77  total-notes-paquet PIC 9(6)V99.
       77  total-credits-paquet PIC 9(4)V99.
       77  valeur-note PIC 9(2)V99.

       77  nb-envoyes PIC 9(4) VALUE ZERO.
       77  nb-refuses PIC 9(4) VALUE ZERO.
       77  nb-notes-envoyees PIC 9(5) VALUE ZERO.
       77  code-retour-conversion PIC S9(4) COMP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           IF PV-SITE-CODE = SPACES
               DISPLAY "mutations : code site non parametre, "
                       "envoi impossible"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-CHARGER-SITES.
           PERFORM 1100-CHARGER-ELEVES.
           PERFORM 1200-CHARGER-MUTATIONS.

           IF maitre-est-sature OR mutations-est-sature
               DISPLAY "mutations : fichier maitre ou demandes au "
                       "dela des tables, envoi refuse"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND PAQUET-FILE.
           OPEN INPUT HISTO-FILE.
           OPEN OUTPUT MUTENVOI-FILE.

           MOVE SPACES TO MUTENVOI-ENTETE-RECORD.
           MOVE SP-NOM TO MR-NOM-ATELIER.
           MOVE 'MUTATIONS ENVOYEES' TO MR-LIBELLE.
           MOVE date-du-jour TO MR-DATE.
           WRITE MUTENVOI-ENTETE-RECORD.

           PERFORM 2000-TRAITER-MUTATION
               VARYING idx-mutation FROM 1 BY 1
               UNTIL idx-mutation > nb-mutations.

           PERFORM 8000-IMPRIMER-TOTAUX.

           CLOSE PAQUET-FILE.
           CLOSE HISTO-FILE.
           CLOSE MUTENVOI-FILE.

           IF nb-envoyes > ZERO
               PERFORM 6000-SAUVER-ELEVES
               PERFORM 6500-INDEXER-ELEVES
           END-IF.

           PERFORM 6100-SAUVER-MUTATIONS.

           DISPLAY "mutations : " nb-envoyes " eleves envoyes, "
                   nb-refuses " demandes refusees".

           IF nb-refuses > ZERO OR nb-envoyes = ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-CHARGER-SITES.
           OPEN INPUT SITE-FILE.

           PERFORM UNTIL tous-sites-lus
               READ SITE-FILE
                   AT END MOVE 'O' TO fin-sites
                   NOT AT END
                       IF nb-sites < 50
                           ADD 1 TO nb-sites
                           MOVE SX-CODE TO site-code-connu(nb-sites)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SITE-FILE.

       1100-CHARGER-ELEVES.
           OPEN INPUT ELEVE-FILE.

           PERFORM UNTIL tous-eleves-lus
               READ ELEVE-FILE
                   AT END MOVE 'O' TO fin-eleves
                   NOT AT END
                       IF nb-eleves < 500
                           ADD 1 TO nb-eleves
                           MOVE EL-ELEVE-ID
                               TO el-tab-eleve-id(nb-eleves)
                           MOVE EL-NOM TO el-tab-nom(nb-eleves)
                           MOVE EL-PRENOM TO el-tab-prenom(nb-eleves)
                           MOVE EL-CLASSE TO el-tab-classe(nb-eleves)
                           MOVE EL-STATUT TO el-tab-statut(nb-eleves)
                           MOVE EL-SITE TO el-tab-site(nb-eleves)
                       ELSE
                           MOVE 'O' TO maitre-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ELEVE-FILE.

       1200-CHARGER-MUTATIONS.
           OPEN INPUT MUTATION-FILE.

           PERFORM UNTIL toutes-mutations-lues
               READ MUTATION-FILE
                   AT END MOVE 'O' TO fin-mutations
                   NOT AT END
                       IF nb-mutations < 200
                           ADD 1 TO nb-mutations
                           MOVE MUTATION-RECORD
                               TO mutation-entry(nb-mutations)
                       ELSE
                           MOVE 'O' TO mutations-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MUTATION-FILE.

       2000-TRAITER-MUTATION.
           MOVE mutation-entry(idx-mutation) TO MUTATION-RECORD.

           IF MU-A-ENVOYER
               PERFORM 2100-CONTROLER-DEMANDE

               MOVE SPACES TO MUTENVOI-LIGNE-RECORD
               MOVE MU-ELEVE-ID TO MX-ELEVE-ID
               MOVE MU-SITE-DESTINATION TO MX-SITE

               IF motif-refus = SPACES
                   PERFORM 3000-EMBALLER-ELEVE
                   MOVE 'E' TO MU-STATUT
                   MOVE date-du-jour TO MU-DATE-ENVOI
                   MOVE SPACES TO MU-MOTIF
                   MOVE 'M' TO el-tab-statut(rang-eleve)
                   ADD 1 TO nb-envoyes
                   ADD nb-notes-paquet TO nb-notes-envoyees
                   MOVE el-tab-nom(rang-eleve) TO MX-NOM
                   MOVE nb-notes-paquet TO MX-NB-NOTES
                   MOVE 'ENVOYE' TO MX-RESULTAT
                   MOVE 'I' TO JL-SEVERITE
                   MOVE 2020 TO JL-CODE
                   STRING 'eleve mute vers le site '
                              DELIMITED SIZE
                          MU-SITE-DESTINATION DELIMITED SIZE
                          INTO JL-MESSAGE
               ELSE
                   MOVE 'R' TO MU-STATUT
                   MOVE date-du-jour TO MU-DATE-ENVOI
                   MOVE motif-refus TO MU-MOTIF
                   ADD 1 TO nb-refuses
                   MOVE motif-refus TO MX-RESULTAT
                   MOVE 'A' TO JL-SEVERITE
                   MOVE 2021 TO JL-CODE
                   STRING 'mutation refusee : ' DELIMITED SIZE
                          motif-refus DELIMITED SIZE
                          INTO JL-MESSAGE
               END-IF

               WRITE MUTENVOI-LIGNE-RECORD
               PERFORM 7500-ECRIRE-JOURNAL
               MOVE MUTATION-RECORD TO mutation-entry(idx-mutation)
           END-IF.

       2100-CONTROLER-DEMANDE.
           MOVE SPACES TO motif-refus.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE ZERO TO rang-eleve.

           PERFORM VARYING idx-eleve FROM 1 BY 1
                   UNTIL idx-eleve > nb-eleves
               IF el-tab-eleve-id(idx-eleve) = MU-ELEVE-ID
                   MOVE idx-eleve TO rang-eleve
               END-IF
           END-PERFORM.

           MOVE 'N' TO site-trouve.
           PERFORM VARYING idx-site FROM 1 BY 1
                   UNTIL idx-site > nb-sites
               IF site-code-connu(idx-site) = MU-SITE-DESTINATION
                   MOVE 'O' TO site-trouve
               END-IF
           END-PERFORM.

           IF rang-eleve = ZERO
               MOVE 'ELEVE INCONNU' TO motif-refus
           ELSE
               IF el-tab-site(rang-eleve) NOT = SPACES
                       AND el-tab-site(rang-eleve) NOT = PV-SITE-CODE
                   MOVE 'ELEVE AUTRE SITE' TO motif-refus
               ELSE
                   IF el-tab-statut(rang-eleve) = 'P'
                           OR el-tab-statut(rang-eleve) = 'M'
                       MOVE 'ELEVE DEJA SORTI' TO motif-refus
                   END-IF
               END-IF
           END-IF.

           IF motif-refus = SPACES
               IF MU-SITE-DESTINATION = PV-SITE-CODE
                   MOVE 'SITE IDENTIQUE' TO motif-refus
               ELSE
                   IF NOT site-connu
                       MOVE 'SITE INCONNU' TO motif-refus
                   END-IF
               END-IF
           END-IF.

       3000-EMBALLER-ELEVE.
           MOVE ZERO TO nb-notes-paquet.
           MOVE ZERO TO nb-absences-paquet.
           MOVE ZERO TO nb-credits-paquet.
           MOVE ZERO TO nb-surveil-paquet.
           MOVE ZERO TO total-notes-paquet.
           MOVE ZERO TO total-credits-paquet.

           MOVE SPACES TO PAQUET-ENTETE-RECORD.
           MOVE 'H' TO MH-TYPE.
           MOVE PV-SITE-CODE TO MH-SITE-ORIGINE.
           MOVE MU-SITE-DESTINATION TO MH-SITE-DESTINATION.
           MOVE date-du-jour TO MH-DATE-ENVOI.
           MOVE MU-ELEVE-ID TO MH-ELEVE-ID.
           WRITE PAQUET-ENTETE-RECORD.

           MOVE SPACES TO PAQUET-ELEVE-RECORD.
           MOVE 'E' TO ME-TYPE.
           MOVE el-tab-eleve-id(rang-eleve) TO ME-ELEVE-ID.
           MOVE el-tab-nom(rang-eleve) TO ME-NOM.
           MOVE el-tab-prenom(rang-eleve) TO ME-PRENOM.
           MOVE el-tab-classe(rang-eleve) TO ME-CLASSE.
           MOVE el-tab-statut(rang-eleve) TO ME-STATUT.
           WRITE PAQUET-ELEVE-RECORD.

           PERFORM 3100-EMBALLER-NOTES.
           PERFORM 3200-EMBALLER-ABSENCES.
           PERFORM 3300-EMBALLER-CREDITS.
           PERFORM 3400-EMBALLER-SURVEIL.

           MOVE SPACES TO PAQUET-TRAILER-RECORD.
           MOVE 'T' TO MT-TYPE.
           MOVE nb-notes-paquet TO MT-NB-NOTES.
           MOVE nb-absences-paquet TO MT-NB-ABSENCES.
           MOVE nb-credits-paquet TO MT-NB-CREDITS.
           MOVE nb-surveil-paquet TO MT-NB-SURVEIL.
           MOVE total-notes-paquet TO MT-TOTAL-NOTES.
           MOVE total-credits-paquet TO MT-TOTAL-CREDITS.
           WRITE PAQUET-TRAILER-RECORD.

       3100-EMBALLER-NOTES.
           MOVE 'N' TO fin-histo.

           MOVE LOW-VALUES TO HI-CLE.
           MOVE MU-ELEVE-ID TO HI-ELEVE-ID.
           START HISTO-FILE KEY IS NOT LESS THAN HI-CLE
               INVALID KEY MOVE 'O' TO fin-histo
           END-START.

           PERFORM UNTIL tout-histo-lu
               READ HISTO-FILE NEXT
                   AT END MOVE 'O' TO fin-histo
                   NOT AT END
                       IF HI-ELEVE-ID NOT = MU-ELEVE-ID
                           MOVE 'O' TO fin-histo
                       ELSE
                           PERFORM 3150-ECRIRE-NOTE
                       END-IF
               END-READ
           END-PERFORM.

       3150-ECRIRE-NOTE.
           MOVE SPACES TO PAQUET-NOTE-RECORD.
           MOVE 'N' TO MN-TYPE.
           MOVE HI-DATE TO MN-DATE.
           MOVE HI-EVALUATION TO MN-EVALUATION.
           MOVE HI-MATIERE TO MN-MATIERE.
           MOVE HI-NOTE TO MN-NOTE.
           MOVE HI-BANDE TO MN-BANDE.
           MOVE HI-POIDS TO MN-POIDS.
           MOVE HI-CLASSE TO MN-CLASSE.
           WRITE PAQUET-NOTE-RECORD.

           ADD 1 TO nb-notes-paquet.
           MOVE HI-NOTE TO valeur-note.
           ADD valeur-note TO total-notes-paquet.

       3200-EMBALLER-ABSENCES.
           MOVE 'N' TO fin-absences.

           OPEN INPUT ABSENCE-FILE.

           PERFORM UNTIL toutes-absences-lues
               READ ABSENCE-FILE
                   AT END MOVE 'O' TO fin-absences
                   NOT AT END
                       IF AB-ELEVE-ID = MU-ELEVE-ID
                           MOVE SPACES TO PAQUET-ABSENCE-RECORD
                           MOVE 'A' TO MA-TYPE
                           MOVE AB-DATE TO MA-DATE
                           MOVE AB-JUSTIFIEE TO MA-JUSTIFIEE
                           WRITE PAQUET-ABSENCE-RECORD
                           ADD 1 TO nb-absences-paquet
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ABSENCE-FILE.

       3300-EMBALLER-CREDITS.
           MOVE 'N' TO fin-credits.

           OPEN INPUT CREDIT-FILE.

           PERFORM UNTIL tous-credits-lus
               READ CREDIT-FILE
                   AT END MOVE 'O' TO fin-credits
                   NOT AT END
                       MOVE CR-VALIDITE TO CV-VALIDITE
                       MOVE date-du-jour TO CV-DATE
                       MOVE PV-EVAL-NUMERO TO CV-EVALUATION
                       CALL 'ETAT-CREDIT'
                           USING CREDIT-VALIDITE-PARAMETRES
                       IF CR-ELEVE-ID = MU-ELEVE-ID
                               AND (CV-APPLICABLE OR CV-NON-COMMENCE)
                           MOVE SPACES TO PAQUET-CREDIT-RECORD
                           MOVE 'C' TO MC-TYPE
                           MOVE CR-POINTS TO MC-POINTS
                           MOVE CR-MOTIF TO MC-MOTIF
                           MOVE CR-ENSEIGNANT TO MC-ENSEIGNANT
                           MOVE CR-VALIDITE TO MC-VALIDITE
                           WRITE PAQUET-CREDIT-RECORD
                           ADD 1 TO nb-credits-paquet
                           ADD CR-POINTS TO total-credits-paquet
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CREDIT-FILE.

       3400-EMBALLER-SURVEIL.
           MOVE 'N' TO fin-surveil.

           OPEN INPUT SURVEIL-FILE.

           PERFORM UNTIL tout-surveil-lu
               READ SURVEIL-FILE
                   AT END MOVE 'O' TO fin-surveil
                   NOT AT END
                       IF SV-ELEVE-ID = MU-ELEVE-ID
                           MOVE SPACES TO PAQUET-SURVEIL-RECORD
                           MOVE 'S' TO MV-TYPE
                           MOVE SV-DATE-ENTREE TO MV-DATE-ENTREE
                           MOVE SV-NB-ECHECS TO MV-NB-ECHECS
                           WRITE PAQUET-SURVEIL-RECORD
                           ADD 1 TO nb-surveil-paquet
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SURVEIL-FILE.

       6000-SAUVER-ELEVES.
           OPEN OUTPUT ELEVE-FILE.

           PERFORM VARYING idx-eleve FROM 1 BY 1
                   UNTIL idx-eleve > nb-eleves
               MOVE SPACES TO ELEVE-RECORD
               MOVE el-tab-eleve-id(idx-eleve) TO EL-ELEVE-ID
               MOVE el-tab-nom(idx-eleve) TO EL-NOM
               MOVE el-tab-prenom(idx-eleve) TO EL-PRENOM
               MOVE el-tab-classe(idx-eleve) TO EL-CLASSE
               MOVE el-tab-statut(idx-eleve) TO EL-STATUT
               MOVE el-tab-site(idx-eleve) TO EL-SITE
               WRITE ELEVE-RECORD
           END-PERFORM.

           CLOSE ELEVE-FILE.

       6100-SAUVER-MUTATIONS.
           OPEN OUTPUT MUTATION-FILE.

           PERFORM VARYING idx-mutation FROM 1 BY 1
                   UNTIL idx-mutation > nb-mutations
               MOVE mutation-entry(idx-mutation) TO MUTATION-RECORD
               WRITE MUTATION-RECORD
           END-PERFORM.

           CLOSE MUTATION-FILE.

       6500-INDEXER-ELEVES.
           CALL 'CONVERTIR-ELEVES'.
           MOVE RETURN-CODE TO code-retour-conversion.
           MOVE RC-SUCCES TO RETURN-CODE.

           IF code-retour-conversion NOT = RC-SUCCES
               DISPLAY "conversion du fichier maitre en avertissement"
           END-IF.

           CANCEL 'CONVERTIR-ELEVES'.

       7500-ECRIRE-JOURNAL.
           MOVE 'ENVOYER-MUTA' TO JL-PROGRAMME.
           MOVE 'MU-ELEVE-ID' TO JL-CHAMP.
           MOVE MU-ELEVE-ID TO JL-VALEUR.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-IMPRIMER-TOTAUX.
           MOVE SPACES TO MUTENVOI-TOTAL-RECORD.
           MOVE 'ELEVES ENVOYES' TO MO-LIBELLE.
           MOVE nb-envoyes TO MO-VALEUR.
           WRITE MUTENVOI-TOTAL-RECORD.

           MOVE SPACES TO MUTENVOI-TOTAL-RECORD.
           MOVE 'DEMANDES REFUSEES' TO MO-LIBELLE.
           MOVE nb-refuses TO MO-VALEUR.
           WRITE MUTENVOI-TOTAL-RECORD.

           MOVE SPACES TO MUTENVOI-TOTAL-RECORD.
           MOVE 'NOTES EMBALLEES' TO MO-LIBELLE.
           MOVE nb-notes-envoyees TO MO-VALEUR.
           WRITE MUTENVOI-TOTAL-RECORD.

       END PROGRAM ENVOYER-MUTATIONS.
