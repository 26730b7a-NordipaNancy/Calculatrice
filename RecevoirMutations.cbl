       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEVOIR-MUTATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY MUTPKGFC.
       COPY ELEVEFC.
       COPY CLASSEFC.
       COPY HISTOFC.
       COPY ABSENCEFC.
       COPY SURVFC.

           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CREDITS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT MUTRECUS-FILE ASSIGN TO "MUTRECUS.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY MUTPKGFD.
       COPY ELEVEFD.
       COPY CLASSEFD.
       COPY HISTOFD.
       COPY ABSENCEFD.
       COPY SURVFD.
       COPY CREDITFD.

       FD  MUTRECUS-FILE.
       01  MUTRECUS-ENTETE-RECORD.
           05  MR-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  MR-LIBELLE        PIC X(20).
           05  MR-DATE           PIC 9(8).

       01  MUTRECUS-LIGNE-RECORD.
           05  MX-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(02).
           05  MX-NOM            PIC X(30).
           05  FILLER            PIC X(02).
           05  MX-SITE           PIC X(03).
           05  FILLER            PIC X(02).
           05  MX-NB-NOTES       PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  MX-RESULTAT       PIC X(20).

       01  MUTRECUS-TOTAL-RECORD.
           05  MO-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  MO-VALEUR         PIC ZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY DATECOM.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY JOURNALCOM.

       77  fin-paquet PIC X VALUE 'N'.
           88  tout-paquet-lu VALUE 'O'.
       77  fin-eleves PIC X VALUE 'N'.
           88  tous-eleves-lus VALUE 'O'.
       77  fin-classes PIC X VALUE 'N'.
           88  toutes-classes-lues VALUE 'O'.

       77  nb-ids PIC 9(4) VALUE ZERO.
       77  idx-id PIC 9(4).
       77  ids-sature PIC X VALUE 'N'.
           88  ids-est-sature VALUE 'O'.
       01  id-table.
           05  id-connu OCCURS 1000 PIC X(05).

       77  nb-classes PIC 9(3) VALUE ZERO.
       77  idx-classe PIC 9(3).
       01  classe-codes-table.
           05  classe-code-connu OCCURS 50 PIC X(05).

       77  bloc-ouvert PIC X VALUE 'N'.
           88  est-bloc-ouvert VALUE 'O'.
       77  bloc-pour-site PIC X VALUE 'N'.
           88  est-bloc-pour-site VALUE 'O'.
       77  bloc-trop-gros PIC X VALUE 'N'.
           88  est-bloc-trop-gros VALUE 'O'.
       77  nb-eleves-bloc PIC 9(2).
       77  site-origine PIC X(03).
       77  eleve-attendu PIC X(05).
       01  eleve-recu.
           05  er-eleve-id       PIC X(05).
           05  er-nom            PIC X(30).
           05  er-prenom         PIC X(30).
           05  er-classe         PIC X(05).

       77  nb-notes-bloc PIC 9(4).
       77  idx-note PIC 9(4).
       01  note-recue-table.
           05  note-recue OCCURS 1000.
               10  nr-date           PIC 9(8).
               10  nr-evaluation     PIC 9(02).
               10  nr-matiere        PIC X(03).
               10  nr-note           PIC Z9.99.
               10  nr-bande          PIC X(12).
               10  nr-poids          PIC 9.99.
               10  nr-classe         PIC X(05).

       77  nb-absences-bloc PIC 9(4).
       77  idx-absence PIC 9(4).
       01  absence-recue-table.
           05  absence-recue OCCURS 400.
               10  ar-date           PIC 9(8).
               10  ar-justifiee      PIC X(01).

       77  nb-credits-bloc PIC 9(3).
       77  idx-credit PIC 9(3).
       01  credit-recu-table.
           05  credit-recu OCCURS 50.
               10  cr-recu-points    PIC 9(2)V9(2).
               10  cr-recu-motif     PIC X(03).
               10  cr-recu-enseignant PIC X(05).
               10  cr-recu-validite  PIC X(31).

       77  nb-surveil-bloc PIC 9(3).
       77  idx-surveil PIC 9(3).
       01  surveil-recu-table.
           05  surveil-recu OCCURS 10.
               10  sr-date-entree    PIC 9(8).
               10  sr-nb-echecs      PIC 9(3).

       77  total-notes-bloc PIC 9(6)V99.
       77  total-credits-bloc PIC 9(4)V99.
       77  valeur-note PIC 9(2)V99.
       77  motif-rejet PIC X(20).

       77  nb-charges PIC 9(4) VALUE ZERO.
       77  nb-rejetes PIC 9(4) VALUE ZERO.
       77  nb-autres-sites PIC 9(4) VALUE ZERO.
       77  nb-notes-chargees PIC 9(5) VALUE ZERO.
       77  code-retour-conversion PIC S9(4) COMP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           IF PV-SITE-CODE = SPACES
               DISPLAY "mutations : code site non parametre, "
                       "reception impossible"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-CHARGER-IDS.
           PERFORM 1100-CHARGER-CLASSES.

           IF ids-est-sature
               DISPLAY "mutations : fichier maitre au dela de 1000 "
                       "eleves, controle des ids impossible"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PAQUET-FILE.
           OPEN I-O HISTO-FILE.
           OPEN EXTEND ELEVE-FILE.
           OPEN EXTEND ABSENCE-FILE.
           OPEN EXTEND CREDIT-FILE.
           OPEN EXTEND SURVEIL-FILE.
           OPEN OUTPUT MUTRECUS-FILE.

           MOVE SPACES TO MUTRECUS-ENTETE-RECORD.
           MOVE SP-NOM TO MR-NOM-ATELIER.
           MOVE 'MUTATIONS RECUES' TO MR-LIBELLE.
           MOVE date-du-jour TO MR-DATE.
           WRITE MUTRECUS-ENTETE-RECORD.

           PERFORM UNTIL tout-paquet-lu
               READ PAQUET-FILE
                   AT END MOVE 'O' TO fin-paquet
                   NOT AT END PERFORM 2000-LIRE-ENREGISTREMENT
               END-READ
           END-PERFORM.

           IF est-bloc-ouvert AND est-bloc-pour-site
               MOVE 'PAQUET INCOMPLET' TO motif-rejet
               PERFORM 3900-REJETER-BLOC
           END-IF.

           PERFORM 8000-IMPRIMER-TOTAUX.

           CLOSE PAQUET-FILE.
           CLOSE HISTO-FILE.
           CLOSE ELEVE-FILE.
           CLOSE ABSENCE-FILE.
           CLOSE CREDIT-FILE.
           CLOSE SURVEIL-FILE.
           CLOSE MUTRECUS-FILE.

           IF nb-charges > ZERO
               PERFORM 6500-INDEXER-ELEVES
           END-IF.

           DISPLAY "mutations : " nb-charges " eleves recus, "
                   nb-rejetes " paquets rejetes".

           IF nb-rejetes > ZERO OR nb-charges = ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-CHARGER-IDS.
           OPEN INPUT ELEVE-FILE.

           PERFORM UNTIL tous-eleves-lus
               READ ELEVE-FILE
                   AT END MOVE 'O' TO fin-eleves
                   NOT AT END
                       IF nb-ids < 1000
                           ADD 1 TO nb-ids
                           MOVE EL-ELEVE-ID TO id-connu(nb-ids)
                       ELSE
                           MOVE 'O' TO ids-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ELEVE-FILE.

       1100-CHARGER-CLASSES.
           OPEN INPUT CLASSE-FILE.

           PERFORM UNTIL toutes-classes-lues
               READ CLASSE-FILE
                   AT END MOVE 'O' TO fin-classes
                   NOT AT END
                       IF nb-classes < 50 AND CM-ACTIF NOT = 'N'
                           ADD 1 TO nb-classes
                           MOVE CM-CODE TO classe-code-connu(nb-classes)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLASSE-FILE.

       2000-LIRE-ENREGISTREMENT.
           EVALUATE MH-TYPE
               WHEN 'H'
                   IF est-bloc-ouvert AND est-bloc-pour-site
                       MOVE 'PAQUET INCOMPLET' TO motif-rejet
                       PERFORM 3900-REJETER-BLOC
                   END-IF
                   PERFORM 2100-OUVRIR-BLOC
               WHEN 'T'
                   IF est-bloc-ouvert AND est-bloc-pour-site
                       PERFORM 3000-CONTROLER-BLOC
                   END-IF
                   MOVE 'N' TO bloc-ouvert
               WHEN OTHER
                   IF est-bloc-ouvert AND est-bloc-pour-site
                       PERFORM 2200-RETENIR-DETAIL
                   END-IF
           END-EVALUATE.

       2100-OUVRIR-BLOC.
           MOVE 'O' TO bloc-ouvert.
           MOVE 'N' TO bloc-trop-gros.
           MOVE ZERO TO nb-eleves-bloc.
           MOVE ZERO TO nb-notes-bloc.
           MOVE ZERO TO nb-absences-bloc.
           MOVE ZERO TO nb-credits-bloc.
           MOVE ZERO TO nb-surveil-bloc.
           MOVE ZERO TO total-notes-bloc.
           MOVE ZERO TO total-credits-bloc.
           MOVE SPACES TO eleve-recu.
           MOVE MH-SITE-ORIGINE TO site-origine.
           MOVE MH-ELEVE-ID TO eleve-attendu.

           IF MH-SITE-DESTINATION = PV-SITE-CODE
               MOVE 'O' TO bloc-pour-site
           ELSE
               MOVE 'N' TO bloc-pour-site
               ADD 1 TO nb-autres-sites
           END-IF.

       2200-RETENIR-DETAIL.
           EVALUATE MH-TYPE
               WHEN 'E'
                   ADD 1 TO nb-eleves-bloc
                   MOVE ME-ELEVE-ID TO er-eleve-id
                   MOVE ME-NOM TO er-nom
                   MOVE ME-PRENOM TO er-prenom
                   MOVE ME-CLASSE TO er-classe
               WHEN 'N'
                   IF nb-notes-bloc < 1000
                       ADD 1 TO nb-notes-bloc
                       MOVE MN-DATE TO nr-date(nb-notes-bloc)
                       MOVE MN-EVALUATION
                           TO nr-evaluation(nb-notes-bloc)
                       MOVE MN-MATIERE TO nr-matiere(nb-notes-bloc)
                       MOVE MN-NOTE TO nr-note(nb-notes-bloc)
                       MOVE MN-BANDE TO nr-bande(nb-notes-bloc)
                       MOVE MN-POIDS TO nr-poids(nb-notes-bloc)
                       MOVE MN-CLASSE TO nr-classe(nb-notes-bloc)
                       MOVE MN-NOTE TO valeur-note
                       ADD valeur-note TO total-notes-bloc
                   ELSE
                       MOVE 'O' TO bloc-trop-gros
                   END-IF
               WHEN 'A'
                   IF nb-absences-bloc < 400
                       ADD 1 TO nb-absences-bloc
                       MOVE MA-DATE TO ar-date(nb-absences-bloc)
                       MOVE MA-JUSTIFIEE
                           TO ar-justifiee(nb-absences-bloc)
                   ELSE
                       MOVE 'O' TO bloc-trop-gros
                   END-IF
               WHEN 'C'
                   IF nb-credits-bloc < 50
                       ADD 1 TO nb-credits-bloc
                       MOVE MC-POINTS
                           TO cr-recu-points(nb-credits-bloc)
                       MOVE MC-MOTIF TO cr-recu-motif(nb-credits-bloc)
                       MOVE MC-ENSEIGNANT
                           TO cr-recu-enseignant(nb-credits-bloc)
                       IF MC-DATE-DEBUT NOT NUMERIC
                           MOVE ZERO TO MC-DATE-DEBUT
                           MOVE ZERO TO MC-DATE-FIN
                           MOVE 'P' TO MC-NATURE
                           MOVE ZERO TO MC-DATE-EMPLOI
                           MOVE ZERO TO MC-EVAL-EMPLOI
                       END-IF
                       MOVE MC-VALIDITE
                           TO cr-recu-validite(nb-credits-bloc)
                       ADD MC-POINTS TO total-credits-bloc
                   ELSE
                       MOVE 'O' TO bloc-trop-gros
                   END-IF
               WHEN 'S'
                   IF nb-surveil-bloc < 10
                       ADD 1 TO nb-surveil-bloc
                       MOVE MV-DATE-ENTREE
                           TO sr-date-entree(nb-surveil-bloc)
                       MOVE MV-NB-ECHECS
                           TO sr-nb-echecs(nb-surveil-bloc)
                   ELSE
                       MOVE 'O' TO bloc-trop-gros
                   END-IF
           END-EVALUATE.

       3000-CONTROLER-BLOC.
           MOVE SPACES TO motif-rejet.

           IF est-bloc-trop-gros
               MOVE 'PAQUET TROP GROS' TO motif-rejet
           ELSE
               IF nb-eleves-bloc NOT = 1
                       OR er-eleve-id NOT = eleve-attendu
                   MOVE 'FICHE ELEVE INVALIDE' TO motif-rejet
               ELSE
                   IF MT-NB-NOTES NOT = nb-notes-bloc
                           OR MT-NB-ABSENCES NOT = nb-absences-bloc
                           OR MT-NB-CREDITS NOT = nb-credits-bloc
                           OR MT-NB-SURVEIL NOT = nb-surveil-bloc
                           OR MT-TOTAL-NOTES NOT = total-notes-bloc
                           OR MT-TOTAL-CREDITS NOT = total-credits-bloc
                       MOVE 'TOTAUX DISCORDANTS' TO motif-rejet
                   END-IF
               END-IF
           END-IF.

           IF motif-rejet = SPACES
               PERFORM VARYING idx-id FROM 1 BY 1
                       UNTIL idx-id > nb-ids
                   IF id-connu(idx-id) = er-eleve-id
                       MOVE 'ID DEJA UTILISE' TO motif-rejet
                   END-IF
               END-PERFORM
           END-IF.

           IF motif-rejet = SPACES AND nb-ids >= 1000
               MOVE 'FICHIER MAITRE PLEIN' TO motif-rejet
           END-IF.

           IF motif-rejet = SPACES
               PERFORM 4000-CHARGER-BLOC
           ELSE
               PERFORM 3900-REJETER-BLOC
           END-IF.

       3900-REJETER-BLOC.
           ADD 1 TO nb-rejetes.
           MOVE 'N' TO bloc-ouvert.

           MOVE SPACES TO MUTRECUS-LIGNE-RECORD.
           MOVE eleve-attendu TO MX-ELEVE-ID.
           MOVE er-nom TO MX-NOM.
           MOVE site-origine TO MX-SITE.
           MOVE nb-notes-bloc TO MX-NB-NOTES.
           MOVE motif-rejet TO MX-RESULTAT.
           WRITE MUTRECUS-LIGNE-RECORD.

           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'A' TO JL-SEVERITE.
           MOVE 2023 TO JL-CODE.
           STRING 'mutation rejetee : ' DELIMITED SIZE
                  motif-rejet DELIMITED SIZE
                  INTO JL-MESSAGE.
           PERFORM 7500-ECRIRE-JOURNAL.

       4000-CHARGER-BLOC.
           MOVE SPACES TO ELEVE-RECORD.
           MOVE er-eleve-id TO EL-ELEVE-ID.
           MOVE er-nom TO EL-NOM.
           MOVE er-prenom TO EL-PRENOM.
           PERFORM VARYING idx-classe FROM 1 BY 1
                   UNTIL idx-classe > nb-classes
               IF classe-code-connu(idx-classe) = er-classe
                   MOVE er-classe TO EL-CLASSE
               END-IF
           END-PERFORM.
           MOVE 'A' TO EL-STATUT.
           MOVE PV-SITE-CODE TO EL-SITE.
           WRITE ELEVE-RECORD.

           PERFORM VARYING idx-note FROM 1 BY 1
                   UNTIL idx-note > nb-notes-bloc
               MOVE SPACES TO HISTO-RECORD
               MOVE er-eleve-id TO HI-ELEVE-ID
               MOVE nr-date(idx-note) TO HI-DATE
               MOVE nr-evaluation(idx-note) TO HI-EVALUATION
               MOVE nr-matiere(idx-note) TO HI-MATIERE
               MOVE nr-note(idx-note) TO HI-NOTE
               MOVE nr-bande(idx-note) TO HI-BANDE
               MOVE nr-poids(idx-note) TO HI-POIDS
               MOVE nr-classe(idx-note) TO HI-CLASSE
               MOVE PV-SITE-CODE TO HI-SITE
               WRITE HISTO-RECORD
                   INVALID KEY REWRITE HISTO-RECORD
               END-WRITE
           END-PERFORM.

           PERFORM VARYING idx-absence FROM 1 BY 1
                   UNTIL idx-absence > nb-absences-bloc
               MOVE SPACES TO ABSENCE-RECORD
               MOVE er-eleve-id TO AB-ELEVE-ID
               MOVE ar-date(idx-absence) TO AB-DATE
               MOVE ar-justifiee(idx-absence) TO AB-JUSTIFIEE
               WRITE ABSENCE-RECORD
           END-PERFORM.

           PERFORM VARYING idx-credit FROM 1 BY 1
                   UNTIL idx-credit > nb-credits-bloc
               MOVE SPACES TO CREDIT-RECORD
               MOVE er-eleve-id TO CR-ELEVE-ID
               MOVE cr-recu-points(idx-credit) TO CR-POINTS
               MOVE cr-recu-motif(idx-credit) TO CR-MOTIF
               MOVE cr-recu-enseignant(idx-credit) TO CR-ENSEIGNANT
               MOVE cr-recu-validite(idx-credit) TO CR-VALIDITE
               WRITE CREDIT-RECORD
           END-PERFORM.

           PERFORM VARYING idx-surveil FROM 1 BY 1
                   UNTIL idx-surveil > nb-surveil-bloc
               MOVE SPACES TO SURVEIL-RECORD
               MOVE er-eleve-id TO SV-ELEVE-ID
               MOVE sr-date-entree(idx-surveil) TO SV-DATE-ENTREE
               MOVE sr-nb-echecs(idx-surveil) TO SV-NB-ECHECS
               WRITE SURVEIL-RECORD
           END-PERFORM.

           ADD 1 TO nb-ids.
           MOVE er-eleve-id TO id-connu(nb-ids).
           ADD 1 TO nb-charges.
           ADD nb-notes-bloc TO nb-notes-chargees.

           MOVE SPACES TO MUTRECUS-LIGNE-RECORD.
           MOVE er-eleve-id TO MX-ELEVE-ID.
           MOVE er-nom TO MX-NOM.
           MOVE site-origine TO MX-SITE.
           MOVE nb-notes-bloc TO MX-NB-NOTES.
           MOVE 'CHARGE' TO MX-RESULTAT.
           WRITE MUTRECUS-LIGNE-RECORD.

           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 2022 TO JL-CODE.
           STRING 'eleve recu du site ' DELIMITED SIZE
                  site-origine DELIMITED SIZE
                  INTO JL-MESSAGE.
           PERFORM 7500-ECRIRE-JOURNAL.

       6500-INDEXER-ELEVES.
           CALL 'CONVERTIR-ELEVES'.
           MOVE RETURN-CODE TO code-retour-conversion.
           MOVE RC-SUCCES TO RETURN-CODE.

           IF code-retour-conversion NOT = RC-SUCCES
               DISPLAY "conversion du fichier maitre en avertissement"
           END-IF.

           CANCEL 'CONVERTIR-ELEVES'.

       7500-ECRIRE-JOURNAL.
           MOVE 'RECEVOIR-MUT' TO JL-PROGRAMME.
           MOVE 'MH-ELEVE-ID' TO JL-CHAMP.
           MOVE eleve-attendu TO JL-VALEUR.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-IMPRIMER-TOTAUX.
           MOVE SPACES TO MUTRECUS-TOTAL-RECORD.
           MOVE 'ELEVES CHARGES' TO MO-LIBELLE.
           MOVE nb-charges TO MO-VALEUR.
           WRITE MUTRECUS-TOTAL-RECORD.

           MOVE SPACES TO MUTRECUS-TOTAL-RECORD.
           MOVE 'PAQUETS REJETES' TO MO-LIBELLE.
           MOVE nb-rejetes TO MO-VALEUR.
           WRITE MUTRECUS-TOTAL-RECORD.

           MOVE SPACES TO MUTRECUS-TOTAL-RECORD.
           MOVE 'PAQUETS AUTRES SITES' TO MO-LIBELLE.
           MOVE nb-autres-sites TO MO-VALEUR.
           WRITE MUTRECUS-TOTAL-RECORD.

           MOVE SPACES TO MUTRECUS-TOTAL-RECORD.
           MOVE 'NOTES CHARGEES' TO MO-LIBELLE.
           MOVE nb-notes-chargees TO MO-VALEUR.
           WRITE MUTRECUS-TOTAL-RECORD.

       END PROGRAM RECEVOIR-MUTATIONS.
