       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUIVI-APPELS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY APPELFC.

           SELECT SUIVI-APPEL-FILE ASSIGN TO "APPELS.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY APPELFD.

       FD  SUIVI-APPEL-FILE.
       01  SUIVI-ENTETE-RECORD.
           05  SA-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  SA-LIBELLE        PIC X(20).
           05  SA-DATE           PIC 9(8).

       01  SUIVI-LIGNE-RECORD.
           05  SL-NUMERO         PIC 9(05).
           05  FILLER            PIC X(02).
           05  SL-DATE-RECEPTION PIC 9(8).
           05  FILLER            PIC X(02).
           05  SL-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(02).
           05  SL-MATIERE        PIC X(03).
           05  FILLER            PIC X(02).
           05  SL-STATUT         PIC X(10).
           05  FILLER            PIC X(02).
           05  SL-DATE-LIMITE    PIC 9(8).
           05  FILLER            PIC X(02).
           05  SL-ALERTE         PIC X(12).

       01  SUIVI-TOTAL-RECORD.
           05  ST-LIBELLE        PIC X(20).
           05  FILLER            PIC X(02).
           05  ST-VALEUR         PIC ZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY ENTETECOM.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY CALCJOCOM.
       COPY DATECOM.

       77  fin-appels PIC X VALUE 'N'.
           88  tous-appels-lus VALUE 'O'.

       77  date-echeance PIC 9(8) VALUE ZERO.
       77  nb-ouverts PIC 9(4) VALUE ZERO.
       77  nb-en-retard PIC 9(4) VALUE ZERO.
       77  nb-a-echeance PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           PERFORM 1000-CALCULER-ECHEANCE.

           OPEN INPUT APPEL-FILE.
           OPEN OUTPUT SUIVI-APPEL-FILE.

           MOVE SPACES TO SUIVI-ENTETE-RECORD.
           MOVE SP-NOM TO SA-NOM-ATELIER.
           MOVE 'APPELS A ECHEANCE AU' TO SA-LIBELLE.
           MOVE date-du-jour TO SA-DATE.
           WRITE SUIVI-ENTETE-RECORD.

           PERFORM UNTIL tous-appels-lus
               READ APPEL-FILE
                   AT END MOVE 'O' TO fin-appels
                   NOT AT END
                       IF AP-RECU OR AP-EN-EXAMEN
                           ADD 1 TO nb-ouverts
                           PERFORM 2000-EXAMINER-APPEL
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 8000-IMPRIMER-TOTAUX.

           CLOSE APPEL-FILE.
           CLOSE SUIVI-APPEL-FILE.

           DISPLAY "suivi appels : " nb-ouverts " ouverts, "
                   nb-en-retard " en retard, " nb-a-echeance
                   " a echeance".

           IF nb-en-retard > ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-CALCULER-ECHEANCE.
           MOVE date-du-jour TO CJ-DATE-ENTREE.
           MOVE 'D' TO CJ-OPERATION.
           MOVE 2 TO CJ-NB-JOURS.
           CALL 'CALC-JOUR-OUVRE' USING CALCJO-PARAMETRES.

           IF CJ-CALCUL-OK
               MOVE CJ-DATE-RESULTAT TO date-echeance
           ELSE
               MOVE date-du-jour TO date-echeance
               DISPLAY "calcul de l echeance impossible, "
                       "seuls les retards sont listes"
           END-IF.

       2000-EXAMINER-APPEL.
           MOVE SPACES TO SUIVI-LIGNE-RECORD.

           IF AP-DATE-LIMITE < date-du-jour
               ADD 1 TO nb-en-retard
               MOVE 'EN RETARD' TO SL-ALERTE
               PERFORM 2100-IMPRIMER-APPEL
           ELSE
               IF AP-DATE-LIMITE <= date-echeance
                   ADD 1 TO nb-a-echeance
                   MOVE 'A ECHEANCE' TO SL-ALERTE
                   PERFORM 2100-IMPRIMER-APPEL
               END-IF
           END-IF.

       2100-IMPRIMER-APPEL.
           MOVE AP-NUMERO TO SL-NUMERO.
           MOVE AP-DATE-RECEPTION TO SL-DATE-RECEPTION.
           MOVE AP-ELEVE-ID TO SL-ELEVE-ID.
           MOVE AP-MATIERE TO SL-MATIERE.

           IF AP-EN-EXAMEN
               MOVE 'EN EXAMEN' TO SL-STATUT
           ELSE
               MOVE 'RECU' TO SL-STATUT
           END-IF.

           MOVE AP-DATE-LIMITE TO SL-DATE-LIMITE.
           WRITE SUIVI-LIGNE-RECORD.

       8000-IMPRIMER-TOTAUX.
           MOVE SPACES TO SUIVI-TOTAL-RECORD.
           MOVE 'APPELS OUVERTS' TO ST-LIBELLE.
           MOVE nb-ouverts TO ST-VALEUR.
           WRITE SUIVI-TOTAL-RECORD.

           MOVE SPACES TO SUIVI-TOTAL-RECORD.
           MOVE 'EN RETARD' TO ST-LIBELLE.
           MOVE nb-en-retard TO ST-VALEUR.
           WRITE SUIVI-TOTAL-RECORD.

           MOVE SPACES TO SUIVI-TOTAL-RECORD.
           MOVE 'A ECHEANCE 2 JOURS' TO ST-LIBELLE.
           MOVE nb-a-echeance TO ST-VALEUR.
           WRITE SUIVI-TOTAL-RECORD.

       END PROGRAM SUIVI-APPELS.
