       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILAN-CREDITS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CREDITS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT BILAN-CREDIT-FILE ASSIGN TO "CREDITS.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY CREDITFD.

       FD  BILAN-CREDIT-FILE.
       01  BC-ENTETE-RECORD.
           05  BC-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  BC-LIBELLE        PIC X(20).
           05  BC-DATE           PIC 9(8).

       01  BC-LIGNE-RECORD.
           05  BL-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(02).
           05  BL-MOTIF          PIC X(03).
           05  FILLER            PIC X(02).
           05  BL-ENSEIGNANT     PIC X(05).
           05  FILLER            PIC X(02).
           05  BL-POINTS         PIC Z9.99.
           05  FILLER            PIC X(02).
           05  BL-DATE-DEBUT     PIC 9(8).
           05  FILLER            PIC X(02).
           05  BL-DATE-FIN       PIC 9(8).
           05  FILLER            PIC X(02).
           05  BL-NATURE         PIC X(01).
           05  FILLER            PIC X(02).
           05  BL-CONSTAT        PIC X(20).

       01  BC-TOTAL-RECORD.
           05  BT-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  BT-VALEUR         PIC ZZZ9.

       01  BC-POINTS-RECORD.
           05  BP-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  BP-VALEUR         PIC ZZZ9.99.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY DATECOM.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY JOURNALCOM.
       COPY CREDVCOM.

       77  fin-credits PIC X VALUE 'N'.
           88  tous-credits-lus VALUE 'O'.

       77  mois-du-jour PIC 9(6).
       77  mois-fin PIC 9(6).
       77  constat PIC X(20).

       77  nb-lignes-registre PIC 9(4) VALUE ZERO.
       77  nb-expires PIC 9(4) VALUE ZERO.
       77  nb-expires-inutilises PIC 9(4) VALUE ZERO.
       77  nb-inutilises PIC 9(4) VALUE ZERO.
       77  nb-consommes PIC 9(4) VALUE ZERO.
       77  points-perdus PIC 9(4)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           MOVE date-du-jour(1:6) TO mois-du-jour.

           OPEN INPUT CREDIT-FILE.
           OPEN OUTPUT BILAN-CREDIT-FILE.

           MOVE SPACES TO BC-ENTETE-RECORD.
           MOVE SP-NOM TO BC-NOM-ATELIER.
           MOVE 'BILAN DES CREDITS AU' TO BC-LIBELLE.
           MOVE date-du-jour TO BC-DATE.
           WRITE BC-ENTETE-RECORD.

           PERFORM UNTIL tous-credits-lus
               READ CREDIT-FILE
                   AT END MOVE 'O' TO fin-credits
                   NOT AT END PERFORM 1000-EXAMINER-CREDIT
               END-READ
           END-PERFORM.

           PERFORM 8000-IMPRIMER-TOTAUX.

           CLOSE CREDIT-FILE.
           CLOSE BILAN-CREDIT-FILE.

           PERFORM 7500-ECRIRE-JOURNAL.

           DISPLAY "bilan des credits : " nb-expires
                   " expires ce mois, " nb-inutilises
                   " ponctuels non utilises".

           IF nb-expires-inutilises > ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-EXAMINER-CREDIT.
           ADD 1 TO nb-lignes-registre.
           MOVE SPACES TO constat.

           MOVE CR-VALIDITE TO CV-VALIDITE.
           MOVE date-du-jour TO CV-DATE.
           MOVE PV-EVAL-NUMERO TO CV-EVALUATION.
           CALL 'ETAT-CREDIT' USING CREDIT-VALIDITE-PARAMETRES.

           MOVE ZERO TO mois-fin.
           IF CR-DATE-FIN NUMERIC
               MOVE CR-DATE-FIN(1:6) TO mois-fin
           END-IF.

           IF CV-CONSOMME
               ADD 1 TO nb-consommes
           ELSE
               IF mois-fin = mois-du-jour
                   ADD 1 TO nb-expires
                   IF CR-PONCTUEL
                       ADD 1 TO nb-expires-inutilises
                       ADD CR-POINTS TO points-perdus
                       MOVE 'expire non utilise' TO constat
                   ELSE
                       MOVE 'expire' TO constat
                   END-IF
               ELSE
                   IF CV-APPLICABLE AND CR-PONCTUEL
                           AND (CR-DATE-EMPLOI NOT NUMERIC
                                OR CR-DATE-EMPLOI = ZERO)
                       ADD 1 TO nb-inutilises
                       MOVE 'non utilise' TO constat
                   END-IF
               END-IF
           END-IF.

           IF constat NOT = SPACES
               PERFORM 2000-IMPRIMER-CREDIT
           END-IF.

       2000-IMPRIMER-CREDIT.
           MOVE SPACES TO BC-LIGNE-RECORD.
           MOVE CR-ELEVE-ID TO BL-ELEVE-ID.
           MOVE CR-MOTIF TO BL-MOTIF.
           MOVE CR-ENSEIGNANT TO BL-ENSEIGNANT.
           MOVE CR-POINTS TO BL-POINTS.
           MOVE ZERO TO BL-DATE-DEBUT.
           IF CR-DATE-DEBUT NUMERIC
               MOVE CR-DATE-DEBUT TO BL-DATE-DEBUT
           END-IF.
           MOVE ZERO TO BL-DATE-FIN.
           IF CR-DATE-FIN NUMERIC
               MOVE CR-DATE-FIN TO BL-DATE-FIN
           END-IF.
           MOVE CR-NATURE TO BL-NATURE.
           MOVE constat TO BL-CONSTAT.
           WRITE BC-LIGNE-RECORD.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'BILAN-CREDIT' TO JL-PROGRAMME.
           MOVE 'CR-DATE-FIN' TO JL-CHAMP.
           MOVE nb-expires-inutilises TO JL-VALEUR.
           IF nb-expires-inutilises > ZERO
               MOVE 'A' TO JL-SEVERITE
               MOVE 2090 TO JL-CODE
               MOVE 'credits ponctuels expires sans emploi'
                   TO JL-MESSAGE
           ELSE
               MOVE 'I' TO JL-SEVERITE
               MOVE 2091 TO JL-CODE
               MOVE 'bilan mensuel des credits edite' TO JL-MESSAGE
           END-IF.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-IMPRIMER-TOTAUX.
           MOVE SPACES TO BC-TOTAL-RECORD.
           MOVE 'LIGNES DU REGISTRE' TO BT-LIBELLE.
           MOVE nb-lignes-registre TO BT-VALEUR.
           WRITE BC-TOTAL-RECORD.

           MOVE SPACES TO BC-TOTAL-RECORD.
           MOVE 'CREDITS CONSOMMES' TO BT-LIBELLE.
           MOVE nb-consommes TO BT-VALEUR.
           WRITE BC-TOTAL-RECORD.

           MOVE SPACES TO BC-TOTAL-RECORD.
           MOVE 'EXPIRES CE MOIS' TO BT-LIBELLE.
           MOVE nb-expires TO BT-VALEUR.
           WRITE BC-TOTAL-RECORD.

           MOVE SPACES TO BC-TOTAL-RECORD.
           MOVE 'DONT NON UTILISES' TO BT-LIBELLE.
           MOVE nb-expires-inutilises TO BT-VALEUR.
           WRITE BC-TOTAL-RECORD.

           MOVE SPACES TO BC-TOTAL-RECORD.
           MOVE 'PONCTUELS NON UTILISES' TO BT-LIBELLE.
           MOVE nb-inutilises TO BT-VALEUR.
           WRITE BC-TOTAL-RECORD.

           MOVE SPACES TO BC-POINTS-RECORD.
           MOVE 'POINTS PERDUS' TO BP-LIBELLE.
           MOVE points-perdus TO BP-VALEUR.
           WRITE BC-POINTS-RECORD.

       END PROGRAM BILAN-CREDITS.
