       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXPORT-FILE ASSIGN TO "TABLEAU.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT PRECEDENT-FILE ASSIGN TO "TABLEAU.PRE"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT COMPARAISON-FILE ASSIGN TO "TABCOMP.RPT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT ECART-FILE ASSIGN TO "TABECART.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "TABLEAU.CKP"
       01  VALEUR-RECORD.
           05  VA-VALEUR         PIC 9(2).

       FD  PRECEDENT-FILE.
       01  PRECEDENT-RECORD.
           05  PE-VALEUR         PIC ZZ.

       FD  COMPARAISON-FILE.
       01  COMPARAISON-ENTETE-RECORD.
           05  CE-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  CE-LIBELLE        PIC X(20).
           05  CE-DATE           PIC 9(8).

       01  COMPARAISON-LIGNE-RECORD.
           05  CL-LIBELLE        PIC X(14).
           05  CL-VALEUR         PIC Z9.
           05  FILLER            PIC X(02).
           05  CL-AVANT          PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  CL-APRES          PIC ZZZ9.

       01  COMPARAISON-STAT-RECORD.
           05  CS-LIBELLE        PIC X(14).
           05  FILLER            PIC X(04).
           05  CS-AVANT          PIC ZZZZ9.99.
           05  FILLER            PIC X(02).
           05  CS-APRES          PIC ZZZZ9.99.
           05  FILLER            PIC X(02).
           05  CS-MENTION        PIC X(08).

       01  COMPARAISON-TOTAL-RECORD.
           05  CX-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  CX-VALEUR         PIC ZZZ9.

       FD  ECART-FILE.
       01  ECART-RECORD.
           05  TE-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  TE-TYPE           PIC X(01).
           05  FILLER            PIC X(01).
           05  TE-VALEUR         PIC 9(02).
           05  FILLER            PIC X(01).
           05  TE-MESURE         PIC X(07).
           05  FILLER            PIC X(01).
           05  TE-AVANT          PIC 9(5)V99.
           05  FILLER            PIC X(01).
           05  TE-APRES          PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY DATECOM.

       77  n PIC 99.
       77  i PIC 99.
       77  max-tab PIC 99 VALUE ZERO.
       77  moyenne-tab PIC 99V99 VALUE ZERO.

       77  fin-precedent PIC X VALUE 'N'.
           88  precedent-lu VALUE 'O'.
       77  valeur-lue PIC 99.
       77  idx-valeur PIC 9(3).
       01  compte-table.
           05  compte-entry OCCURS 100.
               10  cv-avant          PIC 9(3).
               10  cv-apres          PIC 9(3).
       77  prec-n PIC 9(3) VALUE ZERO.
       77  prec-total PIC 9(5) VALUE ZERO.
       77  prec-min PIC 99 VALUE 99.
       77  prec-max PIC 99 VALUE ZERO.
       77  prec-moyenne PIC 99V99 VALUE ZERO.
       77  nb-ajoutees PIC 9(3) VALUE ZERO.
       77  nb-retirees PIC 9(3) VALUE ZERO.
       77  nb-comptes-changes PIC 9(3) VALUE ZERO.
       77  nb-ecarts PIC 9(3) VALUE ZERO.
       77  ecarts-depasses PIC X VALUE 'N'.
           88  ecarts-sont-depasses VALUE 'O'.
       77  stat-avant PIC 9(5)V99.
       77  stat-apres PIC 9(5)V99.
       77  stat-mesure PIC X(07).


       SCREEN SECTION.
       1   pls-n.
                   MOVE n TO JL-VALEUR
                   MOVE 'n doit etre entre 1 et 99' TO JL-MESSAGE
                   MOVE 'A' TO JL-SEVERITE
                   MOVE 4001 TO JL-CODE
                   CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES
                   DISPLAY pls-n
                   ACCEPT pls-n

           PERFORM 5000-TRIER-AFFICHER-EXPORTER.

           IF ecarts-sont-depasses
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

           PERFORM 2000-REMPLIR-TABLEAU.
           PERFORM 5000-TRIER-AFFICHER-EXPORTER.

           IF ecarts-sont-depasses
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

               MOVE nb-valeurs-lues TO JL-VALEUR
               MOVE 'fichier au dela de 99 valeurs' TO JL-MESSAGE
               MOVE 'E' TO JL-SEVERITE
               MOVE 4002 TO JL-CODE
               CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES
           END-IF.

               MOVE nb-valeurs-invalides TO JL-VALEUR
               MOVE 'valeurs non numeriques' TO JL-MESSAGE
               MOVE 'E' TO JL-SEVERITE
               MOVE 4003 TO JL-CODE
               CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES
           END-IF.

           PERFORM 4000-CALCULER-STATS.
           DISPLAY pla-stats.

           IF PV-TABLEAU-COMPARAISON = 'O'
               PERFORM 3500-GARDER-PRECEDENT
           END-IF.

           PERFORM 3000-EXPORTER-TABLEAU.

           IF PV-TABLEAU-COMPARAISON = 'O'
               PERFORM 3600-COMPARER-EXPORTS
           END-IF.

       1500-RESTAURER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.


           CLOSE EXPORT-FILE.

       3500-GARDER-PRECEDENT.
           INITIALIZE compte-table.

           OPEN INPUT EXPORT-FILE.
           OPEN OUTPUT PRECEDENT-FILE.

           PERFORM UNTIL precedent-lu
               READ EXPORT-FILE
                   AT END MOVE 'O' TO fin-precedent
                   NOT AT END
                       MOVE EX-VALEUR TO PE-VALEUR
                       WRITE PRECEDENT-RECORD
                       MOVE EX-VALEUR TO valeur-lue
                       ADD 1 TO prec-n
                       ADD valeur-lue TO prec-total
                       IF valeur-lue < prec-min
                           MOVE valeur-lue TO prec-min
                       END-IF
                       IF valeur-lue > prec-max
                           MOVE valeur-lue TO prec-max
                       END-IF
                       COMPUTE idx-valeur = valeur-lue + 1
                       ADD 1 TO cv-avant(idx-valeur)
               END-READ
           END-PERFORM.

           CLOSE EXPORT-FILE.
           CLOSE PRECEDENT-FILE.

           IF prec-n > ZERO
               COMPUTE prec-moyenne = prec-total / prec-n
           END-IF.

       3600-COMPARER-EXPORTS.
           IF prec-n = ZERO
               DISPLAY "pas d export precedent, comparaison ignoree"
           ELSE
               PERFORM 3700-IMPRIMER-COMPARAISON
           END-IF.

       3700-IMPRIMER-COMPARAISON.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > n
               COMPUTE idx-valeur = entier(i) + 1
               ADD 1 TO cv-apres(idx-valeur)
           END-PERFORM.

           OPEN OUTPUT COMPARAISON-FILE.
           OPEN OUTPUT ECART-FILE.

           MOVE SPACES TO COMPARAISON-ENTETE-RECORD.
           MOVE SP-NOM TO CE-NOM-ATELIER.
           MOVE 'COMPARAISON TABLEAU' TO CE-LIBELLE.
           MOVE date-du-jour TO CE-DATE.
           WRITE COMPARAISON-ENTETE-RECORD.

           PERFORM 3710-COMPARER-VALEUR
               VARYING idx-valeur FROM 1 BY 1
               UNTIL idx-valeur > 100.

           MOVE 'MINIMUM' TO stat-mesure.
           MOVE prec-min TO stat-avant.
           MOVE min-tab TO stat-apres.
           PERFORM 3720-COMPARER-STAT.

           MOVE 'MAXIMUM' TO stat-mesure.
           MOVE prec-max TO stat-avant.
           MOVE max-tab TO stat-apres.
           PERFORM 3720-COMPARER-STAT.

           MOVE 'SOMME' TO stat-mesure.
           MOVE prec-total TO stat-avant.
           MOVE total-tab TO stat-apres.
           PERFORM 3720-COMPARER-STAT.

           MOVE 'MOYENNE' TO stat-mesure.
           MOVE prec-moyenne TO stat-avant.
           MOVE moyenne-tab TO stat-apres.
           PERFORM 3720-COMPARER-STAT.

           COMPUTE nb-ecarts = nb-ajoutees + nb-retirees
               + nb-comptes-changes.

           MOVE SPACES TO COMPARAISON-TOTAL-RECORD.
           MOVE 'VALEURS AJOUTEES' TO CX-LIBELLE.
           MOVE nb-ajoutees TO CX-VALEUR.
           WRITE COMPARAISON-TOTAL-RECORD.

           MOVE SPACES TO COMPARAISON-TOTAL-RECORD.
           MOVE 'VALEURS RETIREES' TO CX-LIBELLE.
           MOVE nb-retirees TO CX-VALEUR.
           WRITE COMPARAISON-TOTAL-RECORD.

           MOVE SPACES TO COMPARAISON-TOTAL-RECORD.
           MOVE 'COMPTES MODIFIES' TO CX-LIBELLE.
           MOVE nb-comptes-changes TO CX-VALEUR.
           WRITE COMPARAISON-TOTAL-RECORD.

           MOVE SPACES TO COMPARAISON-TOTAL-RECORD.
           MOVE 'TOLERANCE' TO CX-LIBELLE.
           MOVE PV-TABLEAU-ECARTS-MAX TO CX-VALEUR.
           WRITE COMPARAISON-TOTAL-RECORD.

           CLOSE COMPARAISON-FILE.
           CLOSE ECART-FILE.

           IF nb-ecarts > PV-TABLEAU-ECARTS-MAX
               MOVE 'O' TO ecarts-depasses
               DISPLAY "ecarts avec l export precedent : " nb-ecarts
                       ", tolerance " PV-TABLEAU-ECARTS-MAX
               MOVE SPACES TO JOURNAL-PARAMETRES
               MOVE 'Tableau' TO JL-PROGRAMME
               MOVE 'TABECART.DAT' TO JL-CHAMP
               MOVE nb-ecarts TO JL-VALEUR
               MOVE 'ecarts au dela de la tolerance' TO JL-MESSAGE
               MOVE 'A' TO JL-SEVERITE
               MOVE 4004 TO JL-CODE
               CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES
           END-IF.

       3710-COMPARER-VALEUR.
           IF cv-avant(idx-valeur) NOT = cv-apres(idx-valeur)
               MOVE SPACES TO COMPARAISON-LIGNE-RECORD
               MOVE SPACES TO ECART-RECORD
               EVALUATE TRUE
                   WHEN cv-avant(idx-valeur) = ZERO
                       ADD 1 TO nb-ajoutees
                       MOVE 'AJOUTEE' TO CL-LIBELLE
                       MOVE 'A' TO TE-TYPE
                   WHEN cv-apres(idx-valeur) = ZERO
                       ADD 1 TO nb-retirees
                       MOVE 'RETIREE' TO CL-LIBELLE
                       MOVE 'R' TO TE-TYPE
                   WHEN OTHER
                       ADD 1 TO nb-comptes-changes
                       MOVE 'COMPTE MODIFIE' TO CL-LIBELLE
                       MOVE 'C' TO TE-TYPE
               END-EVALUATE
               COMPUTE CL-VALEUR = idx-valeur - 1
               MOVE cv-avant(idx-valeur) TO CL-AVANT
               MOVE cv-apres(idx-valeur) TO CL-APRES
               WRITE COMPARAISON-LIGNE-RECORD
               MOVE date-du-jour TO TE-DATE
               COMPUTE TE-VALEUR = idx-valeur - 1
               MOVE cv-avant(idx-valeur) TO TE-AVANT
               MOVE cv-apres(idx-valeur) TO TE-APRES
               WRITE ECART-RECORD
           END-IF.

       3720-COMPARER-STAT.
           MOVE SPACES TO COMPARAISON-STAT-RECORD.
           MOVE stat-mesure TO CS-LIBELLE.
           MOVE stat-avant TO CS-AVANT.
           MOVE stat-apres TO CS-APRES.

           IF stat-avant NOT = stat-apres
               MOVE 'MODIFIE' TO CS-MENTION
               MOVE SPACES TO ECART-RECORD
               MOVE date-du-jour TO TE-DATE
               MOVE 'M' TO TE-TYPE
               MOVE ZERO TO TE-VALEUR
               MOVE stat-mesure TO TE-MESURE
               MOVE stat-avant TO TE-AVANT
               MOVE stat-apres TO TE-APRES
               WRITE ECART-RECORD
           END-IF.

           WRITE COMPARAISON-STAT-RECORD.

       4000-CALCULER-STATS.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > n
               ADD entier(i) TO total-tab
