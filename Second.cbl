           SELECT OPTIONAL SAISIE1-FILE ASSIGN TO "SAISIE1.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       COPY VSAISIEFC.

       COPY ROSTANOFC.

       DATA DIVISION.
       FILE SECTION.
           05  SH-TYPE           PIC X(01).
           05  SH-OPERATEUR      PIC X(08).

       COPY VSAISIEFD.

       COPY ROSTANOFD.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY PARAMCOM.
       COPY DATECOM.
       COPY JOURNALCOM.
       COPY RUNCTLCOM.

       77  mode-saisie PIC X VALUE 'N'.
           88  mode-premiere-passe VALUE '1'.
           88  mode-verification VALUE '2'.
           88  mode-anonyme VALUE 'A' 'a'.

       77  eleve-id-saisi PIC X(05).
       77  score-saisi PIC 9(2)V9(2).
               10  p1-matiere        PIC X(03).

       77  nb-ecarts PIC 9(5) VALUE ZERO.
       77  passe-fautive PIC 9.
       77  idx-passe PIC 9.
       01  erreurs-passes.
           05  erreur-passe OCCURS 2.
               10  ep-erreurs        PIC 9(5).
               10  ep-err-eleve      PIC 9(4).
               10  ep-err-score      PIC 9(4).
               10  ep-err-classe     PIC 9(4).
               10  ep-err-matiere    PIC 9(4).
       77  choix-arbitrage PIC 9.
       77  verification-abandonnee PIC X VALUE 'N'.
           88  est-abandonnee VALUE 'O'.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'saisie du roster'.
       2   LINE 4 COL 10 VALUE
           'mode (N=directe 1=1re passe 2=verification A=anonyme) : '.
       2   COL 66 PIC X TO mode-saisie.

       1   ecr-operateur.
       2   LINE 5 COL 10 VALUE 'votre code operateur : '.
       2   LINE 11 COL 10 VALUE 'matiere           : '.
       2   COL 32 PIC X(03) TO matiere-saisie.

       1   ecr-titre-anonyme.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'saisie anonyme des copies'.
       2   LINE 3 COL 10 VALUE 'code vide pour terminer'.

       1   ecr-saisie-anonyme.
       2   LINE 8 COL 10 VALUE 'code anonymat     : '.
       2   COL 32 PIC X(05) TO eleve-id-saisi.
       2   LINE 9 COL 10 VALUE 'score (0 a 20)    : '.
       2   COL 32 PIC 99V99 TO score-saisi.

       1   ecr-score-invalide.
       2   LINE 12 COL 10 VALUE 'score superieur a 20, a ressaisir'
           FOREGROUND-COLOR 4.
                   PERFORM 5000-PREMIERE-PASSE
               WHEN mode-verification
                   PERFORM 6000-VERIFIER-PASSE
               WHEN mode-anonyme
                   PERFORM 3000-SAISIE-ANONYME
               WHEN OTHER
                   PERFORM 1000-SAISIE-DIRECTE
           END-EVALUATE.

           CLOSE ROSTER-FILE.

           IF nb-saisis > ZERO
               PERFORM 7600-MARQUER-IMPORT
           END-IF.

           PERFORM 8000-EQUILIBRER-SAISIE.

       2000-CONTROLER-ET-ECRIRE.
               WRITE ROSTER-RECORD
           END-IF.

       3000-SAISIE-ANONYME.
           OPEN EXTEND ROSTER-ANONYME-FILE.

           DISPLAY ecr-titre-anonyme.

           PERFORM UNTIL saisie-finie
               DISPLAY ecr-compteurs
               MOVE SPACES TO eleve-id-saisi
               MOVE ZERO TO score-saisi
               DISPLAY ecr-saisie-anonyme
               ACCEPT ecr-saisie-anonyme

               IF eleve-id-saisi = SPACES
                   MOVE 'O' TO fin-saisie
               ELSE
                   IF score-saisi > 20
                       DISPLAY ecr-score-invalide
                   ELSE
                       ADD 1 TO nb-saisis
                       ADD score-saisi TO total-saisi
                       MOVE SPACES TO ROSTER-ANONYME-RECORD
                       MOVE eleve-id-saisi TO RA-CODE
                       MOVE score-saisi TO RA-SCORE
                       MOVE PV-SITE-CODE TO RA-SITE
                       WRITE ROSTER-ANONYME-RECORD
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE ROSTER-ANONYME-FILE.

           PERFORM 8000-EQUILIBRER-SAISIE.

       5000-PREMIERE-PASSE.
           DISPLAY ecr-operateur.
           ACCEPT ecr-operateur.
           MOVE RC-SUCCES TO RETURN-CODE.

       6000-VERIFIER-PASSE.
           INITIALIZE erreurs-passes.
           PERFORM 6100-CHARGER-PREMIERE-PASSE.

           IF nb-passe1 = ZERO
                   MOVE RC-AVERTISSEMENT TO RETURN-CODE
               ELSE
                   PERFORM 7000-LIBERER-ROSTER
                   PERFORM 7600-MARQUER-IMPORT
                   PERFORM 7500-TRACER-VERIFICATION
                   DISPLAY ecr-verif-complete
                   MOVE RC-SUCCES TO RETURN-CODE
               ACCEPT ecr-arbitrage
           END-PERFORM.

           PERFORM 6400-IMPUTER-ECART.

           IF choix-arbitrage = 2
               MOVE eleve-id-saisi TO p1-eleve-id(idx-passe1)
               MOVE score-saisi TO p1-score(idx-passe1)
               MOVE matiere-saisie TO p1-matiere(idx-passe1)
           END-IF.

       6400-IMPUTER-ECART.
           IF choix-arbitrage = 1
               MOVE 2 TO passe-fautive
           ELSE
               MOVE 1 TO passe-fautive
           END-IF.

           ADD 1 TO ep-erreurs(passe-fautive).

           IF eleve-id-saisi NOT = p1-eleve-id(idx-passe1)
               ADD 1 TO ep-err-eleve(passe-fautive)
           END-IF.
           IF score-saisi NOT = p1-score(idx-passe1)
               ADD 1 TO ep-err-score(passe-fautive)
           END-IF.
           IF classe-saisie NOT = p1-classe(idx-passe1)
               ADD 1 TO ep-err-classe(passe-fautive)
           END-IF.
           IF matiere-saisie NOT = p1-matiere(idx-passe1)
               ADD 1 TO ep-err-matiere(passe-fautive)
           END-IF.

       7000-LIBERER-ROSTER.
           OPEN OUTPUT ROSTER-FILE.

           MOVE operateur-passe2 TO VS-OPERATEUR-2.
           MOVE nb-passe1 TO VS-NB-VERIFIES.
           MOVE nb-ecarts TO VS-NB-ECARTS.
           PERFORM VARYING idx-passe FROM 1 BY 1 UNTIL idx-passe > 2
               MOVE ep-erreurs(idx-passe) TO VS-ERREURS(idx-passe)
               MOVE ep-err-eleve(idx-passe) TO VS-ERR-ELEVE(idx-passe)
               MOVE ep-err-score(idx-passe) TO VS-ERR-SCORE(idx-passe)
               MOVE ep-err-classe(idx-passe)
                   TO VS-ERR-CLASSE(idx-passe)
               MOVE ep-err-matiere(idx-passe)
                   TO VS-ERR-MATIERE(idx-passe)
           END-PERFORM.
           WRITE VERIF-SAISIE-RECORD.

           CLOSE VERIF-SAISIE-FILE.

       7600-MARQUER-IMPORT.
           MOVE 'IMPORT-ROSTER-BATCH' TO CE-PROGRAMME.
           MOVE date-du-jour TO CE-DATE.
           MOVE 'D' TO CE-ACTION.
           CALL 'CONTROLE-EXECUTION' USING CONTROLE-EXECUTION-PARAMS.

           IF NOT CE-EST-REFUSE
               MOVE 'IMPORT-ROSTER-BATCH' TO CE-PROGRAMME
               MOVE date-du-jour TO CE-DATE
               MOVE 'F' TO CE-ACTION
               MOVE RC-SUCCES TO CE-CODE-RETOUR
               CALL 'CONTROLE-EXECUTION'
                   USING CONTROLE-EXECUTION-PARAMS
           END-IF.

           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'DEMO-ECRAN' TO JL-PROGRAMME.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 3093 TO JL-CODE.
           MOVE 'CE-PROGRAMME' TO JL-CHAMP.
           MOVE 'IMPORT-ROSTER-BATCH' TO JL-VALEUR.
           MOVE 'roster du jour produit hors import'
               TO JL-MESSAGE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-EQUILIBRER-SAISIE.
           DISPLAY ecr-solde.
           ACCEPT ecr-solde.
