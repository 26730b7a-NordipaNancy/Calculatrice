           05  TE-DATE           PIC 9(8).

       01  TENDANCE-LIGNE-RECORD.
           05  TD-CODE           PIC 9(04).
           05  FILLER            PIC X(02).
           05  TD-PROGRAMME      PIC X(12).
           05  FILLER            PIC X(02).
           05  TD-MESSAGE        PIC X(40).
       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY DATECOM.
       COPY CONSIGCOM.

       77  fin-journal PIC X VALUE 'N'.
           88  tout-journal-lu VALUE 'O'.
       77  jour-julien-courant PIC 9(8).
       77  jour-julien-entree PIC 9(8).
       77  anciennete-jours PIC S9(5) COMP.
       77  code-entree PIC 9(4).

       77  nb-groupes PIC 9(3) VALUE ZERO.
       77  idx-groupe PIC 9(3).
           88  groupes-satures VALUE 'O'.
       01  groupe-table.
           05  groupe-entry OCCURS 300.
               10  gr-code           PIC 9(04).
               10  gr-programme      PIC X(12).
               10  gr-message        PIC X(40).
               10  gr-nb-semaine     PIC 9(5).
       1200-CUMULER-GROUPE.
           MOVE ZERO TO rang-groupe.

           IF JR-CODE NUMERIC
               MOVE JR-CODE TO code-entree
           ELSE
               MOVE ZERO TO code-entree
           END-IF.

           PERFORM VARYING idx-groupe FROM 1 BY 1
                   UNTIL idx-groupe > nb-groupes
               IF code-entree > ZERO
                   IF gr-code(idx-groupe) = code-entree
                       MOVE idx-groupe TO rang-groupe
                   END-IF
               ELSE
                   IF gr-code(idx-groupe) = ZERO
                           AND gr-programme(idx-groupe) = JR-PROGRAMME
                           AND gr-message(idx-groupe) = JR-MESSAGE
                       MOVE idx-groupe TO rang-groupe
                   END-IF
               END-IF
           END-PERFORM.

               IF nb-groupes < 300
                   ADD 1 TO nb-groupes
                   MOVE nb-groupes TO rang-groupe
                   MOVE code-entree TO gr-code(rang-groupe)
                   MOVE JR-PROGRAMME TO gr-programme(rang-groupe)
                   PERFORM 1300-LIBELLER-GROUPE
                   MOVE ZERO TO gr-nb-semaine(rang-groupe)
                   MOVE ZERO TO gr-nb-precedente(rang-groupe)
               ELSE
               END-IF
           END-IF.

       1300-LIBELLER-GROUPE.
           IF code-entree > ZERO
               MOVE code-entree TO KP-CODE
               CALL 'OBTENIR-CONSIGNE' USING CONSIGNE-PARAMETRES
               MOVE KP-TITRE TO gr-message(rang-groupe)
           ELSE
               MOVE JR-MESSAGE TO gr-message(rang-groupe)
           END-IF.

       3000-EDITER-UN-GROUPE.
           MOVE SPACES TO TENDANCE-LIGNE-RECORD.
           MOVE gr-code(idx-groupe) TO TD-CODE.
           MOVE gr-programme(idx-groupe) TO TD-PROGRAMME.
           MOVE gr-message(idx-groupe) TO TD-MESSAGE.
           MOVE gr-nb-semaine(idx-groupe) TO TD-NB-SEMAINE.
                       AND gr-nb-semaine(idx-groupe) > ZERO
                   MOVE 'NOUVEAU' TO TD-TENDANCE
                   ADD 1 TO nb-nouveaux
                   DISPLAY "code nouveau : "
                           gr-code(idx-groupe) " "
                           gr-programme(idx-groupe) " "
                           gr-message(idx-groupe)
               WHEN gr-nb-semaine(idx-groupe)
                       > gr-nb-precedente(idx-groupe)
                   MOVE 'EN HAUSSE' TO TD-TENDANCE
                   ADD 1 TO nb-en-hausse
                   DISPLAY "code en hausse : "
                           gr-code(idx-groupe) " "
                           gr-programme(idx-groupe) " "
                           gr-message(idx-groupe)
               WHEN gr-nb-semaine(idx-groupe)
