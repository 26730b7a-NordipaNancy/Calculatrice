
       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY CONSIGCOM.

       77  i PIC 99.
       77  fin-journal PIC X VALUE 'N'.
       77  idx-page PIC 9(5).
       77  borne-page PIC 9(5).
       77  reponse PIC X VALUE SPACES.
       77  numero-choisi PIC 9(3) VALUE ZERO.
       77  debut-page PIC 9(5).
       77  idx-consigne PIC 99.
       77  fin-parcours PIC X VALUE 'N'.
           88  parcours-fini VALUE 'O'.

               10  lr-heure          PIC 9(8).
               10  lr-programme      PIC X(12).
               10  lr-champ          PIC X(15).
               10  lr-valeur         PIC X(20).
               10  lr-severite       PIC X(01).
               10  lr-message        PIC X(40).
               10  lr-code           PIC 9(04).

       SCREEN SECTION.
       1   vj-filtres.

       1   vj-ligne.
       2   LINE i.
       2   COL 2 PIC ZZ9 FROM idx-page.
       2   COL 6 PIC 9(8) FROM lr-date(idx-page).
       2   COL 15 PIC 9(8) FROM lr-heure(idx-page).
       2   COL 24 PIC X(12) FROM lr-programme(idx-page).
       2   COL 37 PIC 9(4) FROM lr-code(idx-page).
       2   COL 42 PIC X FROM lr-severite(idx-page).
       2   COL 44 PIC X(36) FROM lr-message(idx-page).

       1   vj-suite.
       2   LINE 20 COL 10 VALUE 'entree pour continuer, F pour finir'.
       2   COL 48 PIC X TO reponse.
       2   LINE 21 COL 10 VALUE 'ou numero d entree pour sa consigne'.
       2   COL 48 PIC 999 TO numero-choisi.

       1   vj-consigne.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'consigne operateur, code '.
       2   COL 35 PIC 9(4) FROM KP-CODE.
       2   COL 41 PIC X FROM KP-SEVERITE.
       2   LINE 3 COL 10 PIC X(40) FROM KP-TITRE.
       2   LINE 5 COL 10 VALUE 'programme : '.
       2   COL 22 PIC X(12) FROM lr-programme(numero-choisi).
       2   COL 36 PIC 9(8) FROM lr-date(numero-choisi).
       2   COL 45 PIC 9(8) FROM lr-heure(numero-choisi).
       2   LINE 6 COL 10 VALUE 'champ     : '.
       2   COL 22 PIC X(15) FROM lr-champ(numero-choisi).
       2   COL 38 PIC X(20) FROM lr-valeur(numero-choisi).
       2   LINE 7 COL 10 VALUE 'message   : '.
       2   COL 22 PIC X(40) FROM lr-message(numero-choisi).

       1   vj-consigne-ligne.
       2   LINE i COL 10 PIC X(60) FROM KP-LIGNE(idx-consigne).

       1   vj-consigne-suite.
       2   LINE 21 COL 10 VALUE 'entree pour revenir a la liste'.
       2   COL 48 PIC X TO reponse.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   MOVE JR-HEURE TO lr-heure(nb-stockes)
                   MOVE JR-PROGRAMME TO lr-programme(nb-stockes)
                   MOVE JR-CHAMP TO lr-champ(nb-stockes)
                   MOVE JR-VALEUR TO lr-valeur(nb-stockes)
                   MOVE JR-SEVERITE TO lr-severite(nb-stockes)
                   MOVE JR-MESSAGE TO lr-message(nb-stockes)
                   IF JR-CODE NUMERIC
                       MOVE JR-CODE TO lr-code(nb-stockes)
                   ELSE
                       MOVE ZERO TO lr-code(nb-stockes)
                   END-IF
               END-IF
           END-IF.

           MOVE 1 TO idx-page.

           PERFORM UNTIL parcours-fini
               MOVE idx-page TO debut-page
               PERFORM 2100-AFFICHER-PAGE

               MOVE SPACE TO reponse
               MOVE ZERO TO numero-choisi
               DISPLAY vj-suite
               ACCEPT vj-suite

               IF numero-choisi > ZERO AND numero-choisi <= nb-stockes
                   PERFORM 3000-AFFICHER-CONSIGNE
                   MOVE debut-page TO idx-page
               ELSE
                   IF reponse = 'F' OR reponse = 'f'
                           OR idx-page > nb-stockes
                       MOVE 'O' TO fin-parcours
                   END-IF
               END-IF
           END-PERFORM.

               ADD 1 TO idx-page
           END-PERFORM.

       3000-AFFICHER-CONSIGNE.
           MOVE lr-code(numero-choisi) TO KP-CODE.
           CALL 'OBTENIR-CONSIGNE' USING CONSIGNE-PARAMETRES.

           DISPLAY vj-consigne.

           MOVE 9 TO i.
           PERFORM VARYING idx-consigne FROM 1 BY 1
                   UNTIL idx-consigne > KP-NB-LIGNES
               DISPLAY vj-consigne-ligne
               ADD 1 TO i
           END-PERFORM.

           DISPLAY vj-consigne-suite.
           ACCEPT vj-consigne-suite.

       END PROGRAM VOIR-JOURNAL.
