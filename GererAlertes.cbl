
       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY CONSIGCOM.

       77  i PIC 9(3).
       77  ligne-affichage PIC 99.
               10  al-tab-statut      PIC X(01).
               10  al-tab-operateur   PIC X(08).
               10  al-tab-commentaire PIC X(30).
               10  al-tab-code        PIC 9(04).

       77  choix PIC 9.
       77  fin-revue PIC X VALUE 'N'.
           88  revue-finie VALUE 'O'.
       77  numero-saisi PIC 9(3).
       77  idx-consigne PIC 99.
       77  reponse PIC X.
       77  operateur-saisi PIC X(08).
       77  commentaire-saisi PIC X(30).
       77  operateur-connu PIC X VALUE 'N'.
       1   alr-menu.
       2   LINE 4 COL 10 VALUE '1) lister les alertes ouvertes'.
       2   LINE 5 COL 10 VALUE '2) acquitter une alerte'.
       2   LINE 6 COL 10 VALUE '3) consigne d une alerte'.
       2   LINE 7 COL 10 VALUE '4) sauver et quitter'.
       2   LINE 9 COL 10 VALUE 'votre choix : '.
       2   PIC 9 TO choix REQUIRED.

       1   alr-ligne.
       2   COL 2 PIC ZZ9 FROM i.
       2   COL 6 PIC 9(8) FROM al-tab-date(i).
       2   COL 15 PIC X(20) FROM al-tab-programme(i).
       2   COL 36 PIC 9(4) FROM al-tab-code(i).
       2   COL 41 PIC X(35) FROM al-tab-message(i).
       2   COL 77 PIC X FROM al-tab-statut(i).

       1   alr-acquittement.
       2   LINE 12 COL 10 VALUE 'commentaire       : '.
       2   COL 31 PIC X(30) TO commentaire-saisi REQUIRED.

       1   alr-choix-consigne.
       2   LINE 11 COL 10 VALUE 'numero d alerte   : '.
       2   COL 31 PIC 999 TO numero-saisi REQUIRED.

       1   alr-consigne.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'consigne operateur, code '.
       2   COL 35 PIC 9(4) FROM KP-CODE.
       2   COL 41 PIC X FROM KP-SEVERITE.
       2   LINE 3 COL 10 PIC X(40) FROM KP-TITRE.
       2   LINE 5 COL 10 VALUE 'programme : '.
       2   COL 22 PIC X(20) FROM al-tab-programme(numero-saisi).
       2   COL 43 PIC 9(8) FROM al-tab-date(numero-saisi).
       2   LINE 6 COL 10 VALUE 'message   : '.
       2   COL 22 PIC X(40) FROM al-tab-message(numero-saisi).

       1   alr-consigne-ligne.
       2   LINE ligne-affichage COL 10 PIC X(60)
           FROM KP-LIGNE(idx-consigne).

       1   alr-consigne-suite.
       2   LINE 21 COL 10 VALUE 'entree pour revenir au menu'.
       2   COL 48 PIC X TO reponse.

       1   alr-invalide.
       2   LINE 14 COL 10 VALUE 'saisie invalide' FOREGROUND-COLOR 4.

               EVALUATE choix
                   WHEN 1 PERFORM 2000-LISTER-ALERTES
                   WHEN 2 PERFORM 3000-ACQUITTER-ALERTE
                   WHEN 3 PERFORM 4000-AFFICHER-CONSIGNE
                   WHEN 4 MOVE 'O' TO fin-revue
                   WHEN OTHER DISPLAY alr-invalide
               END-EVALUATE
           END-PERFORM.
                               TO al-tab-operateur(nb-alertes)
                           MOVE AL-COMMENTAIRE
                               TO al-tab-commentaire(nb-alertes)
                           IF AL-CODE NUMERIC
                               MOVE AL-CODE TO al-tab-code(nb-alertes)
                           ELSE
                               MOVE ZERO TO al-tab-code(nb-alertes)
                           END-IF
                       ELSE
                           MOVE 'O' TO alertes-sature
                       END-IF

           CLOSE OPERATEUR-FILE.

       4000-AFFICHER-CONSIGNE.
           DISPLAY alr-choix-consigne.
           ACCEPT alr-choix-consigne.

           IF numero-saisi = ZERO OR numero-saisi > nb-alertes
               DISPLAY alr-invalide
           ELSE
               MOVE al-tab-code(numero-saisi) TO KP-CODE
               CALL 'OBTENIR-CONSIGNE' USING CONSIGNE-PARAMETRES

               DISPLAY alr-consigne
               MOVE 8 TO ligne-affichage
               PERFORM VARYING idx-consigne FROM 1 BY 1
                       UNTIL idx-consigne > KP-NB-LIGNES
                   DISPLAY alr-consigne-ligne
                   ADD 1 TO ligne-affichage
               END-PERFORM

               DISPLAY alr-consigne-suite
               ACCEPT alr-consigne-suite
           END-IF.

       8000-SAUVER-ALERTES.
           OPEN OUTPUT ALERTE-FILE.

               MOVE al-tab-operateur(idx-alerte) TO AL-OPERATEUR
               MOVE al-tab-commentaire(idx-alerte)
                   TO AL-COMMENTAIRE
               MOVE al-tab-code(idx-alerte) TO AL-CODE
               WRITE ALERTE-RECORD
           END-PERFORM.

