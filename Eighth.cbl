       01  autorisations-table.
           05  autorisation OCCURS 50 PIC X(20).

       77  i PIC 9(3).
       77  nb-programmes PIC 9(3) VALUE ZERO.
       77  menu-sature PIC X VALUE 'N'.
           88  menu-est-sature VALUE 'O'.
       77  page-debut PIC 9(3) VALUE 1.
       77  fin-catalogue PIC X VALUE 'N'.
           88  tout-catalogue-lu VALUE 'O'.
       77  fin-statuts PIC X VALUE 'N'.
           88  tous-statuts-lus VALUE 'O'.
       77  choix PIC 9(3).
       77  code-retour PIC S9(4) COMP.
       77  fin-menu PIC X VALUE 'N'.
           88  menu-fini VALUE 'O'.
       77  idx-statut PIC 9(3).
       77  ligne-affichage PIC 99.

       01  catalogue-table.
           05  entree-menu OCCURS 200.
               10  tab-programme     PIC X(20).
               10  tab-description   PIC X(50).
               10  tab-derniere-date PIC 9(8).
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'menu principal - choisir un programme'.
       2   LINE 3 COL 10 VALUE
           '999 quitter, 0 page suivante, 998 demande differee'.

       1   menu-jour-clos.
       2   LINE 2 COL 55 VALUE 'journee close' FOREGROUND-COLOR 4.

       1   menu-ligne.
       2   LINE ligne-affichage.
       2   COL 2 PIC ZZ9 FROM i.
       2   COL 5 VALUE ')'.
       2   COL 7 PIC X(20) FROM tab-programme(i).
       2   COL 28 PIC X(36) FROM tab-description(i).

       1   menu-choix.
       2   LINE 23 COL 5 VALUE 'votre choix : '.
       2   PIC 9(3) TO choix REQUIRED.

       1   menu-invalide.
       2   LINE 24 COL 5 VALUE 'choix invalide' FOREGROUND-COLOR 4.
               DISPLAY menu-choix
               ACCEPT menu-choix

               IF choix = 999
                   MOVE 'O' TO fin-menu
               ELSE
                   IF choix = 998
                       PERFORM 4000-SOUMETTRE-DEMANDE
                   ELSE
                   IF choix = ZERO
                   NOT AT END
                       PERFORM 0700-VERIFIER-AUTORISATION
                       IF est-autorise
                           IF nb-programmes < 200
                               ADD 1 TO nb-programmes
                               MOVE CAT-PROGRAMME
                                   TO tab-programme(nb-programmes)
           CLOSE CATALOGUE-FILE.

           IF menu-est-sature
               DISPLAY "catalogue tronque a 200 programmes au menu"
           END-IF.

       1500-CHARGER-STATUTS.
