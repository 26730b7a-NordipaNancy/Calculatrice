       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIMPRIMER-RAPPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY RAPIDXFC.

           SELECT OPTIONAL OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVE-FILE ASSIGN DYNAMIC archive-filename
               ORGANIZATION LINE SEQUENTIAL.

           SELECT REIMPRESSION-FILE ASSIGN TO "REIMPRESSION.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY RAPIDXFD.

       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.
           05  OP-ID             PIC X(08).
           05  FILLER            PIC X(01).
           05  OP-PROGRAMME      PIC X(20).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  AR-LIGNE          PIC X(300).

       FD  REIMPRESSION-FILE.
       01  REIMPRESSION-RECORD.
           05  RE-LIGNE          PIC X(300).

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       COPY DATECOM.

       77  fin-operateurs PIC X VALUE 'N'.
           88  tous-operateurs-lus VALUE 'O'.
       77  operateur-autorise PIC X VALUE 'N'.
           88  est-operateur-autorise VALUE 'O'.
       77  operateur-saisi PIC X(08).

       77  fin-index PIC X VALUE 'N'.
           88  tout-index-lu VALUE 'O'.
       77  fin-archive PIC X VALUE 'N'.
           88  toute-archive-lue VALUE 'O'.

       77  rapport-saisi PIC X(14).
       77  date-saisie PIC 9(8).
       77  numero-saisi PIC 9(2).
       77  archive-filename PIC X(26).
       77  info-fichier PIC X(16).
       77  code-existence PIC S9(4) COMP.
       77  nb-lignes-copiees PIC 9(6) VALUE ZERO.
       77  ligne-affichage PIC 99.

       77  nb-trouves PIC 9(2) VALUE ZERO.
       77  i PIC 9(2).
       01  trouves-table.
           05  trouve-entry OCCURS 15.
               10  tr-tab-rapport    PIC X(14).
               10  tr-tab-date       PIC 9(8).
               10  tr-tab-heure      PIC 9(8).
               10  tr-tab-programme  PIC X(20).
               10  tr-tab-pages      PIC 9(5).
               10  tr-tab-statut     PIC X(08).
               10  tr-tab-archive    PIC X(26).

       SCREEN SECTION.
       1   rei-signon.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'reimpression d un rapport archive'.
       2   LINE 4 COL 10 VALUE 'votre code operateur : '.
       2   COL 34 PIC X(08) TO operateur-saisi REQUIRED.

       1   rei-signon-refuse.
       2   LINE 6 COL 10 VALUE 'operateur non autorise'
           FOREGROUND-COLOR 4.

       1   rei-criteres.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'reimpression d un rapport archive'.
       2   LINE 4 COL 10 VALUE 'rapport (blanc = tous)    : '.
       2   COL 39 PIC X(14) TO rapport-saisi.
       2   LINE 5 COL 10 VALUE 'date AAAAMMJJ (0 = toutes) : '.
       2   COL 39 PIC 9(8) TO date-saisie.

       1   rei-titre.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'archives trouvees (15 plus recentes)'.

       1   rei-ligne.
       2   LINE ligne-affichage.
       2   COL 2 PIC Z9 FROM i.
       2   COL 5 PIC X(14) FROM tr-tab-rapport(i).
       2   COL 20 PIC 9(8) FROM tr-tab-date(i).
       2   COL 29 PIC 9(4) FROM tr-tab-heure(i).
       2   COL 34 PIC X(20) FROM tr-tab-programme(i).
       2   COL 55 PIC ZZZZ9 FROM tr-tab-pages(i).
       2   COL 61 PIC X(08) FROM tr-tab-statut(i).

       1   rei-choix.
       2   LINE 20 COL 10 VALUE 'numero a reimprimer (0 = quitter) : '.
       2   COL 47 PIC Z9 TO numero-saisi.

       1   rei-aucune.
       2   LINE 17 COL 10 VALUE 'aucune archive ne correspond'
           FOREGROUND-COLOR 4.

       1   rei-introuvable.
       2   LINE 22 COL 10 VALUE 'fichier archive introuvable'
           FOREGROUND-COLOR 4.

       1   rei-terminee.
       2   LINE 22 COL 10 VALUE 'copie envoyee sur REIMPRESSION.RPT'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY rei-signon.
           ACCEPT rei-signon.

           PERFORM 0500-VERIFIER-OPERATEUR.

           IF NOT est-operateur-autorise
               DISPLAY rei-signon-refuse
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           CALL 'OBTENIR-DATE' USING date-du-jour.

           MOVE SPACES TO rapport-saisi.
           MOVE ZERO TO date-saisie.
           DISPLAY rei-criteres.
           ACCEPT rei-criteres.

           PERFORM 1000-CHERCHER-ARCHIVES.

           IF nb-trouves = ZERO
               DISPLAY rei-aucune
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY rei-titre.
           MOVE 3 TO ligne-affichage.

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-trouves
               ADD 1 TO ligne-affichage
               DISPLAY rei-ligne
           END-PERFORM.

           MOVE ZERO TO numero-saisi.
           DISPLAY rei-choix.
           ACCEPT rei-choix.

           IF numero-saisi = ZERO OR numero-saisi > nb-trouves
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE tr-tab-archive(numero-saisi) TO archive-filename.
           CALL "CBL_CHECK_FILE_EXIST"
               USING archive-filename info-fichier.
           MOVE RETURN-CODE TO code-existence.
           MOVE ZERO TO RETURN-CODE.

           IF code-existence NOT = ZERO
               DISPLAY rei-introuvable
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-REIMPRIMER.
           PERFORM 7500-ECRIRE-JOURNAL.

           DISPLAY rei-terminee.
           MOVE RC-SUCCES TO RETURN-CODE.
           GOBACK.

       0500-VERIFIER-OPERATEUR.
           MOVE 'N' TO operateur-autorise.

           OPEN INPUT OPERATEUR-FILE.

           PERFORM UNTIL tous-operateurs-lus
               READ OPERATEUR-FILE
                   AT END MOVE 'O' TO fin-operateurs
                   NOT AT END
                       IF OP-ID = operateur-saisi
                               AND (OP-PROGRAMME = 'REIMPRIMER-RAPPORT'
                                   OR OP-PROGRAMME = '*')
                           MOVE 'O' TO operateur-autorise
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERATEUR-FILE.

       1000-CHERCHER-ARCHIVES.
           OPEN INPUT RAPPORT-INDEX-FILE.

           PERFORM UNTIL tout-index-lu
               READ RAPPORT-INDEX-FILE
                   AT END MOVE 'O' TO fin-index
                   NOT AT END
                       IF NOT RI-ARCHIVE-PURGEE
                               AND (rapport-saisi = SPACES
                                   OR RI-RAPPORT = rapport-saisi)
                               AND (date-saisie = ZERO
                                   OR RI-DATE = date-saisie)
                           PERFORM 1100-GARDER-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RAPPORT-INDEX-FILE.

       1100-GARDER-ARCHIVE.
           IF nb-trouves < 15
               ADD 1 TO nb-trouves
           ELSE
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > 14
                   MOVE trouve-entry(i + 1) TO trouve-entry(i)
               END-PERFORM
           END-IF.

           MOVE RI-RAPPORT TO tr-tab-rapport(nb-trouves).
           MOVE RI-DATE TO tr-tab-date(nb-trouves).
           MOVE RI-HEURE TO tr-tab-heure(nb-trouves).
           MOVE RI-PROGRAMME TO tr-tab-programme(nb-trouves).
           MOVE RI-PAGES TO tr-tab-pages(nb-trouves).
           MOVE RI-STATUT TO tr-tab-statut(nb-trouves).
           MOVE RI-ARCHIVE TO tr-tab-archive(nb-trouves).

       2000-REIMPRIMER.
           OPEN INPUT ARCHIVE-FILE.
           OPEN OUTPUT REIMPRESSION-FILE.

           MOVE SPACES TO RE-LIGNE.
           STRING 'REIMPRESSION ' DELIMITED SIZE
                  tr-tab-rapport(numero-saisi) DELIMITED SPACE
                  ' DU ' DELIMITED SIZE
                  tr-tab-date(numero-saisi) DELIMITED SIZE
                  ' DEMANDEE PAR ' DELIMITED SIZE
                  operateur-saisi DELIMITED SPACE
                  ' LE ' DELIMITED SIZE
                  date-du-jour DELIMITED SIZE
                  INTO RE-LIGNE.
           WRITE REIMPRESSION-RECORD.

           PERFORM UNTIL toute-archive-lue
               READ ARCHIVE-FILE
                   AT END MOVE 'O' TO fin-archive
                   NOT AT END
                       MOVE AR-LIGNE TO RE-LIGNE
                       WRITE REIMPRESSION-RECORD
                       ADD 1 TO nb-lignes-copiees
               END-READ
           END-PERFORM.

           CLOSE ARCHIVE-FILE.
           CLOSE REIMPRESSION-FILE.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 3020 TO JL-CODE.
           MOVE 'REIMPRIMER-RAPPORT' TO JL-PROGRAMME.
           MOVE 'RI-ARCHIVE' TO JL-CHAMP.
           MOVE archive-filename TO JL-VALEUR.
           STRING 'rapport reimprime par ' DELIMITED SIZE
                  operateur-saisi DELIMITED SIZE
                  INTO JL-MESSAGE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       END PROGRAM REIMPRIMER-RAPPORT.
