       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRER-JOUEURS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY JOUEURFC.
       COPY PROFILFC.
       COPY TOURNFC.
       COPY LIGUEFC.
       COPY PARTIEFC.
       COPY SCOREIXFC.

           SELECT OPTIONAL SCORE-FILE ASSIGN TO "SCORES.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL MIGRATION-FILE ASSIGN TO "MIGRATION.TMP"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY JOUEURFD.

       COPY PROFILFD.

       COPY TOURNFD.

       COPY LIGUEFD.

       COPY PARTIEFD.

       COPY SCOREIXFD.

       COPY SCOREFD.

       FD  MIGRATION-FILE.
       01  MIGRATION-RECORD.
           05  MT-LIGNE          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       COPY DATECOM.

       77  fin-fichier PIC X VALUE 'N'.
           88  fichier-lu VALUE 'O'.
       77  fin-temp PIC X VALUE 'N'.
           88  tout-temp-lu VALUE 'O'.
       77  joueurs-existants PIC X VALUE 'N'.
           88  maitre-deja-alimente VALUE 'O'.

       77  prenom-cherche PIC X(30).
       77  nom-cherche PIC X(30).
       77  date-vue PIC 9(8).
       77  essais-partie PIC 9(2).

       77  nb-noms PIC 9(4) VALUE ZERO.
       77  idx-nom PIC 9(4).
       77  rang-nom PIC 9(4) VALUE ZERO.
       77  noms-sature PIC X VALUE 'N'.
           88  noms-satures VALUE 'O'.
       01  nom-table.
           05  nom-entry OCCURS 1000.
               10  jm-tab-prenom     PIC X(30).
               10  jm-tab-nom        PIC X(30).
               10  jm-tab-date       PIC 9(8).

       77  nb-profils PIC 9(5) VALUE ZERO.
       77  nb-scores PIC 9(5) VALUE ZERO.
       77  nb-tournois PIC 9(5) VALUE ZERO.
       77  nb-ligues PIC 9(5) VALUE ZERO.
       77  nb-parties PIC 9(5) VALUE ZERO.
       77  nb-index PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.

           PERFORM 0500-CONTROLER-MAITRE.

           IF maitre-deja-alimente
               DISPLAY "fichier joueurs deja alimente, "
                       "migration refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-RELEVER-PROFILS.
           PERFORM 1100-RELEVER-SCORES.
           PERFORM 1200-RELEVER-TOURNOIS.
           PERFORM 1300-RELEVER-LIGUE.
           PERFORM 1400-RELEVER-PARTIES.

           IF noms-satures
               DISPLAY "plus de 1000 joueurs distincts, "
                       "migration refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-ECRIRE-JOUEURS.

           PERFORM 3000-MARQUER-PROFILS.
           PERFORM 3100-MARQUER-SCORES.
           PERFORM 3200-MARQUER-TOURNOIS.
           PERFORM 3300-MARQUER-LIGUE.
           PERFORM 3400-MARQUER-PARTIES.

           PERFORM 4000-RECONSTRUIRE-INDEX.

           PERFORM 7500-ECRIRE-JOURNAL.

           DISPLAY "migration joueurs : " nb-noms " identifiants, "
                   nb-profils " profils, " nb-scores " scores".
           DISPLAY "                    " nb-tournois " tournois, "
                   nb-ligues " ligue, " nb-parties " parties, "
                   nb-index " index".

           IF nb-noms = ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       0500-CONTROLER-MAITRE.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT JOUEUR-FILE.

           READ JOUEUR-FILE
               AT END MOVE 'O' TO fin-fichier
               NOT AT END MOVE 'O' TO joueurs-existants
           END-READ.

           CLOSE JOUEUR-FILE.

       1000-RELEVER-PROFILS.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT PROFIL-FILE.

           PERFORM UNTIL fichier-lu
               READ PROFIL-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       MOVE PF-PRENOM TO prenom-cherche
                       MOVE PF-NOM TO nom-cherche
                       MOVE PF-PREMIERE-DATE TO date-vue
                       PERFORM 1900-RELEVER-NOM
               END-READ
           END-PERFORM.

           CLOSE PROFIL-FILE.

       1100-RELEVER-SCORES.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT SCORE-FILE.

           PERFORM UNTIL fichier-lu
               READ SCORE-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF SC-TYPE = 'D'
                           MOVE SC-PRENOM TO prenom-cherche
                           MOVE SC-NOM TO nom-cherche
                           MOVE SC-DATE TO date-vue
                           PERFORM 1900-RELEVER-NOM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SCORE-FILE.

       1200-RELEVER-TOURNOIS.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT TOURNOI-FILE.

           PERFORM UNTIL fichier-lu
               READ TOURNOI-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       MOVE TR-PRENOM TO prenom-cherche
                       MOVE TR-NOM TO nom-cherche
                       MOVE TR-DATE TO date-vue
                       PERFORM 1900-RELEVER-NOM
               END-READ
           END-PERFORM.

           CLOSE TOURNOI-FILE.

       1300-RELEVER-LIGUE.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT LIGUE-FILE.

           PERFORM UNTIL fichier-lu
               READ LIGUE-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       MOVE LG-PRENOM TO prenom-cherche
                       MOVE LG-NOM TO nom-cherche
                       COMPUTE date-vue = LG-MOIS * 100 + 1
                       PERFORM 1900-RELEVER-NOM
               END-READ
           END-PERFORM.

           CLOSE LIGUE-FILE.

       1400-RELEVER-PARTIES.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT PARTIE-JOUR-FILE.

           PERFORM UNTIL fichier-lu
               READ PARTIE-JOUR-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       MOVE PJ-PRENOM TO prenom-cherche
                       MOVE PJ-NOM TO nom-cherche
                       MOVE PJ-DATE TO date-vue
                       PERFORM 1900-RELEVER-NOM
               END-READ
           END-PERFORM.

           CLOSE PARTIE-JOUR-FILE.

       1800-CHERCHER-NOM.
           MOVE ZERO TO rang-nom.

           PERFORM VARYING idx-nom FROM 1 BY 1
                   UNTIL idx-nom > nb-noms
               IF jm-tab-prenom(idx-nom) = prenom-cherche
                       AND jm-tab-nom(idx-nom) = nom-cherche
                   MOVE idx-nom TO rang-nom
               END-IF
           END-PERFORM.

       1900-RELEVER-NOM.
           IF prenom-cherche NOT = SPACES OR nom-cherche NOT = SPACES
               PERFORM 1800-CHERCHER-NOM
               IF rang-nom = ZERO
                   IF nb-noms < 1000
                       ADD 1 TO nb-noms
                       MOVE prenom-cherche TO jm-tab-prenom(nb-noms)
                       MOVE nom-cherche TO jm-tab-nom(nb-noms)
                       MOVE date-vue TO jm-tab-date(nb-noms)
                   ELSE
                       MOVE 'O' TO noms-sature
                   END-IF
               ELSE
                   IF date-vue NUMERIC AND date-vue > ZERO
                           AND date-vue < jm-tab-date(rang-nom)
                       MOVE date-vue TO jm-tab-date(rang-nom)
                   END-IF
               END-IF
           END-IF.

       2000-ECRIRE-JOUEURS.
           OPEN OUTPUT JOUEUR-FILE.

           PERFORM VARYING idx-nom FROM 1 BY 1
                   UNTIL idx-nom > nb-noms
               MOVE SPACES TO JOUEUR-RECORD
               MOVE idx-nom TO JR-JOUEUR-ID
               MOVE jm-tab-prenom(idx-nom) TO JR-PRENOM
               MOVE jm-tab-nom(idx-nom) TO JR-NOM
               IF jm-tab-date(idx-nom) NUMERIC
                       AND jm-tab-date(idx-nom) > ZERO
                   MOVE jm-tab-date(idx-nom) TO JR-DATE-INSCRIPTION
               ELSE
                   MOVE date-du-jour TO JR-DATE-INSCRIPTION
               END-IF
               MOVE 'A' TO JR-STATUT
               MOVE ZERO TO JR-FUSION-VERS
               WRITE JOUEUR-RECORD
           END-PERFORM.

           CLOSE JOUEUR-FILE.

       3000-MARQUER-PROFILS.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT PROFIL-FILE.
           OPEN OUTPUT MIGRATION-FILE.

           PERFORM UNTIL fichier-lu
               READ PROFIL-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       MOVE PF-PRENOM TO prenom-cherche
                       MOVE PF-NOM TO nom-cherche
                       PERFORM 1800-CHERCHER-NOM
                       MOVE rang-nom TO PF-JOUEUR-ID
                       MOVE PROFIL-RECORD TO MT-LIGNE
                       WRITE MIGRATION-RECORD
                       ADD 1 TO nb-profils
               END-READ
           END-PERFORM.

           CLOSE PROFIL-FILE.
           CLOSE MIGRATION-FILE.

           MOVE 'N' TO fin-temp.

           OPEN INPUT MIGRATION-FILE.
           OPEN OUTPUT PROFIL-FILE.

           PERFORM UNTIL tout-temp-lu
               READ MIGRATION-FILE
                   AT END MOVE 'O' TO fin-temp
                   NOT AT END
                       MOVE MT-LIGNE TO PROFIL-RECORD
                       WRITE PROFIL-RECORD
               END-READ
           END-PERFORM.

           CLOSE MIGRATION-FILE.
           CLOSE PROFIL-FILE.

       3100-MARQUER-SCORES.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT SCORE-FILE.
           OPEN OUTPUT MIGRATION-FILE.

           PERFORM UNTIL fichier-lu
               READ SCORE-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF SC-TYPE = 'D'
                           MOVE SC-PRENOM TO prenom-cherche
                           MOVE SC-NOM TO nom-cherche
                           PERFORM 1800-CHERCHER-NOM
                           MOVE rang-nom TO SC-JOUEUR-ID
                           ADD 1 TO nb-scores
                       END-IF
                       MOVE SCORE-RECORD TO MT-LIGNE
                       WRITE MIGRATION-RECORD
               END-READ
           END-PERFORM.

           CLOSE SCORE-FILE.
           CLOSE MIGRATION-FILE.

           MOVE 'N' TO fin-temp.

           OPEN INPUT MIGRATION-FILE.
           OPEN OUTPUT SCORE-FILE.

           PERFORM UNTIL tout-temp-lu
               READ MIGRATION-FILE
                   AT END MOVE 'O' TO fin-temp
                   NOT AT END
                       MOVE MT-LIGNE TO SCORE-RECORD
                       WRITE SCORE-RECORD
               END-READ
           END-PERFORM.

           CLOSE MIGRATION-FILE.
           CLOSE SCORE-FILE.

       3200-MARQUER-TOURNOIS.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT TOURNOI-FILE.
           OPEN OUTPUT MIGRATION-FILE.

           PERFORM UNTIL fichier-lu
               READ TOURNOI-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       MOVE TR-PRENOM TO prenom-cherche
                       MOVE TR-NOM TO nom-cherche
                       PERFORM 1800-CHERCHER-NOM
                       MOVE rang-nom TO TR-JOUEUR-ID
                       MOVE TOURNOI-RECORD TO MT-LIGNE
                       WRITE MIGRATION-RECORD
                       ADD 1 TO nb-tournois
               END-READ
           END-PERFORM.

           CLOSE TOURNOI-FILE.
           CLOSE MIGRATION-FILE.

           MOVE 'N' TO fin-temp.

           OPEN INPUT MIGRATION-FILE.
           OPEN OUTPUT TOURNOI-FILE.

           PERFORM UNTIL tout-temp-lu
               READ MIGRATION-FILE
                   AT END MOVE 'O' TO fin-temp
                   NOT AT END
                       MOVE MT-LIGNE TO TOURNOI-RECORD
                       WRITE TOURNOI-RECORD
               END-READ
           END-PERFORM.

           CLOSE MIGRATION-FILE.
           CLOSE TOURNOI-FILE.

       3300-MARQUER-LIGUE.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT LIGUE-FILE.
           OPEN OUTPUT MIGRATION-FILE.

           PERFORM UNTIL fichier-lu
               READ LIGUE-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       MOVE LG-PRENOM TO prenom-cherche
                       MOVE LG-NOM TO nom-cherche
                       PERFORM 1800-CHERCHER-NOM
                       MOVE rang-nom TO LG-JOUEUR-ID
                       MOVE LIGUE-RECORD TO MT-LIGNE
                       WRITE MIGRATION-RECORD
                       ADD 1 TO nb-ligues
               END-READ
           END-PERFORM.

           CLOSE LIGUE-FILE.
           CLOSE MIGRATION-FILE.

           MOVE 'N' TO fin-temp.

           OPEN INPUT MIGRATION-FILE.
           OPEN OUTPUT LIGUE-FILE.

           PERFORM UNTIL tout-temp-lu
               READ MIGRATION-FILE
                   AT END MOVE 'O' TO fin-temp
                   NOT AT END
                       MOVE MT-LIGNE TO LIGUE-RECORD
                       WRITE LIGUE-RECORD
               END-READ
           END-PERFORM.

           CLOSE MIGRATION-FILE.
           CLOSE LIGUE-FILE.

       3400-MARQUER-PARTIES.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT PARTIE-JOUR-FILE.
           OPEN OUTPUT MIGRATION-FILE.

           PERFORM UNTIL fichier-lu
               READ PARTIE-JOUR-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       MOVE PJ-PRENOM TO prenom-cherche
                       MOVE PJ-NOM TO nom-cherche
                       PERFORM 1800-CHERCHER-NOM
                       MOVE rang-nom TO PJ-JOUEUR-ID
                       MOVE PARTIE-JOUR-RECORD TO MT-LIGNE
                       WRITE MIGRATION-RECORD
                       ADD 1 TO nb-parties
               END-READ
           END-PERFORM.

           CLOSE PARTIE-JOUR-FILE.
           CLOSE MIGRATION-FILE.

           MOVE 'N' TO fin-temp.

           OPEN INPUT MIGRATION-FILE.
           OPEN OUTPUT PARTIE-JOUR-FILE.

           PERFORM UNTIL tout-temp-lu
               READ MIGRATION-FILE
                   AT END MOVE 'O' TO fin-temp
                   NOT AT END
                       MOVE MT-LIGNE TO PARTIE-JOUR-RECORD
                       WRITE PARTIE-JOUR-RECORD
               END-READ
           END-PERFORM.

           CLOSE MIGRATION-FILE.
           CLOSE PARTIE-JOUR-FILE.

       4000-RECONSTRUIRE-INDEX.
           MOVE 'N' TO fin-fichier.

           OPEN INPUT SCORE-FILE.
           OPEN OUTPUT SCORE-IX-FILE.
           CLOSE SCORE-IX-FILE.
           OPEN I-O SCORE-IX-FILE.

           PERFORM UNTIL fichier-lu
               READ SCORE-FILE
                   AT END MOVE 'O' TO fin-fichier
                   NOT AT END
                       IF SC-TYPE = 'D'
                           PERFORM 4100-INDEXER-SCORE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SCORE-FILE.
           CLOSE SCORE-IX-FILE.

       4100-INDEXER-SCORE.
           MOVE SC-ESSAIS TO essais-partie.

           MOVE SPACES TO SCORE-IX-RECORD.
           MOVE SC-JOUEUR-ID TO SI-JOUEUR-ID.
           MOVE SC-PRENOM TO SI-PRENOM.
           MOVE SC-NOM TO SI-NOM.
           MOVE SC-DATE TO SI-DATE.
           MOVE essais-partie TO SI-ESSAIS.

           WRITE SCORE-IX-RECORD
               INVALID KEY
                   READ SCORE-IX-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF essais-partie < SI-ESSAIS
                               MOVE essais-partie TO SI-ESSAIS
                               REWRITE SCORE-IX-RECORD
                           END-IF
                   END-READ
               NOT INVALID KEY ADD 1 TO nb-index
           END-WRITE.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 6020 TO JL-CODE.
           MOVE 'MIGRER-JOUEU' TO JL-PROGRAMME.
           MOVE 'JR-JOUEUR-ID' TO JL-CHAMP.
           MOVE nb-noms TO JL-VALEUR.
           MOVE 'fichier joueurs alimente par migration'
               TO JL-MESSAGE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       END PROGRAM MIGRER-JOUEURS.
