               ACCESS MODE DYNAMIC
               RECORD KEY SV-CLE.

       COPY HISTOFC.

           SELECT OPTIONAL HISTO-SAV-FILE
               ASSIGN DYNAMIC histo-sav-filename
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HV-CLE.

       DATA DIVISION.
       FILE SECTION.
       FD  COPIE-SOURCE-FILE.
       FD  SCORE-SAV-FILE.
       01  SCORE-SAV-RECORD.
           05  SV-CLE.
               10  SV-JOUEUR-ID  PIC 9(05).
               10  SV-DATE       PIC 9(8).
           05  SV-ESSAIS        PIC 9(2).
           05  SV-PRENOM        PIC X(30).
           05  SV-NOM           PIC X(30).

       COPY HISTOFD.

       FD  HISTO-SAV-FILE.
       01  HISTO-SAV-RECORD.
           05  HV-CLE.
               10  HV-ELEVE-ID   PIC X(05).
               10  HV-DATE       PIC 9(8).
               10  HV-EVALUATION PIC 9(02).
               10  HV-MATIERE    PIC X(03).
           05  HV-DONNEES        PIC X(29).

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       77  dest-filename PIC X(30).
       77  controle-filename PIC X(30).
       77  scores-sav-filename PIC X(30).
       77  histo-sav-filename PIC X(30).

       77  fin-copie PIC X VALUE 'N'.
           88  copie-finie VALUE 'O'.
           05  FILLER PIC X(20) VALUE 'PROFILS.DAT'.
           05  FILLER PIC X(20) VALUE 'HOLIDAYS.DAT'.
           05  FILLER PIC X(20) VALUE 'PARAMETRES.DAT'.
           05  FILLER PIC X(20) VALUE 'JOUEURS.DAT'.
       01  fichiers-proteges-redef REDEFINES fichiers-proteges.
           05  fichier-protege OCCURS 6 PIC X(20).

       77  nom-fichier PIC X(20).
       77  nom-racine PIC X(20).
           OPEN OUTPUT CONTROLE-SAUVE-FILE.

           PERFORM VARYING idx-fichier FROM 1 BY 1
                   UNTIL idx-fichier > 6
               MOVE fichier-protege(idx-fichier) TO nom-fichier
               MOVE nom-fichier TO source-filename
               PERFORM 2000-NOMMER-ARCHIVE
           MOVE 'SCORES.IDX' TO nom-fichier.
           PERFORM 3500-ECRIRE-CONTROLE.

           PERFORM 4500-SAUVER-INDEX-HISTO.
           MOVE 'HISTO.IDX' TO nom-fichier.
           PERFORM 3500-ECRIRE-CONTROLE.

           CLOSE CONTROLE-SAUVE-FILE.

           DISPLAY "sauvegarde du " date-jeu " : "
           MOVE date-jeu TO JL-VALEUR.
           MOVE 'jeu de sauvegarde ecrit' TO JL-MESSAGE.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 3030 TO JL-CODE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

           MOVE RC-SUCCES TO RETURN-CODE.
           DISPLAY "copie SCORES.IDX : " nb-copies
                   " enregistrements".

       4500-SAUVER-INDEX-HISTO.
           MOVE SPACES TO histo-sav-filename.
           STRING 'HISTO' DELIMITED SIZE
                  date-jeu DELIMITED SIZE
                  '.IDX' DELIMITED SIZE
                  INTO histo-sav-filename.

           MOVE 'N' TO fin-index.
           MOVE ZERO TO nb-copies.

           OPEN INPUT HISTO-FILE.
           OPEN OUTPUT HISTO-SAV-FILE.

           PERFORM UNTIL index-fini
               READ HISTO-FILE NEXT
                   AT END MOVE 'O' TO fin-index
                   NOT AT END
                       ADD 1 TO nb-copies
                       MOVE HISTO-RECORD TO HISTO-SAV-RECORD
                       WRITE HISTO-SAV-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE HISTO-FILE.
           CLOSE HISTO-SAV-FILE.

           ADD nb-copies TO nb-total-copies.
           DISPLAY "copie HISTO.IDX : " nb-copies
                   " enregistrements".

       5000-RESTAURER.
           DISPLAY "date du jeu a restaurer (aaaammjj) :"
               WITH NO ADVANCING.
           END-IF.

           PERFORM VARYING idx-fichier FROM 1 BY 1
                   UNTIL idx-fichier > 6
               MOVE fichier-protege(idx-fichier) TO nom-fichier
               PERFORM 2000-NOMMER-ARCHIVE
               MOVE nom-archive TO source-filename
           MOVE 'SCORES.IDX' TO nom-fichier.
           PERFORM 5200-NOTER-RESTAURE.

           PERFORM 6200-RESTAURER-INDEX-HISTO.
           MOVE 'HISTO.IDX' TO nom-fichier.
           PERFORM 5200-NOTER-RESTAURE.

           PERFORM 6500-INDEXER-ELEVES.

           PERFORM 7000-CONTROLER-RESTAURATION.
           MOVE date-jeu TO JL-VALEUR.
           MOVE 'restauration des fichiers maitres' TO JL-MESSAGE.
           MOVE 'A' TO JL-SEVERITE.
           MOVE 3031 TO JL-CODE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

           IF nb-ecarts > ZERO
           DISPLAY "restauration SCORES.IDX : " nb-copies
                   " enregistrements".

       6200-RESTAURER-INDEX-HISTO.
           MOVE SPACES TO histo-sav-filename.
           STRING 'HISTO' DELIMITED SIZE
                  date-jeu DELIMITED SIZE
                  '.IDX' DELIMITED SIZE
                  INTO histo-sav-filename.

           MOVE 'N' TO fin-index.
           MOVE ZERO TO nb-copies.

           OPEN INPUT HISTO-SAV-FILE.
           OPEN OUTPUT HISTO-FILE.

           PERFORM UNTIL index-fini
               READ HISTO-SAV-FILE NEXT
                   AT END MOVE 'O' TO fin-index
                   NOT AT END
                       ADD 1 TO nb-copies
                       MOVE HISTO-SAV-RECORD TO HISTO-RECORD
                       WRITE HISTO-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE HISTO-SAV-FILE.
           CLOSE HISTO-FILE.

           ADD nb-copies TO nb-total-copies.
           DISPLAY "restauration HISTO.IDX : " nb-copies
                   " enregistrements".

       6500-INDEXER-ELEVES.
           CALL 'CONVERTIR-ELEVES'.
           MOVE RETURN-CODE TO code-retour-conversion.
               MOVE 'ecarts de comptage a la restauration'
                   TO JL-MESSAGE
               MOVE 'E' TO JL-SEVERITE
               MOVE 3032 TO JL-CODE
               CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES
           END-IF.

