       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIR-HISTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTO-SEQ-FILE ASSIGN TO "HISTO.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       COPY HISTOFC.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTO-SEQ-FILE.
       01  HISTO-SEQ-RECORD.
           05  HS-LIGNE          PIC X(80).

       COPY HISTOFD.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY HISTLGCOM.

       77  fin-sequentiel PIC X VALUE 'N'.
           88  tout-sequentiel-lu VALUE 'O'.
       77  fin-index PIC X VALUE 'N'.
           88  tout-index-lu VALUE 'O'.

       77  nb-lus PIC 9(7) VALUE ZERO.
       77  nb-rejetes PIC 9(7) VALUE ZERO.
       77  nb-ecrits PIC 9(7) VALUE ZERO.
       77  nb-remplaces PIC 9(7) VALUE ZERO.
       77  nb-indexes PIC 9(7) VALUE ZERO.
       77  note-lue PIC 9(2)V99.
       77  note-ecrasee PIC 9(2)V99.
       77  total-avant PIC 9(9)V99 VALUE ZERO.
       77  total-ecrase PIC 9(9)V99 VALUE ZERO.
       77  total-attendu PIC 9(9)V99 VALUE ZERO.
       77  total-apres PIC 9(9)V99 VALUE ZERO.
       77  total-edite PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT HISTO-FILE.
           CLOSE HISTO-FILE.

           OPEN INPUT HISTO-SEQ-FILE.
           OPEN I-O HISTO-FILE.

           PERFORM UNTIL tout-sequentiel-lu
               READ HISTO-SEQ-FILE
                   AT END MOVE 'O' TO fin-sequentiel
                   NOT AT END PERFORM 1000-CONVERTIR-LIGNE
               END-READ
           END-PERFORM.

           CLOSE HISTO-SEQ-FILE.
           CLOSE HISTO-FILE.

           PERFORM 2000-RECOMPTER-INDEX.

           COMPUTE total-attendu = total-avant - total-ecrase.

           DISPLAY "conversion historique : " nb-lus " lus, "
                   nb-ecrits " indexes, " nb-remplaces " remplaces, "
                   nb-rejetes " rejetes".
           MOVE total-avant TO total-edite.
           DISPLAY "  avant  : " nb-lus " lignes, total des notes "
                   total-edite.
           MOVE total-apres TO total-edite.
           DISPLAY "  apres  : " nb-indexes " lignes, total des notes "
                   total-edite.

           IF nb-indexes NOT = nb-ecrits
                   OR total-apres NOT = total-attendu
               DISPLAY "ecart de controle apres conversion"
               MOVE RC-ERREUR TO RETURN-CODE
           ELSE
               IF nb-lus = ZERO
                       OR nb-remplaces > ZERO
                       OR nb-rejetes > ZERO
                   MOVE RC-AVERTISSEMENT TO RETURN-CODE
               ELSE
                   MOVE RC-SUCCES TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

       1000-CONVERTIR-LIGNE.
           ADD 1 TO nb-lus.
           MOVE HS-LIGNE TO HISTO-LIGNE.

           IF HL-ELEVE-ID = SPACES OR HL-DATE NOT NUMERIC
               ADD 1 TO nb-rejetes
               DISPLAY "ligne d historique rejetee : " HS-LIGNE(1:40)
           ELSE
               PERFORM 1100-INDEXER-LIGNE
           END-IF.

       1100-INDEXER-LIGNE.
           MOVE HL-NOTE TO note-lue.
           ADD note-lue TO total-avant.

           MOVE SPACES TO HISTO-RECORD.
           MOVE HL-ELEVE-ID TO HI-ELEVE-ID.
           MOVE HL-DATE TO HI-DATE.
           IF HL-EVALUATION NUMERIC
               MOVE HL-EVALUATION TO HI-EVALUATION
           ELSE
               MOVE ZERO TO HI-EVALUATION
           END-IF.
           MOVE HL-MATIERE TO HI-MATIERE.
           MOVE HL-NOTE TO HI-NOTE.
           MOVE HL-BANDE TO HI-BANDE.
           MOVE HL-POIDS TO HI-POIDS.
           MOVE HL-CLASSE TO HI-CLASSE.
           MOVE HL-SITE TO HI-SITE.

           WRITE HISTO-RECORD
               INVALID KEY PERFORM 1200-REMPLACER-LIGNE
               NOT INVALID KEY ADD 1 TO nb-ecrits
           END-WRITE.

       1200-REMPLACER-LIGNE.
           ADD 1 TO nb-remplaces.

           READ HISTO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE HI-NOTE TO note-ecrasee
                   ADD note-ecrasee TO total-ecrase
                   MOVE HL-NOTE TO HI-NOTE
                   MOVE HL-BANDE TO HI-BANDE
                   MOVE HL-POIDS TO HI-POIDS
                   MOVE HL-CLASSE TO HI-CLASSE
                   MOVE HL-SITE TO HI-SITE
                   REWRITE HISTO-RECORD
           END-READ.

       2000-RECOMPTER-INDEX.
           OPEN INPUT HISTO-FILE.

           PERFORM UNTIL tout-index-lu
               READ HISTO-FILE NEXT
                   AT END MOVE 'O' TO fin-index
                   NOT AT END
                       ADD 1 TO nb-indexes
                       MOVE HI-NOTE TO note-lue
                       ADD note-lue TO total-apres
               END-READ
           END-PERFORM.

           CLOSE HISTO-FILE.

       END PROGRAM CONVERTIR-HISTO.
