       77  nb-runs PIC 9(5) VALUE ZERO.
       77  note-courante PIC 9(2)V99.
       77  note-precedente PIC 9(2)V99 VALUE ZERO.
       77  note-distinction PIC 9(2)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-LIRE-NOM-ELEVE.
           WRITE RELEVE-ENTETE-RECORD.

           MOVE LOW-VALUES TO HI-CLE.
           MOVE eleve-id TO HI-ELEVE-ID.
           START HISTO-FILE KEY IS NOT LESS THAN HI-CLE
               INVALID KEY MOVE 'O' TO fin-histo
           END-START.

           PERFORM UNTIL tout-histo-lu
               READ HISTO-FILE NEXT
                   AT END MOVE 'O' TO fin-histo
                   NOT AT END
                       IF HI-ELEVE-ID NOT = eleve-id
                           MOVE 'O' TO fin-histo
                       ELSE
                           IF HI-MATIERE = SPACES
                               PERFORM 2000-IMPRIMER-RUN
                           ELSE IF HI-DISTINCTION
                               PERFORM 2100-IMPRIMER-DISTINCTION
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO nb-runs.
           MOVE note-courante TO note-precedente.

       2100-IMPRIMER-DISTINCTION.
           MOVE SPACES TO RELEVE-LIGNE-RECORD.
           MOVE HI-DATE TO RG-DATE.
           MOVE HI-NOTE TO note-distinction.
           MOVE note-distinction TO RG-NOTE.
           MOVE HI-BANDE TO RG-BANDE.
           MOVE 'HONNEUR' TO RG-EVOLUTION.
           WRITE RELEVE-LIGNE-RECORD.

       END PROGRAM RELEVE-ELEVE.
