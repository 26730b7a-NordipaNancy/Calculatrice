       FILE-CONTROL.
       COPY HISTOFC.
       COPY ELEVEFC.
       COPY TRIMNTFC.

           SELECT TRIMESTRE-FILE ASSIGN TO "TRIMESTRE.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BULTRIM-FILE ASSIGN TO "BULTRIM.RPT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL TRIM-TEMP-FILE ASSIGN TO "TRIMNOTES.TMP"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY HISTOFD.
       COPY ELEVEFD.
       COPY TRIMNTFD.

       FD  TRIM-TEMP-FILE.
       01  TRIM-TEMP-RECORD.
           05  TT-LIGNE          PIC X(32).

       FD  TRIMESTRE-FILE.
       01  TRIM-ENTETE-RECORD.
                   15  tr-note           PIC 9(2)V99.
                   15  tr-poids          PIC 9V99.
                   15  tr-presente       PIC X(01).
               10  tr-note-trim      PIC 9(2)V99.
               10  tr-bande-trim     PIC X(12).
               10  tr-note-ecrite    PIC X(01).

       77  fin-trim-notes PIC X VALUE 'N'.
           88  toutes-trim-notes-lues VALUE 'O'.
       77  fin-trim-temp PIC X VALUE 'N'.
           88  tout-trim-temp-lu VALUE 'O'.
       77  note-remplacee PIC X VALUE 'N'.
           88  est-note-remplacee VALUE 'O'.
       77  nb-notes-remplacees PIC 9(5) VALUE ZERO.

       77  note-histo PIC 9(2)V99.
       77  poids-histo PIC 9V99.
           CLOSE TRIMESTRE-FILE.
           CLOSE BULTRIM-FILE.

           PERFORM 4600-SAUVER-NOTES-TRIM.

           IF nb-notes-remplacees > ZERO
               DISPLAY "notes trimestre du jour remplacees : "
                       nb-notes-remplacees
           END-IF.

           DISPLAY "cloture trimestre : " nb-notes-trim
                   " notes officielles".

       2000-CHARGER-HISTORIQUE.
           OPEN INPUT HISTO-FILE.

           MOVE debut-trimestre TO HI-DATE.
           START HISTO-FILE KEY IS NOT LESS THAN HI-DATE
               INVALID KEY MOVE 'O' TO fin-histo
           END-START.

           PERFORM UNTIL tout-histo-lu
               READ HISTO-FILE NEXT
                   AT END MOVE 'O' TO fin-histo
                   NOT AT END
                       IF (HI-SITE = SPACES
                               OR HI-SITE = PV-SITE-CODE)
                               AND HI-MATIERE = SPACES
                           PERFORM 2100-RETENIR-EVALUATION
                       END-IF
               END-READ
                   ADD 1 TO nb-trim
                   MOVE nb-trim TO rang-trim
                   MOVE HI-ELEVE-ID TO tr-eleve-id(rang-trim)
                   MOVE 'N' TO tr-note-ecrite(rang-trim)
                   PERFORM VARYING idx-eval FROM 1 BY 1
                           UNTIL idx-eval > 10
                       MOVE ZERO TO tr-note(rang-trim, idx-eval)
               END-EVALUATE

               PERFORM 4000-IMPRIMER-BULLETIN-TRIM
               PERFORM 4500-ECRIRE-NOTE-TRIM
           END-IF.

       4000-IMPRIMER-BULLETIN-TRIM.
               END-IF
           END-PERFORM.

       4500-ECRIRE-NOTE-TRIM.
           MOVE note-trimestre TO tr-note-trim(idx-trim).
           MOVE bande-trimestre TO tr-bande-trim(idx-trim).
           MOVE 'O' TO tr-note-ecrite(idx-trim).

       4600-SAUVER-NOTES-TRIM.
           OPEN INPUT TRIM-NOTE-FILE.
           OPEN OUTPUT TRIM-TEMP-FILE.

           PERFORM UNTIL toutes-trim-notes-lues
               READ TRIM-NOTE-FILE
                   AT END MOVE 'O' TO fin-trim-notes
                   NOT AT END
                       MOVE TRIM-NOTE-RECORD TO TT-LIGNE
                       WRITE TRIM-TEMP-RECORD
               END-READ
           END-PERFORM.

           CLOSE TRIM-NOTE-FILE.
           CLOSE TRIM-TEMP-FILE.

           OPEN INPUT TRIM-TEMP-FILE.
           OPEN OUTPUT TRIM-NOTE-FILE.

           PERFORM UNTIL tout-trim-temp-lu
               READ TRIM-TEMP-FILE
                   AT END MOVE 'O' TO fin-trim-temp
                   NOT AT END
                       MOVE TT-LIGNE TO TRIM-NOTE-RECORD
                       PERFORM 4650-CHERCHER-REMPLACEE
                       IF est-note-remplacee
                           ADD 1 TO nb-notes-remplacees
                       ELSE
                           WRITE TRIM-NOTE-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING idx-trim FROM 1 BY 1
                   UNTIL idx-trim > nb-trim
               IF tr-note-ecrite(idx-trim) = 'O'
                   MOVE SPACES TO TRIM-NOTE-RECORD
                   MOVE tr-eleve-id(idx-trim) TO TN-ELEVE-ID
                   MOVE date-du-jour TO TN-DATE
                   MOVE tr-note-trim(idx-trim) TO TN-NOTE
                   MOVE tr-bande-trim(idx-trim) TO TN-BANDE
                   WRITE TRIM-NOTE-RECORD
               END-IF
           END-PERFORM.

           CLOSE TRIM-TEMP-FILE.
           CLOSE TRIM-NOTE-FILE.

       4650-CHERCHER-REMPLACEE.
           MOVE 'N' TO note-remplacee.

           IF TN-DATE = date-du-jour
               PERFORM VARYING idx-trim FROM 1 BY 1
                       UNTIL idx-trim > nb-trim
                   IF tr-eleve-id(idx-trim) = TN-ELEVE-ID
                           AND tr-note-ecrite(idx-trim) = 'O'
                       MOVE 'O' TO note-remplacee
                   END-IF
               END-PERFORM
           END-IF.

       8000-IMPRIMER-BILAN-TRIM.
           IF nb-notes-trim > ZERO
               COMPUTE moyenne-trimestre =
