       1000-CHARGER-NOTES-DU-JOUR.
           OPEN INPUT HISTO-FILE.

           MOVE date-du-jour TO HI-DATE.
           START HISTO-FILE KEY IS EQUAL TO HI-DATE
               INVALID KEY MOVE 'O' TO fin-histo
           END-START.

           PERFORM UNTIL tout-histo-lu
               READ HISTO-FILE NEXT
                   AT END MOVE 'O' TO fin-histo
                   NOT AT END
                       IF HI-DATE NOT = date-du-jour
                           MOVE 'O' TO fin-histo
                       ELSE
                           IF HI-MATIERE = SPACES
                                   AND (HI-SITE = SPACES
                                       OR HI-SITE = PV-SITE-CODE)
                               PERFORM 1050-RETENIR-LIGNE-JOUR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
