               MOVE 'A' TO JR-SEVERITE
           END-IF.

           IF JL-CODE NUMERIC
               MOVE JL-CODE TO JR-CODE
           ELSE
               MOVE ZERO TO JR-CODE
           END-IF.

           WRITE JOURNAL-RECORD.

           CLOSE JOURNAL-FILE.
