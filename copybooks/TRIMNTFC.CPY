           SELECT OPTIONAL TRIM-NOTE-FILE ASSIGN TO "TRIMNOTES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
