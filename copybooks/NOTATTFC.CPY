           SELECT OPTIONAL NOTE-ATTENTE-FILE ASSIGN TO "NOTESATT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
