           SELECT OPTIONAL ATTRIBUTION-FILE ASSIGN TO "NUMATTR.DAT"
               ORGANIZATION LINE SEQUENTIAL.
