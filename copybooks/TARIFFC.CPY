           SELECT OPTIONAL TARIF-FILE ASSIGN TO "TARIFS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
