           SELECT OPTIONAL GROUPE-FILE ASSIGN TO "GROUPES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
