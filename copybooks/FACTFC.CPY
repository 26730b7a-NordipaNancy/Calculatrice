           SELECT OPTIONAL FACTURE-FILE ASSIGN TO "FACTURES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
