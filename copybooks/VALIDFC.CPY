           SELECT OPTIONAL VALIDATION-FILE ASSIGN TO "VALIDATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
