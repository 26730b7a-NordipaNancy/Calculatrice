           SELECT OPTIONAL CONTACT-FILE ASSIGN TO "CONTACTS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
