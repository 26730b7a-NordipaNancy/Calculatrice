       FILE-CONTROL.
       COPY HISTOFC.

       COPY SURVFC.

       COPY CONTACTFC.

           SELECT LETTRES-FILE ASSIGN TO "LETTRES.RPT"
               ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       COPY HISTOFD.

       COPY SURVFD.

       COPY CONTACTFD.

       FD  LETTRES-FILE.
       01  LETTRE-LIGNE-RECORD.
               10  su-date-entree    PIC 9(8).
               10  su-deja-liste     PIC X(01).

       77  nb-contacts PIC 9(4) VALUE ZERO.
       77  idx-contact PIC 9(4).
       77  rang-contact PIC 9(4).
       01  contact-table.
           05  contact-entry OCCURS 1000.
               10  ct-tab-eleve-id   PIC X(05).
               10  ct-tab-nom        PIC X(30).
               10  ct-tab-prenom     PIC X(30).
               10  ct-tab-adresse    PIC X(40).
               10  ct-tab-rang       PIC X(01).
               10  ct-tab-code-postal PIC X(05).
               10  ct-tab-ville      PIC X(25).

       77  nb-en-liste PIC 9(3) VALUE ZERO.
       77  nb-lettres PIC 9(3) VALUE ZERO.
               READ CONTACT-FILE
                   AT END MOVE 'O' TO fin-contacts
                   NOT AT END
                       IF nb-contacts < 1000
                           ADD 1 TO nb-contacts
                           MOVE CT-ELEVE-ID
                               TO ct-tab-eleve-id(nb-contacts)
                               TO ct-tab-prenom(nb-contacts)
                           MOVE CT-ADRESSE
                               TO ct-tab-adresse(nb-contacts)
                           MOVE CT-RANG TO ct-tab-rang(nb-contacts)
                           MOVE CT-CODE-POSTAL
                               TO ct-tab-code-postal(nb-contacts)
                           MOVE CT-VILLE TO ct-tab-ville(nb-contacts)
                       END-IF
               END-READ
           END-PERFORM.
           OPEN INPUT HISTO-FILE.

           PERFORM UNTIL tout-histo-lu
               READ HISTO-FILE NEXT
                   AT END MOVE 'O' TO fin-histo
                   NOT AT END
                       IF HI-MATIERE = SPACES
                           PERFORM 2100-RETENIR-BANDE
                       END-IF
               END-READ
           END-PERFORM.

               MOVE SPACES TO LETTRE-LIGNE-RECORD
               MOVE ct-tab-adresse(rang-contact) TO LT-LIGNE
               WRITE LETTRE-LIGNE-RECORD
               MOVE SPACES TO LETTRE-LIGNE-RECORD
               STRING ct-tab-code-postal(rang-contact) DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      ct-tab-ville(rang-contact) DELIMITED SIZE
                      INTO LT-LIGNE
               WRITE LETTRE-LIGNE-RECORD
           END-IF.

           MOVE su-nb-consecutifs(idx-suivi) TO echecs-edites.
                   UNTIL idx-contact > nb-contacts
               IF ct-tab-eleve-id(idx-contact)
                       = su-eleve-id(idx-suivi)
                   IF rang-contact = ZERO
                           OR ct-tab-rang(idx-contact) NOT = '2'
                       MOVE idx-contact TO rang-contact
                   END-IF
               END-IF
           END-PERFORM.

