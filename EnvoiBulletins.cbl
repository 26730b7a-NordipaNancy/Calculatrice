       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVOI-BULLETINS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BULLETIN-FILE ASSIGN TO "BULLETIN.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       COPY CONTACTFC.

           SELECT PLI-FILE ASSIGN TO "BULLENVOI.RPT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT ETIQUETTE-FILE ASSIGN TO "ETIQUETTES.RPT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "ENVOIEXC.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BULLETIN-FILE.
       01  BULLETIN-LIGNE-RECORD.
           05  BL-LIBELLE        PIC X(20).
           05  FILLER            PIC X(02).
           05  BL-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(73).

       COPY CONTACTFD.

       FD  PLI-FILE.
       01  PLI-LIGNE-RECORD.
           05  PL-LIGNE          PIC X(100).

       01  PLI-NUMERO-RECORD.
           05  PN-LIBELLE        PIC X(10).
           05  PN-NUMERO         PIC ZZZ9.

       FD  ETIQUETTE-FILE.
       01  ETIQUETTE-LIGNE-RECORD.
           05  ET-NUMERO         PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  ET-LIGNE          PIC X(60).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-ENTETE-RECORD.
           05  EX-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  EX-LIBELLE        PIC X(24).
           05  EX-DATE           PIC 9(8).

       01  EXCEPTION-LIGNE-RECORD.
           05  EL-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(02).
           05  EL-NOM            PIC X(30).
           05  FILLER            PIC X(01).
           05  EL-PRENOM         PIC X(30).

       01  EXCEPTION-TOTAL-RECORD.
           05  EXT-LIBELLE       PIC X(20).
           05  FILLER            PIC X(02).
           05  EXT-VALEUR        PIC ZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY ENTETECOM.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY DATECOM.

       77  fin-bulletins PIC X VALUE 'N'.
           88  tous-bulletins-lus VALUE 'O'.
       77  fin-contacts PIC X VALUE 'N'.
           88  tous-contacts-lus VALUE 'O'.

       77  nb-lignes PIC 9(4) VALUE ZERO.
       77  idx-ligne PIC 9(4).
       77  lignes-sature PIC X VALUE 'N'.
           88  lignes-saturees VALUE 'O'.
       01  ligne-table.
           05  ligne-entry OCCURS 8000.
               10  li-texte          PIC X(100).

       77  nb-bulletins PIC 9(3) VALUE ZERO.
       77  idx-bulletin PIC 9(3).
       01  bulletin-table.
           05  bulletin-entry OCCURS 500.
               10  bu-eleve-id       PIC X(05).
               10  bu-nom            PIC X(30).
               10  bu-prenom         PIC X(30).
               10  bu-premiere       PIC 9(4).
               10  bu-derniere       PIC 9(4).
               10  bu-nb-plis        PIC 9(1).

       77  nb-contacts PIC 9(4) VALUE ZERO.
       77  idx-contact PIC 9(4).
       01  contact-table.
           05  contact-entry OCCURS 1000.
               10  ct-tab-eleve-id   PIC X(05).
               10  ct-tab-nom        PIC X(30).
               10  ct-tab-prenom     PIC X(30).
               10  ct-tab-adresse    PIC X(40).
               10  ct-tab-code-postal PIC X(05).
               10  ct-tab-ville      PIC X(25).

       77  nb-plis PIC 9(4) VALUE ZERO.
       77  idx-pli PIC 9(4).
       77  plis-sature PIC X VALUE 'N'.
           88  plis-satures VALUE 'O'.
       01  pli-table.
           05  pli-entry OCCURS 1000.
               10  pl-tab-cle.
                   15  pl-tab-code-postal PIC X(05).
                   15  pl-tab-ville      PIC X(25).
                   15  pl-tab-adresse    PIC X(40).
                   15  pl-tab-nom        PIC X(30).
               10  pl-tab-prenom     PIC X(30).
               10  pl-tab-bulletin   PIC 9(3).

       01  pli-echange.
           05  pe-cle            PIC X(100).
           05  pe-prenom         PIC X(30).
           05  pe-bulletin       PIC 9(3).

       77  tri-i PIC 9(4).
       77  tri-j PIC 9(4).
       77  dernier-contact PIC 9(4).
       77  meme-adresse PIC X VALUE 'N'.
           88  adresse-deja-servie VALUE 'O'.
       77  nb-sans-contact PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           PERFORM 1000-CHARGER-BULLETINS.

           IF lignes-saturees
               DISPLAY "bulletins au dela de 8000 lignes, "
                       "mise sous pli refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1500-CHARGER-CONTACTS.

           OPEN OUTPUT EXCEPTION-FILE.
           MOVE SPACES TO EXCEPTION-ENTETE-RECORD.
           MOVE SP-NOM TO EX-NOM-ATELIER.
           MOVE 'ELEVES SANS RESPONSABLE ' TO EX-LIBELLE.
           MOVE date-du-jour TO EX-DATE.
           WRITE EXCEPTION-ENTETE-RECORD.

           PERFORM 2000-PREPARER-PLIS
               VARYING idx-bulletin FROM 1 BY 1
               UNTIL idx-bulletin > nb-bulletins.

           MOVE SPACES TO EXCEPTION-TOTAL-RECORD.
           MOVE 'TOTAL EXCEPTIONS' TO EXT-LIBELLE.
           MOVE nb-sans-contact TO EXT-VALEUR.
           WRITE EXCEPTION-TOTAL-RECORD.
           CLOSE EXCEPTION-FILE.

           IF plis-satures
               DISPLAY "plis limites a 1000, envoi partiel"
           END-IF.

           PERFORM 3000-TRIER-PLIS.

           OPEN OUTPUT PLI-FILE.
           OPEN OUTPUT ETIQUETTE-FILE.

           PERFORM 4000-IMPRIMER-PLI
               VARYING idx-pli FROM 1 BY 1
               UNTIL idx-pli > nb-plis.

           CLOSE PLI-FILE.
           CLOSE ETIQUETTE-FILE.

           DISPLAY "mise sous pli : " nb-bulletins " bulletins, "
                   nb-plis " plis, " nb-sans-contact
                   " eleves sans responsable".

           IF nb-sans-contact > ZERO OR plis-satures
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-CHARGER-BULLETINS.
           OPEN INPUT BULLETIN-FILE.

           PERFORM UNTIL tous-bulletins-lus
               READ BULLETIN-FILE
                   AT END MOVE 'O' TO fin-bulletins
                   NOT AT END PERFORM 1100-RANGER-LIGNE
               END-READ
           END-PERFORM.

           CLOSE BULLETIN-FILE.

           IF nb-bulletins > ZERO
               MOVE nb-lignes TO bu-derniere(nb-bulletins)
           END-IF.

       1100-RANGER-LIGNE.
           IF nb-lignes < 8000
               ADD 1 TO nb-lignes
               MOVE BULLETIN-LIGNE-RECORD TO li-texte(nb-lignes)
           ELSE
               MOVE 'O' TO lignes-sature
               MOVE 'O' TO fin-bulletins
           END-IF.

           IF BL-LIBELLE = 'ELEVE' AND nb-lignes > 1
                   AND nb-bulletins < 500 AND NOT lignes-saturees
               IF nb-bulletins > ZERO
                   COMPUTE bu-derniere(nb-bulletins) = nb-lignes - 2
               END-IF
               ADD 1 TO nb-bulletins
               MOVE BL-ELEVE-ID TO bu-eleve-id(nb-bulletins)
               MOVE li-texte(nb-lignes)(30:30) TO bu-nom(nb-bulletins)
               MOVE li-texte(nb-lignes)(61:30)
                   TO bu-prenom(nb-bulletins)
               COMPUTE bu-premiere(nb-bulletins) = nb-lignes - 1
               MOVE ZERO TO bu-nb-plis(nb-bulletins)
           END-IF.

       1500-CHARGER-CONTACTS.
           OPEN INPUT CONTACT-FILE.

           PERFORM UNTIL tous-contacts-lus
               READ CONTACT-FILE
                   AT END MOVE 'O' TO fin-contacts
                   NOT AT END
                       IF nb-contacts < 1000
                           ADD 1 TO nb-contacts
                           MOVE CT-ELEVE-ID
                               TO ct-tab-eleve-id(nb-contacts)
                           MOVE CT-NOM TO ct-tab-nom(nb-contacts)
                           MOVE CT-PRENOM
                               TO ct-tab-prenom(nb-contacts)
                           MOVE CT-ADRESSE
                               TO ct-tab-adresse(nb-contacts)
                           MOVE CT-CODE-POSTAL
                               TO ct-tab-code-postal(nb-contacts)
                           MOVE CT-VILLE TO ct-tab-ville(nb-contacts)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CONTACT-FILE.

       2000-PREPARER-PLIS.
           MOVE ZERO TO dernier-contact.

           PERFORM VARYING idx-contact FROM 1 BY 1
                   UNTIL idx-contact > nb-contacts
               IF ct-tab-eleve-id(idx-contact)
                       = bu-eleve-id(idx-bulletin)
                   PERFORM 2100-AJOUTER-PLI
               END-IF
           END-PERFORM.

           IF bu-nb-plis(idx-bulletin) = ZERO
               ADD 1 TO nb-sans-contact
               MOVE SPACES TO EXCEPTION-LIGNE-RECORD
               MOVE bu-eleve-id(idx-bulletin) TO EL-ELEVE-ID
               MOVE bu-nom(idx-bulletin) TO EL-NOM
               MOVE bu-prenom(idx-bulletin) TO EL-PRENOM
               WRITE EXCEPTION-LIGNE-RECORD
           END-IF.

       2100-AJOUTER-PLI.
           MOVE 'N' TO meme-adresse.

           IF dernier-contact > ZERO
               IF ct-tab-adresse(dernier-contact)
                       = ct-tab-adresse(idx-contact)
                       AND ct-tab-code-postal(dernier-contact)
                           = ct-tab-code-postal(idx-contact)
                   MOVE 'O' TO meme-adresse
               END-IF
           END-IF.

           IF NOT adresse-deja-servie
               IF nb-plis < 1000
                   ADD 1 TO nb-plis
                   MOVE ct-tab-code-postal(idx-contact)
                       TO pl-tab-code-postal(nb-plis)
                   MOVE ct-tab-ville(idx-contact)
                       TO pl-tab-ville(nb-plis)
                   MOVE ct-tab-adresse(idx-contact)
                       TO pl-tab-adresse(nb-plis)
                   MOVE ct-tab-nom(idx-contact) TO pl-tab-nom(nb-plis)
                   MOVE ct-tab-prenom(idx-contact)
                       TO pl-tab-prenom(nb-plis)
                   MOVE idx-bulletin TO pl-tab-bulletin(nb-plis)
                   ADD 1 TO bu-nb-plis(idx-bulletin)
                   MOVE idx-contact TO dernier-contact
               ELSE
                   MOVE 'O' TO plis-sature
               END-IF
           END-IF.

       3000-TRIER-PLIS.
           PERFORM VARYING tri-i FROM 1 BY 1
                   UNTIL tri-i >= nb-plis
               PERFORM VARYING tri-j FROM 1 BY 1
                       UNTIL tri-j >= nb-plis
                   IF pl-tab-cle(tri-j) > pl-tab-cle(tri-j + 1)
                       MOVE pli-entry(tri-j) TO pli-echange
                       MOVE pli-entry(tri-j + 1) TO pli-entry(tri-j)
                       MOVE pli-echange TO pli-entry(tri-j + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-IMPRIMER-PLI.
           MOVE pl-tab-bulletin(idx-pli) TO idx-bulletin.

           MOVE SPACES TO PLI-NUMERO-RECORD.
           MOVE 'PLI NO' TO PN-LIBELLE.
           MOVE idx-pli TO PN-NUMERO.
           WRITE PLI-NUMERO-RECORD.

           MOVE SPACES TO PLI-LIGNE-RECORD.
           MOVE SPACES TO ETIQUETTE-LIGNE-RECORD.
           STRING pl-tab-prenom(idx-pli) DELIMITED '  '
                  ' ' DELIMITED SIZE
                  pl-tab-nom(idx-pli) DELIMITED '  '
                  INTO ET-LIGNE.
           MOVE ET-LIGNE TO PL-LIGNE(41:60).
           WRITE PLI-LIGNE-RECORD.
           MOVE idx-pli TO ET-NUMERO.
           WRITE ETIQUETTE-LIGNE-RECORD.

           MOVE SPACES TO PLI-LIGNE-RECORD.
           MOVE SPACES TO ETIQUETTE-LIGNE-RECORD.
           MOVE pl-tab-adresse(idx-pli) TO ET-LIGNE.
           MOVE ET-LIGNE TO PL-LIGNE(41:60).
           WRITE PLI-LIGNE-RECORD.
           WRITE ETIQUETTE-LIGNE-RECORD.

           MOVE SPACES TO PLI-LIGNE-RECORD.
           MOVE SPACES TO ETIQUETTE-LIGNE-RECORD.
           STRING pl-tab-code-postal(idx-pli) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  pl-tab-ville(idx-pli) DELIMITED SIZE
                  INTO ET-LIGNE.
           MOVE ET-LIGNE TO PL-LIGNE(41:60).
           WRITE PLI-LIGNE-RECORD.
           WRITE ETIQUETTE-LIGNE-RECORD.

           MOVE SPACES TO PLI-LIGNE-RECORD.
           WRITE PLI-LIGNE-RECORD.
           MOVE SPACES TO ETIQUETTE-LIGNE-RECORD.
           WRITE ETIQUETTE-LIGNE-RECORD.

           PERFORM VARYING idx-ligne FROM bu-premiere(idx-bulletin)
                   BY 1 UNTIL idx-ligne > bu-derniere(idx-bulletin)
               MOVE li-texte(idx-ligne) TO PL-LIGNE
               WRITE PLI-LIGNE-RECORD
           END-PERFORM.

           MOVE SPACES TO PLI-LIGNE-RECORD.
           WRITE PLI-LIGNE-RECORD.

       END PROGRAM ENVOI-BULLETINS.
