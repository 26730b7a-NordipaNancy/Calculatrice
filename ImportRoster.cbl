           SELECT OPTIONAL PROFIL-IMPORT-FILE ASSIGN TO "PROFIMP.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       COPY ROSTANOFC.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACTION-FILE.
           05  PI-ENTETE         PIC X(01).
           05  FILLER            PIC X(01).
           05  PI-POS-MATIERE    PIC X(01).
           05  FILLER            PIC X(01).
           05  PI-ANONYME        PIC X(01).

       COPY ROSTANOFD.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       77  profil-decimale PIC X VALUE 'P'.
       77  profil-entete PIC X VALUE 'O'.
       77  profil-pos-matiere PIC 9 VALUE ZERO.
       77  profil-anonyme PIC X VALUE 'N'.
           88  est-profil-anonyme VALUE 'O'.
       77  score-converti PIC 9(3)V99.
       77  nb-points-trouves PIC 9(2).
       77  nb-chiffres-trouves PIC 9(2).
           ACCEPT profil-demande.
           PERFORM 0500-CHARGER-PROFIL.

           PERFORM 0600-IMPORTER-EXTRACTION.

           GOBACK.

       9000-ENTREE-BATCH.
       ENTRY "IMPORT-ROSTER-BATCH".
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE SPACES TO profil-demande.
           PERFORM 0500-CHARGER-PROFIL.
           PERFORM 0600-IMPORTER-EXTRACTION.

           GOBACK.

                           ELSE
                               MOVE ZERO TO profil-pos-matiere
                           END-IF
                           IF PI-ANONYME = 'O'
                               MOVE 'O' TO profil-anonyme
                           ELSE
                               MOVE 'N' TO profil-anonyme
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               MOVE champ-classe TO RE-CLASSE
               MOVE PV-SITE-CODE TO RE-SITE
               MOVE champ-matiere TO RE-MATIERE
               IF est-profil-anonyme
                   WRITE ROSTER-ANONYME-RECORD FROM ROSTER-RECORD
               ELSE
                   WRITE ROSTER-RECORD
               END-IF
           ELSE
               ADD 1 TO nb-rejetes
               MOVE SPACES TO IMPORT-REJET-RECORD
                   bareme-source " -> " score-converti-edite
                   " /20 pour " champ-eleve-id.

       0600-IMPORTER-EXTRACTION.
           IF profil-entete = 'N'
               MOVE 'O' TO entete-lue
           END-IF.

           OPEN INPUT EXTRACTION-FILE.
           IF est-profil-anonyme
               OPEN EXTEND ROSTER-ANONYME-FILE
           ELSE
               OPEN OUTPUT ROSTER-FILE
           END-IF.
           OPEN OUTPUT IMPORT-REJET-FILE.

           PERFORM UNTIL toute-extraction-lue
               READ EXTRACTION-FILE
                   AT END MOVE 'O' TO fin-extraction
                   NOT AT END
                       IF NOT entete-est-lue
                           PERFORM 1000-TRAITER-ENTETE
                       ELSE
                           PERFORM 2000-TRAITER-LIGNE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EXTRACTION-FILE.
           IF est-profil-anonyme
               CLOSE ROSTER-ANONYME-FILE
           ELSE
               CLOSE ROSTER-FILE
           END-IF.
           CLOSE IMPORT-REJET-FILE.

           DISPLAY "import roster (profil " profil-demande ") : "
                   nb-lignes-lues " lignes, "
                   nb-acceptes " acceptees, " nb-rejetes " rejetees".

           IF bareme-source NOT = 20
               DISPLAY "bareme source " bareme-source " : "
                       nb-convertis " scores convertis sur 20"
           END-IF.

           IF profil-entete = 'N'
               IF nb-rejetes > ZERO
                   MOVE RC-AVERTISSEMENT TO RETURN-CODE
               ELSE
                   MOVE RC-SUCCES TO RETURN-CODE
               END-IF
           ELSE IF NOT entete-est-lue
               DISPLAY "extraction sans entete"
               MOVE RC-ERREUR TO RETURN-CODE
           ELSE IF nb-lignes-lues NOT = nb-annonce
               DISPLAY "nombre annonce " nb-annonce
                       " different du nombre lu " nb-lignes-lues
               MOVE RC-ERREUR TO RETURN-CODE
           ELSE IF nb-rejetes > ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF
           END-IF
           END-IF
           END-IF.


       END PROGRAM IMPORT-ROSTER.
