       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLACES-CLASSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLASSEFC.
       COPY ATTENTEFC.

       DATA DIVISION.
       FILE SECTION.
       COPY CLASSEFD.
       COPY ATTENTEFD.

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY DATECOM.

       77  fin-classes PIC X VALUE 'N'.
           88  toutes-classes-lues VALUE 'O'.
       77  fin-attente PIC X VALUE 'N'.
           88  toute-attente-lue VALUE 'O'.
       77  attente-sature PIC X VALUE 'N'.
           88  attente-est-saturee VALUE 'O'.
       77  attente-modifiee PIC X VALUE 'N'.
           88  attente-est-modifiee VALUE 'O'.

       77  nb-attentes PIC 9(3) VALUE ZERO.
       77  idx-attente PIC 9(3).
       77  rang-demandeur PIC 9(3).
       77  rang-suivant PIC 9(3).
       01  attente-table.
           05  attente-entry OCCURS 500.
               10  ae-tab-classe     PIC X(05).
               10  ae-tab-date-priorite PIC 9(8).
               10  ae-tab-type       PIC X(01).
               10  ae-tab-eleve-id   PIC X(05).
               10  ae-tab-nom        PIC X(30).
               10  ae-tab-prenom     PIC X(30).
               10  ae-tab-ancienne   PIC X(05).
               10  ae-tab-statut     PIC X(01).
               10  ae-tab-date-offre PIC 9(8).

       77  nb-offertes-classe PIC 9(3).
       77  nb-devant PIC 9(3).
       77  places-libres PIC S9(4) COMP.
       77  date-priorite PIC 9(8).
       77  valeur-journal PIC X(20).

       LINKAGE SECTION.
       COPY PLACECOM.

       PROCEDURE DIVISION USING PLACE-PARAMETRES.
       MAIN-PROCEDURE.
           MOVE SPACE TO PC-RETOUR.
           MOVE ZERO TO PC-RANG.
           MOVE ZERO TO PC-NB-OFFERTES.
           MOVE 'N' TO attente-modifiee.

           CALL 'OBTENIR-DATE' USING date-du-jour.

           PERFORM 1000-CHARGER-CAPACITE.
           PERFORM 1100-CHARGER-ATTENTE.
           PERFORM 1200-SITUER-DEMANDEUR.

           EVALUATE TRUE
               WHEN PC-ACTION-RESERVER
                   PERFORM 2000-RESERVER-PLACE
               WHEN PC-ACTION-OFFRIR
                   PERFORM 3000-OFFRIR-PLACES
           END-EVALUATE.

           IF attente-est-modifiee
               PERFORM 8000-SAUVER-ATTENTE
           END-IF.

           GOBACK.

       1000-CHARGER-CAPACITE.
           MOVE 'N' TO fin-classes.
           MOVE ZERO TO PC-CAPACITE.

           OPEN INPUT CLASSE-FILE.

           PERFORM UNTIL toutes-classes-lues
               READ CLASSE-FILE
                   AT END MOVE 'O' TO fin-classes
                   NOT AT END
                       IF CM-CODE = PC-CLASSE
                               AND CM-CAPACITE NUMERIC
                           MOVE CM-CAPACITE TO PC-CAPACITE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLASSE-FILE.

       1100-CHARGER-ATTENTE.
           MOVE 'N' TO fin-attente.
           MOVE 'N' TO attente-sature.
           MOVE ZERO TO nb-attentes.

           OPEN INPUT ATTENTE-FILE.

           PERFORM UNTIL toute-attente-lue
               READ ATTENTE-FILE
                   AT END MOVE 'O' TO fin-attente
                   NOT AT END
                       IF nb-attentes < 500
                           ADD 1 TO nb-attentes
                           MOVE AE-CLASSE
                               TO ae-tab-classe(nb-attentes)
                           MOVE AE-DATE-PRIORITE
                               TO ae-tab-date-priorite(nb-attentes)
                           MOVE AE-TYPE TO ae-tab-type(nb-attentes)
                           MOVE AE-ELEVE-ID
                               TO ae-tab-eleve-id(nb-attentes)
                           MOVE AE-NOM TO ae-tab-nom(nb-attentes)
                           MOVE AE-PRENOM
                               TO ae-tab-prenom(nb-attentes)
                           MOVE AE-ANCIENNE
                               TO ae-tab-ancienne(nb-attentes)
                           MOVE AE-STATUT
                               TO ae-tab-statut(nb-attentes)
                           MOVE AE-DATE-OFFRE
                               TO ae-tab-date-offre(nb-attentes)
                       ELSE
                           MOVE 'O' TO attente-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ATTENTE-FILE.

           IF attente-est-saturee
               DISPLAY "liste d attente au dela de 500 demandes, "
                       "fichier non reecrit"
           END-IF.

       1200-SITUER-DEMANDEUR.
           MOVE ZERO TO rang-demandeur.
           MOVE ZERO TO nb-offertes-classe.

           IF PC-DATE-PRIORITE NUMERIC AND PC-DATE-PRIORITE > ZERO
               MOVE PC-DATE-PRIORITE TO date-priorite
           ELSE
               MOVE date-du-jour TO date-priorite
           END-IF.

           PERFORM VARYING idx-attente FROM 1 BY 1
                   UNTIL idx-attente > nb-attentes
               IF ae-tab-classe(idx-attente) = PC-CLASSE
                   IF ae-tab-statut(idx-attente) = 'O'
                       ADD 1 TO nb-offertes-classe
                   END-IF
                   IF (ae-tab-statut(idx-attente) = SPACE
                           OR ae-tab-statut(idx-attente) = 'O')
                           AND ae-tab-type(idx-attente) = PC-TYPE
                       IF PC-TYPE = 'T'
                           IF ae-tab-eleve-id(idx-attente)
                                   = PC-ELEVE-ID
                               MOVE idx-attente TO rang-demandeur
                           END-IF
                       ELSE
                           IF ae-tab-nom(idx-attente) = PC-NOM
                                   AND ae-tab-prenom(idx-attente)
                                       = PC-PRENOM
                               MOVE idx-attente TO rang-demandeur
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF rang-demandeur > ZERO
               MOVE ae-tab-date-priorite(rang-demandeur)
                   TO date-priorite
           END-IF.

       2000-RESERVER-PLACE.
           PERFORM 2050-COMPTER-DEVANT.

           COMPUTE places-libres =
               PC-CAPACITE - PC-EFFECTIF - nb-offertes-classe.

           IF PC-CAPACITE = ZERO
               MOVE 'O' TO PC-RETOUR
           ELSE
               IF rang-demandeur > ZERO
                   IF ae-tab-statut(rang-demandeur) = 'O'
                       MOVE 'O' TO PC-RETOUR
                   END-IF
               END-IF
               IF places-libres > ZERO AND nb-devant = ZERO
                   MOVE 'O' TO PC-RETOUR
               END-IF
           END-IF.

           IF PC-ACCORDEE
               IF rang-demandeur > ZERO
                   MOVE 'S' TO ae-tab-statut(rang-demandeur)
                   MOVE 'O' TO attente-modifiee
               END-IF
           ELSE
               IF rang-demandeur = ZERO
                   PERFORM 2100-INSCRIRE-DEMANDEUR
                   PERFORM 2050-COMPTER-DEVANT
               END-IF
               IF rang-demandeur > ZERO
                   MOVE 'A' TO PC-RETOUR
                   COMPUTE PC-RANG = nb-devant + 1
               ELSE
                   MOVE 'S' TO PC-RETOUR
               END-IF
           END-IF.

       2050-COMPTER-DEVANT.
           MOVE ZERO TO nb-devant.

           PERFORM VARYING idx-attente FROM 1 BY 1
                   UNTIL idx-attente > nb-attentes
               IF ae-tab-classe(idx-attente) = PC-CLASSE
                       AND ae-tab-statut(idx-attente) = SPACE
                       AND idx-attente NOT = rang-demandeur
                   IF rang-demandeur = ZERO
                           OR ae-tab-date-priorite(idx-attente)
                               < date-priorite
                           OR (ae-tab-date-priorite(idx-attente)
                                   = date-priorite
                               AND idx-attente < rang-demandeur)
                       ADD 1 TO nb-devant
                   END-IF
               END-IF
           END-PERFORM.

       2100-INSCRIRE-DEMANDEUR.
           IF nb-attentes < 500 AND NOT attente-est-saturee
               ADD 1 TO nb-attentes
               MOVE nb-attentes TO rang-demandeur
               MOVE PC-CLASSE TO ae-tab-classe(rang-demandeur)
               MOVE date-priorite
                   TO ae-tab-date-priorite(rang-demandeur)
               MOVE PC-TYPE TO ae-tab-type(rang-demandeur)
               MOVE PC-ELEVE-ID TO ae-tab-eleve-id(rang-demandeur)
               MOVE PC-NOM TO ae-tab-nom(rang-demandeur)
               MOVE PC-PRENOM TO ae-tab-prenom(rang-demandeur)
               MOVE PC-ANCIENNE TO ae-tab-ancienne(rang-demandeur)
               MOVE SPACE TO ae-tab-statut(rang-demandeur)
               MOVE ZERO TO ae-tab-date-offre(rang-demandeur)
               MOVE 'O' TO attente-modifiee

               MOVE rang-demandeur TO idx-attente
               MOVE 'mise en liste d attente' TO JL-MESSAGE
               PERFORM 7500-ECRIRE-JOURNAL
           END-IF.

       3000-OFFRIR-PLACES.
           IF PC-CAPACITE = ZERO
               MOVE 999 TO places-libres
           ELSE
               COMPUTE places-libres =
                   PC-CAPACITE - PC-EFFECTIF - nb-offertes-classe
           END-IF.

           MOVE 1 TO rang-suivant.

           PERFORM UNTIL places-libres <= ZERO OR rang-suivant = ZERO
               PERFORM 3100-CHERCHER-SUIVANT
               IF rang-suivant > ZERO
                   MOVE 'O' TO ae-tab-statut(rang-suivant)
                   MOVE date-du-jour
                       TO ae-tab-date-offre(rang-suivant)
                   MOVE 'O' TO attente-modifiee
                   ADD 1 TO PC-NB-OFFERTES
                   SUBTRACT 1 FROM places-libres

                   MOVE rang-suivant TO idx-attente
                   MOVE 'place offerte sur liste d attente'
                       TO JL-MESSAGE
                   PERFORM 7500-ECRIRE-JOURNAL
               END-IF
           END-PERFORM.

       3100-CHERCHER-SUIVANT.
           MOVE ZERO TO rang-suivant.

           PERFORM VARYING idx-attente FROM 1 BY 1
                   UNTIL idx-attente > nb-attentes
               IF ae-tab-classe(idx-attente) = PC-CLASSE
                       AND ae-tab-statut(idx-attente) = SPACE
                   IF rang-suivant = ZERO
                       MOVE idx-attente TO rang-suivant
                   ELSE
                       IF ae-tab-date-priorite(idx-attente)
                               < ae-tab-date-priorite(rang-suivant)
                           MOVE idx-attente TO rang-suivant
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO valeur-journal.
           IF ae-tab-eleve-id(idx-attente) = SPACES
               STRING ae-tab-classe(idx-attente) DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      ae-tab-nom(idx-attente) DELIMITED SIZE
                      INTO valeur-journal
           ELSE
               STRING ae-tab-classe(idx-attente) DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      ae-tab-eleve-id(idx-attente) DELIMITED SIZE
                      INTO valeur-journal
           END-IF.

           MOVE 'I' TO JL-SEVERITE.
           MOVE 2030 TO JL-CODE.
           MOVE 'PLACES-CLASS' TO JL-PROGRAMME.
           MOVE 'AE-STATUT' TO JL-CHAMP.
           MOVE valeur-journal TO JL-VALEUR.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-SAUVER-ATTENTE.
           IF NOT attente-est-saturee
               OPEN OUTPUT ATTENTE-FILE

               PERFORM VARYING idx-attente FROM 1 BY 1
                       UNTIL idx-attente > nb-attentes
                   MOVE SPACES TO ATTENTE-RECORD
                   MOVE ae-tab-classe(idx-attente) TO AE-CLASSE
                   MOVE ae-tab-date-priorite(idx-attente)
                       TO AE-DATE-PRIORITE
                   MOVE ae-tab-type(idx-attente) TO AE-TYPE
                   MOVE ae-tab-eleve-id(idx-attente) TO AE-ELEVE-ID
                   MOVE ae-tab-nom(idx-attente) TO AE-NOM
                   MOVE ae-tab-prenom(idx-attente) TO AE-PRENOM
                   MOVE ae-tab-ancienne(idx-attente) TO AE-ANCIENNE
                   MOVE ae-tab-statut(idx-attente) TO AE-STATUT
                   MOVE ae-tab-date-offre(idx-attente)
                       TO AE-DATE-OFFRE
                   WRITE ATTENTE-RECORD
               END-PERFORM

               CLOSE ATTENTE-FILE
           END-IF.

       END PROGRAM PLACES-CLASSE.
