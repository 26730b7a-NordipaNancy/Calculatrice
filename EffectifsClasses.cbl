       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFFECTIFS-CLASSES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLASSEFC.
       COPY ELEVEFC.
       COPY ATTENTEFC.

           SELECT EFFECTIFS-FILE ASSIGN TO "EFFECTIFS.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY CLASSEFD.
       COPY ELEVEFD.
       COPY ATTENTEFD.

       FD  EFFECTIFS-FILE.
       01  EFFECTIFS-ENTETE-RECORD.
           05  EE-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  EE-LIBELLE        PIC X(18).
           05  EE-DATE           PIC 9(8).

       01  EFFECTIFS-TITRE-RECORD.
           05  ET-LIGNE          PIC X(80).

       01  EFFECTIFS-CLASSE-RECORD.
           05  EC-CODE           PIC X(05).
           05  FILLER            PIC X(02).
           05  EC-LIBELLE        PIC X(20).
           05  FILLER            PIC X(02).
           05  EC-CAPACITE       PIC X(05).
           05  FILLER            PIC X(02).
           05  EC-EFFECTIF       PIC ZZZZ9.
           05  FILLER            PIC X(02).
           05  EC-LIBRES         PIC X(05).
           05  FILLER            PIC X(02).
           05  EC-ATTENTE        PIC ZZZZ9.
           05  FILLER            PIC X(02).
           05  EC-OFFERTES       PIC ZZZZ9.
           05  FILLER            PIC X(02).
           05  EC-ALERTE         PIC X(09).

       01  EFFECTIFS-ATTENTE-RECORD.
           05  FILLER            PIC X(07).
           05  EA-RANG           PIC ZZ9.
           05  FILLER            PIC X(02).
           05  EA-DATE-PRIORITE  PIC 9(8).
           05  FILLER            PIC X(02).
           05  EA-TYPE           PIC X(10).
           05  FILLER            PIC X(02).
           05  EA-ELEVE          PIC X(30).
           05  FILLER            PIC X(02).
           05  EA-STATUT         PIC X(08).
           05  FILLER            PIC X(01).
           05  EA-DATE-OFFRE     PIC X(08).

       01  EFFECTIFS-TOTAL-RECORD.
           05  EO-LIBELLE        PIC X(20).
           05  FILLER            PIC X(02).
           05  EO-VALEUR         PIC ZZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY ENTETECOM.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY DATECOM.

       77  fin-classes PIC X VALUE 'N'.
           88  toutes-classes-lues VALUE 'O'.
       77  fin-eleves PIC X VALUE 'N'.
           88  tous-eleves-lus VALUE 'O'.
       77  fin-attente PIC X VALUE 'N'.
           88  toute-attente-lue VALUE 'O'.

       77  nb-classes PIC 9(3) VALUE ZERO.
       77  idx-classe PIC 9(3).
       77  rang-classe PIC 9(3).
       77  classes-sature PIC X VALUE 'N'.
           88  classes-est-sature VALUE 'O'.
       01  classe-effectif-table.
           05  classe-effectif-entry OCCURS 50.
               10  ce-code           PIC X(05).
               10  ce-libelle        PIC X(20).
               10  ce-capacite       PIC 9(03).
               10  ce-effectif       PIC 9(05).
               10  ce-attente        PIC 9(05).
               10  ce-offertes       PIC 9(05).

       77  nb-attentes PIC 9(3) VALUE ZERO.
       77  idx-attente PIC 9(3).
       77  rang-suivant PIC 9(3).
       77  rang-liste PIC 9(3).
       77  attente-sature PIC X VALUE 'N'.
           88  attente-est-saturee VALUE 'O'.
       01  attente-table.
           05  attente-entry OCCURS 500.
               10  ae-tab-classe     PIC X(05).
               10  ae-tab-date-priorite PIC 9(8).
               10  ae-tab-type       PIC X(01).
               10  ae-tab-eleve-id   PIC X(05).
               10  ae-tab-nom        PIC X(30).
               10  ae-tab-prenom     PIC X(30).
               10  ae-tab-statut     PIC X(01).
               10  ae-tab-date-offre PIC 9(8).
               10  ae-tab-edite      PIC X(01).

       77  places-libres PIC S9(5).
       77  libres-edite PIC -ZZZ9.
       77  capacite-edite PIC ZZZZ9.
       77  total-capacite PIC 9(5) VALUE ZERO.
       77  total-effectif PIC 9(5) VALUE ZERO.
       77  total-attente PIC 9(5) VALUE ZERO.
       77  total-offertes PIC 9(5) VALUE ZERO.
       77  nb-classes-completes PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           PERFORM 1000-CHARGER-CLASSES.
           PERFORM 1100-COMPTER-EFFECTIFS.
           PERFORM 1200-CHARGER-ATTENTE.

           IF classes-est-sature
               DISPLAY "plus de 50 classes actives, rapport partiel"
           END-IF.

           IF attente-est-saturee
               DISPLAY "liste d attente au dela de 500 demandes, "
                       "rapport partiel"
           END-IF.

           OPEN OUTPUT EFFECTIFS-FILE.

           MOVE SPACES TO EFFECTIFS-ENTETE-RECORD.
           MOVE SP-NOM TO EE-NOM-ATELIER.
           MOVE 'EFFECTIFS CLASSES ' TO EE-LIBELLE.
           MOVE date-du-jour TO EE-DATE.
           WRITE EFFECTIFS-ENTETE-RECORD.

           MOVE SPACES TO ET-LIGNE.
           MOVE 'CLASS' TO ET-LIGNE(1:5).
           MOVE 'LIBELLE' TO ET-LIGNE(8:7).
           MOVE 'CAPAC' TO ET-LIGNE(30:5).
           MOVE 'EFFEC' TO ET-LIGNE(37:5).
           MOVE 'LIBRE' TO ET-LIGNE(44:5).
           MOVE 'ATTEN' TO ET-LIGNE(51:5).
           MOVE 'OFFER' TO ET-LIGNE(58:5).
           WRITE EFFECTIFS-TITRE-RECORD.

           PERFORM 2000-EDITER-UNE-CLASSE
               VARYING idx-classe FROM 1 BY 1
               UNTIL idx-classe > nb-classes.

           PERFORM 3000-EDITER-TOTAUX.

           CLOSE EFFECTIFS-FILE.

           DISPLAY "effectifs classes : " nb-classes " classes, "
                   nb-classes-completes " completes, "
                   total-attente " en attente, "
                   total-offertes " places offertes".

           IF nb-classes = ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-CHARGER-CLASSES.
           OPEN INPUT CLASSE-FILE.

           PERFORM UNTIL toutes-classes-lues
               READ CLASSE-FILE
                   AT END MOVE 'O' TO fin-classes
                   NOT AT END
                       IF CM-ACTIF NOT = 'N'
                           IF nb-classes < 50
                               ADD 1 TO nb-classes
                               MOVE CM-CODE TO ce-code(nb-classes)
                               MOVE CM-LIBELLE
                                   TO ce-libelle(nb-classes)
                               IF CM-CAPACITE NUMERIC
                                   MOVE CM-CAPACITE
                                       TO ce-capacite(nb-classes)
                               ELSE
                                   MOVE ZERO
                                       TO ce-capacite(nb-classes)
                               END-IF
                               MOVE ZERO TO ce-effectif(nb-classes)
                               MOVE ZERO TO ce-attente(nb-classes)
                               MOVE ZERO TO ce-offertes(nb-classes)
                           ELSE
                               MOVE 'O' TO classes-sature
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLASSE-FILE.

       1100-COMPTER-EFFECTIFS.
           OPEN INPUT ELEVE-FILE.

           PERFORM UNTIL tous-eleves-lus
               READ ELEVE-FILE
                   AT END MOVE 'O' TO fin-eleves
                   NOT AT END
                       IF EL-STATUT NOT = 'P' AND EL-STATUT NOT = 'M'
                           PERFORM 1150-CHERCHER-CLASSE
                           IF rang-classe > ZERO
                               ADD 1 TO ce-effectif(rang-classe)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ELEVE-FILE.

       1150-CHERCHER-CLASSE.
           MOVE ZERO TO rang-classe.

           PERFORM VARYING idx-classe FROM 1 BY 1
                   UNTIL idx-classe > nb-classes
               IF ce-code(idx-classe) = EL-CLASSE
                   MOVE idx-classe TO rang-classe
               END-IF
           END-PERFORM.

       1200-CHARGER-ATTENTE.
           OPEN INPUT ATTENTE-FILE.

           PERFORM UNTIL toute-attente-lue
               READ ATTENTE-FILE
                   AT END MOVE 'O' TO fin-attente
                   NOT AT END
                       IF AE-EN-ATTENTE OR AE-OFFERTE
                           PERFORM 1250-RETENIR-ATTENTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ATTENTE-FILE.

       1250-RETENIR-ATTENTE.
           IF nb-attentes < 500
               ADD 1 TO nb-attentes
               MOVE AE-CLASSE TO ae-tab-classe(nb-attentes)
               MOVE AE-DATE-PRIORITE
                   TO ae-tab-date-priorite(nb-attentes)
               MOVE AE-TYPE TO ae-tab-type(nb-attentes)
               MOVE AE-ELEVE-ID TO ae-tab-eleve-id(nb-attentes)
               MOVE AE-NOM TO ae-tab-nom(nb-attentes)
               MOVE AE-PRENOM TO ae-tab-prenom(nb-attentes)
               MOVE AE-STATUT TO ae-tab-statut(nb-attentes)
               MOVE AE-DATE-OFFRE TO ae-tab-date-offre(nb-attentes)
               MOVE 'N' TO ae-tab-edite(nb-attentes)

               MOVE ZERO TO rang-classe
               PERFORM VARYING idx-classe FROM 1 BY 1
                       UNTIL idx-classe > nb-classes
                   IF ce-code(idx-classe) = AE-CLASSE
                       MOVE idx-classe TO rang-classe
                   END-IF
               END-PERFORM

               IF rang-classe > ZERO
                   IF AE-OFFERTE
                       ADD 1 TO ce-offertes(rang-classe)
                   ELSE
                       ADD 1 TO ce-attente(rang-classe)
                   END-IF
               END-IF
           ELSE
               MOVE 'O' TO attente-sature
           END-IF.

       2000-EDITER-UNE-CLASSE.
           MOVE SPACES TO EFFECTIFS-CLASSE-RECORD.
           MOVE ce-code(idx-classe) TO EC-CODE.
           MOVE ce-libelle(idx-classe) TO EC-LIBELLE.
           MOVE ce-effectif(idx-classe) TO EC-EFFECTIF.
           MOVE ce-attente(idx-classe) TO EC-ATTENTE.
           MOVE ce-offertes(idx-classe) TO EC-OFFERTES.

           IF ce-capacite(idx-classe) = ZERO
               MOVE 'ILLIM' TO EC-CAPACITE
               MOVE '    -' TO EC-LIBRES
           ELSE
               MOVE ce-capacite(idx-classe) TO capacite-edite
               MOVE capacite-edite TO EC-CAPACITE
               COMPUTE places-libres = ce-capacite(idx-classe)
                   - ce-effectif(idx-classe)
                   - ce-offertes(idx-classe)
               MOVE places-libres TO libres-edite
               MOVE libres-edite TO EC-LIBRES
               ADD ce-capacite(idx-classe) TO total-capacite
               IF ce-effectif(idx-classe) > ce-capacite(idx-classe)
                   MOVE 'SURCHARGE' TO EC-ALERTE
                   ADD 1 TO nb-classes-completes
               ELSE
                   IF places-libres <= ZERO
                       MOVE 'COMPLETE' TO EC-ALERTE
                       ADD 1 TO nb-classes-completes
                   END-IF
               END-IF
           END-IF.

           WRITE EFFECTIFS-CLASSE-RECORD.

           ADD ce-effectif(idx-classe) TO total-effectif.
           ADD ce-attente(idx-classe) TO total-attente.
           ADD ce-offertes(idx-classe) TO total-offertes.

           MOVE ZERO TO rang-liste.
           MOVE 1 TO rang-suivant.

           PERFORM UNTIL rang-suivant = ZERO
               PERFORM 2100-CHERCHER-SUIVANT
               IF rang-suivant > ZERO
                   PERFORM 2200-EDITER-ATTENTE
               END-IF
           END-PERFORM.

       2100-CHERCHER-SUIVANT.
           MOVE ZERO TO rang-suivant.

           PERFORM VARYING idx-attente FROM 1 BY 1
                   UNTIL idx-attente > nb-attentes
               IF ae-tab-classe(idx-attente) = ce-code(idx-classe)
                       AND ae-tab-edite(idx-attente) = 'N'
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

       2200-EDITER-ATTENTE.
           MOVE 'O' TO ae-tab-edite(rang-suivant).
           ADD 1 TO rang-liste.

           MOVE SPACES TO EFFECTIFS-ATTENTE-RECORD.
           MOVE rang-liste TO EA-RANG.
           MOVE ae-tab-date-priorite(rang-suivant) TO EA-DATE-PRIORITE.

           IF ae-tab-type(rang-suivant) = 'T'
               MOVE 'TRANSFERT' TO EA-TYPE
               STRING ae-tab-eleve-id(rang-suivant) DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      ae-tab-nom(rang-suivant) DELIMITED '  '
                      INTO EA-ELEVE
           ELSE
               MOVE 'ENROLEMENT' TO EA-TYPE
               STRING ae-tab-nom(rang-suivant) DELIMITED '  '
                      ' ' DELIMITED SIZE
                      ae-tab-prenom(rang-suivant) DELIMITED '  '
                      INTO EA-ELEVE
           END-IF.

           IF ae-tab-statut(rang-suivant) = 'O'
               MOVE 'OFFERTE' TO EA-STATUT
               MOVE ae-tab-date-offre(rang-suivant) TO EA-DATE-OFFRE
           ELSE
               MOVE 'ATTENTE' TO EA-STATUT
           END-IF.

           WRITE EFFECTIFS-ATTENTE-RECORD.

       3000-EDITER-TOTAUX.
           MOVE SPACES TO EFFECTIFS-TOTAL-RECORD.
           MOVE 'CAPACITE LIMITEE' TO EO-LIBELLE.
           MOVE total-capacite TO EO-VALEUR.
           WRITE EFFECTIFS-TOTAL-RECORD.

           MOVE SPACES TO EFFECTIFS-TOTAL-RECORD.
           MOVE 'EFFECTIF TOTAL' TO EO-LIBELLE.
           MOVE total-effectif TO EO-VALEUR.
           WRITE EFFECTIFS-TOTAL-RECORD.

           MOVE SPACES TO EFFECTIFS-TOTAL-RECORD.
           MOVE 'CLASSES COMPLETES' TO EO-LIBELLE.
           MOVE nb-classes-completes TO EO-VALEUR.
           WRITE EFFECTIFS-TOTAL-RECORD.

           MOVE SPACES TO EFFECTIFS-TOTAL-RECORD.
           MOVE 'EN LISTE D ATTENTE' TO EO-LIBELLE.
           MOVE total-attente TO EO-VALEUR.
           WRITE EFFECTIFS-TOTAL-RECORD.

           MOVE SPACES TO EFFECTIFS-TOTAL-RECORD.
           MOVE 'PLACES OFFERTES' TO EO-LIBELLE.
           MOVE total-offertes TO EO-VALEUR.
           WRITE EFFECTIFS-TOTAL-RECORD.

       END PROGRAM EFFECTIFS-CLASSES.
