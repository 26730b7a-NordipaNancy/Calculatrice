       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLASSEFC.
       COPY ENSEIGNFC.
       COPY AFFECTFC.
       COPY ELEVEFC.

       DATA DIVISION.
       FILE SECTION.
       COPY CLASSEFD.
       COPY ENSEIGNFD.
       COPY AFFECTFD.
       COPY ELEVEFD.

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       COPY PLACECOM.

       77  i PIC 9(3).
       77  ligne-affichage PIC 99.
               10  cm-tab-libelle    PIC X(20).
               10  cm-tab-enseignant PIC X(30).
               10  cm-tab-actif      PIC X(01).
               10  cm-tab-enseignant-id PIC X(05).
               10  cm-tab-capacite   PIC 9(03).
               10  cm-tab-capacite-avant PIC 9(03).

       77  fin-enseignants PIC X VALUE 'N'.
           88  tous-enseignants-lus VALUE 'O'.
       77  nb-enseignants PIC 9(3) VALUE ZERO.
       77  idx-enseignant PIC 9(3).
       77  rang-enseignant PIC 9(3) VALUE ZERO.
       01  enseignant-table.
           05  enseignant-entry OCCURS 200.
               10  en-tab-id         PIC X(05).
               10  en-tab-nom        PIC X(20).
               10  en-tab-prenom     PIC X(15).
               10  en-tab-actif      PIC X(01).

       77  fin-affectations PIC X VALUE 'N'.
           88  toutes-affectations-lues VALUE 'O'.
       77  nb-affectations PIC 9(3) VALUE ZERO.
       77  idx-affectation PIC 9(3).
       77  nb-affectations-trouvees PIC 9(3) VALUE ZERO.
       01  affectation-table.
           05  affectation-entry OCCURS 500.
               10  af-tab-classe     PIC X(05).

       77  choix PIC 9.
       77  fin-maintenance PIC X VALUE 'N'.
           88  maintenance-finie VALUE 'O'.
       77  code-saisi PIC X(05).
       77  libelle-saisi PIC X(20).
       77  enseignant-saisi PIC X(05).
       77  actif-saisi PIC X(01).
       77  capacite-saisie PIC 9(03).
       77  rang-trouve PIC 9(3) VALUE ZERO.
       77  table-saturee PIC X VALUE 'N'.
           88  classes-saturees VALUE 'O'.

       77  fin-eleves PIC X VALUE 'N'.
           88  tous-eleves-lus VALUE 'O'.
       77  effectif-classe PIC 9(3).
       77  nb-places-offertes PIC 9(3) VALUE ZERO.

       SCREEN SECTION.
       1   mcl-titre.
       2   BLANK SCREEN.
       2   COL 17 PIC X(20) FROM cm-tab-libelle(i).
       2   COL 39 PIC X(30) FROM cm-tab-enseignant(i).
       2   COL 71 PIC X FROM cm-tab-actif(i).
       2   COL 74 PIC ZZ9 FROM cm-tab-capacite(i).

       1   mcl-code.
       2   LINE 12 COL 10 VALUE 'code classe : '.
       2   LINE 13 COL 10 VALUE 'libelle     : '.
       2   COL 24 PIC X(20) TO libelle-saisi.
       2   LINE 14 COL 10 VALUE 'enseignant  : '.
       2   COL 24 PIC X(05) TO enseignant-saisi.
       2   LINE 15 COL 10 VALUE 'actif (O/N) : '.
       2   COL 24 PIC X TO actif-saisi.
       2   LINE 16 COL 10 VALUE 'capacite    : '.
       2   COL 24 PIC 9(3) TO capacite-saisie.
       2   COL 28 VALUE '(0 = illimitee)'.

       1   mcl-invalide.
       2   LINE 17 COL 10 VALUE 'saisie invalide' FOREGROUND-COLOR 4.
       2   LINE 17 COL 10 VALUE 'code absent du fichier'
           FOREGROUND-COLOR 4.

       1   mcl-enseignant-inconnu.
       2   LINE 17 COL 10 VALUE 'enseignant absent ou inactif'
           FOREGROUND-COLOR 4.

       1   mcl-affectee.
       2   LINE 17 COL 10 VALUE 'classe encore affectee'
           FOREGROUND-COLOR 4.

       1   mcl-table-pleine.
       2   LINE 17 COL 10 VALUE 'table des classes pleine'
           FOREGROUND-COLOR 4.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-CHARGER-CLASSES.
           PERFORM 1100-CHARGER-ENSEIGNANTS.
           PERFORM 1200-CHARGER-AFFECTATIONS.

           IF classes-saturees
               DISPLAY "fichier classes depasse la table de 50, "
           END-PERFORM.

           PERFORM 8000-SAUVER-CLASSES.
           PERFORM 8500-OFFRIR-PLACES.

           MOVE RC-SUCCES TO RETURN-CODE.
           GOBACK.
                           MOVE CM-ENSEIGNANT
                               TO cm-tab-enseignant(nb-classes)
                           MOVE CM-ACTIF TO cm-tab-actif(nb-classes)
                           MOVE CM-ENSEIGNANT-ID
                               TO cm-tab-enseignant-id(nb-classes)
                           IF CM-CAPACITE NUMERIC
                               MOVE CM-CAPACITE
                                   TO cm-tab-capacite(nb-classes)
                           ELSE
                               MOVE ZERO
                                   TO cm-tab-capacite(nb-classes)
                           END-IF
                           MOVE cm-tab-capacite(nb-classes)
                               TO cm-tab-capacite-avant(nb-classes)
                       ELSE
                           MOVE 'O' TO table-saturee
                       END-IF

           CLOSE CLASSE-FILE.

       1100-CHARGER-ENSEIGNANTS.
           OPEN INPUT ENSEIGNANT-FILE.

           PERFORM UNTIL tous-enseignants-lus
               READ ENSEIGNANT-FILE
                   AT END MOVE 'O' TO fin-enseignants
                   NOT AT END
                       IF nb-enseignants < 200
                           ADD 1 TO nb-enseignants
                           MOVE EN-ID TO en-tab-id(nb-enseignants)
                           MOVE EN-NOM TO en-tab-nom(nb-enseignants)
                           MOVE EN-PRENOM
                               TO en-tab-prenom(nb-enseignants)
                           MOVE EN-ACTIF
                               TO en-tab-actif(nb-enseignants)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ENSEIGNANT-FILE.

       1200-CHARGER-AFFECTATIONS.
           OPEN INPUT AFFECTATION-FILE.

           PERFORM UNTIL toutes-affectations-lues
               READ AFFECTATION-FILE
                   AT END MOVE 'O' TO fin-affectations
                   NOT AT END
                       IF nb-affectations < 500
                           ADD 1 TO nb-affectations
                           MOVE AF-CLASSE
                               TO af-tab-classe(nb-affectations)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AFFECTATION-FILE.

       2000-LISTER-CLASSES.
           DISPLAY mcl-titre.
           PERFORM VARYING i FROM 1 BY 1
                   IF nb-classes < 50
                       DISPLAY mcl-detail
                       ACCEPT mcl-detail
                       PERFORM 6100-CHERCHER-ENSEIGNANT
                       IF rang-enseignant = ZERO
                           DISPLAY mcl-enseignant-inconnu
                       ELSE
                           ADD 1 TO nb-classes
                           MOVE code-saisi TO cm-tab-code(nb-classes)
                           MOVE libelle-saisi
                               TO cm-tab-libelle(nb-classes)
                           MOVE capacite-saisie
                               TO cm-tab-capacite(nb-classes)
                           MOVE ZERO
                               TO cm-tab-capacite-avant(nb-classes)
                           MOVE nb-classes TO rang-trouve
                           PERFORM 6200-NOMMER-ENSEIGNANT
                           IF actif-saisi = 'N'
                               MOVE 'N' TO cm-tab-actif(nb-classes)
                           ELSE
                               MOVE 'O' TO cm-tab-actif(nb-classes)
                           END-IF
                           MOVE 'ajout classe' TO JL-MESSAGE
                           PERFORM 7500-ECRIRE-JOURNAL
                       END-IF
                   ELSE
                       DISPLAY mcl-table-pleine
                   END-IF
           ELSE
               DISPLAY mcl-detail
               ACCEPT mcl-detail
               PERFORM 6100-CHERCHER-ENSEIGNANT
               IF actif-saisi = 'N'
                   PERFORM 6300-COMPTER-AFFECTATIONS
               ELSE
                   MOVE ZERO TO nb-affectations-trouvees
               END-IF
               IF rang-enseignant = ZERO
                   DISPLAY mcl-enseignant-inconnu
               ELSE
                   IF nb-affectations-trouvees > ZERO
                       DISPLAY mcl-affectee
                   ELSE
                       MOVE libelle-saisi TO cm-tab-libelle(rang-trouve)
                       MOVE capacite-saisie
                           TO cm-tab-capacite(rang-trouve)
                       PERFORM 6200-NOMMER-ENSEIGNANT
                       IF actif-saisi = 'N'
                           MOVE 'N' TO cm-tab-actif(rang-trouve)
                       ELSE
                           MOVE 'O' TO cm-tab-actif(rang-trouve)
                       END-IF
                       MOVE 'modification classe' TO JL-MESSAGE
                       PERFORM 7500-ECRIRE-JOURNAL
                   END-IF
               END-IF
           END-IF.

       5000-DESACTIVER-CLASSE.
           IF rang-trouve = ZERO
               DISPLAY mcl-introuvable
           ELSE
               PERFORM 6300-COMPTER-AFFECTATIONS
               IF nb-affectations-trouvees > ZERO
                   DISPLAY mcl-affectee
               ELSE
                   MOVE 'N' TO cm-tab-actif(rang-trouve)
                   MOVE 'desactivation classe' TO JL-MESSAGE
                   PERFORM 7500-ECRIRE-JOURNAL
               END-IF
           END-IF.

       6000-CHERCHER-CLASSE.
               END-IF
           END-PERFORM.

       6100-CHERCHER-ENSEIGNANT.
           MOVE ZERO TO rang-enseignant.

           PERFORM VARYING idx-enseignant FROM 1 BY 1
                   UNTIL idx-enseignant > nb-enseignants
               IF en-tab-id(idx-enseignant) = enseignant-saisi
                       AND en-tab-actif(idx-enseignant) NOT = 'N'
                   MOVE idx-enseignant TO rang-enseignant
               END-IF
           END-PERFORM.

       6200-NOMMER-ENSEIGNANT.
           MOVE enseignant-saisi TO cm-tab-enseignant-id(rang-trouve).
           MOVE SPACES TO cm-tab-enseignant(rang-trouve).
           STRING en-tab-prenom(rang-enseignant) DELIMITED '  '
                  ' ' DELIMITED SIZE
                  en-tab-nom(rang-enseignant) DELIMITED '  '
               INTO cm-tab-enseignant(rang-trouve).

       6300-COMPTER-AFFECTATIONS.
           MOVE ZERO TO nb-affectations-trouvees.

           PERFORM VARYING idx-affectation FROM 1 BY 1
                   UNTIL idx-affectation > nb-affectations
               IF af-tab-classe(idx-affectation) = code-saisi
                   ADD 1 TO nb-affectations-trouvees
               END-IF
           END-PERFORM.

       7500-ECRIRE-JOURNAL.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 1040 TO JL-CODE.
           MOVE 'MAJ-CLASSES' TO JL-PROGRAMME.
           MOVE 'CM-CODE' TO JL-CHAMP.
           MOVE code-saisi TO JL-VALEUR.
               MOVE cm-tab-libelle(idx-classe) TO CM-LIBELLE
               MOVE cm-tab-enseignant(idx-classe) TO CM-ENSEIGNANT
               MOVE cm-tab-actif(idx-classe) TO CM-ACTIF
               MOVE cm-tab-enseignant-id(idx-classe)
                   TO CM-ENSEIGNANT-ID
               MOVE cm-tab-capacite(idx-classe) TO CM-CAPACITE
               WRITE CLASSE-RECORD
           END-PERFORM.

           CLOSE CLASSE-FILE.

       8500-OFFRIR-PLACES.
           PERFORM VARYING idx-classe FROM 1 BY 1
                   UNTIL idx-classe > nb-classes
               IF cm-tab-capacite-avant(idx-classe) > ZERO
                       AND (cm-tab-capacite(idx-classe) = ZERO
                           OR cm-tab-capacite(idx-classe)
                               > cm-tab-capacite-avant(idx-classe))
                   PERFORM 8600-COMPTER-EFFECTIF
                   MOVE SPACES TO PLACE-PARAMETRES
                   MOVE 'O' TO PC-ACTION
                   MOVE 'MAJ-CLASSES' TO PC-PROGRAMME
                   MOVE cm-tab-code(idx-classe) TO PC-CLASSE
                   MOVE effectif-classe TO PC-EFFECTIF
                   CALL 'PLACES-CLASSE' USING PLACE-PARAMETRES
                   ADD PC-NB-OFFERTES TO nb-places-offertes
               END-IF
           END-PERFORM.

           IF nb-places-offertes > ZERO
               DISPLAY "places offertes sur liste d attente : "
                       nb-places-offertes
           END-IF.

       8600-COMPTER-EFFECTIF.
           MOVE ZERO TO effectif-classe.
           MOVE 'N' TO fin-eleves.

           OPEN INPUT ELEVE-FILE.

           PERFORM UNTIL tous-eleves-lus
               READ ELEVE-FILE
                   AT END MOVE 'O' TO fin-eleves
                   NOT AT END
                       IF EL-CLASSE = cm-tab-code(idx-classe)
                               AND EL-STATUT NOT = 'P'
                               AND EL-STATUT NOT = 'M'
                           ADD 1 TO effectif-classe
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ELEVE-FILE.

       END PROGRAM MAJ-CLASSES.
