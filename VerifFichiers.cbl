       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CATALOGFC.
       COPY VOLUMEFC.

           SELECT OPTIONAL FICHIER-VERIFIE-FILE
               ASSIGN DYNAMIC fichier-verifie-nom
       DATA DIVISION.
       FILE SECTION.
       COPY CATALOGFD.
       COPY VOLUMEFD.

       FD  FICHIER-VERIFIE-FILE.
       01  FICHIER-VERIFIE-RECORD.
       77  racine-part PIC X(20).
       77  nom-construit PIC X(20).

       77  nb-fichiers PIC 9(3) VALUE ZERO.
       77  idx-fichier PIC 9(3).
       77  rang-fichier PIC 9(3).
       77  fichiers-sature PIC X VALUE 'N'.
           88  fichiers-satures VALUE 'O'.
       01  fichier-table.
           05  fichier-vu OCCURS 200 PIC X(20).
       77  racine-fichier PIC X(20).
       77  extension-fichier PIC X(10).
       77  nb-fichiers-mesures PIC 9(3) VALUE ZERO.

       01  regles-controle.
           05  FILLER PIC X(31) VALUE 'ROSTER.DAT          009006004N '.

           PERFORM 1000-RELEVER-FICHIERS-CATALOGUE.

           IF fichiers-satures
               DISPLAY "catalogue au dela de 200 fichiers, "
                       "verification partielle"
           END-IF.

           OPEN OUTPUT SANTE-FILE.
           OPEN EXTEND VOLUME-FILE.

           MOVE SPACES TO SANTE-ENTETE-RECORD.
           MOVE 'SANTE DES FICHIERS AU ' TO SA-LIBELLE.
               UNTIL idx-fichier > nb-fichiers.

           CLOSE SANTE-FILE.
           CLOSE VOLUME-FILE.

           DISPLAY "verification : " nb-fichiers " fichiers, "
                   nb-fichiers-ko " en anomalie, "
                   nb-fichiers-mesures " volumes releves".

           IF nb-fichiers-ko > ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               END-IF
           END-PERFORM.

           IF rang-fichier = ZERO
               IF nb-fichiers < 200
                   ADD 1 TO nb-fichiers
                   MOVE nom-construit TO fichier-vu(nb-fichiers)
               ELSE
                   MOVE 'O' TO fichiers-sature
               END-IF
           END-IF.

       3000-VERIFIER-UN-FICHIER.
               END-IF
           END-PERFORM.

           MOVE SPACES TO racine-fichier extension-fichier.
           UNSTRING fichier-vu(idx-fichier) DELIMITED BY '.'
               INTO racine-fichier extension-fichier.

           IF rang-regle = ZERO
               MOVE ZERO TO nb-enregs
               IF extension-fichier NOT = 'IDX'
                   PERFORM 3050-COMPTER-ENREGISTREMENTS
               END-IF
               MOVE SPACES TO SANTE-LIGNE-RECORD
               MOVE fichier-vu(idx-fichier) TO SB-FICHIER
               MOVE nb-enregs TO SB-NB-ENREGS
               MOVE ZERO TO SB-NB-ANOMALIES
               MOVE 'NON CONTROLE' TO SB-STATUT
               WRITE SANTE-LIGNE-RECORD
               PERFORM 3100-CONTROLER-CONTENU
           END-IF.

           IF nb-enregs > ZERO
               PERFORM 3300-RELEVER-VOLUME
           END-IF.

       3050-COMPTER-ENREGISTREMENTS.
           MOVE fichier-vu(idx-fichier) TO fichier-verifie-nom.
           MOVE 'N' TO fin-verifie.

           OPEN INPUT FICHIER-VERIFIE-FILE.

           PERFORM UNTIL fichier-verifie-lu
               READ FICHIER-VERIFIE-FILE
                   AT END MOVE 'O' TO fin-verifie
                   NOT AT END ADD 1 TO nb-enregs
               END-READ
           END-PERFORM.

           CLOSE FICHIER-VERIFIE-FILE.

       3100-CONTROLER-CONTENU.
           MOVE fichier-vu(idx-fichier) TO fichier-verifie-nom.
           MOVE 'N' TO fin-verifie.
               END-IF
           END-IF.

       3300-RELEVER-VOLUME.
           MOVE SPACES TO VOLUME-RECORD.
           MOVE date-du-jour TO VO-DATE.
           MOVE fichier-vu(idx-fichier) TO VO-FICHIER.
           MOVE nb-enregs TO VO-NB-ENREGS.
           WRITE VOLUME-RECORD.
           ADD 1 TO nb-fichiers-mesures.

       END PROGRAM VERIF-FICHIERS.
