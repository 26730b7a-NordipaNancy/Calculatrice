       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOUMETTRE-MODIF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY MODATTFC.

       DATA DIVISION.
       FILE SECTION.
       COPY MODATTFD.

       WORKING-STORAGE SECTION.
       COPY DATECOM.
       77  heure-du-jour PIC 9(8).
       77  dernier-numero PIC 9(6).
       77  fin-modifs PIC X.
           88  toutes-modifs-lues VALUE 'O'.

       LINKAGE SECTION.
       COPY MODIFCOM.

       PROCEDURE DIVISION USING MODIF-PARAMETRES.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           ACCEPT heure-du-jour FROM TIME.

           MOVE ZERO TO dernier-numero.
           MOVE 'N' TO fin-modifs.

           OPEN INPUT MODIF-ATTENTE-FILE.

           PERFORM UNTIL toutes-modifs-lues
               READ MODIF-ATTENTE-FILE
                   AT END MOVE 'O' TO fin-modifs
                   NOT AT END
                       IF MA-NUMERO NUMERIC
                               AND MA-NUMERO > dernier-numero
                           MOVE MA-NUMERO TO dernier-numero
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MODIF-ATTENTE-FILE.

           ADD 1 TO dernier-numero.
           MOVE dernier-numero TO MO-NUMERO.

           OPEN EXTEND MODIF-ATTENTE-FILE.

           MOVE SPACES TO MODIF-ATTENTE-RECORD.
           MOVE MO-NUMERO TO MA-NUMERO.
           MOVE MO-CIBLE TO MA-CIBLE.
           MOVE MO-ACTION TO MA-ACTION.
           MOVE MO-CLE TO MA-CLE.
           MOVE MO-AVANT TO MA-AVANT.
           MOVE MO-APRES TO MA-APRES.
           MOVE MO-OPERATEUR TO MA-SAISI-PAR.
           MOVE date-du-jour TO MA-DATE-SAISIE.
           MOVE heure-du-jour TO MA-HEURE-SAISIE.
           MOVE 'P' TO MA-STATUT.
           MOVE ZERO TO MA-DATE-VALIDATION.
           MOVE ZERO TO MA-HEURE-VALIDATION.
           WRITE MODIF-ATTENTE-RECORD.

           CLOSE MODIF-ATTENTE-FILE.

           GOBACK.
       END PROGRAM SOUMETTRE-MODIF.
