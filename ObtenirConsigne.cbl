       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBTENIR-CONSIGNE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CODERRFC.

       DATA DIVISION.
       FILE SECTION.
       COPY CODERRFD.

       WORKING-STORAGE SECTION.
       77  fin-codes PIC X VALUE 'N'.
           88  tous-codes-lus VALUE 'O'.
       77  idx-ligne PIC 99.

       LINKAGE SECTION.
       COPY CONSIGCOM.

       PROCEDURE DIVISION USING CONSIGNE-PARAMETRES.
       MAIN-PROCEDURE.
           MOVE 'N' TO KP-TROUVE.
           MOVE SPACE TO KP-SEVERITE.
           MOVE SPACES TO KP-TITRE.
           MOVE ZERO TO KP-NB-LIGNES.
           PERFORM VARYING idx-ligne FROM 1 BY 1 UNTIL idx-ligne > 10
               MOVE SPACES TO KP-LIGNE(idx-ligne)
           END-PERFORM.
           MOVE 'N' TO fin-codes.

           OPEN INPUT CODE-ERREUR-FILE.

           PERFORM UNTIL tous-codes-lus
               READ CODE-ERREUR-FILE
                   AT END MOVE 'O' TO fin-codes
                   NOT AT END
                       IF KC-CODE NUMERIC AND KC-CODE = KP-CODE
                           PERFORM 1000-RETENIR-LIGNE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CODE-ERREUR-FILE.

           IF NOT KP-CODE-CONNU
               MOVE 'A' TO KP-SEVERITE
               MOVE 'code absent du catalogue des erreurs'
                   TO KP-TITRE
               MOVE 1 TO KP-NB-LIGNES
               MOVE 'ne rien relancer, prevenir l equipe de jour'
                   TO KP-LIGNE(1)
           END-IF.

           GOBACK.

       1000-RETENIR-LIGNE.
           IF KC-LIGNE = ZERO
               MOVE 'O' TO KP-TROUVE
               MOVE KC-SEVERITE TO KP-SEVERITE
               MOVE KC-TEXTE TO KP-TITRE
           ELSE
               IF KP-NB-LIGNES < 10
                   ADD 1 TO KP-NB-LIGNES
                   MOVE KC-TEXTE TO KP-LIGNE(KP-NB-LIGNES)
               END-IF
           END-IF.

       END PROGRAM OBTENIR-CONSIGNE.
