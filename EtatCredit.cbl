       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETAT-CREDIT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  date-emploi PIC 9(8).
       77  eval-emploi PIC 9(2).

       LINKAGE SECTION.
       COPY CREDVCOM.

       PROCEDURE DIVISION USING CREDIT-VALIDITE-PARAMETRES.
       MAIN-PROCEDURE.
           MOVE ZERO TO date-emploi.
           MOVE ZERO TO eval-emploi.
           IF CV-DATE-EMPLOI NUMERIC
               MOVE CV-DATE-EMPLOI TO date-emploi
           END-IF.
           IF CV-EVAL-EMPLOI NUMERIC
               MOVE CV-EVAL-EMPLOI TO eval-emploi
           END-IF.

           MOVE 'O' TO CV-ETAT.

           IF CV-NATURE = 'U' AND date-emploi > ZERO
                   AND (date-emploi NOT = CV-DATE
                        OR eval-emploi NOT = CV-EVALUATION)
               MOVE 'C' TO CV-ETAT
           ELSE IF CV-DATE-DEBUT NUMERIC
                   AND CV-DATE-DEBUT > CV-DATE
               MOVE 'F' TO CV-ETAT
           ELSE IF CV-DATE-FIN NUMERIC AND CV-DATE-FIN > ZERO
                   AND CV-DATE-FIN < CV-DATE
               MOVE 'E' TO CV-ETAT
           END-IF
           END-IF
           END-IF.

           GOBACK.

       END PROGRAM ETAT-CREDIT.
