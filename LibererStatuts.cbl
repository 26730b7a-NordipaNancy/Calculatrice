                  operateur-saisi DELIMITED SIZE
                  INTO JL-MESSAGE.
           MOVE 'A' TO JL-SEVERITE.
           MOVE 3010 TO JL-CODE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       3400-TRACER-OPSLOG.
           MOVE ZERO TO OP-DUREE-SEC.
           MOVE ZERO TO OP-CODE-RETOUR.
           MOVE 'LIBERE' TO OP-STATUT.
           MOVE ZERO TO OP-ATTENTE-SEC.
           WRITE OPSLOG-RECORD.

           CLOSE OPSLOG-FILE.
