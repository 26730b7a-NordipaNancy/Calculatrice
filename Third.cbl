           SELECT OPTIONAL DEFINITIONS-FILE ASSIGN TO "DEFSEQ.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       COPY NUMREGFC.
       COPY NUMATTFC.

           SELECT REGISTRE-RAPPORT-FILE ASSIGN TO "REGNUM.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SEQUENCE-FILE.
           05  DF-PAS            PIC 9(3).
           05  DF-FIN            PIC 9(3).

       COPY NUMREGFD.
       COPY NUMATTFD.

       FD  REGISTRE-RAPPORT-FILE.
       01  RAPPORT-ENTETE-RECORD.
           05  RE-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  RE-LIBELLE        PIC X(20).
           05  RE-DATE           PIC 9(8).

       01  RAPPORT-SERIE-RECORD.
           05  RS-SERIE          PIC X(08).
           05  FILLER            PIC X(02).
           05  RS-PREFIXE        PIC X(04).
           05  FILLER            PIC X(02).
           05  RS-DEBUT          PIC Z(7)9.
           05  FILLER            PIC X(02).
           05  RS-FIN            PIC Z(7)9.
           05  FILLER            PIC X(02).
           05  RS-DERNIER        PIC Z(7)9.
           05  FILLER            PIC X(02).
           05  RS-RESTANT        PIC Z(7)9.
           05  FILLER            PIC X(02).
           05  RS-UTILISE        PIC ZZ9.99.
           05  RS-POURCENT       PIC X(02).

       01  RAPPORT-TROU-RECORD.
           05  FILLER            PIC X(04).
           05  RT-LIBELLE        PIC X(14).
           05  RT-DU             PIC Z(7)9.
           05  FILLER            PIC X(03).
           05  RT-AU             PIC Z(7)9.

       01  RAPPORT-TOTAL-RECORD.
           05  RX-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  RX-VALEUR         PIC ZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY JOURNALCOM.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY DATECOM.

       77  fin-definitions PIC X VALUE 'N'.
           88  toutes-definitions-lues VALUE 'O'.
       77  fin-checkpoint PIC X VALUE 'N'.
           88  tout-checkpoint-lu VALUE 'O'.

       77  fin-registre PIC X VALUE 'N'.
           88  tout-registre-lu VALUE 'O'.
       77  fin-attributions PIC X VALUE 'N'.
           88  toutes-attributions-lues VALUE 'O'.
       77  nb-series PIC 99 VALUE ZERO.
       77  idx-serie PIC 99.
       77  rang-serie PIC 99.
       01  serie-table.
           05  serie-entry OCCURS 50.
               10  rg-serie          PIC X(08).
               10  rg-prefixe        PIC X(04).
               10  rg-debut          PIC 9(08).
               10  rg-fin            PIC 9(08).
               10  rg-dernier        PIC 9(08).
               10  rg-date-maj       PIC 9(08).
       77  plus-haut-attribue PIC 9(08).
       77  quantite-demandee PIC 9(05).
       77  numero-attendu PIC 9(08).
       77  nb-trous PIC 9(4) VALUE ZERO.
       77  nb-chevauchements PIC 9(4) VALUE ZERO.
       77  nb-series-a-surveiller PIC 9(4) VALUE ZERO.
       77  taille-plage PIC 9(08).
       77  nb-utilises PIC 9(08).
       77  taux-utilise PIC 9(3)V99.

       LINKAGE SECTION.
       COPY NUMEROCOM.

       SCREEN SECTION.
       1   pla-ini.
      * 2   BLANK SCREEN.
               WRITE SEQUENCE-COMPTE-RECORD
           END-IF.

       9100-ENTREE-ATTRIBUTION.
       ENTRY "ATTRIBUER-NUMERO" USING NUMERO-PARAMETRES.
           CALL 'OBTENIR-DATE' USING date-du-jour.

           MOVE ZERO TO NU-PREMIER.
           MOVE ZERO TO NU-DERNIER.
           MOVE SPACES TO NU-PREFIXE.

           PERFORM 6100-CHARGER-REGISTRE.

           MOVE ZERO TO rang-serie.
           PERFORM VARYING idx-serie FROM 1 BY 1
                   UNTIL idx-serie > nb-series
               IF rg-serie(idx-serie) = NU-SERIE
                   MOVE idx-serie TO rang-serie
               END-IF
           END-PERFORM.

           IF rang-serie = ZERO
               MOVE 'S' TO NU-RETOUR
               MOVE SPACES TO JOURNAL-PARAMETRES
               MOVE 'GENERATEUR-S' TO JL-PROGRAMME
               MOVE 'NU-SERIE' TO JL-CHAMP
               MOVE NU-SERIE TO JL-VALEUR
               MOVE 'serie absente du registre' TO JL-MESSAGE
               MOVE 'E' TO JL-SEVERITE
               MOVE 4010 TO JL-CODE
               CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES
           ELSE
               PERFORM 6200-ATTRIBUER-NUMEROS
           END-IF.

           GOBACK.

       9200-ENTREE-REGISTRE.
       ENTRY "REGISTRE-NUMEROS".
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           PERFORM 6100-CHARGER-REGISTRE.

           MOVE ZERO TO nb-trous.
           MOVE ZERO TO nb-chevauchements.
           MOVE ZERO TO nb-series-a-surveiller.

           OPEN OUTPUT REGISTRE-RAPPORT-FILE.

           MOVE SPACES TO RAPPORT-ENTETE-RECORD.
           MOVE SP-NOM TO RE-NOM-ATELIER.
           MOVE 'REGISTRE NUMEROS' TO RE-LIBELLE.
           MOVE date-du-jour TO RE-DATE.
           WRITE RAPPORT-ENTETE-RECORD.

           PERFORM 7100-IMPRIMER-SERIE
               VARYING idx-serie FROM 1 BY 1
               UNTIL idx-serie > nb-series.

           MOVE SPACES TO RAPPORT-TOTAL-RECORD.
           MOVE 'SERIES AU REGISTRE' TO RX-LIBELLE.
           MOVE nb-series TO RX-VALEUR.
           WRITE RAPPORT-TOTAL-RECORD.

           MOVE SPACES TO RAPPORT-TOTAL-RECORD.
           MOVE 'TROUS' TO RX-LIBELLE.
           MOVE nb-trous TO RX-VALEUR.
           WRITE RAPPORT-TOTAL-RECORD.

           MOVE SPACES TO RAPPORT-TOTAL-RECORD.
           MOVE 'CHEVAUCHEMENTS' TO RX-LIBELLE.
           MOVE nb-chevauchements TO RX-VALEUR.
           WRITE RAPPORT-TOTAL-RECORD.

           MOVE SPACES TO RAPPORT-TOTAL-RECORD.
           MOVE 'PLAGES A PLUS DE 90 %' TO RX-LIBELLE.
           MOVE nb-series-a-surveiller TO RX-VALEUR.
           WRITE RAPPORT-TOTAL-RECORD.

           CLOSE REGISTRE-RAPPORT-FILE.

           DISPLAY "registre des numeros : " nb-series " series, "
                   nb-trous " trous, " nb-chevauchements
                   " chevauchements".

           IF nb-chevauchements > ZERO
               MOVE RC-ERREUR TO RETURN-CODE
           ELSE
               IF nb-trous > ZERO OR nb-series-a-surveiller > ZERO
                   MOVE RC-AVERTISSEMENT TO RETURN-CODE
               ELSE
                   MOVE RC-SUCCES TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

       6100-CHARGER-REGISTRE.
           MOVE ZERO TO nb-series.
           MOVE 'N' TO fin-registre.

           OPEN INPUT REGISTRE-NUMERO-FILE.

           PERFORM UNTIL tout-registre-lu
               READ REGISTRE-NUMERO-FILE
                   AT END MOVE 'O' TO fin-registre
                   NOT AT END
                       IF nb-series < 50 AND NR-SERIE NOT = SPACES
                           ADD 1 TO nb-series
                           MOVE NR-SERIE TO rg-serie(nb-series)
                           MOVE NR-PREFIXE TO rg-prefixe(nb-series)
                           MOVE NR-DEBUT TO rg-debut(nb-series)
                           MOVE NR-FIN TO rg-fin(nb-series)
                           MOVE NR-DERNIER TO rg-dernier(nb-series)
                           MOVE NR-DATE-MAJ TO rg-date-maj(nb-series)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REGISTRE-NUMERO-FILE.

       6150-CHERCHER-PLUS-HAUT.
           MOVE ZERO TO plus-haut-attribue.
           MOVE 'N' TO fin-attributions.

           OPEN INPUT ATTRIBUTION-FILE.

           PERFORM UNTIL toutes-attributions-lues
               READ ATTRIBUTION-FILE
                   AT END MOVE 'O' TO fin-attributions
                   NOT AT END
                       IF NA-SERIE = rg-serie(rang-serie)
                               AND NA-DERNIER > plus-haut-attribue
                           MOVE NA-DERNIER TO plus-haut-attribue
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ATTRIBUTION-FILE.

       6200-ATTRIBUER-NUMEROS.
           MOVE rg-prefixe(rang-serie) TO NU-PREFIXE.

           PERFORM 6150-CHERCHER-PLUS-HAUT.

           IF plus-haut-attribue > rg-dernier(rang-serie)
               MOVE SPACES TO JOURNAL-PARAMETRES
               MOVE 'GENERATEUR-S' TO JL-PROGRAMME
               MOVE 'NR-DERNIER' TO JL-CHAMP
               MOVE NU-SERIE TO JL-VALEUR
               MOVE 'registre en retard, repris au plus haut'
                   TO JL-MESSAGE
               MOVE 'A' TO JL-SEVERITE
               MOVE 4011 TO JL-CODE
               CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES
               MOVE plus-haut-attribue TO rg-dernier(rang-serie)
           END-IF.

           IF NU-QUANTITE = ZERO
               MOVE 1 TO quantite-demandee
           ELSE
               MOVE NU-QUANTITE TO quantite-demandee
           END-IF.

           IF rg-dernier(rang-serie) < rg-debut(rang-serie)
               MOVE rg-debut(rang-serie) TO NU-PREMIER
           ELSE
               COMPUTE NU-PREMIER = rg-dernier(rang-serie) + 1
           END-IF.

           COMPUTE NU-DERNIER = NU-PREMIER + quantite-demandee - 1.

           IF NU-DERNIER > rg-fin(rang-serie)
               MOVE 'E' TO NU-RETOUR
               MOVE ZERO TO NU-PREMIER
               MOVE ZERO TO NU-DERNIER
               MOVE SPACES TO JOURNAL-PARAMETRES
               MOVE 'GENERATEUR-S' TO JL-PROGRAMME
               MOVE 'NR-FIN' TO JL-CHAMP
               MOVE NU-SERIE TO JL-VALEUR
               MOVE 'plage de numeros epuisee' TO JL-MESSAGE
               MOVE 'E' TO JL-SEVERITE
               MOVE 4012 TO JL-CODE
               CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES
           ELSE
               MOVE 'O' TO NU-RETOUR
               MOVE NU-DERNIER TO rg-dernier(rang-serie)
               MOVE date-du-jour TO rg-date-maj(rang-serie)
               PERFORM 6300-SAUVER-REGISTRE

               OPEN EXTEND ATTRIBUTION-FILE
               MOVE SPACES TO ATTRIBUTION-RECORD
               MOVE NU-SERIE TO NA-SERIE
               MOVE NU-PREMIER TO NA-PREMIER
               MOVE NU-DERNIER TO NA-DERNIER
               MOVE date-du-jour TO NA-DATE
               MOVE NU-PROGRAMME TO NA-PROGRAMME
               WRITE ATTRIBUTION-RECORD
               CLOSE ATTRIBUTION-FILE
           END-IF.

       6300-SAUVER-REGISTRE.
           OPEN OUTPUT REGISTRE-NUMERO-FILE.

           PERFORM VARYING idx-serie FROM 1 BY 1
                   UNTIL idx-serie > nb-series
               MOVE SPACES TO REGISTRE-NUMERO-RECORD
               MOVE rg-serie(idx-serie) TO NR-SERIE
               MOVE rg-prefixe(idx-serie) TO NR-PREFIXE
               MOVE rg-debut(idx-serie) TO NR-DEBUT
               MOVE rg-fin(idx-serie) TO NR-FIN
               MOVE rg-dernier(idx-serie) TO NR-DERNIER
               MOVE rg-date-maj(idx-serie) TO NR-DATE-MAJ
               WRITE REGISTRE-NUMERO-RECORD
           END-PERFORM.

           CLOSE REGISTRE-NUMERO-FILE.

       7100-IMPRIMER-SERIE.
           MOVE idx-serie TO rang-serie.
           PERFORM 6150-CHERCHER-PLUS-HAUT.

           IF plus-haut-attribue > rg-dernier(idx-serie)
               MOVE plus-haut-attribue TO rg-dernier(idx-serie)
           END-IF.

           COMPUTE taille-plage = rg-fin(idx-serie)
               - rg-debut(idx-serie) + 1.

           IF rg-dernier(idx-serie) < rg-debut(idx-serie)
               MOVE ZERO TO nb-utilises
           ELSE
               COMPUTE nb-utilises = rg-dernier(idx-serie)
                   - rg-debut(idx-serie) + 1
           END-IF.

           COMPUTE taux-utilise ROUNDED =
               nb-utilises * 100 / taille-plage.

           IF taux-utilise > 90
               ADD 1 TO nb-series-a-surveiller
           END-IF.

           MOVE SPACES TO RAPPORT-SERIE-RECORD.
           MOVE rg-serie(idx-serie) TO RS-SERIE.
           MOVE rg-prefixe(idx-serie) TO RS-PREFIXE.
           MOVE rg-debut(idx-serie) TO RS-DEBUT.
           MOVE rg-fin(idx-serie) TO RS-FIN.
           MOVE rg-dernier(idx-serie) TO RS-DERNIER.
           COMPUTE RS-RESTANT = taille-plage - nb-utilises.
           MOVE taux-utilise TO RS-UTILISE.
           MOVE ' %' TO RS-POURCENT.
           WRITE RAPPORT-SERIE-RECORD.

           MOVE rg-debut(idx-serie) TO numero-attendu.
           MOVE 'N' TO fin-attributions.

           OPEN INPUT ATTRIBUTION-FILE.

           PERFORM UNTIL toutes-attributions-lues
               READ ATTRIBUTION-FILE
                   AT END MOVE 'O' TO fin-attributions
                   NOT AT END
                       IF NA-SERIE = rg-serie(idx-serie)
                           PERFORM 7150-CONTROLER-ATTRIBUTION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ATTRIBUTION-FILE.

           IF rg-dernier(idx-serie) >= numero-attendu
               MOVE SPACES TO RAPPORT-TROU-RECORD
               MOVE 'TROU' TO RT-LIBELLE
               MOVE numero-attendu TO RT-DU
               MOVE rg-dernier(idx-serie) TO RT-AU
               WRITE RAPPORT-TROU-RECORD
               ADD 1 TO nb-trous
           END-IF.

       7150-CONTROLER-ATTRIBUTION.
           IF NA-PREMIER > numero-attendu
               MOVE SPACES TO RAPPORT-TROU-RECORD
               MOVE 'TROU' TO RT-LIBELLE
               MOVE numero-attendu TO RT-DU
               COMPUTE RT-AU = NA-PREMIER - 1
               WRITE RAPPORT-TROU-RECORD
               ADD 1 TO nb-trous
           END-IF.

           IF NA-PREMIER < numero-attendu
               MOVE SPACES TO RAPPORT-TROU-RECORD
               MOVE 'CHEVAUCHEMENT' TO RT-LIBELLE
               MOVE NA-PREMIER TO RT-DU
               MOVE NA-DERNIER TO RT-AU
               WRITE RAPPORT-TROU-RECORD
               ADD 1 TO nb-chevauchements
           END-IF.

           IF NA-DERNIER >= numero-attendu
               COMPUTE numero-attendu = NA-DERNIER + 1
           END-IF.

       1600-TRAITER-CHECKPOINT.
           EVALUATE CK-TYPE
               WHEN 'B'
