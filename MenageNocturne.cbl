       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY RAPIDXFC.
       COPY MODATTFC.
       COPY APPELFC.

           SELECT OPTIONAL EPURE-FILE ASSIGN DYNAMIC epure-filename
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN DYNAMIC ckp-filename
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVE-CLOS-FILE
               ASSIGN DYNAMIC archive-filename
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY RAPIDXFD.
       COPY MODATTFD.
       COPY APPELFD.

       FD  EPURE-FILE.
       01  EPURE-RECORD.
           05  EP-LIGNE          PIC X(120).

       FD  MENAGE-TEMP-FILE.
       01  MENAGE-TEMP-RECORD.
           05  MT-LIGNE          PIC X(200).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-LIGNE-RECORD.
           05  CKL-TYPE          PIC X(01).
           05  FILLER            PIC X(09).

       FD  ARCHIVE-CLOS-FILE.
       01  ARCHIVE-CLOS-RECORD.
           05  AR-LIGNE          PIC X(200).

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY DATECOM.
       77  nb-ckp-supprimes PIC 9(2) VALUE ZERO.
       77  code-suppression PIC S9(4) COMP.

       77  fin-index PIC X VALUE 'N'.
           88  tout-index-lu VALUE 'O'.
       77  jour-julien-archive PIC 9(8).
       77  archive-a-purger PIC X(26).
       77  nb-archives-purgees PIC 9(5) VALUE ZERO.

       77  archive-filename PIC X(16).
       77  fin-modifs PIC X VALUE 'N'.
           88  toutes-modifs-lues VALUE 'O'.
       77  fin-appels PIC X VALUE 'N'.
           88  tous-appels-lus VALUE 'O'.
       77  date-limite-clos PIC 9(8).
       77  dernier-numero PIC 9(6).
       77  nb-clos-gardes PIC 9(5) VALUE ZERO.
       77  nb-clos-archives PIC 9(5) VALUE ZERO.
       77  total-clos-archives PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT date-du-jour FROM DATE YYYYMMDD.
           MOVE "DIVISEUR.CKP" TO ckp-filename.
           PERFORM 3000-NETTOYER-CHECKPOINT.

           MOVE "MONPROG.CKP" TO ckp-filename.
           PERFORM 3000-NETTOYER-CHECKPOINT.

           PERFORM 4000-PURGER-ARCHIVES-RAPPORTS.

           PERFORM 5000-ARCHIVER-MODIFS.
           PERFORM 6000-ARCHIVER-APPELS.

           DISPLAY "menage : " total-purges " lignes purgees, "
                   nb-ckp-supprimes " checkpoints supprimes, "
                   nb-archives-purgees " archives purgees, "
                   total-clos-archives " lignes closes archivees".

           MOVE RC-SUCCES TO RETURN-CODE.
           GOBACK.
               END-IF
           END-IF.

       4000-PURGER-ARCHIVES-RAPPORTS.
           MOVE 'N' TO fin-index.
           MOVE 'N' TO fin-temp.

           OPEN INPUT RAPPORT-INDEX-FILE.
           OPEN OUTPUT MENAGE-TEMP-FILE.

           PERFORM UNTIL tout-index-lu
               READ RAPPORT-INDEX-FILE
                   AT END MOVE 'O' TO fin-index
                   NOT AT END PERFORM 4100-PURGER-ARCHIVE
               END-READ
           END-PERFORM.

           CLOSE RAPPORT-INDEX-FILE.
           CLOSE MENAGE-TEMP-FILE.

           MOVE "RAPINDEX.DAT" TO epure-filename.
           PERFORM 2000-RECOPIER-TEMP.

       4100-PURGER-ARCHIVE.
           IF NOT RI-ARCHIVE-PURGEE
                   AND RI-DATE NUMERIC
                   AND RI-RETENTION NUMERIC
               COMPUTE jour-julien-archive =
                   FUNCTION INTEGER-OF-DATE(RI-DATE) + RI-RETENTION
               IF jour-julien-archive <
                       FUNCTION INTEGER-OF-DATE(date-du-jour)
                   MOVE RI-ARCHIVE TO archive-a-purger
                   CALL "CBL_DELETE_FILE" USING archive-a-purger
                   MOVE RETURN-CODE TO code-suppression
                   MOVE ZERO TO RETURN-CODE
                   MOVE 'O' TO RI-PURGEE
                   ADD 1 TO nb-archives-purgees
                   DISPLAY "archive de rapport purgee : "
                           archive-a-purger
               END-IF
           END-IF.

           MOVE RAPPORT-INDEX-RECORD TO MT-LIGNE.
           WRITE MENAGE-TEMP-RECORD.

       5000-ARCHIVER-MODIFS.
           COMPUTE jour-julien-limite =
               FUNCTION INTEGER-OF-DATE(date-du-jour)
               - PV-MODIF-RETENTION-J.
           COMPUTE date-limite-clos =
               FUNCTION DATE-OF-INTEGER(jour-julien-limite).

           MOVE SPACES TO archive-filename.
           STRING 'MODIFATT' DELIMITED SIZE
                  date-du-jour(1:4) DELIMITED SIZE
                  '.ARC' DELIMITED SIZE
                  INTO archive-filename.

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

           MOVE ZERO TO nb-clos-gardes.
           MOVE ZERO TO nb-clos-archives.
           MOVE 'N' TO fin-modifs.

           OPEN INPUT MODIF-ATTENTE-FILE.
           OPEN OUTPUT MENAGE-TEMP-FILE.
           OPEN EXTEND ARCHIVE-CLOS-FILE.

           PERFORM UNTIL toutes-modifs-lues
               READ MODIF-ATTENTE-FILE
                   AT END MOVE 'O' TO fin-modifs
                   NOT AT END PERFORM 5100-ARCHIVER-OU-GARDER-MODIF
               END-READ
           END-PERFORM.

           CLOSE MODIF-ATTENTE-FILE.
           CLOSE MENAGE-TEMP-FILE.
           CLOSE ARCHIVE-CLOS-FILE.

           IF nb-clos-archives > ZERO
               PERFORM 5200-RECOPIER-MODIFS
           END-IF.

           DISPLAY "archive MODIFATT.DAT : " nb-clos-gardes
                   " gardees, " nb-clos-archives " archivees dans "
                   archive-filename.
           ADD nb-clos-archives TO total-clos-archives.

       5100-ARCHIVER-OU-GARDER-MODIF.
           IF (MA-APPLIQUEE OR MA-REJETEE OR MA-PERIMEE)
                   AND MA-DATE-VALIDATION NUMERIC
                   AND MA-DATE-VALIDATION > ZERO
                   AND MA-DATE-VALIDATION < date-limite-clos
                   AND MA-NUMERO NOT = dernier-numero
               ADD 1 TO nb-clos-archives
               MOVE MODIF-ATTENTE-RECORD TO AR-LIGNE
               WRITE ARCHIVE-CLOS-RECORD
           ELSE
               ADD 1 TO nb-clos-gardes
               MOVE MODIF-ATTENTE-RECORD TO MT-LIGNE
               WRITE MENAGE-TEMP-RECORD
           END-IF.

       5200-RECOPIER-MODIFS.
           MOVE 'N' TO fin-temp.

           OPEN INPUT MENAGE-TEMP-FILE.
           OPEN OUTPUT MODIF-ATTENTE-FILE.

           PERFORM UNTIL tout-temp-lu
               READ MENAGE-TEMP-FILE
                   AT END MOVE 'O' TO fin-temp
                   NOT AT END
                       MOVE MT-LIGNE TO MODIF-ATTENTE-RECORD
                       WRITE MODIF-ATTENTE-RECORD
               END-READ
           END-PERFORM.

           CLOSE MENAGE-TEMP-FILE.
           CLOSE MODIF-ATTENTE-FILE.

       6000-ARCHIVER-APPELS.
           COMPUTE jour-julien-limite =
               FUNCTION INTEGER-OF-DATE(date-du-jour)
               - PV-APPEL-RETENTION-J.
           COMPUTE date-limite-clos =
               FUNCTION DATE-OF-INTEGER(jour-julien-limite).

           MOVE SPACES TO archive-filename.
           STRING 'APPELS' DELIMITED SIZE
                  date-du-jour(1:4) DELIMITED SIZE
                  '.ARC' DELIMITED SIZE
                  INTO archive-filename.

           MOVE ZERO TO dernier-numero.
           MOVE 'N' TO fin-appels.

           OPEN INPUT APPEL-FILE.

           PERFORM UNTIL tous-appels-lus
               READ APPEL-FILE
                   AT END MOVE 'O' TO fin-appels
                   NOT AT END
                       IF AP-NUMERO NUMERIC
                               AND AP-NUMERO > dernier-numero
                           MOVE AP-NUMERO TO dernier-numero
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE APPEL-FILE.

           MOVE ZERO TO nb-clos-gardes.
           MOVE ZERO TO nb-clos-archives.
           MOVE 'N' TO fin-appels.

           OPEN INPUT APPEL-FILE.
           OPEN OUTPUT MENAGE-TEMP-FILE.
           OPEN EXTEND ARCHIVE-CLOS-FILE.

           PERFORM UNTIL tous-appels-lus
               READ APPEL-FILE
                   AT END MOVE 'O' TO fin-appels
                   NOT AT END PERFORM 6100-ARCHIVER-OU-GARDER-APPEL
               END-READ
           END-PERFORM.

           CLOSE APPEL-FILE.
           CLOSE MENAGE-TEMP-FILE.
           CLOSE ARCHIVE-CLOS-FILE.

           IF nb-clos-archives > ZERO
               PERFORM 6200-RECOPIER-APPELS
           END-IF.

           DISPLAY "archive APPELS.DAT : " nb-clos-gardes
                   " gardes, " nb-clos-archives " archives dans "
                   archive-filename.
           ADD nb-clos-archives TO total-clos-archives.

       6100-ARCHIVER-OU-GARDER-APPEL.
           IF (AP-REFUSE OR (AP-ACCEPTE AND AP-CORRECTION-EMISE))
                   AND AP-DATE-DECISION NUMERIC
                   AND AP-DATE-DECISION > ZERO
                   AND AP-DATE-DECISION < date-limite-clos
                   AND AP-NUMERO NOT = dernier-numero
               ADD 1 TO nb-clos-archives
               MOVE APPEL-RECORD TO AR-LIGNE
               WRITE ARCHIVE-CLOS-RECORD
           ELSE
               ADD 1 TO nb-clos-gardes
               MOVE APPEL-RECORD TO MT-LIGNE
               WRITE MENAGE-TEMP-RECORD
           END-IF.

       6200-RECOPIER-APPELS.
           MOVE 'N' TO fin-temp.

           OPEN INPUT MENAGE-TEMP-FILE.
           OPEN OUTPUT APPEL-FILE.

           PERFORM UNTIL tout-temp-lu
               READ MENAGE-TEMP-FILE
                   AT END MOVE 'O' TO fin-temp
                   NOT AT END
                       MOVE MT-LIGNE TO APPEL-RECORD
                       WRITE APPEL-RECORD
               END-READ
           END-PERFORM.

           CLOSE MENAGE-TEMP-FILE.
           CLOSE APPEL-FILE.

       END PROGRAM MENAGE-NOCTURNE.
