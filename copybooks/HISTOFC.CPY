           SELECT OPTIONAL HISTO-FILE ASSIGN TO "HISTO.IDX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HI-CLE
               ALTERNATE RECORD KEY HI-CLASSE WITH DUPLICATES
               ALTERNATE RECORD KEY HI-DATE WITH DUPLICATES.
