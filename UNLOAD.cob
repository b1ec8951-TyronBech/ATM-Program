       "files.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES.
       SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MARKER-FILE ASSIGN TO
