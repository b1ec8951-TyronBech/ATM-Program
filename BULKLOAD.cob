       "files.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES.
       SELECT CHECKPOINT-FILE ASSIGN TO
       "bulkload.ckp"
               ORGANIZATION IS LINE SEQUENTIAL
