       "files.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES.
       SELECT TRANLOG ASSIGN TO
       "tranlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
