               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES
               FILE STATUS IS WS-UD-STATUS.
       SELECT AUTHUSER-FILE ASSIGN TO
       "authuser.txt"
