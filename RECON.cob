       "files.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES.
       SELECT CONTROL-FILE ASSIGN TO
       "control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       SELECT STEPSTAT-FILE ASSIGN TO
       "stepstat.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PROCDATE-FILE ASSIGN TO
       "procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD USERDATA.
         02 SS-STATUS PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 SS-COUNT PIC 9(6).
       FD PROCDATE-FILE.
       01 PD-RECORD.
         02 PD-CURRENT PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 PD-PREVIOUS PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 PD-CHANGED PIC X(14).
         02 FILLER PIC X VALUE SPACE.
         02 PD-OPER PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-CKP-STATUS PIC XX VALUE SPACES.
       01 WS-HAS-CKP PIC X VALUE "N".
       01 WS-TOTAL-R PIC -(14)9.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-RECORD-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-EX-RATE PIC 9(4)V9(6) VALUE 1.
       01 WS-EX-EOF PIC X VALUE "N".
       01 WS-AUTO-MODE PIC X VALUE "N".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           PERFORM P-READ-JOBPARM.
           PERFORM P-LOAD-RATE-TABLES.
           PERFORM P-READ-PRIOR-CONTROL.
           END-IF.
           EXIT.
       P-WRITE-CONTROL.
           MOVE WS-ASOF-DATE TO WS-TODAY.
           MOVE WS-CURRENT-TOTAL TO CTL-TOTAL.
           MOVE WS-TODAY TO CTL-DATE.
           OPEN OUTPUT CONTROL-FILE.
           WRITE SS-RECORD.
           CLOSE STEPSTAT-FILE.
           EXIT.
       P-READ-PROCDATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(1:8) TO WS-ASOF-DATE.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PD-STATUS IS EQUAL TO "00" THEN
             READ PROCDATE-FILE
               AT END CONTINUE
               NOT AT END
                 IF PD-CURRENT IS NUMERIC AND
                   PD-CURRENT IS GREATER THAN ZERO THEN
                   MOVE PD-CURRENT TO WS-ASOF-DATE
                 END-IF
             END-READ
             CLOSE PROCDATE-FILE
           END-IF.
           EXIT.
       END PROGRAM BALANCE-RECON.
