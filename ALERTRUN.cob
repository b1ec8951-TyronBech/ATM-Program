       "files.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES.
       SELECT OPTIONAL ALERTPREF-FILE ASSIGN TO
       "alertidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY AP-ACCT
               FILE STATUS IS WS-AP-STATUS.
       SELECT TRANLOG ASSIGN TO
       "tranlog.txt"
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
       FD ALERTPREF-FILE.
       01 AP-RECORD.
         02 AP-ACCT PIC 9(10).
         02 AP-LOW-BAL PIC 9(12).
         02 AP-LARGE-DEBIT PIC 9(12).
         02 AP-SO-FAIL PIC X.
       FD TRANLOG.
       01 TL-RECORD.
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
       01 WS-AP-STATUS PIC XX VALUE SPACES.
       01 WS-TL-STATUS PIC XX VALUE SPACES.
       01 WS-AP-EOF PIC X VALUE "N".
       01 WS-TL-EOF PIC X VALUE "N".
       01 WS-SX-EOF PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-THIS-AMT PIC S9(13) VALUE ZEROES.
       01 WS-THIS-OLD PIC S9(13) VALUE ZEROES.
       01 WS-THIS-NEW PIC S9(13) VALUE ZEROES.
       01 WS-ABS-AMT PIC 9(12) VALUE ZEROES.
       01 WS-AP-FOUND PIC 9 VALUE ZERO.
       01 WS-ALERT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-ACCT-FOUND PIC 9 VALUE ZERO.
       01 WS-ALERT-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-ALERT-KIND PIC X(8) VALUE SPACES.
       01 WS-ALERT-AMT PIC S9(13) VALUE ZEROES.
       01 WS-ALERT-REF PIC 9(10) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           DISPLAY "CUSTOMER ALERT SCAN " WS-TODAY.
           OPEN INPUT ALERTPREF-FILE.
           IF WS-AP-STATUS NOT EQUAL TO "00" THEN
             IF WS-AP-STATUS IS EQUAL TO "05" THEN
               CLOSE ALERTPREF-FILE
             END-IF
             DISPLAY "NO ALERT PREFERENCES ON FILE"
             PERFORM P-WRITE-STEPSTAT
             GOBACK
           PERFORM P-SCAN-SO-FAILURES.
           CLOSE ALERTOUT-FILE.
           CLOSE USERDATA.
           CLOSE ALERTPREF-FILE.
           DISPLAY "NOTIFICATIONS WRITTEN: " WS-ALERT-COUNT.
           PERFORM P-WRITE-STEPSTAT.
           GOBACK.
           END-IF.
           EXIT.
       P-CHECK-LARGE-DEBIT.
           MOVE TL-ACCT TO AP-ACCT.
           MOVE 1 TO WS-AP-FOUND.
           READ ALERTPREF-FILE
             INVALID KEY MOVE ZERO TO WS-AP-FOUND
           END-READ.
           IF WS-AP-FOUND IS EQUAL TO 1 AND
             AP-LARGE-DEBIT IS GREATER THAN ZERO THEN
             COMPUTE WS-THIS-OLD = FUNCTION NUMVAL-C(TL-OLD-BAL)
             COMPUTE WS-THIS-NEW = FUNCTION NUMVAL-C(TL-NEW-BAL)
             IF WS-THIS-NEW IS LESS THAN WS-THIS-OLD THEN
                 MOVE WS-THIS-AMT TO WS-ABS-AMT
               END-IF
               IF WS-ABS-AMT IS GREATER THAN OR EQUAL TO
                 AP-LARGE-DEBIT THEN
                 MOVE TL-ACCT TO WS-ALERT-ACCT
                 MOVE "BIGDEBIT" TO WS-ALERT-KIND
                 MOVE WS-ABS-AMT TO WS-ALERT-AMT
           END-IF.
           EXIT.
       P-SCAN-BALANCES.
           MOVE "N" TO WS-AP-EOF.
           MOVE ZEROES TO AP-ACCT.
           START ALERTPREF-FILE KEY IS GREATER THAN OR EQUAL TO AP-ACCT
             INVALID KEY MOVE "Y" TO WS-AP-EOF
           END-START.
           PERFORM UNTIL WS-AP-EOF IS EQUAL TO "Y"
             READ ALERTPREF-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-AP-EOF
               NOT AT END
                 IF AP-LOW-BAL IS GREATER THAN ZERO THEN
                   MOVE AP-ACCT TO F-ACCT-NO
                   MOVE ZERO TO WS-ACCT-FOUND
                   READ USERDATA
                     INVALID KEY MOVE 1 TO WS-ACCT-FOUND
                   END-READ
                   IF WS-ACCT-FOUND IS EQUAL TO ZERO AND
                     F-BAL IS LESS THAN AP-LOW-BAL THEN
                     MOVE F-ACCT-NO TO WS-ALERT-ACCT
                     MOVE "LOWBAL" TO WS-ALERT-KIND
                     MOVE F-BAL TO WS-ALERT-AMT
                     MOVE ZEROES TO WS-ALERT-REF
                     PERFORM P-WRITE-ALERT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           EXIT.
       P-SCAN-SO-FAILURES.
           END-IF.
           EXIT.
       P-CHECK-SO-FAILURE.
           MOVE SX-ACCT TO AP-ACCT.
           MOVE 1 TO WS-AP-FOUND.
           READ ALERTPREF-FILE
             INVALID KEY MOVE ZERO TO WS-AP-FOUND
           END-READ.
           IF WS-AP-FOUND IS EQUAL TO 1 AND
             AP-SO-FAIL IS EQUAL TO "Y" THEN
             MOVE SX-ACCT TO WS-ALERT-ACCT
             MOVE "SOFAIL" TO WS-ALERT-KIND
             MOVE SX-AMOUNT TO WS-ALERT-AMT
           DISPLAY WS-ALERT-ACCT " " WS-ALERT-KIND " REF "
           WS-ALERT-REF.
           EXIT.
       P-WRITE-STEPSTAT.
           MOVE "ALERT-SCAN" TO SS-PROGRAM.
           MOVE "OK" TO SS-STATUS.
           WRITE SS-RECORD.
           CLOSE STEPSTAT-FILE.
           EXIT.
       P-READ-PROCDATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(1:8) TO WS-TODAY.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PD-STATUS IS EQUAL TO "00" THEN
             READ PROCDATE-FILE
               AT END CONTINUE
               NOT AT END
                 IF PD-CURRENT IS NUMERIC AND
                   PD-CURRENT IS GREATER THAN ZERO THEN
                   MOVE PD-CURRENT TO WS-TODAY
                 END-IF
             END-READ
             CLOSE PROCDATE-FILE
           END-IF.
           EXIT.
       END PROGRAM ALERT-SCAN.
