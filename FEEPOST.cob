       SELECT USERDATA ASSIGN TO
       "files.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES.
       SELECT PRODPARM-FILE ASSIGN TO
       "prodparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       "transeq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSQ-STATUS.
       SELECT PROCDATE-FILE ASSIGN TO
       "procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
       SELECT OPTIONAL ODLINK-FILE ASSIGN TO
       "odlink.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY OD-CHK-ACCT
               FILE STATUS IS WS-OD-STATUS.
       SELECT ODSWEEP-FILE ASSIGN TO
       "odsweep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD USERDATA.
       FD TRANSEQ-FILE.
       01 TSQ-RECORD.
         02 TSQ-NEXT-REF PIC 9(10).
       FD PROCDATE-FILE.
       01 PD-RECORD.
         02 PD-CURRENT PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 PD-PREVIOUS PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 PD-CHANGED PIC X(14).
         02 FILLER PIC X VALUE SPACE.
         02 PD-OPER PIC X(8).
       FD ODLINK-FILE.
       01 OD-RECORD.
         02 OD-CHK-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OD-SAV-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OD-ADDED PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 OD-OPER PIC X(8).
       FD ODSWEEP-FILE.
       01 OS-RECORD.
         02 OS-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 OS-TIME PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 OS-CHK-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OS-SAV-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OS-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 OS-SOURCE PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 OS-TRAN-REF PIC 9(10).
       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS PIC XX VALUE SPACES.
       01 WS-FQ-STATUS PIC XX VALUE SPACES.

       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-POST-MONTHLY PIC X VALUE "N".
       01 WS-FEE-AMOUNT PIC 9(12) VALUE ZEROES.
           03 WS-FQ-T-AMOUNT PIC 9(12).
           03 WS-FQ-T-DATE PIC 9(8).
           03 WS-FQ-T-DONE PIC X.
       01 WS-OD-STATUS PIC XX VALUE SPACES.
       01 WS-OS-STATUS PIC XX VALUE SPACES.
       01 WS-OD-OK PIC X VALUE "N".
       01 WS-OD-FOUND PIC X VALUE "N".
       01 WS-OD-NEED PIC S9(13) VALUE ZEROES.
       01 WS-OD-AMOUNT PIC 9(12) VALUE ZEROES.
       01 WS-OD-CHK-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-OD-SAV-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-OD-SAV-MIN PIC 9(12) VALUE ZEROES.
       01 WS-OD-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-OD-TRAN-TYPE PIC X(8) VALUE SPACES.
       01 WS-OD-REASON PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           DISPLAY "ACCOUNT FEE POSTING RUN " WS-TODAY.
           PERFORM P-READ-JOBPARM.
           PERFORM P-LOAD-PRODPARM.
           EXIT.
       P-TRY-POST-FEE.
           MOVE "N" TO WS-FEE-POSTED.
           MOVE "N" TO WS-OD-OK.
           IF F-BAL IS LESS THAN WS-FEE-AMOUNT OR
             (F-BAL - WS-FEE-AMOUNT) IS LESS THAN WS-MIN-BALANCE THEN
             PERFORM P-OD-CHECK
             IF WS-OD-OK IS EQUAL TO "Y" THEN
               PERFORM P-OD-SWEEP
             END-IF
           END-IF.
           MOVE WS-FEE-AMOUNT TO WS-AMT-R.
           IF F-BAL IS LESS THAN WS-FEE-AMOUNT OR
             (F-BAL - WS-FEE-AMOUNT) IS LESS THAN WS-MIN-BALANCE THEN
       P-LOG-FEE.
           PERFORM P-NEXT-TRAN-REF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TODAY TO WS-TIMESTAMP(1:8).
           MOVE F-ACCT-NO TO TL-ACCT.
           MOVE "FEE" TO TL-TYPE.
           MOVE WS-FEE-AMOUNT TO TL-AMOUNT.
           WRITE TL-RECORD.
           PERFORM P-POST-TRANIDX.
           EXIT.
       P-OD-CHECK.
           MOVE "N" TO WS-OD-OK.
           MOVE ZEROES TO WS-OD-AMOUNT.
           IF F-ACCT-TYPE IS EQUAL TO "C" THEN
             COMPUTE WS-OD-NEED =
                 WS-MIN-BALANCE + WS-FEE-AMOUNT - F-BAL
             MOVE "N" TO WS-OD-FOUND
             OPEN INPUT ODLINK-FILE
             IF WS-OD-STATUS IS EQUAL TO "00" THEN
               MOVE F-ACCT-NO TO OD-CHK-ACCT
               READ ODLINK-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   MOVE "Y" TO WS-OD-FOUND
                   MOVE OD-SAV-ACCT TO WS-OD-SAV-ACCT
               END-READ
               CLOSE ODLINK-FILE
             ELSE
               IF WS-OD-STATUS IS EQUAL TO "05" THEN
                 CLOSE ODLINK-FILE
               END-IF
             END-IF
             IF WS-OD-FOUND IS EQUAL TO "Y" THEN
               PERFORM P-OD-CHECK-SAVINGS
             END-IF
           END-IF.
           EXIT.
       P-OD-CHECK-SAVINGS.
           MOVE F-ACCT-NO TO WS-OD-CHK-ACCT.
           MOVE F-CURRENCY TO WS-OD-CURRENCY.
           MOVE WS-OD-SAV-ACCT TO F-ACCT-NO.
           READ USERDATA
             INVALID KEY MOVE "N" TO WS-OD-FOUND
           END-READ.
           IF WS-OD-FOUND IS EQUAL TO "Y" AND
             F-ACCT-TYPE IS EQUAL TO "S" AND
             F-LOCKED NOT EQUAL TO "Y" AND
             F-DORMANT NOT EQUAL TO "Y" AND
             F-CURRENCY IS EQUAL TO WS-OD-CURRENCY THEN
             MOVE 100 TO WS-OD-SAV-MIN
             PERFORM VARYING WS-PP-IDX FROM 1 BY 1
               UNTIL WS-PP-IDX > WS-PP-CNT
               IF WS-PP-T-TYPE(WS-PP-IDX) IS EQUAL TO "S" THEN
                 MOVE WS-PP-T-MIN(WS-PP-IDX) TO WS-OD-SAV-MIN
                 EXIT PERFORM
               END-IF
             END-PERFORM
             IF (F-BAL - WS-OD-NEED) IS NOT LESS THAN
               WS-OD-SAV-MIN THEN
               MOVE "Y" TO WS-OD-OK
               MOVE WS-OD-NEED TO WS-OD-AMOUNT
             END-IF
           END-IF.
           MOVE WS-OD-CHK-ACCT TO F-ACCT-NO.
           READ USERDATA
             INVALID KEY CONTINUE
           END-READ.
           EXIT.
       P-OD-SWEEP.
           MOVE F-ACCT-NO TO WS-OD-CHK-ACCT.
           MOVE WS-OD-SAV-ACCT TO F-ACCT-NO.
           MOVE "Y" TO WS-OD-FOUND.
           READ USERDATA
             INVALID KEY MOVE "N" TO WS-OD-FOUND
           END-READ.
           IF WS-OD-FOUND IS EQUAL TO "Y" THEN
             MOVE F-BAL TO WS-OLD-BAL
             SUBTRACT WS-OD-AMOUNT FROM F-BAL
             REWRITE F-DATA
             END-REWRITE
             MOVE "XFER-OUT" TO WS-OD-TRAN-TYPE
             MOVE SPACES TO WS-OD-REASON
             STRING "OD SWEEP TO " WS-OD-CHK-ACCT
               DELIMITED BY SIZE INTO WS-OD-REASON
             PERFORM P-LOG-SWEEP-LEG
           END-IF.
           MOVE WS-OD-CHK-ACCT TO F-ACCT-NO.
           READ USERDATA
             INVALID KEY CONTINUE
           END-READ.
           IF WS-OD-FOUND IS EQUAL TO "Y" THEN
             MOVE F-BAL TO WS-OLD-BAL
             ADD WS-OD-AMOUNT TO F-BAL
             REWRITE F-DATA
             END-REWRITE
             MOVE "XFER-IN" TO WS-OD-TRAN-TYPE
             MOVE SPACES TO WS-OD-REASON
             STRING "OD SWEEP FROM " WS-OD-SAV-ACCT
               DELIMITED BY SIZE INTO WS-OD-REASON
             PERFORM P-LOG-SWEEP-LEG
             PERFORM P-OD-LOG-SWEEP
             MOVE WS-OD-AMOUNT TO WS-AMT-R
             DISPLAY F-ACCT-NO "  OD SWEEP " WS-AMT-R
             "  FROM " WS-OD-SAV-ACCT
           END-IF.
           EXIT.
       P-LOG-SWEEP-LEG.
           PERFORM P-NEXT-TRAN-REF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TODAY TO WS-TIMESTAMP(1:8).
           MOVE F-ACCT-NO TO TL-ACCT.
           MOVE WS-OD-TRAN-TYPE TO TL-TYPE.
           MOVE WS-OD-AMOUNT TO TL-AMOUNT.
           MOVE WS-OLD-BAL TO TL-OLD-BAL.
           MOVE F-BAL TO TL-NEW-BAL.
           MOVE WS-TIMESTAMP TO TL-TIMESTAMP.
           MOVE WS-OD-REASON TO TL-REASON.
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE "FEE-ENGINE" TO TL-USER.
           PERFORM P-SEAL-RECORD.
           WRITE TL-RECORD.
           PERFORM P-POST-TRANIDX.
           EXIT.
       P-OD-LOG-SWEEP.
           MOVE SPACES TO OS-RECORD.
           MOVE WS-TIMESTAMP(1:8) TO OS-DATE.
           MOVE WS-TIMESTAMP(9:6) TO OS-TIME.
           MOVE F-ACCT-NO TO OS-CHK-ACCT.
           MOVE WS-OD-SAV-ACCT TO OS-SAV-ACCT.
           MOVE WS-OD-AMOUNT TO OS-AMOUNT.
           MOVE "FEEPOST" TO OS-SOURCE.
           MOVE WS-TRAN-REF TO OS-TRAN-REF.
           OPEN EXTEND ODSWEEP-FILE.
           IF WS-OS-STATUS NOT EQUAL TO "00" THEN
             OPEN OUTPUT ODSWEEP-FILE
           END-IF.
           WRITE OS-RECORD.
           CLOSE ODSWEEP-FILE.
           EXIT.
       P-SEAL-RECORD.
           MOVE ZERO TO WS-PREV-CHECK.
           OPEN INPUT TLCHAIN-FILE.
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
       END PROGRAM FEE-POSTING.
