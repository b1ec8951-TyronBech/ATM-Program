       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-CREDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT USERDATA ASSIGN TO
       "files.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES.
       SELECT ARCHIVE-DATA ASSIGN TO
       "archive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
       SELECT PRODPARM-FILE ASSIGN TO
       "prodparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-STATUS.
       SELECT PAYROLL-FILE ASSIGN TO
       "payroll.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.
       SELECT PAYREJ-FILE ASSIGN TO
       "payrej.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-STATUS.
       SELECT PAYHIST-FILE ASSIGN TO
       "payhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.
       SELECT CHECKPOINT-FILE ASSIGN TO
       "payroll.ckp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
       SELECT TRANLOG ASSIGN TO
       "tranlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TLCHAIN-FILE ASSIGN TO
       "tlchain.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
       SELECT OPTIONAL TRANIDX ASSIGN TO
       "tranidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TI-KEY
               FILE STATUS IS WS-TI-STATUS.
       SELECT TRANSEQ-FILE ASSIGN TO
       "transeq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSQ-STATUS.
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
       01 F-DATA.
         02 F-ACCT-NO PIC 9(10) VALUE ZEROES.
         02 F-PIN PIC 9(6) VALUE ZEROES.
         02 F-BAL PIC 9(12).
         02 F-NAME PIC X(20) VALUE SPACES.
         02 F-AGE PIC Z9 VALUE ZEROES.
         02 F-FAILED-ATTEMPTS PIC 9 VALUE ZERO.
         02 F-LOCKED PIC X VALUE "N".
         02 F-DAILY-WITHDRAWN PIC 9(12) VALUE ZEROES.
         02 F-LAST-WITHDRAW-DATE PIC 9(8) VALUE ZEROES.
         02 F-SEC-QUESTION PIC X(40) VALUE SPACES.
         02 F-SEC-ANSWER PIC X(20) VALUE SPACES.
         02 F-ACCT-TYPE PIC X VALUE "S".
         02 F-CURRENCY PIC X(3) VALUE "USD".
         02 F-LAST-ACTIVITY-DATE PIC 9(8) VALUE ZEROES.
         02 F-DORMANT PIC X VALUE "N".
         02 F-ADDRESS PIC X(40) VALUE SPACES.
         02 F-PHONE PIC X(15) VALUE SPACES.
         02 F-EMAIL PIC X(30) VALUE SPACES.
         02 F-PIN-TEMP PIC X VALUE "N".
         02 F-CUST-NO PIC 9(8) VALUE ZEROES.
       FD ARCHIVE-DATA.
       01 ARCH-RECORD.
         02 AR-ACCT-NO PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 AR-PIN PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 AR-BAL PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 AR-NAME PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 AR-AGE PIC Z9.
         02 FILLER PIC X VALUE SPACE.
         02 AR-FAILED-ATTEMPTS PIC 9.
         02 FILLER PIC X VALUE SPACE.
         02 AR-LOCKED PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 AR-DAILY-WITHDRAWN PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 AR-LAST-WITHDRAW-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 AR-SEC-QUESTION PIC X(40).
         02 FILLER PIC X VALUE SPACE.
         02 AR-SEC-ANSWER PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 AR-ACCT-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 AR-CURRENCY PIC X(3).
         02 FILLER PIC X VALUE SPACE.
         02 AR-LAST-ACTIVITY PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 AR-DORMANT PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 AR-CLOSE-DATE PIC 9(8).
       FD PRODPARM-FILE.
       01 PP-RECORD.
         02 PP-ACCT-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 PP-MIN-BALANCE PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 PP-DAILY-LIMIT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 PP-LIMIT-APPLIES PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 PP-CHECK-HOLD-DAYS PIC 9(2).
         02 FILLER PIC X VALUE SPACE.
         02 PP-IDLE-TIMEOUT PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 PP-INT-RATE PIC 9V9(4).
       FD PAYROLL-FILE.
       01 PYH-RECORD.
         02 PYH-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 PYH-EMPLOYER PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 PYH-PAY-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 PYH-COUNT PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 PYH-TOTAL PIC 9(14).
         02 FILLER PIC X VALUE SPACE.
         02 PYH-HASH PIC 9(16).
       01 PYD-RECORD.
         02 PYD-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 PYD-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 PYD-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 PYD-NAME PIC X(20).
       FD PAYREJ-FILE.
       01 PJ-RECORD.
         02 PJ-EMPLOYER PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 PJ-PAY-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 PJ-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 PJ-NAME PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 PJ-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 PJ-REASON PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 PJ-RUN-DATE PIC 9(8).
       FD PAYHIST-FILE.
       01 PH-RECORD.
         02 PH-EMPLOYER PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 PH-PAY-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 PH-HASH PIC 9(16).
         02 FILLER PIC X VALUE SPACE.
         02 PH-COUNT PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 PH-TOTAL PIC 9(14).
         02 FILLER PIC X VALUE SPACE.
         02 PH-REJ-COUNT PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 PH-REJ-TOTAL PIC 9(14).
         02 FILLER PIC X VALUE SPACE.
         02 PH-RUN-DATE PIC 9(8).
       FD CHECKPOINT-FILE.
       01 CKP-RECORD.
         02 CKP-EMPLOYER PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 CKP-PAY-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 CKP-HASH PIC 9(16).
         02 FILLER PIC X VALUE SPACE.
         02 CKP-STAGE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 CKP-ROWS PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CKP-CR-COUNT PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CKP-CR-TOTAL PIC 9(14).
         02 FILLER PIC X VALUE SPACE.
         02 CKP-RJ-COUNT PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CKP-RJ-TOTAL PIC 9(14).
       FD TRANLOG.
       01 TL-RECORD.
         02 TL-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 TL-TYPE PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 TL-AMOUNT PIC -ZZZ,ZZZ,ZZZ,ZZ9.
         02 FILLER PIC X VALUE SPACE.
         02 TL-OLD-BAL PIC -ZZZ,ZZZ,ZZZ,ZZ9.
         02 FILLER PIC X VALUE SPACE.
         02 TL-NEW-BAL PIC -ZZZ,ZZZ,ZZZ,ZZ9.
         02 FILLER PIC X VALUE SPACE.
         02 TL-TIMESTAMP PIC X(26).
         02 FILLER PIC X VALUE SPACE.
         02 TL-REASON PIC X(30).
         02 FILLER PIC X VALUE SPACE.
         02 TL-REF PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 TL-USER PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 TL-CHECK PIC 9(14).
       FD TLCHAIN-FILE.
       01 TC-RECORD.
         02 TC-CHECK PIC 9(14).
       FD TRANIDX.
       01 TI-RECORD.
         02 TI-KEY.
           03 TI-ACCT PIC 9(10).
           03 TI-REF PIC 9(10).
         02 TI-TYPE PIC X(8).
         02 TI-AMOUNT PIC X(16).
         02 TI-OLD-BAL PIC X(16).
         02 TI-NEW-BAL PIC X(16).
         02 TI-TIMESTAMP PIC X(26).
         02 TI-REASON PIC X(30).
         02 TI-USER PIC X(20).
         02 TI-CHECK PIC 9(14).
       FD TRANSEQ-FILE.
       01 TSQ-RECORD.
         02 TSQ-NEXT-REF PIC 9(10).
       FD STEPSTAT-FILE.
       01 SS-RECORD.
         02 SS-PROGRAM PIC X(20).
         02 FILLER PIC X VALUE SPACE.
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
       01 WS-AR-STATUS PIC XX VALUE SPACES.
       01 WS-AR-EOF PIC X VALUE "N".
       01 WS-PP-STATUS PIC XX VALUE SPACES.
       01 WS-PP-EOF PIC X VALUE "N".
       01 WS-PY-STATUS PIC XX VALUE SPACES.
       01 WS-PY-EOF PIC X VALUE "N".
       01 WS-PJ-STATUS PIC XX VALUE SPACES.
       01 WS-PH-STATUS PIC XX VALUE SPACES.
       01 WS-PH-EOF PIC X VALUE "N".
       01 WS-CKP-STATUS PIC XX VALUE SPACES.
       01 WS-HAS-CKP PIC X VALUE "N".
       01 WS-TC-STATUS PIC XX VALUE SPACES.
       01 WS-PREV-CHECK PIC 9(14) VALUE ZEROES.
       01 WS-CHK-WORK PIC 9(18) VALUE ZEROES.
       01 WS-CHK-I PIC 9(3) VALUE ZEROES.
       01 WS-TI-STATUS PIC XX VALUE SPACES.
       01 WS-TSQ-STATUS PIC XX VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-OLD-BAL PIC 9(12) VALUE ZEROES.
       01 WS-TRAN-REF PIC 9(10) VALUE ZEROES.
       01 WS-TRAN-TYPE PIC X(8) VALUE SPACES.
       01 WS-TRAN-AMOUNT PIC 9(14) VALUE ZEROES.
       01 WS-TRAN-REASON PIC X(30) VALUE SPACES.
       01 WS-ACCT-FOUND PIC 9 VALUE ZERO.
       01 WS-CLOSED-FOUND PIC X VALUE "N".
       01 WS-MIN-BALANCE PIC 9(12) VALUE 100.
       01 WS-FILE-OK PIC X VALUE "Y".
       01 WS-FILE-ERROR PIC X(50) VALUE SPACES.
       01 WS-HEADER-SEEN PIC X VALUE "N".
       01 WS-EMPLOYER PIC 9(10) VALUE ZEROES.
       01 WS-EMP-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-PAY-DATE PIC 9(8) VALUE ZEROES.
       01 WS-HDR-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-HDR-TOTAL PIC 9(14) VALUE ZEROES.
       01 WS-HDR-HASH PIC 9(16) VALUE ZEROES.
       01 WS-FILE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-FILE-TOTAL PIC 9(14) VALUE ZEROES.
       01 WS-FILE-HASH PIC 9(16) VALUE ZEROES.
       01 WS-ALREADY-DONE PIC X VALUE "N".
       01 WS-STAGE PIC X VALUE SPACE.
       01 WS-ROWS-DONE PIC 9(6) VALUE ZEROES.
       01 WS-ROW-NO PIC 9(6) VALUE ZEROES.
       01 WS-REJ-REASON PIC X(20) VALUE SPACES.
       01 WS-CR-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-CR-TOTAL PIC 9(14) VALUE ZEROES.
       01 WS-RJ-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-RJ-TOTAL PIC 9(14) VALUE ZEROES.
       01 WS-AMT-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-TOT-R PIC -(14)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           DISPLAY "PAYROLL BULK CREDIT RUN " WS-TODAY.
           OPEN INPUT PAYROLL-FILE.
           IF WS-PY-STATUS NOT EQUAL TO "00" THEN
             DISPLAY "NO PAYROLL FILE - NOTHING TO PROCESS"
             PERFORM P-WRITE-STEPSTAT
             GOBACK
           END-IF.
           PERFORM P-CHECK-FILE.
           CLOSE PAYROLL-FILE.
           IF WS-FILE-OK IS EQUAL TO "N" THEN
             DISPLAY "*** PAYROLL FILE REJECTED - " WS-FILE-ERROR
             DISPLAY "*** NOTHING POSTED ***"
             PERFORM P-WRITE-STEPSTAT-FAILED
             GOBACK
           END-IF.
           MOVE WS-HDR-TOTAL TO WS-TOT-R.
           DISPLAY "EMPLOYER " WS-EMPLOYER " PAY DATE " WS-PAY-DATE
           " - " WS-FILE-COUNT " CREDITS " WS-TOT-R.
           IF WS-PAY-DATE IS GREATER THAN WS-TODAY THEN
             DISPLAY "PAYROLL IS NOT DUE UNTIL " WS-PAY-DATE
             " - LEFT FOR A LATER RUN"
             PERFORM P-WRITE-STEPSTAT
             GOBACK
           END-IF.
           PERFORM P-CHECK-REGISTER.
           IF WS-ALREADY-DONE IS EQUAL TO "Y" THEN
             DISPLAY "THIS PAYROLL HAS ALREADY BEEN PROCESSED -"
             " NOTHING POSTED"
             PERFORM P-WRITE-STEPSTAT
             GOBACK
           END-IF.
           PERFORM P-READ-CHECKPOINT.
           IF WS-HAS-CKP IS EQUAL TO "Y" THEN
             IF CKP-EMPLOYER NOT EQUAL TO WS-EMPLOYER OR
               CKP-PAY-DATE NOT EQUAL TO WS-PAY-DATE OR
               CKP-HASH NOT EQUAL TO WS-FILE-HASH THEN
               DISPLAY "*** CHECKPOINT BELONGS TO A DIFFERENT PAYROLL"
               " FILE - RUN ABORTED, NOTHING POSTED ***"
               PERFORM P-WRITE-STEPSTAT-FAILED
               GOBACK
             END-IF
             MOVE CKP-STAGE TO WS-STAGE
             MOVE CKP-ROWS TO WS-ROWS-DONE
             MOVE CKP-CR-COUNT TO WS-CR-COUNT
             MOVE CKP-CR-TOTAL TO WS-CR-TOTAL
             MOVE CKP-RJ-COUNT TO WS-RJ-COUNT
             MOVE CKP-RJ-TOTAL TO WS-RJ-TOTAL
             DISPLAY "A CHECKPOINT WAS FOUND - " WS-ROWS-DONE
             " CREDITS ALREADY PROCESSED"
             DISPLAY "RESUMING FROM CHECKPOINT"
           END-IF.
           OPEN I-O USERDATA.
           OPEN EXTEND TRANLOG.
           IF WS-HAS-CKP IS EQUAL TO "N" THEN
             PERFORM P-DEBIT-EMPLOYER
             IF WS-STAGE NOT EQUAL TO "D" THEN
               CLOSE USERDATA
               CLOSE TRANLOG
               IF WS-FILE-OK IS EQUAL TO "N" THEN
                 DISPLAY "*** PAYROLL FILE REJECTED - " WS-FILE-ERROR
                 DISPLAY "*** NOTHING POSTED ***"
                 PERFORM P-WRITE-STEPSTAT-FAILED
               ELSE
                 PERFORM P-WRITE-STEPSTAT
               END-IF
               GOBACK
             END-IF
           END-IF.
           IF WS-STAGE IS EQUAL TO "D" THEN
             PERFORM P-CREDIT-EMPLOYEES
             IF WS-RJ-TOTAL IS GREATER THAN ZERO THEN
               PERFORM P-REFUND-EMPLOYER
             END-IF
             MOVE "R" TO WS-STAGE
             PERFORM P-WRITE-CHECKPOINT
           END-IF.
           CLOSE USERDATA.
           CLOSE TRANLOG.
           PERFORM P-WRITE-REGISTER.
           PERFORM P-CLEAR-CHECKPOINT.
           DISPLAY "EMPLOYEES CREDITED: " WS-CR-COUNT.
           MOVE WS-CR-TOTAL TO WS-TOT-R.
           DISPLAY "AMOUNT CREDITED: " WS-TOT-R.
           DISPLAY "CREDITS REJECTED: " WS-RJ-COUNT.
           MOVE WS-RJ-TOTAL TO WS-TOT-R.
           DISPLAY "AMOUNT RETURNED TO EMPLOYER: " WS-TOT-R.
           PERFORM P-WRITE-STEPSTAT.
           GOBACK.
       P-CHECK-FILE.
           MOVE "Y" TO WS-FILE-OK.
           MOVE "N" TO WS-HEADER-SEEN.
           MOVE "N" TO WS-PY-EOF.
           PERFORM UNTIL WS-PY-EOF IS EQUAL TO "Y"
             OR WS-FILE-OK IS EQUAL TO "N"
             READ PAYROLL-FILE
               AT END MOVE "Y" TO WS-PY-EOF
               NOT AT END
                 EVALUATE PYH-TYPE
                   WHEN "H"
                     IF WS-HEADER-SEEN IS EQUAL TO "Y" THEN
                       MOVE "N" TO WS-FILE-OK
                       MOVE "MORE THAN ONE HEADER RECORD"
                         TO WS-FILE-ERROR
                     ELSE IF PYH-EMPLOYER IS NOT NUMERIC OR
                       PYH-PAY-DATE IS NOT NUMERIC OR
                       PYH-COUNT IS NOT NUMERIC OR
                       PYH-TOTAL IS NOT NUMERIC OR
                       PYH-HASH IS NOT NUMERIC THEN
                       MOVE "N" TO WS-FILE-OK
                       MOVE "HEADER FIELDS ARE NOT NUMERIC"
                         TO WS-FILE-ERROR
                     ELSE
                       MOVE "Y" TO WS-HEADER-SEEN
                       MOVE PYH-EMPLOYER TO WS-EMPLOYER
                       MOVE PYH-PAY-DATE TO WS-PAY-DATE
                       MOVE PYH-COUNT TO WS-HDR-COUNT
                       MOVE PYH-TOTAL TO WS-HDR-TOTAL
                       MOVE PYH-HASH TO WS-HDR-HASH
                     END-IF
                   WHEN "D"
                     IF WS-HEADER-SEEN IS EQUAL TO "N" THEN
                       MOVE "N" TO WS-FILE-OK
                       MOVE "DETAIL BEFORE HEADER" TO WS-FILE-ERROR
                     ELSE IF PYD-ACCT IS NOT NUMERIC THEN
                       MOVE "N" TO WS-FILE-OK
                       MOVE "DETAIL ACCOUNT IS NOT NUMERIC"
                         TO WS-FILE-ERROR
                     ELSE IF PYD-AMOUNT IS NOT NUMERIC THEN
                       MOVE "N" TO WS-FILE-OK
                       MOVE "DETAIL AMOUNT IS NOT NUMERIC"
                         TO WS-FILE-ERROR
                     ELSE
                       ADD 1 TO WS-FILE-COUNT
                       ADD PYD-AMOUNT TO WS-FILE-TOTAL
                       ADD PYD-ACCT TO WS-FILE-HASH
                     END-IF
                   WHEN OTHER
                     MOVE "N" TO WS-FILE-OK
                     MOVE "UNKNOWN RECORD TYPE" TO WS-FILE-ERROR
                 END-EVALUATE
             END-READ
           END-PERFORM.
           IF WS-FILE-OK IS EQUAL TO "Y" THEN
             IF WS-HEADER-SEEN IS EQUAL TO "N" THEN
               MOVE "N" TO WS-FILE-OK
               MOVE "NO HEADER RECORD" TO WS-FILE-ERROR
             ELSE IF WS-FILE-COUNT IS EQUAL TO ZERO THEN
               MOVE "N" TO WS-FILE-OK
               MOVE "NO DETAIL RECORDS" TO WS-FILE-ERROR
             ELSE IF WS-HDR-COUNT NOT EQUAL TO WS-FILE-COUNT THEN
               MOVE "N" TO WS-FILE-OK
               MOVE "HEADER RECORD COUNT DOES NOT AGREE"
                 TO WS-FILE-ERROR
             ELSE IF WS-HDR-TOTAL NOT EQUAL TO WS-FILE-TOTAL THEN
               MOVE "N" TO WS-FILE-OK
               MOVE "HEADER AMOUNT TOTAL DOES NOT AGREE"
                 TO WS-FILE-ERROR
             ELSE IF WS-HDR-HASH NOT EQUAL TO WS-FILE-HASH THEN
               MOVE "N" TO WS-FILE-OK
               MOVE "HEADER ACCOUNT HASH TOTAL DOES NOT AGREE"
                 TO WS-FILE-ERROR
             END-IF
           END-IF.
           EXIT.
       P-CHECK-REGISTER.
           MOVE "N" TO WS-ALREADY-DONE.
           MOVE "N" TO WS-PH-EOF.
           OPEN INPUT PAYHIST-FILE.
           IF WS-PH-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-PH-EOF IS EQUAL TO "Y"
               READ PAYHIST-FILE
                 AT END MOVE "Y" TO WS-PH-EOF
                 NOT AT END
                   IF PH-EMPLOYER IS EQUAL TO WS-EMPLOYER AND
                     PH-PAY-DATE IS EQUAL TO WS-PAY-DATE AND
                     PH-HASH IS EQUAL TO WS-FILE-HASH THEN
                     MOVE "Y" TO WS-ALREADY-DONE
                     MOVE "Y" TO WS-PH-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PAYHIST-FILE
           END-IF.
           EXIT.
       P-DEBIT-EMPLOYER.
           MOVE SPACE TO WS-STAGE.
           MOVE WS-EMPLOYER TO F-ACCT-NO.
           MOVE ZERO TO WS-ACCT-FOUND.
           READ USERDATA
             INVALID KEY MOVE 1 TO WS-ACCT-FOUND
           END-READ.
           IF WS-ACCT-FOUND IS EQUAL TO 1 THEN
             MOVE "N" TO WS-FILE-OK
             MOVE "EMPLOYER ACCOUNT IS NOT ON FILE" TO WS-FILE-ERROR
           ELSE IF F-LOCKED IS EQUAL TO "Y" THEN
             MOVE "N" TO WS-FILE-OK
             MOVE "EMPLOYER ACCOUNT IS LOCKED" TO WS-FILE-ERROR
           ELSE
             MOVE F-CURRENCY TO WS-EMP-CURRENCY
             PERFORM P-SET-MIN-BALANCE
             IF F-BAL IS LESS THAN WS-HDR-TOTAL OR
               (F-BAL - WS-HDR-TOTAL) IS LESS THAN WS-MIN-BALANCE THEN
               MOVE F-BAL TO WS-AMT-R
               DISPLAY "*** EMPLOYER BALANCE " WS-AMT-R
               " DOES NOT COVER THE PAYROLL ***"
               DISPLAY "PAYROLL HELD - NOTHING POSTED, IT WILL BE"
               " RETRIED ON THE NEXT RUN"
             ELSE
               MOVE F-BAL TO WS-OLD-BAL
               SUBTRACT WS-HDR-TOTAL FROM F-BAL
               REWRITE F-DATA
               END-REWRITE
               MOVE "XFER-OUT" TO WS-TRAN-TYPE
               MOVE WS-HDR-TOTAL TO WS-TRAN-AMOUNT
               MOVE SPACES TO WS-TRAN-REASON
               STRING "PAYROLL " WS-PAY-DATE " " WS-FILE-COUNT
                 " ITEMS" DELIMITED BY SIZE INTO WS-TRAN-REASON
               PERFORM P-LOG-POSTING
               MOVE WS-HDR-TOTAL TO WS-AMT-R
               DISPLAY WS-EMPLOYER " EMPLOYER DEBIT " WS-AMT-R
               " REF " WS-TRAN-REF
               MOVE "D" TO WS-STAGE
               MOVE ZERO TO WS-ROWS-DONE
               PERFORM P-WRITE-CHECKPOINT
             END-IF
           END-IF.
           EXIT.
       P-CREDIT-EMPLOYEES.
           IF WS-EMP-CURRENCY IS EQUAL TO SPACES THEN
             MOVE WS-EMPLOYER TO F-ACCT-NO
             READ USERDATA
               INVALID KEY MOVE "USD" TO F-CURRENCY
             END-READ
             MOVE F-CURRENCY TO WS-EMP-CURRENCY
           END-IF.
           DISPLAY "ACCOUNT    NAME                            AMOUNT"
           "  RESULT".
           MOVE ZERO TO WS-ROW-NO.
           MOVE "N" TO WS-PY-EOF.
           OPEN INPUT PAYROLL-FILE.
           PERFORM UNTIL WS-PY-EOF IS EQUAL TO "Y"
             READ PAYROLL-FILE
               AT END MOVE "Y" TO WS-PY-EOF
               NOT AT END
                 IF PYD-TYPE IS EQUAL TO "D" THEN
                   ADD 1 TO WS-ROW-NO
                   IF WS-ROW-NO IS GREATER THAN WS-ROWS-DONE THEN
                     PERFORM P-CREDIT-ONE
                     MOVE WS-ROW-NO TO WS-ROWS-DONE
                     PERFORM P-WRITE-CHECKPOINT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PAYROLL-FILE.
           EXIT.
       P-CREDIT-ONE.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE PYD-AMOUNT TO WS-AMT-R.
           IF PYD-AMOUNT IS EQUAL TO ZERO THEN
             MOVE "ZERO AMOUNT" TO WS-REJ-REASON
           ELSE IF PYD-ACCT IS EQUAL TO WS-EMPLOYER THEN
             MOVE "EMPLOYER ACCOUNT" TO WS-REJ-REASON
           ELSE
             MOVE PYD-ACCT TO F-ACCT-NO
             MOVE ZERO TO WS-ACCT-FOUND
             READ USERDATA
               INVALID KEY MOVE 1 TO WS-ACCT-FOUND
             END-READ
             IF WS-ACCT-FOUND IS EQUAL TO 1 THEN
               PERFORM P-CHECK-ARCHIVE
               IF WS-CLOSED-FOUND IS EQUAL TO "Y" THEN
                 MOVE "ACCOUNT CLOSED" TO WS-REJ-REASON
               ELSE
                 MOVE "ACCOUNT NOT ON FILE" TO WS-REJ-REASON
               END-IF
             ELSE IF F-CURRENCY NOT EQUAL TO WS-EMP-CURRENCY THEN
               MOVE "CURRENCY MISMATCH" TO WS-REJ-REASON
             END-IF
           END-IF.
           IF WS-REJ-REASON IS EQUAL TO SPACES THEN
             MOVE F-BAL TO WS-OLD-BAL
             ADD PYD-AMOUNT TO F-BAL
             REWRITE F-DATA
             END-REWRITE
             MOVE "XFER-IN" TO WS-TRAN-TYPE
             MOVE PYD-AMOUNT TO WS-TRAN-AMOUNT
             MOVE SPACES TO WS-TRAN-REASON
             STRING "PAYROLL FROM " WS-EMPLOYER
               DELIMITED BY SIZE INTO WS-TRAN-REASON
             PERFORM P-LOG-POSTING
             ADD 1 TO WS-CR-COUNT
             ADD PYD-AMOUNT TO WS-CR-TOTAL
             DISPLAY PYD-ACCT " " PYD-NAME " " WS-AMT-R
             "  CREDITED REF " WS-TRAN-REF
           ELSE
             PERFORM P-WRITE-REJECT
             ADD 1 TO WS-RJ-COUNT
             ADD PYD-AMOUNT TO WS-RJ-TOTAL
             DISPLAY PYD-ACCT " " PYD-NAME " " WS-AMT-R
             "  REJECTED " WS-REJ-REASON
           END-IF.
           EXIT.
       P-CHECK-ARCHIVE.
           MOVE "N" TO WS-CLOSED-FOUND.
           MOVE "N" TO WS-AR-EOF.
           OPEN INPUT ARCHIVE-DATA.
           IF WS-AR-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-AR-EOF IS EQUAL TO "Y"
               READ ARCHIVE-DATA
                 AT END MOVE "Y" TO WS-AR-EOF
                 NOT AT END
                   IF AR-ACCT-NO IS EQUAL TO PYD-ACCT THEN
                     MOVE "Y" TO WS-CLOSED-FOUND
                     MOVE "Y" TO WS-AR-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARCHIVE-DATA
           END-IF.
           EXIT.
       P-WRITE-REJECT.
           OPEN EXTEND PAYREJ-FILE.
           IF WS-PJ-STATUS NOT EQUAL TO "00" THEN
             OPEN OUTPUT PAYREJ-FILE
           END-IF.
           MOVE SPACES TO PJ-RECORD.
           MOVE WS-EMPLOYER TO PJ-EMPLOYER.
           MOVE WS-PAY-DATE TO PJ-PAY-DATE.
           MOVE PYD-ACCT TO PJ-ACCT.
           MOVE PYD-NAME TO PJ-NAME.
           MOVE PYD-AMOUNT TO PJ-AMOUNT.
           MOVE WS-REJ-REASON TO PJ-REASON.
           MOVE WS-TODAY TO PJ-RUN-DATE.
           WRITE PJ-RECORD.
           CLOSE PAYREJ-FILE.
           EXIT.
       P-REFUND-EMPLOYER.
           MOVE WS-EMPLOYER TO F-ACCT-NO.
           MOVE ZERO TO WS-ACCT-FOUND.
           READ USERDATA
             INVALID KEY MOVE 1 TO WS-ACCT-FOUND
           END-READ.
           IF WS-ACCT-FOUND IS EQUAL TO 1 THEN
             MOVE WS-RJ-TOTAL TO WS-AMT-R
             DISPLAY "*** EMPLOYER ACCOUNT " WS-EMPLOYER
             " NO LONGER ON FILE - REJECTED AMOUNT " WS-AMT-R
             " NOT RETURNED ***"
           ELSE
             MOVE F-BAL TO WS-OLD-BAL
             ADD WS-RJ-TOTAL TO F-BAL
             REWRITE F-DATA
             END-REWRITE
             MOVE "XFER-IN" TO WS-TRAN-TYPE
             MOVE WS-RJ-TOTAL TO WS-TRAN-AMOUNT
             MOVE SPACES TO WS-TRAN-REASON
             STRING "PAYROLL RETURN " WS-PAY-DATE " " WS-RJ-COUNT
               DELIMITED BY SIZE INTO WS-TRAN-REASON
             PERFORM P-LOG-POSTING
             MOVE WS-RJ-TOTAL TO WS-AMT-R
             DISPLAY WS-EMPLOYER " EMPLOYER REFUND " WS-AMT-R
             " REF " WS-TRAN-REF
           END-IF.
           EXIT.
       P-SET-MIN-BALANCE.
           MOVE 100 TO WS-MIN-BALANCE.
           MOVE "N" TO WS-PP-EOF.
           OPEN INPUT PRODPARM-FILE.
           IF WS-PP-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-PP-EOF IS EQUAL TO "Y"
               READ PRODPARM-FILE
                 AT END MOVE "Y" TO WS-PP-EOF
                 NOT AT END
                   IF PP-ACCT-TYPE IS EQUAL TO F-ACCT-TYPE THEN
                     MOVE PP-MIN-BALANCE TO WS-MIN-BALANCE
                     MOVE "Y" TO WS-PP-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PRODPARM-FILE
           END-IF.
           EXIT.
       P-LOG-POSTING.
           PERFORM P-NEXT-TRAN-REF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TODAY TO WS-TIMESTAMP(1:8).
           MOVE F-ACCT-NO TO TL-ACCT.
           MOVE WS-TRAN-TYPE TO TL-TYPE.
           MOVE WS-TRAN-AMOUNT TO TL-AMOUNT.
           MOVE WS-OLD-BAL TO TL-OLD-BAL.
           MOVE F-BAL TO TL-NEW-BAL.
           MOVE WS-TIMESTAMP TO TL-TIMESTAMP.
           MOVE WS-TRAN-REASON TO TL-REASON.
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE "PAYROLL-CREDIT" TO TL-USER.
           PERFORM P-SEAL-RECORD.
           WRITE TL-RECORD.
           PERFORM P-POST-TRANIDX.
           EXIT.
       P-SEAL-RECORD.
           MOVE ZERO TO WS-PREV-CHECK.
           OPEN INPUT TLCHAIN-FILE.
           IF WS-TC-STATUS IS EQUAL TO "00" THEN
             READ TLCHAIN-FILE
               AT END CONTINUE
               NOT AT END MOVE TC-CHECK TO WS-PREV-CHECK
             END-READ
             CLOSE TLCHAIN-FILE
           END-IF.
           MOVE WS-PREV-CHECK TO WS-CHK-WORK.
           PERFORM VARYING WS-CHK-I FROM 1 BY 1
             UNTIL WS-CHK-I > 160
             COMPUTE WS-CHK-WORK = FUNCTION MOD(WS-CHK-WORK * 31
                 + FUNCTION ORD(TL-RECORD(WS-CHK-I:1)),
                 99999999999959)
           END-PERFORM.
           MOVE WS-CHK-WORK TO TL-CHECK.
           OPEN OUTPUT TLCHAIN-FILE.
           MOVE WS-CHK-WORK TO TC-CHECK.
           WRITE TC-RECORD.
           CLOSE TLCHAIN-FILE.
           EXIT.
       P-POST-TRANIDX.
           OPEN I-O TRANIDX.
           IF WS-TI-STATUS IS EQUAL TO "00" OR
             WS-TI-STATUS IS EQUAL TO "05" THEN
             MOVE TL-ACCT TO TI-ACCT
             MOVE TL-REF TO TI-REF
             MOVE TL-TYPE TO TI-TYPE
             MOVE TL-AMOUNT TO TI-AMOUNT
             MOVE TL-OLD-BAL TO TI-OLD-BAL
             MOVE TL-NEW-BAL TO TI-NEW-BAL
             MOVE TL-TIMESTAMP TO TI-TIMESTAMP
             MOVE TL-REASON TO TI-REASON
             MOVE TL-USER TO TI-USER
             MOVE TL-CHECK TO TI-CHECK
             WRITE TI-RECORD
               INVALID KEY CONTINUE
             END-WRITE
             CLOSE TRANIDX
           END-IF.
           EXIT.
       P-NEXT-TRAN-REF.
           MOVE 1 TO WS-TRAN-REF.
           OPEN INPUT TRANSEQ-FILE.
           IF WS-TSQ-STATUS IS EQUAL TO "00" THEN
             READ TRANSEQ-FILE
               AT END CONTINUE
               NOT AT END
                 IF TSQ-NEXT-REF IS GREATER THAN ZERO THEN
                   MOVE TSQ-NEXT-REF TO WS-TRAN-REF
                 END-IF
             END-READ
             CLOSE TRANSEQ-FILE
           END-IF.
           OPEN OUTPUT TRANSEQ-FILE.
           COMPUTE TSQ-NEXT-REF = WS-TRAN-REF + 1.
           WRITE TSQ-RECORD.
           CLOSE TRANSEQ-FILE.
           EXIT.
       P-WRITE-REGISTER.
           OPEN EXTEND PAYHIST-FILE.
           IF WS-PH-STATUS NOT EQUAL TO "00" THEN
             OPEN OUTPUT PAYHIST-FILE
           END-IF.
           MOVE SPACES TO PH-RECORD.
           MOVE WS-EMPLOYER TO PH-EMPLOYER.
           MOVE WS-PAY-DATE TO PH-PAY-DATE.
           MOVE WS-FILE-HASH TO PH-HASH.
           MOVE WS-CR-COUNT TO PH-COUNT.
           MOVE WS-CR-TOTAL TO PH-TOTAL.
           MOVE WS-RJ-COUNT TO PH-REJ-COUNT.
           MOVE WS-RJ-TOTAL TO PH-REJ-TOTAL.
           MOVE WS-TODAY TO PH-RUN-DATE.
           WRITE PH-RECORD.
           CLOSE PAYHIST-FILE.
           EXIT.
       P-READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKP-STATUS IS EQUAL TO "00" THEN
             READ CHECKPOINT-FILE
               AT END MOVE "N" TO WS-HAS-CKP
               NOT AT END MOVE "Y" TO WS-HAS-CKP
             END-READ
             CLOSE CHECKPOINT-FILE
           ELSE
             MOVE "N" TO WS-HAS-CKP
           END-IF.
           EXIT.
       P-WRITE-CHECKPOINT.
           MOVE SPACES TO CKP-RECORD.
           MOVE WS-EMPLOYER TO CKP-EMPLOYER.
           MOVE WS-PAY-DATE TO CKP-PAY-DATE.
           MOVE WS-FILE-HASH TO CKP-HASH.
           MOVE WS-STAGE TO CKP-STAGE.
           MOVE WS-ROWS-DONE TO CKP-ROWS.
           MOVE WS-CR-COUNT TO CKP-CR-COUNT.
           MOVE WS-CR-TOTAL TO CKP-CR-TOTAL.
           MOVE WS-RJ-COUNT TO CKP-RJ-COUNT.
           MOVE WS-RJ-TOTAL TO CKP-RJ-TOTAL.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CKP-RECORD.
           CLOSE CHECKPOINT-FILE.
           EXIT.
       P-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
           EXIT.
       P-WRITE-STEPSTAT.
           MOVE "PAYROLL-CREDIT" TO SS-PROGRAM.
           MOVE "OK" TO SS-STATUS.
           MOVE WS-CR-COUNT TO SS-COUNT.
           OPEN OUTPUT STEPSTAT-FILE.
           WRITE SS-RECORD.
           CLOSE STEPSTAT-FILE.
           EXIT.
       P-WRITE-STEPSTAT-FAILED.
           MOVE "PAYROLL-CREDIT" TO SS-PROGRAM.
           MOVE "FAILED" TO SS-STATUS.
           MOVE ZEROES TO SS-COUNT.
           OPEN OUTPUT STEPSTAT-FILE.
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
       END PROGRAM PAYROLL-CREDIT.
