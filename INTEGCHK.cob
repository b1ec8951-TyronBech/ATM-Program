       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT USERDATA ASSIGN TO
       "files.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES
               FILE STATUS IS WS-UD-STATUS.
       SELECT CUSTMAST ASSIGN TO
       "custmast.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY CM-CUST-NO
               FILE STATUS IS WS-CM-STATUS.
       SELECT ARCHIVE-DATA ASSIGN TO
       "archive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
       SELECT OPTIONAL HOLDS-FILE ASSIGN TO
       "holdidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.
       SELECT OPTIONAL STANDING-FILE ASSIGN TO
       "standidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SO-KEY
               FILE STATUS IS WS-SO-STATUS.
       SELECT OPTIONAL TERMDEP-FILE ASSIGN TO
       "tdidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TD-KEY
               FILE STATUS IS WS-TD-STATUS.
       SELECT OPTIONAL LOAN-FILE ASSIGN TO
       "loanidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY LN-NO
               ALTERNATE RECORD KEY LN-ACCT WITH DUPLICATES
               FILE STATUS IS WS-LN-STATUS.
       SELECT DISPUTES-FILE ASSIGN TO
       "disputes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.
       SELECT OPTIONAL PAYEE-FILE ASSIGN TO
       "payeeidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY PY-KEY
               FILE STATUS IS WS-PAY-STATUS.
       SELECT AUTHUSER-FILE ASSIGN TO
       "authuser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
       SELECT OPTIONAL ALERTPREF-FILE ASSIGN TO
       "alertidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY AP-ACCT
               FILE STATUS IS WS-AP-STATUS.
       SELECT FEEQUEUE-FILE ASSIGN TO
       "feequeue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FQ-STATUS.
       SELECT HOTLIST-FILE ASSIGN TO
       "hotlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HL-STATUS.
       SELECT STEPSTAT-FILE ASSIGN TO
       "stepstat.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO
       "intgrpt.txt"
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
       FD CUSTMAST.
       01 CM-RECORD.
         02 CM-CUST-NO PIC 9(8) VALUE ZEROES.
         02 CM-NAME PIC X(20) VALUE SPACES.
         02 CM-ADDRESS PIC X(40) VALUE SPACES.
         02 CM-PHONE PIC X(15) VALUE SPACES.
         02 CM-EMAIL PIC X(30) VALUE SPACES.
         02 CM-TAX-STATUS PIC X VALUE "R".
         02 CM-MERGED-INTO PIC 9(8) VALUE ZEROES.
         02 CM-ID-TYPE PIC XX VALUE SPACES.
         02 CM-ID-NUMBER PIC X(20) VALUE SPACES.
         02 CM-ID-EXPIRY PIC 9(8) VALUE ZEROES.
         02 CM-BIRTH-DATE PIC 9(8) VALUE ZEROES.
         02 CM-OCCUPATION PIC X(20) VALUE SPACES.
         02 CM-RISK-RATING PIC X VALUE "M".
         02 CM-NEXT-REVIEW PIC 9(8) VALUE ZEROES.
         02 CM-RESTRICTED PIC X VALUE "N".
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
       FD HOLDS-FILE.
       01 HLD-RECORD.
         02 HLD-KEY.
           03 HLD-ACCT PIC 9(10).
           03 HLD-REF PIC 9(10).
         02 HLD-AMOUNT PIC 9(12).
         02 HLD-RELEASE-DATE PIC 9(8).
         02 HLD-STATUS PIC X.
       FD STANDING-FILE.
       01 SO-RECORD.
         02 SO-KEY.
           03 SO-SRC-ACCT PIC 9(10).
           03 SO-SEQ PIC 9(4).
         02 SO-DEST-ACCT PIC 9(10).
         02 SO-AMOUNT PIC 9(12).
         02 SO-FREQ PIC X.
         02 SO-NEXT-DATE PIC 9(8).
         02 SO-STATUS PIC X.
         02 SO-BANK PIC 9(6).
         02 SO-EXT-ACCT PIC X(20).
         02 SO-EXT-NAME PIC X(20).
       FD TERMDEP-FILE.
       01 TD-RECORD.
         02 TD-KEY.
           03 TD-ACCT PIC 9(10).
           03 TD-NO PIC 9(6).
         02 TD-AMOUNT PIC 9(12).
         02 TD-RATE PIC 9V9(4).
         02 TD-TERM PIC 9(3).
         02 TD-OPEN-DATE PIC 9(8).
         02 TD-MATURITY-DATE PIC 9(8).
         02 TD-STATUS PIC X.
       FD LOAN-FILE.
       01 LN-RECORD.
         02 LN-NO PIC 9(6).
         02 LN-ACCT PIC 9(10).
         02 LN-PRINCIPAL PIC 9(12).
         02 LN-BALANCE PIC 9(12).
         02 LN-RATE PIC 9V9(4).
         02 LN-TERM PIC 9(3).
         02 LN-INSTALMENT PIC 9(12).
         02 LN-NEXT-DUE PIC 9(8).
         02 LN-BILLED PIC 9(3).
         02 LN-ARR-PRIN PIC 9(12).
         02 LN-ARR-INT PIC 9(12).
         02 LN-ARR-SINCE PIC 9(8).
         02 LN-OPEN-DATE PIC 9(8).
         02 LN-STATUS PIC X.
       FD DISPUTES-FILE.
       01 DSP-RECORD.
         02 DSP-CASE-NO PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 DSP-REF PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 DSP-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 DSP-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 DSP-STATUS PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 DSP-OPEN-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 DSP-REASON PIC X(30).
       FD PAYEE-FILE.
       01 PY-RECORD.
         02 PY-KEY.
           03 PY-OWNER PIC 9(10).
           03 PY-DEST PIC 9(10).
         02 PY-NICK PIC X(15).
         02 PY-CONFIRMED PIC X.
         02 PY-ADDED PIC 9(8).
       FD AUTHUSER-FILE.
       01 AU-RECORD.
         02 AU-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 AU-NAME PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 AU-PIN PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 AU-SEC-QUESTION PIC X(40).
         02 FILLER PIC X VALUE SPACE.
         02 AU-SEC-ANSWER PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 AU-STATUS PIC X.
       FD ALERTPREF-FILE.
       01 AP-RECORD.
         02 AP-ACCT PIC 9(10).
         02 AP-LOW-BAL PIC 9(12).
         02 AP-LARGE-DEBIT PIC 9(12).
         02 AP-SO-FAIL PIC X.
       FD FEEQUEUE-FILE.
       01 FQ-RECORD.
         02 FQ-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 FQ-CODE PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 FQ-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 FQ-DATE PIC 9(8).
       FD HOTLIST-FILE.
       01 HL-RECORD.
         02 HL-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 HL-ACTION PIC X(6).
         02 FILLER PIC X VALUE SPACE.
         02 HL-TIMESTAMP PIC X(26).
         02 FILLER PIC X VALUE SPACE.
         02 HL-OPER PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 HL-REASON PIC X(30).
         02 FILLER PIC X VALUE SPACE.
         02 HL-CARD PIC 9(16).
       FD STEPSTAT-FILE.
       01 SS-RECORD.
         02 SS-PROGRAM PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 SS-STATUS PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 SS-COUNT PIC 9(6).
       FD REPORT-FILE.
       01 RP-LINE PIC X(132).
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
       01 WS-UD-STATUS PIC XX VALUE SPACES.
       01 WS-CM-STATUS PIC XX VALUE SPACES.
       01 WS-AR-STATUS PIC XX VALUE SPACES.
       01 WS-HLD-STATUS PIC XX VALUE SPACES.
       01 WS-SO-STATUS PIC XX VALUE SPACES.
       01 WS-TD-STATUS PIC XX VALUE SPACES.
       01 WS-LN-STATUS PIC XX VALUE SPACES.
       01 WS-DSP-STATUS PIC XX VALUE SPACES.
       01 WS-PAY-STATUS PIC XX VALUE SPACES.
       01 WS-AU-STATUS PIC XX VALUE SPACES.
       01 WS-AP-STATUS PIC XX VALUE SPACES.
       01 WS-FQ-STATUS PIC XX VALUE SPACES.
       01 WS-HL-STATUS PIC XX VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-EOF PIC X VALUE "N".
       01 WS-AR-EOF PIC X VALUE "N".
       01 WS-CM-OPEN PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-CHK-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-ACCT-STATE PIC X(11) VALUE SPACES.
       01 WS-DETAIL PIC X(40) VALUE SPACES.
       01 WS-CK-NO PIC 99 VALUE ZEROES.
       01 WS-CK-IDX PIC 99 VALUE ZEROES.
       01 WS-CK-TABLE.
         02 WS-CK-ENTRY OCCURS 14 TIMES.
           03 WS-CK-LEVEL PIC X.
           03 WS-CK-FILE PIC X(14).
           03 WS-CK-DESC PIC X(50).
           03 WS-CK-COUNT PIC 9(6).
       01 WS-CRITICAL PIC 9(6) VALUE ZEROES.
       01 WS-WARNINGS PIC 9(6) VALUE ZEROES.
       01 WS-ACCTS-READ PIC 9(6) VALUE ZEROES.
       01 WS-ITEMS-READ PIC 9(6) VALUE ZEROES.
       01 WS-AMT-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-HL-CNT PIC 9(4) VALUE ZEROES.
       01 WS-HL-IDX PIC 9(4) VALUE ZEROES.
       01 WS-HL-SLOT PIC 9(4) VALUE ZEROES.
       01 WS-HL-FULL PIC X VALUE "N".
       01 WS-HL-TABLE.
         02 WS-HL-ENTRY OCCURS 500 TIMES.
           03 WS-HL-T-ACCT PIC 9(10).
           03 WS-HL-T-BLOCKED PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           DISPLAY "CROSS-FILE INTEGRITY CHECK " WS-TODAY.
           PERFORM P-INIT-CHECKS.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO RP-LINE.
           STRING "CROSS-FILE INTEGRITY REPORT " WS-TODAY
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           MOVE "CHK LVL FILE           ACCOUNT    STATE       DETAIL"
             TO RP-LINE.
           WRITE RP-LINE.
           OPEN INPUT USERDATA.
           IF WS-UD-STATUS NOT EQUAL TO "00" THEN
             DISPLAY "*** ACCOUNT FILE NOT AVAILABLE - NOTHING CHECKED"
             " ***"
             MOVE SPACES TO RP-LINE
             MOVE "ACCOUNT FILE NOT AVAILABLE - NOTHING CHECKED"
               TO RP-LINE
             WRITE RP-LINE
             CLOSE REPORT-FILE
             MOVE 1 TO WS-CRITICAL
             PERFORM P-WRITE-STEPSTAT-FAILED
             GOBACK
           END-IF.
           PERFORM P-CHECK-CUSTOMERS.
           PERFORM P-CHECK-ARCHIVE.
           PERFORM P-CHECK-HOLDS.
           PERFORM P-CHECK-STANDING.
           PERFORM P-CHECK-TERMDEPS.
           PERFORM P-CHECK-LOANS.
           PERFORM P-CHECK-DISPUTES.
           PERFORM P-CHECK-PAYEES.
           PERFORM P-CHECK-AUTHUSERS.
           PERFORM P-CHECK-ALERTPREFS.
           PERFORM P-CHECK-FEEQUEUE.
           PERFORM P-CHECK-HOTLIST.
           CLOSE USERDATA.
           PERFORM P-REPORT-COUNTS.
           CLOSE REPORT-FILE.
           DISPLAY "ACCOUNTS READ: " WS-ACCTS-READ.
           DISPLAY "SIDE-FILE RECORDS CHECKED: " WS-ITEMS-READ.
           DISPLAY "CRITICAL EXCEPTIONS: " WS-CRITICAL.
           DISPLAY "WARNINGS: " WS-WARNINGS.
           DISPLAY "REPORT WRITTEN TO intgrpt.txt".
           IF WS-CRITICAL IS GREATER THAN ZERO THEN
             DISPLAY "*** CRITICAL INTEGRITY EXCEPTIONS - STREAM"
             " STOPPED, CORRECT THE FILES BEFORE RELEASING THE DAY ***"
             PERFORM P-WRITE-STEPSTAT-FAILED
           ELSE
             PERFORM P-WRITE-STEPSTAT
           END-IF.
           GOBACK.
       P-INIT-CHECKS.
           INITIALIZE WS-CK-TABLE.
           MOVE "W" TO WS-CK-LEVEL(1).
           MOVE "files.txt" TO WS-CK-FILE(1).
           MOVE "ACCOUNT CUSTOMER NUMBER MISSING OR MERGED AWAY"
             TO WS-CK-DESC(1).
           MOVE "W" TO WS-CK-LEVEL(2).
           MOVE "archive.txt" TO WS-CK-FILE(2).
           MOVE "CLOSED ACCOUNT STILL LIVE ON THE ACCOUNT FILE"
             TO WS-CK-DESC(2).
           MOVE "C" TO WS-CK-LEVEL(3).
           MOVE "holdidx.txt" TO WS-CK-FILE(3).
           MOVE "OPEN HOLD ON A CLOSED OR MISSING ACCOUNT"
             TO WS-CK-DESC(3).
           MOVE "C" TO WS-CK-LEVEL(4).
           MOVE "standidx.txt" TO WS-CK-FILE(4).
           MOVE "ACTIVE STANDING ORDER FROM A CLOSED ACCOUNT"
             TO WS-CK-DESC(4).
           MOVE "C" TO WS-CK-LEVEL(5).
           MOVE "standidx.txt" TO WS-CK-FILE(5).
           MOVE "ACTIVE STANDING ORDER TO A CLOSED ACCOUNT"
             TO WS-CK-DESC(5).
           MOVE "C" TO WS-CK-LEVEL(6).
           MOVE "tdidx.txt" TO WS-CK-FILE(6).
           MOVE "OPEN TERM DEPOSIT AGAINST A CLOSED ACCOUNT"
             TO WS-CK-DESC(6).
           MOVE "C" TO WS-CK-LEVEL(7).
           MOVE "loanidx.txt" TO WS-CK-FILE(7).
           MOVE "ACTIVE LOAN AGAINST A CLOSED ACCOUNT"
             TO WS-CK-DESC(7).
           MOVE "C" TO WS-CK-LEVEL(8).
           MOVE "disputes.txt" TO WS-CK-FILE(8).
           MOVE "OPEN DISPUTE ON A CLOSED OR ARCHIVED ACCOUNT"
             TO WS-CK-DESC(8).
           MOVE "W" TO WS-CK-LEVEL(9).
           MOVE "payeeidx.txt" TO WS-CK-FILE(9).
           MOVE "PAYEE HELD BY A CLOSED ACCOUNT"
             TO WS-CK-DESC(9).
           MOVE "W" TO WS-CK-LEVEL(10).
           MOVE "payeeidx.txt" TO WS-CK-FILE(10).
           MOVE "PAYEE POINTING TO AN ACCOUNT NO LONGER ON FILE"
             TO WS-CK-DESC(10).
           MOVE "W" TO WS-CK-LEVEL(11).
           MOVE "authuser.txt" TO WS-CK-FILE(11).
           MOVE "AUTHORISED USER WHOSE ACCOUNT IS GONE"
             TO WS-CK-DESC(11).
           MOVE "W" TO WS-CK-LEVEL(12).
           MOVE "alertidx.txt" TO WS-CK-FILE(12).
           MOVE "ALERT PREFERENCES FOR A CLOSED ACCOUNT"
             TO WS-CK-DESC(12).
           MOVE "W" TO WS-CK-LEVEL(13).
           MOVE "feequeue.txt" TO WS-CK-FILE(13).
           MOVE "UNCOLLECTED FEE QUEUED AGAINST A CLOSED ACCOUNT"
             TO WS-CK-DESC(13).
           MOVE "W" TO WS-CK-LEVEL(14).
           MOVE "hotlist.txt" TO WS-CK-FILE(14).
           MOVE "HOT-LIST BLOCK ON AN ACCOUNT NO LONGER ON FILE"
             TO WS-CK-DESC(14).
           EXIT.
       P-CHECK-CUSTOMERS.
           MOVE "N" TO WS-CM-OPEN.
           OPEN INPUT CUSTMAST.
           IF WS-CM-STATUS IS EQUAL TO "00" THEN
             MOVE "Y" TO WS-CM-OPEN
           END-IF.
           MOVE ZEROES TO F-ACCT-NO.
           MOVE "N" TO WS-EOF.
           START USERDATA KEY IS GREATER THAN OR EQUAL TO F-ACCT-NO
             INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
             READ USERDATA NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-ACCTS-READ
                 IF F-CUST-NO IS NUMERIC AND
                   F-CUST-NO IS GREATER THAN ZERO THEN
                   PERFORM P-CHECK-ONE-CUSTOMER
                 END-IF
             END-READ
           END-PERFORM.
           IF WS-CM-OPEN IS EQUAL TO "Y" THEN
             CLOSE CUSTMAST
           END-IF.
           EXIT.
       P-CHECK-ONE-CUSTOMER.
           MOVE "FOUND" TO WS-ACCT-STATE.
           IF WS-CM-OPEN IS EQUAL TO "N" THEN
             MOVE "NO CUSTMAST" TO WS-ACCT-STATE
           ELSE
             MOVE F-CUST-NO TO CM-CUST-NO
             READ CUSTMAST
               INVALID KEY MOVE "NO CUSTOMER" TO WS-ACCT-STATE
               NOT INVALID KEY
                 IF CM-MERGED-INTO IS NUMERIC AND
                   CM-MERGED-INTO IS GREATER THAN ZERO THEN
                   MOVE "MERGED" TO WS-ACCT-STATE
                 END-IF
             END-READ
           END-IF.
           IF WS-ACCT-STATE NOT EQUAL TO "FOUND" THEN
             MOVE 1 TO WS-CK-NO
             MOVE F-ACCT-NO TO WS-CHK-ACCT
             MOVE SPACES TO WS-DETAIL
             STRING "CUSTOMER " F-CUST-NO " " F-NAME
               DELIMITED BY SIZE INTO WS-DETAIL
             PERFORM P-REPORT-EXCEPTION
           END-IF.
           EXIT.
       P-CHECK-ARCHIVE.
           MOVE "N" TO WS-AR-EOF.
           OPEN INPUT ARCHIVE-DATA.
           IF WS-AR-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-AR-EOF IS EQUAL TO "Y"
               READ ARCHIVE-DATA
                 AT END MOVE "Y" TO WS-AR-EOF
                 NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   MOVE AR-ACCT-NO TO F-ACCT-NO
                   READ USERDATA
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                       MOVE 2 TO WS-CK-NO
                       MOVE AR-ACCT-NO TO WS-CHK-ACCT
                       MOVE "LIVE" TO WS-ACCT-STATE
                       MOVE SPACES TO WS-DETAIL
                       STRING "ARCHIVED " AR-CLOSE-DATE " " AR-NAME
                         DELIMITED BY SIZE INTO WS-DETAIL
                       PERFORM P-REPORT-EXCEPTION
                   END-READ
               END-READ
             END-PERFORM
             CLOSE ARCHIVE-DATA
           END-IF.
           EXIT.
       P-CHECK-HOLDS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT HOLDS-FILE.
           IF WS-HLD-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ HOLDS-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   IF HLD-STATUS IS EQUAL TO "O" THEN
                     MOVE HLD-ACCT TO WS-CHK-ACCT
                     PERFORM P-LOOKUP-ACCOUNT
                     IF WS-ACCT-STATE NOT EQUAL TO "FOUND" THEN
                       MOVE 3 TO WS-CK-NO
                       MOVE HLD-AMOUNT TO WS-AMT-R
                       MOVE SPACES TO WS-DETAIL
                       STRING "AMOUNT" WS-AMT-R " RELEASE "
                         HLD-RELEASE-DATE
                         DELIMITED BY SIZE INTO WS-DETAIL
                       PERFORM P-REPORT-EXCEPTION
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HOLDS-FILE
           ELSE
             IF WS-HLD-STATUS IS EQUAL TO "05" THEN
               CLOSE HOLDS-FILE
             END-IF
           END-IF.
           EXIT.
       P-CHECK-STANDING.
           MOVE "N" TO WS-EOF.
           OPEN INPUT STANDING-FILE.
           IF WS-SO-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ STANDING-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   IF SO-STATUS IS EQUAL TO "A" THEN
                     PERFORM P-CHECK-ONE-ORDER
                   END-IF
               END-READ
             END-PERFORM
             CLOSE STANDING-FILE
           ELSE
             IF WS-SO-STATUS IS EQUAL TO "05" THEN
               CLOSE STANDING-FILE
             END-IF
           END-IF.
           EXIT.
       P-CHECK-ONE-ORDER.
           MOVE SO-AMOUNT TO WS-AMT-R.
           MOVE SO-SRC-ACCT TO WS-CHK-ACCT.
           PERFORM P-LOOKUP-ACCOUNT.
           IF WS-ACCT-STATE NOT EQUAL TO "FOUND" THEN
             MOVE 4 TO WS-CK-NO
             MOVE SPACES TO WS-DETAIL
             STRING "AMOUNT" WS-AMT-R " NEXT " SO-NEXT-DATE
               DELIMITED BY SIZE INTO WS-DETAIL
             PERFORM P-REPORT-EXCEPTION
           END-IF.
           IF SO-BANK IS NOT NUMERIC OR SO-BANK IS EQUAL TO ZERO THEN
             MOVE SO-DEST-ACCT TO WS-CHK-ACCT
             PERFORM P-LOOKUP-ACCOUNT
             IF WS-ACCT-STATE NOT EQUAL TO "FOUND" THEN
               MOVE 5 TO WS-CK-NO
               MOVE SPACES TO WS-DETAIL
               STRING "FROM " SO-SRC-ACCT " AMOUNT" WS-AMT-R
                 DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM P-REPORT-EXCEPTION
             END-IF
           END-IF.
           EXIT.
       P-CHECK-TERMDEPS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TERMDEP-FILE.
           IF WS-TD-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ TERMDEP-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   IF TD-STATUS IS EQUAL TO "O" THEN
                     MOVE TD-ACCT TO WS-CHK-ACCT
                     PERFORM P-LOOKUP-ACCOUNT
                     IF WS-ACCT-STATE NOT EQUAL TO "FOUND" THEN
                       MOVE 6 TO WS-CK-NO
                       MOVE TD-AMOUNT TO WS-AMT-R
                       MOVE SPACES TO WS-DETAIL
                       STRING "DEPOSIT " TD-NO " AMOUNT" WS-AMT-R
                         DELIMITED BY SIZE INTO WS-DETAIL
                       PERFORM P-REPORT-EXCEPTION
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TERMDEP-FILE
           ELSE
             IF WS-TD-STATUS IS EQUAL TO "05" THEN
               CLOSE TERMDEP-FILE
             END-IF
           END-IF.
           EXIT.
       P-CHECK-LOANS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT LOAN-FILE.
           IF WS-LN-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ LOAN-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   IF LN-STATUS IS EQUAL TO "A" THEN
                     MOVE LN-ACCT TO WS-CHK-ACCT
                     PERFORM P-LOOKUP-ACCOUNT
                     IF WS-ACCT-STATE NOT EQUAL TO "FOUND" THEN
                       MOVE 7 TO WS-CK-NO
                       MOVE LN-BALANCE TO WS-AMT-R
                       MOVE SPACES TO WS-DETAIL
                       STRING "LOAN " LN-NO " BALANCE" WS-AMT-R
                         DELIMITED BY SIZE INTO WS-DETAIL
                       PERFORM P-REPORT-EXCEPTION
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LOAN-FILE
           ELSE
             IF WS-LN-STATUS IS EQUAL TO "05" THEN
               CLOSE LOAN-FILE
             END-IF
           END-IF.
           EXIT.
       P-CHECK-DISPUTES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT DISPUTES-FILE.
           IF WS-DSP-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ DISPUTES-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   IF DSP-STATUS IS EQUAL TO "O" OR
                     DSP-STATUS IS EQUAL TO "P" THEN
                     MOVE DSP-ACCT TO WS-CHK-ACCT
                     PERFORM P-LOOKUP-ACCOUNT
                     IF WS-ACCT-STATE NOT EQUAL TO "FOUND" THEN
                       MOVE 8 TO WS-CK-NO
                       MOVE DSP-AMOUNT TO WS-AMT-R
                       MOVE SPACES TO WS-DETAIL
                       STRING "CASE " DSP-CASE-NO " AMOUNT" WS-AMT-R
                         DELIMITED BY SIZE INTO WS-DETAIL
                       PERFORM P-REPORT-EXCEPTION
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DISPUTES-FILE
           END-IF.
           EXIT.
       P-CHECK-PAYEES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PAYEE-FILE.
           IF WS-PAY-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ PAYEE-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   MOVE PY-OWNER TO WS-CHK-ACCT
                   PERFORM P-LOOKUP-ACCOUNT
                   IF WS-ACCT-STATE NOT EQUAL TO "FOUND" THEN
                     MOVE 9 TO WS-CK-NO
                     MOVE SPACES TO WS-DETAIL
                     STRING "PAYEE " PY-DEST " " PY-NICK
                       DELIMITED BY SIZE INTO WS-DETAIL
                     PERFORM P-REPORT-EXCEPTION
                   ELSE
                     MOVE PY-DEST TO WS-CHK-ACCT
                     PERFORM P-LOOKUP-ACCOUNT
                     IF WS-ACCT-STATE NOT EQUAL TO "FOUND" THEN
                       MOVE 10 TO WS-CK-NO
                       MOVE SPACES TO WS-DETAIL
                       STRING "HELD BY " PY-OWNER " " PY-NICK
                         DELIMITED BY SIZE INTO WS-DETAIL
                       PERFORM P-REPORT-EXCEPTION
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PAYEE-FILE
           ELSE
             IF WS-PAY-STATUS IS EQUAL TO "05" THEN
               CLOSE PAYEE-FILE
             END-IF
           END-IF.
           EXIT.
       P-CHECK-AUTHUSERS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT AUTHUSER-FILE.
           IF WS-AU-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ AUTHUSER-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   IF AU-STATUS NOT EQUAL TO "R" THEN
                     MOVE AU-ACCT TO WS-CHK-ACCT
                     PERFORM P-LOOKUP-ACCOUNT
                     IF WS-ACCT-STATE NOT EQUAL TO "FOUND" THEN
                       MOVE 11 TO WS-CK-NO
                       MOVE SPACES TO WS-DETAIL
                       STRING "USER " AU-NAME
                         DELIMITED BY SIZE INTO WS-DETAIL
                       PERFORM P-REPORT-EXCEPTION
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AUTHUSER-FILE
           END-IF.
           EXIT.
       P-CHECK-ALERTPREFS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ALERTPREF-FILE.
           IF WS-AP-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ ALERTPREF-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   MOVE AP-ACCT TO WS-CHK-ACCT
                   PERFORM P-LOOKUP-ACCOUNT
                   IF WS-ACCT-STATE NOT EQUAL TO "FOUND" THEN
                     MOVE 12 TO WS-CK-NO
                     MOVE SPACES TO WS-DETAIL
                     PERFORM P-REPORT-EXCEPTION
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ALERTPREF-FILE
           ELSE
             IF WS-AP-STATUS IS EQUAL TO "05" THEN
               CLOSE ALERTPREF-FILE
             END-IF
           END-IF.
           EXIT.
       P-CHECK-FEEQUEUE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT FEEQUEUE-FILE.
           IF WS-FQ-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ FEEQUEUE-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   MOVE FQ-ACCT TO WS-CHK-ACCT
                   PERFORM P-LOOKUP-ACCOUNT
                   IF WS-ACCT-STATE NOT EQUAL TO "FOUND" THEN
                     MOVE 13 TO WS-CK-NO
                     MOVE FQ-AMOUNT TO WS-AMT-R
                     MOVE SPACES TO WS-DETAIL
                     STRING "FEE " FQ-CODE " AMOUNT" WS-AMT-R
                       DELIMITED BY SIZE INTO WS-DETAIL
                     PERFORM P-REPORT-EXCEPTION
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FEEQUEUE-FILE
           END-IF.
           EXIT.
       P-CHECK-HOTLIST.
           MOVE ZERO TO WS-HL-CNT.
           MOVE "N" TO WS-HL-FULL.
           MOVE "N" TO WS-EOF.
           OPEN INPUT HOTLIST-FILE.
           IF WS-HL-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ HOTLIST-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   IF HL-CARD IS NOT NUMERIC OR
                     HL-CARD IS EQUAL TO ZERO THEN
                     PERFORM P-HOTLIST-ENTRY
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HOTLIST-FILE
           END-IF.
           IF WS-HL-FULL IS EQUAL TO "Y" THEN
             DISPLAY "HOT LIST HAS MORE THAN 500 ACCOUNTS - ONLY THE"
             " FIRST 500 CHECKED"
           END-IF.
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
             UNTIL WS-HL-IDX > WS-HL-CNT
             IF WS-HL-T-BLOCKED(WS-HL-IDX) IS EQUAL TO "Y" THEN
               MOVE WS-HL-T-ACCT(WS-HL-IDX) TO WS-CHK-ACCT
               PERFORM P-LOOKUP-ACCOUNT
               IF WS-ACCT-STATE NOT EQUAL TO "FOUND" THEN
                 MOVE 14 TO WS-CK-NO
                 MOVE SPACES TO WS-DETAIL
                 PERFORM P-REPORT-EXCEPTION
               END-IF
             END-IF
           END-PERFORM.
           EXIT.
       P-HOTLIST-ENTRY.
           MOVE ZERO TO WS-HL-SLOT.
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
             UNTIL WS-HL-IDX > WS-HL-CNT
             IF WS-HL-T-ACCT(WS-HL-IDX) IS EQUAL TO HL-ACCT THEN
               MOVE WS-HL-IDX TO WS-HL-SLOT
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF WS-HL-SLOT IS EQUAL TO ZERO THEN
             IF WS-HL-CNT IS LESS THAN 500 THEN
               ADD 1 TO WS-HL-CNT
               MOVE WS-HL-CNT TO WS-HL-SLOT
               MOVE HL-ACCT TO WS-HL-T-ACCT(WS-HL-SLOT)
             ELSE
               MOVE "Y" TO WS-HL-FULL
             END-IF
           END-IF.
           IF WS-HL-SLOT IS GREATER THAN ZERO THEN
             IF HL-ACTION IS EQUAL TO "ADD" THEN
               MOVE "Y" TO WS-HL-T-BLOCKED(WS-HL-SLOT)
             ELSE
               MOVE "N" TO WS-HL-T-BLOCKED(WS-HL-SLOT)
             END-IF
           END-IF.
           EXIT.
       P-LOOKUP-ACCOUNT.
           MOVE "FOUND" TO WS-ACCT-STATE.
           MOVE WS-CHK-ACCT TO F-ACCT-NO.
           READ USERDATA
             INVALID KEY MOVE "NOT ON FILE" TO WS-ACCT-STATE
           END-READ.
           IF WS-ACCT-STATE NOT EQUAL TO "FOUND" THEN
             MOVE "N" TO WS-AR-EOF
             OPEN INPUT ARCHIVE-DATA
             IF WS-AR-STATUS IS EQUAL TO "00" THEN
               PERFORM UNTIL WS-AR-EOF IS EQUAL TO "Y"
                 READ ARCHIVE-DATA
                   AT END MOVE "Y" TO WS-AR-EOF
                   NOT AT END
                     IF AR-ACCT-NO IS EQUAL TO WS-CHK-ACCT THEN
                       MOVE "CLOSED" TO WS-ACCT-STATE
                       MOVE "Y" TO WS-AR-EOF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE ARCHIVE-DATA
             END-IF
           END-IF.
           EXIT.
       P-REPORT-EXCEPTION.
           ADD 1 TO WS-CK-COUNT(WS-CK-NO).
           IF WS-CK-LEVEL(WS-CK-NO) IS EQUAL TO "C" THEN
             ADD 1 TO WS-CRITICAL
           ELSE
             ADD 1 TO WS-WARNINGS
           END-IF.
           MOVE SPACES TO RP-LINE.
           STRING WS-CK-NO "  " WS-CK-LEVEL(WS-CK-NO) "   "
             WS-CK-FILE(WS-CK-NO) " " WS-CHK-ACCT " " WS-ACCT-STATE
             " " WS-DETAIL
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           EXIT.
       P-REPORT-COUNTS.
           MOVE SPACES TO RP-LINE.
           WRITE RP-LINE.
           MOVE "EXCEPTIONS BY CHECK (C = CRITICAL, W = WARNING)"
             TO RP-LINE.
           WRITE RP-LINE.
           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
             UNTIL WS-CK-IDX > 14
             MOVE SPACES TO RP-LINE
             STRING WS-CK-IDX "  " WS-CK-LEVEL(WS-CK-IDX) "   "
               WS-CK-DESC(WS-CK-IDX) " " WS-CK-COUNT(WS-CK-IDX)
               DELIMITED BY SIZE INTO RP-LINE
             WRITE RP-LINE
             DISPLAY WS-CK-IDX " " WS-CK-LEVEL(WS-CK-IDX) " "
             WS-CK-DESC(WS-CK-IDX) " " WS-CK-COUNT(WS-CK-IDX)
           END-PERFORM.
           MOVE SPACES TO RP-LINE.
           STRING "CRITICAL " WS-CRITICAL "  WARNINGS " WS-WARNINGS
             "  ACCOUNTS " WS-ACCTS-READ "  RECORDS " WS-ITEMS-READ
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           EXIT.
       P-WRITE-STEPSTAT.
           MOVE "INTEGRITY-CHECK" TO SS-PROGRAM.
           MOVE "OK" TO SS-STATUS.
           MOVE WS-WARNINGS TO SS-COUNT.
           OPEN OUTPUT STEPSTAT-FILE.
           WRITE SS-RECORD.
           CLOSE STEPSTAT-FILE.
           EXIT.
       P-WRITE-STEPSTAT-FAILED.
           MOVE "INTEGRITY-CHECK" TO SS-PROGRAM.
           MOVE "FAILED" TO SS-STATUS.
           MOVE WS-CRITICAL TO SS-COUNT.
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
       END PROGRAM INTEGRITY-CHECK.
