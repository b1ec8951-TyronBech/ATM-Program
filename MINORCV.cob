       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINOR-MAJORITY.
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
       SELECT OPTIONAL MINOR-FILE ASSIGN TO
       "minor.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY MN-ACCT-NO
               ALTERNATE RECORD KEY MN-GUARDIAN WITH DUPLICATES
               FILE STATUS IS WS-MN-STATUS.
       SELECT PIN-MAILER ASSIGN TO
       "pinmailer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-STATUS.
       SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
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
       FD MINOR-FILE.
       01 MN-RECORD.
         02 MN-ACCT-NO PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 MN-GUARDIAN PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 MN-BIRTH-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 MN-STATUS PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 MN-OPENED PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 MN-CONVERTED PIC 9(8).
       FD PIN-MAILER.
       01 PM-LINE PIC X(60).
       FD REPORT-FILE.
       01 RP-LINE PIC X(132).
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
       01 WS-UD-STATUS PIC XX VALUE SPACES.
       01 WS-MN-STATUS PIC XX VALUE SPACES.
       01 WS-MN-EOF PIC X VALUE "N".
       01 WS-PM-STATUS PIC XX VALUE SPACES.
       01 WS-RP-STATUS PIC XX VALUE SPACES.
       01 WS-RP-EOF PIC X VALUE "N".
       01 WS-RPT-DONE PIC X VALUE "N".
       01 WS-RPT-TRAILER PIC X(24) VALUE "*** END OF REPORT ***".
       01 WS-RPT-NAME PIC X(30) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-PERIOD PIC 9(6) VALUE ZEROES.
       01 WS-RUN-OK PIC X VALUE "Y".
       01 WS-MINOR-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-CONV-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-CLOSED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-ITEM-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-AGE PIC 9(3) VALUE ZEROES.
       01 WS-ACCT-FOUND PIC 9 VALUE ZERO.
       01 WS-ACTION PIC X(25) VALUE SPACES.
       01 WS-SEED PIC 9(8) VALUE ZEROES.
       01 WS-RANDOM PIC 9V9(8) VALUE ZEROES.
       01 WS-NEW-PIN PIC 9(6) VALUE ZEROES.
       01 WS-HASH-PIN-IN PIC 9(6) VALUE ZEROES.
       01 WS-HASH-PIN-OUT PIC 9(6) VALUE ZEROES.
       01 WS-HASH-WORK PIC 9(18) VALUE ZEROES.
       01 WS-HASH-I PIC 99 VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.
           DISPLAY "MINOR ACCOUNT CONVERSION RUN " WS-TODAY
           " FOR PERIOD " WS-PERIOD.
           MOVE SPACES TO WS-RPT-NAME.
           STRING "minorcv." WS-PERIOD ".txt"
             DELIMITED BY SIZE INTO WS-RPT-NAME.
           PERFORM P-CHECK-PRODUCED.
           IF WS-RPT-DONE IS EQUAL TO "Y" THEN
             DISPLAY "MINOR CONVERSION REPORT FOR " WS-PERIOD
             " ALREADY PRODUCED - " WS-RPT-NAME
             PERFORM P-WRITE-STEPSTAT
             GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(9:8) TO WS-SEED.
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED).
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO RP-LINE.
           STRING "MINOR ACCOUNTS REACHING 18 - PERIOD "
             WS-PERIOD "   AS AT " WS-TODAY
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           MOVE "ACCOUNT" TO RP-LINE(1:7).
           MOVE "NAME" TO RP-LINE(12:4).
           MOVE "BORN" TO RP-LINE(33:4).
           MOVE "GUARDIAN" TO RP-LINE(42:8).
           MOVE "ACTION" TO RP-LINE(51:6).
           WRITE RP-LINE.
           OPEN I-O USERDATA.
           IF WS-UD-STATUS NOT EQUAL TO "00" THEN
             MOVE "N" TO WS-RUN-OK
             MOVE "  ACCOUNT MASTER FILE IS NOT AVAILABLE" TO RP-LINE
             WRITE RP-LINE
           ELSE
             MOVE "N" TO WS-MN-EOF
             OPEN I-O MINOR-FILE
             IF WS-MN-STATUS IS EQUAL TO "00" THEN
               MOVE ZEROES TO MN-ACCT-NO
               START MINOR-FILE KEY IS GREATER THAN OR EQUAL TO
                 MN-ACCT-NO
                 INVALID KEY MOVE "Y" TO WS-MN-EOF
               END-START
               PERFORM UNTIL WS-MN-EOF IS EQUAL TO "Y"
                 READ MINOR-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-MN-EOF
                   NOT AT END
                     IF MN-STATUS IS EQUAL TO "A" THEN
                       PERFORM P-CHECK-MINOR
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE MINOR-FILE
             ELSE IF WS-MN-STATUS IS EQUAL TO "05" THEN
               CLOSE MINOR-FILE
             ELSE
               MOVE "N" TO WS-RUN-OK
               MOVE "  MINOR ACCOUNT FILE IS NOT AVAILABLE" TO RP-LINE
               WRITE RP-LINE
             END-IF
             CLOSE USERDATA
           END-IF.
           MOVE SPACES TO RP-LINE.
           WRITE RP-LINE.
           IF WS-ITEM-COUNT IS EQUAL TO ZERO THEN
             MOVE "  NO MINOR ACCOUNTS REACHED 18 THIS PERIOD"
               TO RP-LINE
             WRITE RP-LINE
           END-IF.
           MOVE SPACES TO RP-LINE.
           STRING "ACTIVE MINORS " WS-MINOR-COUNT
             "  CONVERTED " WS-CONV-COUNT
             "  ACCOUNT CLOSED " WS-CLOSED-COUNT
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           IF WS-RUN-OK IS EQUAL TO "Y" THEN
             MOVE WS-RPT-TRAILER TO RP-LINE
             WRITE RP-LINE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "ACTIVE MINOR ACCOUNTS: " WS-MINOR-COUNT.
           DISPLAY "CONVERTED TO STANDARD: " WS-CONV-COUNT.
           DISPLAY "REPORT WRITTEN TO " WS-RPT-NAME.
           IF WS-RUN-OK IS EQUAL TO "N" THEN
             PERFORM P-WRITE-STEPSTAT-FAILED
           ELSE
             PERFORM P-WRITE-STEPSTAT
           END-IF.
           GOBACK.
       P-CHECK-MINOR.
           ADD 1 TO WS-MINOR-COUNT.
           IF MN-BIRTH-DATE IS NUMERIC AND
             MN-BIRTH-DATE IS GREATER THAN ZERO AND
             (WS-TODAY - MN-BIRTH-DATE) IS NOT LESS THAN 180000 THEN
             PERFORM P-CONVERT-MINOR
           END-IF.
           EXIT.
       P-CONVERT-MINOR.
           ADD 1 TO WS-ITEM-COUNT.
           COMPUTE WS-AGE = (WS-TODAY - MN-BIRTH-DATE) / 10000.
           MOVE MN-ACCT-NO TO F-ACCT-NO.
           MOVE ZERO TO WS-ACCT-FOUND.
           READ USERDATA
             INVALID KEY MOVE 1 TO WS-ACCT-FOUND
           END-READ.
           IF WS-ACCT-FOUND IS EQUAL TO 1 THEN
             MOVE "X" TO MN-STATUS
             MOVE SPACES TO F-NAME
             MOVE "ACCOUNT CLOSED" TO WS-ACTION
             ADD 1 TO WS-CLOSED-COUNT
           ELSE
             COMPUTE WS-NEW-PIN = FUNCTION RANDOM * 900000 + 100000
             MOVE WS-NEW-PIN TO WS-HASH-PIN-IN
             PERFORM P-HASH-PIN
             MOVE WS-HASH-PIN-OUT TO F-PIN
             MOVE "Y" TO F-PIN-TEMP
             MOVE ZERO TO F-FAILED-ATTEMPTS
             MOVE WS-AGE TO F-AGE
             REWRITE F-DATA
             END-REWRITE
             PERFORM P-PIN-MAILER
             MOVE "C" TO MN-STATUS
             MOVE "CONVERTED - PIN MAILED" TO WS-ACTION
             ADD 1 TO WS-CONV-COUNT
           END-IF.
           MOVE WS-TODAY TO MN-CONVERTED.
           REWRITE MN-RECORD
             INVALID KEY CONTINUE
           END-REWRITE.
           MOVE SPACES TO RP-LINE.
           STRING MN-ACCT-NO " " F-NAME " " MN-BIRTH-DATE " "
             MN-GUARDIAN " " WS-ACTION
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           EXIT.
       P-PIN-MAILER.
           OPEN EXTEND PIN-MAILER.
           IF WS-PM-STATUS IS EQUAL TO "35" THEN
             OPEN OUTPUT PIN-MAILER
           END-IF.
           MOVE SPACES TO PM-LINE.
           WRITE PM-LINE.
           MOVE "---------- PIN MAILER ----------" TO PM-LINE.
           WRITE PM-LINE.
           MOVE SPACES TO PM-LINE.
           STRING "DEAR " F-NAME DELIMITED BY SIZE INTO PM-LINE.
           WRITE PM-LINE.
           MOVE SPACES TO PM-LINE.
           STRING "DELIVER TO: " F-ADDRESS DELIMITED BY SIZE
             INTO PM-LINE.
           WRITE PM-LINE.
           MOVE "YOUR ACCOUNT IS NOW A STANDARD ACCOUNT IN YOUR NAME."
             TO PM-LINE.
           WRITE PM-LINE.
           MOVE SPACES TO PM-LINE.
           STRING "YOUR NEW ACCOUNT PIN IS: " WS-NEW-PIN
             DELIMITED BY SIZE INTO PM-LINE.
           WRITE PM-LINE.
           MOVE "KEEP THIS MAILER CONFIDENTIAL AND DESTROY AFTER USE."
             TO PM-LINE.
           WRITE PM-LINE.
           MOVE "---------------------------------" TO PM-LINE.
           WRITE PM-LINE.
           CLOSE PIN-MAILER.
           EXIT.
       P-CHECK-PRODUCED.
           MOVE "N" TO WS-RPT-DONE.
           MOVE "N" TO WS-RP-EOF.
           OPEN INPUT REPORT-FILE.
           IF WS-RP-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-RP-EOF IS EQUAL TO "Y"
               READ REPORT-FILE
                 AT END MOVE "Y" TO WS-RP-EOF
                 NOT AT END
                   IF RP-LINE IS EQUAL TO WS-RPT-TRAILER THEN
                     MOVE "Y" TO WS-RPT-DONE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE REPORT-FILE
           END-IF.
           EXIT.
       P-WRITE-STEPSTAT.
           MOVE "MINOR-MAJORITY" TO SS-PROGRAM.
           MOVE "OK" TO SS-STATUS.
           MOVE WS-ITEM-COUNT TO SS-COUNT.
           OPEN OUTPUT STEPSTAT-FILE.
           WRITE SS-RECORD.
           CLOSE STEPSTAT-FILE.
           EXIT.
       P-WRITE-STEPSTAT-FAILED.
           MOVE "MINOR-MAJORITY" TO SS-PROGRAM.
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
       P-HASH-PIN.
           MOVE 7 TO WS-HASH-WORK.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1 UNTIL WS-HASH-I > 6
             COMPUTE WS-HASH-WORK = FUNCTION MOD(WS-HASH-WORK * 31
                 + FUNCTION ORD(WS-HASH-PIN-IN(WS-HASH-I:1)), 999983)
           END-PERFORM.
           COMPUTE WS-HASH-PIN-OUT =
               FUNCTION MOD(WS-HASH-WORK, 900000) + 100000.
           EXIT.
       END PROGRAM MINOR-MAJORITY.
