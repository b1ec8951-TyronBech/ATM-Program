       IDENTIFICATION DIVISION.
       PROGRAM-ID. OD-SWEEP-REPORT.
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
       SELECT ODSWEEP-FILE ASSIGN TO
       "odsweep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OS-STATUS.
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
       01 WS-OS-STATUS PIC XX VALUE SPACES.
       01 WS-OS-EOF PIC X VALUE "N".
       01 WS-RP-STATUS PIC XX VALUE SPACES.
       01 WS-RP-EOF PIC X VALUE "N".
       01 WS-RPT-DONE PIC X VALUE "N".
       01 WS-RPT-TRAILER PIC X(24) VALUE "*** END OF REPORT ***".
       01 WS-RPT-NAME PIC X(30) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-PERIOD PIC 9(6) VALUE ZEROES.
       01 WS-PERIOD-YEAR PIC 9(4) VALUE ZEROES.
       01 WS-PERIOD-MONTH PIC 9(2) VALUE ZEROES.
       01 WS-HEAVY-USE PIC 9(4) VALUE 4.
       01 WS-ITEM-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-HEAVY-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-ITEM-TOTAL PIC 9(14) VALUE ZEROES.
       01 WS-ACCT-FOUND PIC X VALUE "N".
       01 WS-LK-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-LK-IDX PIC 9(3) VALUE ZEROES.
       01 WS-LK-SLOT PIC 9(3) VALUE ZEROES.
       01 WS-LK-FULL PIC X VALUE "N".
       01 WS-LK-TABLE.
         02 WS-LK-ENTRY OCCURS 200 TIMES.
           03 WS-LK-CHK PIC 9(10).
           03 WS-LK-SAV PIC 9(10).
           03 WS-LK-USES PIC 9(4).
           03 WS-LK-AMOUNT PIC 9(14).
           03 WS-LK-LARGEST PIC 9(12).
           03 WS-LK-ATM PIC 9(4).
           03 WS-LK-TELLER PIC 9(4).
           03 WS-LK-ORDERS PIC 9(4).
           03 WS-LK-FEES PIC 9(4).
           03 WS-LK-LAST PIC 9(8).
       01 WS-HEAVY-FLAG PIC X(7) VALUE SPACES.
       01 WS-CONTACT-NAME PIC X(20) VALUE SPACES.
       01 WS-CONTACT-PHONE PIC X(15) VALUE SPACES.
       01 WS-USES-R PIC ZZZ9.
       01 WS-AMT-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-BIG-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-TOT-R PIC -(14)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           MOVE WS-TODAY(1:4) TO WS-PERIOD-YEAR.
           MOVE WS-TODAY(5:2) TO WS-PERIOD-MONTH.
           IF WS-PERIOD-MONTH IS EQUAL TO 1 THEN
             SUBTRACT 1 FROM WS-PERIOD-YEAR
             MOVE 12 TO WS-PERIOD-MONTH
           ELSE
             SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF.
           COMPUTE WS-PERIOD = WS-PERIOD-YEAR * 100 + WS-PERIOD-MONTH.
           DISPLAY "OVERDRAFT SWEEP USAGE RUN " WS-TODAY
           " FOR PERIOD " WS-PERIOD.
           MOVE SPACES TO WS-RPT-NAME.
           STRING "odsweep." WS-PERIOD ".txt"
             DELIMITED BY SIZE INTO WS-RPT-NAME.
           PERFORM P-CHECK-PRODUCED.
           IF WS-RPT-DONE IS EQUAL TO "Y" THEN
             DISPLAY "SWEEP USAGE REPORT FOR " WS-PERIOD
             " ALREADY PRODUCED - " WS-RPT-NAME
             PERFORM P-WRITE-STEPSTAT
             GOBACK
           END-IF.
           INITIALIZE WS-LK-TABLE.
           MOVE "N" TO WS-OS-EOF.
           OPEN INPUT ODSWEEP-FILE.
           IF WS-OS-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-OS-EOF IS EQUAL TO "Y"
               READ ODSWEEP-FILE
                 AT END MOVE "Y" TO WS-OS-EOF
                 NOT AT END
                   IF OS-DATE(1:6) IS EQUAL TO WS-PERIOD THEN
                     PERFORM P-ADD-SWEEP
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ODSWEEP-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO RP-LINE.
           STRING "OVERDRAFT SWEEP USAGE BY LINK - PERIOD "
             WS-PERIOD "   PRODUCED " WS-TODAY
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "LINKS SWEPT " WS-HEAVY-USE
             " OR MORE TIMES ARE MARKED CONTACT"
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           WRITE RP-LINE.
           MOVE "CHECKING   SAVINGS    USES     TOTAL SWEPT"
             TO RP-LINE.
           MOVE "   LARGEST SWEEP  ATM TLR  SO FEE LAST     FLAG"
             TO RP-LINE(43:47).
           MOVE "NAME                 PHONE" TO RP-LINE(94:26).
           WRITE RP-LINE.
           OPEN INPUT USERDATA.
           PERFORM VARYING WS-LK-IDX FROM 1 BY 1
             UNTIL WS-LK-IDX > WS-LK-COUNT
             PERFORM P-REPORT-LINK
           END-PERFORM.
           CLOSE USERDATA.
           MOVE SPACES TO RP-LINE.
           WRITE RP-LINE.
           IF WS-LK-COUNT IS EQUAL TO ZERO THEN
             MOVE "  NO OVERDRAFT SWEEPS IN THIS PERIOD" TO RP-LINE
             WRITE RP-LINE
           ELSE
             MOVE WS-ITEM-TOTAL TO WS-TOT-R
             MOVE SPACES TO RP-LINE
             STRING "LINKS USED " WS-LK-COUNT "  SWEEPS "
               WS-ITEM-COUNT "  TOTAL SWEPT " WS-TOT-R
               "  TO CONTACT " WS-HEAVY-COUNT
               DELIMITED BY SIZE INTO RP-LINE
             WRITE RP-LINE
           END-IF.
           IF WS-LK-FULL NOT EQUAL TO "Y" THEN
             MOVE WS-RPT-TRAILER TO RP-LINE
             WRITE RP-LINE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "SWEEPS IN PERIOD: " WS-ITEM-COUNT.
           DISPLAY "LINKS USED: " WS-LK-COUNT.
           DISPLAY "LINKS TO CONTACT: " WS-HEAVY-COUNT.
           DISPLAY "REPORT WRITTEN TO " WS-RPT-NAME.
           IF WS-LK-FULL IS EQUAL TO "Y" THEN
             DISPLAY "*** MORE THAN 200 LINKS USED IN THE PERIOD -"
             " USAGE REPORT IS INCOMPLETE ***"
             PERFORM P-WRITE-STEPSTAT-FAILED
           ELSE
             PERFORM P-WRITE-STEPSTAT
           END-IF.
           GOBACK.
       P-ADD-SWEEP.
           ADD 1 TO WS-ITEM-COUNT.
           ADD OS-AMOUNT TO WS-ITEM-TOTAL.
           MOVE ZERO TO WS-LK-SLOT.
           PERFORM VARYING WS-LK-IDX FROM 1 BY 1
             UNTIL WS-LK-IDX > WS-LK-COUNT
             IF WS-LK-CHK(WS-LK-IDX) IS EQUAL TO OS-CHK-ACCT AND
               WS-LK-SAV(WS-LK-IDX) IS EQUAL TO OS-SAV-ACCT THEN
               MOVE WS-LK-IDX TO WS-LK-SLOT
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF WS-LK-SLOT IS EQUAL TO ZERO THEN
             IF WS-LK-COUNT IS LESS THAN 200 THEN
               ADD 1 TO WS-LK-COUNT
               MOVE WS-LK-COUNT TO WS-LK-SLOT
               MOVE OS-CHK-ACCT TO WS-LK-CHK(WS-LK-SLOT)
               MOVE OS-SAV-ACCT TO WS-LK-SAV(WS-LK-SLOT)
             ELSE
               MOVE "Y" TO WS-LK-FULL
             END-IF
           END-IF.
           IF WS-LK-SLOT IS GREATER THAN ZERO THEN
             ADD 1 TO WS-LK-USES(WS-LK-SLOT)
             ADD OS-AMOUNT TO WS-LK-AMOUNT(WS-LK-SLOT)
             IF OS-AMOUNT IS GREATER THAN WS-LK-LARGEST(WS-LK-SLOT)
               THEN
               MOVE OS-AMOUNT TO WS-LK-LARGEST(WS-LK-SLOT)
             END-IF
             IF OS-DATE IS GREATER THAN WS-LK-LAST(WS-LK-SLOT) THEN
               MOVE OS-DATE TO WS-LK-LAST(WS-LK-SLOT)
             END-IF
             EVALUATE OS-SOURCE
               WHEN "ATM" ADD 1 TO WS-LK-ATM(WS-LK-SLOT)
               WHEN "TELLER" ADD 1 TO WS-LK-TELLER(WS-LK-SLOT)
               WHEN "STANDING" ADD 1 TO WS-LK-ORDERS(WS-LK-SLOT)
               WHEN OTHER ADD 1 TO WS-LK-FEES(WS-LK-SLOT)
             END-EVALUATE
           END-IF.
           EXIT.
       P-REPORT-LINK.
           MOVE SPACES TO WS-CONTACT-NAME.
           MOVE SPACES TO WS-CONTACT-PHONE.
           MOVE "Y" TO WS-ACCT-FOUND.
           MOVE WS-LK-CHK(WS-LK-IDX) TO F-ACCT-NO.
           READ USERDATA
             INVALID KEY MOVE "N" TO WS-ACCT-FOUND
           END-READ.
           IF WS-ACCT-FOUND IS EQUAL TO "Y" THEN
             MOVE F-NAME TO WS-CONTACT-NAME
             MOVE F-PHONE TO WS-CONTACT-PHONE
           ELSE
             MOVE "*** ACCOUNT CLOSED" TO WS-CONTACT-NAME
           END-IF.
           IF WS-LK-USES(WS-LK-IDX) IS NOT LESS THAN WS-HEAVY-USE THEN
             MOVE "CONTACT" TO WS-HEAVY-FLAG
             ADD 1 TO WS-HEAVY-COUNT
           ELSE
             MOVE SPACES TO WS-HEAVY-FLAG
           END-IF.
           MOVE WS-LK-USES(WS-LK-IDX) TO WS-USES-R.
           MOVE WS-LK-AMOUNT(WS-LK-IDX) TO WS-AMT-R.
           MOVE WS-LK-LARGEST(WS-LK-IDX) TO WS-BIG-R.
           MOVE SPACES TO RP-LINE.
           STRING WS-LK-CHK(WS-LK-IDX) " " WS-LK-SAV(WS-LK-IDX) " "
             WS-USES-R WS-AMT-R WS-BIG-R " "
             WS-LK-ATM(WS-LK-IDX) WS-LK-TELLER(WS-LK-IDX)
             WS-LK-ORDERS(WS-LK-IDX) WS-LK-FEES(WS-LK-IDX) " "
             WS-LK-LAST(WS-LK-IDX) " " WS-HEAVY-FLAG " "
             WS-CONTACT-NAME " " WS-CONTACT-PHONE
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           IF WS-HEAVY-FLAG IS EQUAL TO "CONTACT" THEN
             DISPLAY "CONTACT: " WS-LK-CHK(WS-LK-IDX) " "
             WS-CONTACT-NAME " SWEPT " WS-USES-R " TIMES"
           END-IF.
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
           MOVE "OD-SWEEP-REPORT" TO SS-PROGRAM.
           MOVE "OK" TO SS-STATUS.
           MOVE WS-ITEM-COUNT TO SS-COUNT.
           OPEN OUTPUT STEPSTAT-FILE.
           WRITE SS-RECORD.
           CLOSE STEPSTAT-FILE.
           EXIT.
       P-WRITE-STEPSTAT-FAILED.
           MOVE "OD-SWEEP-REPORT" TO SS-PROGRAM.
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
       END PROGRAM OD-SWEEP-REPORT.
