       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHT-REMITTANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT WHTLOG-FILE ASSIGN TO
       "whtlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.
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
       FD WHTLOG-FILE.
       01 WL-RECORD.
         02 WL-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 WL-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 WL-CUST-NO PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 WL-TAX-STATUS PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 WL-SOURCE PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 WL-GROSS PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 WL-RATE PIC 9V9(4).
         02 FILLER PIC X VALUE SPACE.
         02 WL-TAX PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 WL-NET PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 WL-CURRENCY PIC X(3).
         02 FILLER PIC X VALUE SPACE.
         02 WL-REF PIC 9(10).
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
       01 WS-WL-STATUS PIC XX VALUE SPACES.
       01 WS-WL-EOF PIC X VALUE "N".
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
       01 WS-ITEM-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-EXEMPT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-ST-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-ST-IDX PIC 9(2) VALUE ZEROES.
       01 WS-ST-SLOT PIC 9(2) VALUE ZEROES.
       01 WS-ST-FULL PIC X VALUE "N".
       01 WS-ST-TABLE.
         02 WS-ST-ENTRY OCCURS 20 TIMES.
           03 WS-ST-STATUS PIC X.
           03 WS-ST-CURRENCY PIC X(3).
           03 WS-ST-ITEMS PIC 9(6).
           03 WS-ST-GROSS PIC 9(14).
           03 WS-ST-TAX PIC 9(14).
       01 WS-STATUS-NAME PIC X(12) VALUE SPACES.
       01 WS-RATE-R PIC 9.9999.
       01 WS-AMT-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-TAX-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-TOT-R PIC -(14)9.
       01 WS-TOT2-R PIC -(14)9.
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
           DISPLAY "WITHHOLDING TAX REMITTANCE RUN " WS-TODAY
           " FOR PERIOD " WS-PERIOD.
           MOVE SPACES TO WS-RPT-NAME.
           STRING "whtrem." WS-PERIOD ".txt"
             DELIMITED BY SIZE INTO WS-RPT-NAME.
           PERFORM P-CHECK-PRODUCED.
           IF WS-RPT-DONE IS EQUAL TO "Y" THEN
             DISPLAY "REMITTANCE REPORT FOR " WS-PERIOD
             " ALREADY PRODUCED - " WS-RPT-NAME
             PERFORM P-WRITE-STEPSTAT
             GOBACK
           END-IF.
           INITIALIZE WS-ST-TABLE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO RP-LINE.
           STRING "WITHHOLDING TAX REMITTANCE REPORT - PERIOD "
             WS-PERIOD "   PRODUCED " WS-TODAY
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           WRITE RP-LINE.
           MOVE "DATE     ACCOUNT    CUSTOMER ST SOURCE  "
             TO RP-LINE.
           MOVE "  GROSS INTEREST   RATE     TAX WITHHELD CCY REF"
             TO RP-LINE(41:50).
           WRITE RP-LINE.
           MOVE "N" TO WS-WL-EOF.
           OPEN INPUT WHTLOG-FILE.
           IF WS-WL-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-WL-EOF IS EQUAL TO "Y"
               READ WHTLOG-FILE
                 AT END MOVE "Y" TO WS-WL-EOF
                 NOT AT END
                   IF WL-DATE(1:6) IS EQUAL TO WS-PERIOD THEN
                     PERFORM P-REPORT-ITEM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE WHTLOG-FILE
           END-IF.
           PERFORM P-REPORT-TOTALS.
           IF WS-ST-FULL NOT EQUAL TO "Y" THEN
             MOVE WS-RPT-TRAILER TO RP-LINE
             WRITE RP-LINE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "WITHHOLDING ITEMS IN PERIOD: " WS-ITEM-COUNT.
           DISPLAY "OF WHICH NO TAX WITHHELD: " WS-EXEMPT-COUNT.
           DISPLAY "REPORT WRITTEN TO " WS-RPT-NAME.
           IF WS-ST-FULL IS EQUAL TO "Y" THEN
             DISPLAY "*** TOO MANY STATUS/CURRENCY COMBINATIONS -"
             " REMITTANCE TOTALS ARE INCOMPLETE ***"
             PERFORM P-WRITE-STEPSTAT-FAILED
           ELSE
             PERFORM P-WRITE-STEPSTAT
           END-IF.
           GOBACK.
       P-REPORT-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           IF WL-TAX IS EQUAL TO ZERO THEN
             ADD 1 TO WS-EXEMPT-COUNT
           END-IF.
           MOVE ZERO TO WS-ST-SLOT.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
             UNTIL WS-ST-IDX > WS-ST-COUNT
             IF WS-ST-STATUS(WS-ST-IDX) IS EQUAL TO WL-TAX-STATUS AND
               WS-ST-CURRENCY(WS-ST-IDX) IS EQUAL TO WL-CURRENCY THEN
               MOVE WS-ST-IDX TO WS-ST-SLOT
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF WS-ST-SLOT IS EQUAL TO ZERO THEN
             IF WS-ST-COUNT IS LESS THAN 20 THEN
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-SLOT
               MOVE WL-TAX-STATUS TO WS-ST-STATUS(WS-ST-SLOT)
               MOVE WL-CURRENCY TO WS-ST-CURRENCY(WS-ST-SLOT)
             ELSE
               MOVE "Y" TO WS-ST-FULL
             END-IF
           END-IF.
           IF WS-ST-SLOT IS GREATER THAN ZERO THEN
             ADD 1 TO WS-ST-ITEMS(WS-ST-SLOT)
             ADD WL-GROSS TO WS-ST-GROSS(WS-ST-SLOT)
             ADD WL-TAX TO WS-ST-TAX(WS-ST-SLOT)
           END-IF.
           MOVE WL-GROSS TO WS-AMT-R.
           MOVE WL-TAX TO WS-TAX-R.
           MOVE WL-RATE TO WS-RATE-R.
           MOVE SPACES TO RP-LINE.
           STRING WL-DATE " " WL-ACCT " " WL-CUST-NO " " WL-TAX-STATUS
             "  " WL-SOURCE WS-AMT-R " " WS-RATE-R " " WS-TAX-R " "
             WL-CURRENCY " " WL-REF
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           EXIT.
       P-REPORT-TOTALS.
           MOVE SPACES TO RP-LINE.
           WRITE RP-LINE.
           MOVE "TAX TO REMIT BY CUSTOMER TAX STATUS" TO RP-LINE.
           WRITE RP-LINE.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
             UNTIL WS-ST-IDX > WS-ST-COUNT
             EVALUATE WS-ST-STATUS(WS-ST-IDX)
               WHEN "N" MOVE "NON-RESIDENT" TO WS-STATUS-NAME
               WHEN "E" MOVE "EXEMPT" TO WS-STATUS-NAME
               WHEN OTHER MOVE "RESIDENT" TO WS-STATUS-NAME
             END-EVALUATE
             MOVE WS-ST-GROSS(WS-ST-IDX) TO WS-TOT-R
             MOVE WS-ST-TAX(WS-ST-IDX) TO WS-TOT2-R
             MOVE SPACES TO RP-LINE
             STRING "  " WS-STATUS-NAME " " WS-ST-CURRENCY(WS-ST-IDX)
               "  ITEMS " WS-ST-ITEMS(WS-ST-IDX)
               "  GROSS " WS-TOT-R "  TAX " WS-TOT2-R
               DELIMITED BY SIZE INTO RP-LINE
             WRITE RP-LINE
             DISPLAY WS-STATUS-NAME " " WS-ST-CURRENCY(WS-ST-IDX)
             " TAX TO REMIT: " WS-TOT2-R
           END-PERFORM.
           IF WS-ST-COUNT IS EQUAL TO ZERO THEN
             MOVE "  NO INTEREST PAID IN THIS PERIOD - NOTHING TO REMIT"
               TO RP-LINE
             WRITE RP-LINE
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
           MOVE "WHT-REMITTANCE" TO SS-PROGRAM.
           MOVE "OK" TO SS-STATUS.
           MOVE WS-ITEM-COUNT TO SS-COUNT.
           OPEN OUTPUT STEPSTAT-FILE.
           WRITE SS-RECORD.
           CLOSE STEPSTAT-FILE.
           EXIT.
       P-WRITE-STEPSTAT-FAILED.
           MOVE "WHT-REMITTANCE" TO SS-PROGRAM.
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
       END PROGRAM WHT-REMITTANCE.
