       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-AGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT IBSUSP-FILE ASSIGN TO
       "suspidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY SU-ID
               FILE STATUS IS WS-SU-STATUS.
       SELECT STEPSTAT-FILE ASSIGN TO
       "stepstat.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO
       "ibsusprpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PROCDATE-FILE ASSIGN TO
       "procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD IBSUSP-FILE.
       01 SU-RECORD.
         02 SU-ID PIC 9(6).
         02 SU-DATE PIC 9(8).
         02 SU-ORIG-BANK PIC 9(6).
         02 SU-ORIG-ACCT PIC X(20).
         02 SU-ORIG-NAME PIC X(20).
         02 SU-ACCT PIC 9(10).
         02 SU-AMOUNT PIC 9(12).
         02 SU-CURRENCY PIC X(3).
         02 SU-NET-REF PIC X(16).
         02 SU-REASON PIC X(20).
         02 SU-STATUS PIC X.
         02 SU-ACTION-DATE PIC 9(8).
         02 SU-POST-ACCT PIC 9(10).
         02 SU-OPER PIC X(8).
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
       01 WS-SU-STATUS PIC XX VALUE SPACES.
       01 WS-SU-EOF PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-AGE-DAYS PIC 9(6) VALUE ZEROES.
       01 WS-BUCKET PIC 9 VALUE ZERO.
       01 WS-BUCKET-NAME PIC X(10) VALUE SPACES.
       01 WS-OPEN-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-OPEN-TOTAL PIC 9(14) VALUE ZEROES.
       01 WS-REPAIRED-TODAY PIC 9(6) VALUE ZEROES.
       01 WS-RETURNED-TODAY PIC 9(6) VALUE ZEROES.
       01 WS-AMT-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-TOT-R PIC -(14)9.
       01 WS-BKT-TABLE.
         02 WS-BKT-ENTRY OCCURS 4 TIMES.
           03 WS-BKT-COUNT PIC 9(6).
           03 WS-BKT-AMOUNT PIC 9(14).
       01 WS-BKT-IDX PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           DISPLAY "INTERBANK SUSPENSE AGING RUN " WS-TODAY.
           INITIALIZE WS-BKT-TABLE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO RP-LINE.
           STRING "AGED INTERBANK SUSPENSE REPORT " WS-TODAY
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           MOVE "ITEM   RECEIVED    DAYS BUCKET     BANK   ORIGINATOR"
             TO RP-LINE.
           MOVE "ACCOUNT              AMOUNT  REASON"
             TO RP-LINE(64:35).
           WRITE RP-LINE.
           MOVE "N" TO WS-SU-EOF.
           OPEN INPUT IBSUSP-FILE.
           IF WS-SU-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-SU-EOF IS EQUAL TO "Y"
               READ IBSUSP-FILE
                 AT END MOVE "Y" TO WS-SU-EOF
                 NOT AT END
                   EVALUATE SU-STATUS
                     WHEN "O"
                       PERFORM P-REPORT-ITEM
                     WHEN "P"
                       IF SU-ACTION-DATE IS EQUAL TO WS-TODAY THEN
                         ADD 1 TO WS-REPAIRED-TODAY
                       END-IF
                     WHEN "R"
                       IF SU-ACTION-DATE IS EQUAL TO WS-TODAY THEN
                         ADD 1 TO WS-RETURNED-TODAY
                       END-IF
                     WHEN OTHER CONTINUE
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE IBSUSP-FILE
           ELSE
             DISPLAY "NO SUSPENSE FILE - NOTHING OUTSTANDING"
           END-IF.
           PERFORM P-REPORT-BUCKETS.
           MOVE SPACES TO RP-LINE.
           MOVE WS-OPEN-TOTAL TO WS-TOT-R.
           STRING "OPEN ITEMS " WS-OPEN-COUNT "  AMOUNT " WS-TOT-R
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "REPAIRED TODAY " WS-REPAIRED-TODAY
             "  RETURNED TODAY " WS-RETURNED-TODAY
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "OPEN SUSPENSE ITEMS: " WS-OPEN-COUNT.
           DISPLAY "OPEN SUSPENSE AMOUNT: " WS-TOT-R.
           DISPLAY "REPAIRED TODAY: " WS-REPAIRED-TODAY.
           DISPLAY "RETURNED TODAY: " WS-RETURNED-TODAY.
           DISPLAY "REPORT WRITTEN TO ibsusprpt.txt".
           PERFORM P-WRITE-STEPSTAT.
           GOBACK.
       P-REPORT-ITEM.
           ADD 1 TO WS-OPEN-COUNT.
           ADD SU-AMOUNT TO WS-OPEN-TOTAL.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(SU-DATE).
           EVALUATE TRUE
             WHEN WS-AGE-DAYS IS LESS THAN 2
               MOVE 1 TO WS-BUCKET
               MOVE "0-1" TO WS-BUCKET-NAME
             WHEN WS-AGE-DAYS IS LESS THAN 6
               MOVE 2 TO WS-BUCKET
               MOVE "2-5" TO WS-BUCKET-NAME
             WHEN WS-AGE-DAYS IS LESS THAN 16
               MOVE 3 TO WS-BUCKET
               MOVE "6-15" TO WS-BUCKET-NAME
             WHEN OTHER
               MOVE 4 TO WS-BUCKET
               MOVE "16+" TO WS-BUCKET-NAME
           END-EVALUATE.
           ADD 1 TO WS-BKT-COUNT(WS-BUCKET).
           ADD SU-AMOUNT TO WS-BKT-AMOUNT(WS-BUCKET).
           MOVE SU-AMOUNT TO WS-AMT-R.
           MOVE SPACES TO RP-LINE.
           STRING SU-ID " " SU-DATE "  " WS-AGE-DAYS " " WS-BUCKET-NAME
             " " SU-ORIG-BANK " " SU-ORIG-ACCT " " SU-ACCT " "
             WS-AMT-R "  " SU-REASON
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           EXIT.
       P-REPORT-BUCKETS.
           MOVE SPACES TO RP-LINE.
           MOVE "OPEN ITEMS BY DAYS IN SUSPENSE" TO RP-LINE.
           WRITE RP-LINE.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
             UNTIL WS-BKT-IDX > 4
             EVALUATE WS-BKT-IDX
               WHEN 1 MOVE "0-1" TO WS-BUCKET-NAME
               WHEN 2 MOVE "2-5" TO WS-BUCKET-NAME
               WHEN 3 MOVE "6-15" TO WS-BUCKET-NAME
               WHEN OTHER MOVE "16+" TO WS-BUCKET-NAME
             END-EVALUATE
             MOVE WS-BKT-AMOUNT(WS-BKT-IDX) TO WS-TOT-R
             MOVE SPACES TO RP-LINE
             STRING "  " WS-BUCKET-NAME " DAYS  ITEMS "
               WS-BKT-COUNT(WS-BKT-IDX) "  AMOUNT " WS-TOT-R
               DELIMITED BY SIZE INTO RP-LINE
             WRITE RP-LINE
           END-PERFORM.
           EXIT.
       P-WRITE-STEPSTAT.
           MOVE "SUSPENSE-AGING" TO SS-PROGRAM.
           MOVE "OK" TO SS-STATUS.
           MOVE WS-OPEN-COUNT TO SS-COUNT.
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
       END PROGRAM SUSPENSE-AGING.
