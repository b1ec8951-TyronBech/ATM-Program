       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL HOLDS-FILE ASSIGN TO
       "holdidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.
       SELECT PROCDATE-FILE ASSIGN TO
       "procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HOLDS-FILE.
       01 HLD-RECORD.
         02 HLD-KEY.
           03 HLD-ACCT PIC 9(10).
           03 HLD-REF PIC 9(10).
         02 HLD-AMOUNT PIC 9(12).
         02 HLD-RELEASE-DATE PIC 9(8).
         02 HLD-STATUS PIC X.
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
       01 WS-HLD-STATUS PIC XX VALUE SPACES.
       01 WS-HLD-EOF PIC X VALUE "N".
       01 WS-HLD-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-RELEASED-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-RELEASED-TOTAL PIC 9(14) VALUE ZEROES.
       01 WS-STILL-OPEN PIC 9(4) VALUE ZEROES.
       01 WS-TOT-R PIC -(14)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           DISPLAY "NIGHTLY HOLD RELEASE RUN " WS-TODAY.
           MOVE ZERO TO WS-HLD-COUNT.
           MOVE "N" TO WS-HLD-EOF.
           OPEN I-O HOLDS-FILE.
           IF WS-HLD-STATUS IS EQUAL TO "00" THEN
             DISPLAY "ACCOUNT     AMOUNT RELEASED"
             PERFORM UNTIL WS-HLD-EOF IS EQUAL TO "Y"
               READ HOLDS-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-HLD-EOF
                 NOT AT END
                   ADD 1 TO WS-HLD-COUNT
                   PERFORM P-CHECK-HOLD
               END-READ
             END-PERFORM
             CLOSE HOLDS-FILE
           ELSE
             IF WS-HLD-STATUS IS EQUAL TO "05" THEN
               CLOSE HOLDS-FILE
             END-IF
           END-IF.
           IF WS-HLD-COUNT IS EQUAL TO ZERO THEN
             DISPLAY "NO HOLDS ON FILE"
           END-IF.
           DISPLAY "HOLDS RELEASED: " WS-RELEASED-COUNT.
           MOVE WS-RELEASED-TOTAL TO WS-TOT-R.
           DISPLAY "AMOUNT MADE AVAILABLE: " WS-TOT-R.
           DISPLAY "HOLDS STILL OPEN: " WS-STILL-OPEN.
           STOP RUN.
       P-CHECK-HOLD.
           IF HLD-STATUS IS EQUAL TO "O" THEN
             IF HLD-RELEASE-DATE IS LESS THAN OR EQUAL TO WS-TODAY
               THEN
               MOVE "R" TO HLD-STATUS
               REWRITE HLD-RECORD
                 INVALID KEY
                   DISPLAY "COULD NOT RELEASE HOLD " HLD-ACCT " "
                   HLD-REF
                 NOT INVALID KEY
                   ADD 1 TO WS-RELEASED-COUNT
                   ADD HLD-AMOUNT TO WS-RELEASED-TOTAL
                   MOVE HLD-AMOUNT TO WS-AMT-R
                   DISPLAY HLD-ACCT " " WS-AMT-R
               END-REWRITE
             ELSE
               ADD 1 TO WS-STILL-OPEN
             END-IF
           END-IF.
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
       END PROGRAM HOLD-RELEASE.
