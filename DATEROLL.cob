       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATE-ROLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PROCDATE-FILE ASSIGN TO
       "procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
       SELECT CALENDAR-FILE ASSIGN TO
       "calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
       SELECT STEPSTAT-FILE ASSIGN TO
       "stepstat.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PROCDATE-FILE.
       01 PD-RECORD.
         02 PD-CURRENT PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 PD-PREVIOUS PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 PD-CHANGED PIC X(14).
         02 FILLER PIC X VALUE SPACE.
         02 PD-OPER PIC X(8).
       FD CALENDAR-FILE.
       01 CAL-RECORD.
         02 CAL-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 CAL-DESC PIC X(30).
       FD STEPSTAT-FILE.
       01 SS-RECORD.
         02 SS-PROGRAM PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 SS-STATUS PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 SS-COUNT PIC 9(6).
       WORKING-STORAGE SECTION.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-CAL-STATUS PIC XX VALUE SPACES.
       01 WS-CAL-EOF PIC X VALUE "N".
       01 WS-CAL-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-CAL-IDX PIC 9(3) VALUE ZEROES.
       01 WS-CAL-TABLE.
         02 WS-CAL-ENTRY OCCURS 100 TIMES.
           03 WS-CAL-T-DATE PIC 9(8).
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-NEXT-DATE PIC 9(8) VALUE ZEROES.
       01 WS-ROLL-DATE PIC 9(8) VALUE ZEROES.
       01 WS-ROLL-INT PIC 9(8) VALUE ZEROES.
       01 WS-ROLL-DOW PIC 9 VALUE ZERO.
       01 WS-ROLL-DONE PIC X VALUE "N".
       01 WS-ROLL-HOLIDAY PIC X VALUE "N".
       01 WS-SKIPPED PIC 9(3) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           DISPLAY "PROCESSING DATE ROLL FROM " WS-TODAY.
           PERFORM P-LOAD-CALENDAR.
           COMPUTE WS-ROLL-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1).
           PERFORM P-ROLL-BUSINESS-DAY.
           MOVE WS-ROLL-DATE TO WS-NEXT-DATE.
           COMPUTE WS-SKIPPED = FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1.
           MOVE SPACES TO PD-RECORD.
           MOVE WS-NEXT-DATE TO PD-CURRENT.
           MOVE WS-TODAY TO PD-PREVIOUS.
           MOVE WS-DATE-TIME(1:14) TO PD-CHANGED.
           MOVE "EOD" TO PD-OPER.
           OPEN OUTPUT PROCDATE-FILE.
           WRITE PD-RECORD.
           CLOSE PROCDATE-FILE.
           DISPLAY "NEXT PROCESSING DATE: " WS-NEXT-DATE.
           DISPLAY "NON-PROCESSING DAYS SKIPPED: " WS-SKIPPED.
           PERFORM P-WRITE-STEPSTAT.
           GOBACK.
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
           ELSE
             DISPLAY "NO PROCESSING DATE ON FILE - ROLLING FROM THE"
             " SYSTEM DATE"
           END-IF.
           EXIT.
       P-LOAD-CALENDAR.
           MOVE ZERO TO WS-CAL-COUNT.
           MOVE "N" TO WS-CAL-EOF.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-CAL-EOF IS EQUAL TO "Y"
               OR WS-CAL-COUNT IS EQUAL TO 100
               READ CALENDAR-FILE
                 AT END MOVE "Y" TO WS-CAL-EOF
                 NOT AT END
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CAL-DATE TO WS-CAL-T-DATE(WS-CAL-COUNT)
               END-READ
             END-PERFORM
             CLOSE CALENDAR-FILE
           END-IF.
           EXIT.
       P-ROLL-BUSINESS-DAY.
           COMPUTE WS-ROLL-INT =
               FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE).
           MOVE "N" TO WS-ROLL-DONE.
           PERFORM UNTIL WS-ROLL-DONE IS EQUAL TO "Y"
             COMPUTE WS-ROLL-DOW = FUNCTION MOD(WS-ROLL-INT, 7)
             COMPUTE WS-ROLL-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-ROLL-INT)
             MOVE "N" TO WS-ROLL-HOLIDAY
             PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-T-DATE(WS-CAL-IDX) IS EQUAL TO
                 WS-ROLL-DATE THEN
                 MOVE "Y" TO WS-ROLL-HOLIDAY
                 EXIT PERFORM
               END-IF
             END-PERFORM
             IF WS-ROLL-DOW IS EQUAL TO 6 OR
               WS-ROLL-DOW IS EQUAL TO 0 OR
               WS-ROLL-HOLIDAY IS EQUAL TO "Y" THEN
               ADD 1 TO WS-ROLL-INT
             ELSE
               MOVE "Y" TO WS-ROLL-DONE
             END-IF
           END-PERFORM.
           EXIT.
       P-WRITE-STEPSTAT.
           MOVE "DATE-ROLL" TO SS-PROGRAM.
           MOVE "OK" TO SS-STATUS.
           MOVE 1 TO SS-COUNT.
           OPEN OUTPUT STEPSTAT-FILE.
           WRITE SS-RECORD.
           CLOSE STEPSTAT-FILE.
           EXIT.
       END PROGRAM DATE-ROLL.
