       "calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
       SELECT PROCDATE-FILE ASSIGN TO
       "procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD JOBS-FILE.
         02 CAL-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 CAL-DESC PIC X(30).
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
       01 WS-JOBS-STATUS PIC XX VALUE SPACES.
       01 WS-SS-STATUS PIC XX VALUE SPACES.
       01 WS-STEP-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-STEP-IDX PIC 9(2) VALUE ZEROES.
       01 WS-STEP-TABLE.
         02 WS-STEP-ENTRY OCCURS 40 TIMES.
           03 WS-STEP-NAME PIC X(30).
       01 WS-STEP-PROGRAM PIC X(30) VALUE SPACES.
       01 WS-STEP-OK PIC X VALUE "Y".
       01 WS-CAL-EOF PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-HOLIDAY PIC X VALUE "N".
       01 WS-HOLIDAY-DESC PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "END-OF-DAY JOB STREAM DRIVER".
           PERFORM P-READ-PROCDATE.
           DISPLAY "PROCESSING DATE " WS-TODAY.
           PERFORM P-CHECK-HOLIDAY.
           IF WS-HOLIDAY IS EQUAL TO "Y" THEN
             DISPLAY "PROCESSING DATE " WS-TODAY " IS A"
           MOVE SPACES TO RL-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           IF WS-STREAM-OK IS EQUAL TO "Y" THEN
             STRING "STREAM COMPLETE FOR " WS-TODAY " AT "
               WS-END-TS(1:14) DELIMITED BY SIZE INTO RL-LINE
           ELSE
             STRING "STREAM STOPPED ON FAILURE FOR " WS-TODAY " AT "
               WS-END-TS(1:14) DELIMITED BY SIZE INTO RL-LINE
           END-IF.
           WRITE RL-LINE.
           CLOSE RUN-LOG.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-JOBS-EOF IS EQUAL TO "Y"
               OR WS-STEP-COUNT IS EQUAL TO 40
               READ JOBS-FILE
                 AT END MOVE "Y" TO WS-JOBS-EOF
                 NOT AT END
             CLOSE JOBS-FILE
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
       END PROGRAM EOD-DRIVER.
