       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUSTMAST ASSIGN TO
       "custmast.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY CM-CUST-NO
               FILE STATUS IS WS-CM-STATUS.
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
       01 WS-CM-STATUS PIC XX VALUE SPACES.
       01 WS-CM-EOF PIC X VALUE "N".
       01 WS-RP-STATUS PIC XX VALUE SPACES.
       01 WS-RPT-NAME PIC X(30) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-PERIOD PIC 9(6) VALUE ZEROES.
       01 WS-CUST-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-ITEM-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-NOID-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-EXPIRED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-OVERDUE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-HIGH-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-RESTRICT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-FLAG-ID PIC X(15) VALUE SPACES.
       01 WS-FLAG-REVIEW PIC X(14) VALUE SPACES.
       01 WS-RESTRICT-FLAG PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.
           DISPLAY "KYC REVIEW RUN " WS-TODAY " FOR PERIOD " WS-PERIOD.
           MOVE SPACES TO WS-RPT-NAME.
           STRING "kycrev." WS-PERIOD ".txt"
             DELIMITED BY SIZE INTO WS-RPT-NAME.
           OPEN INPUT REPORT-FILE.
           IF WS-RP-STATUS IS EQUAL TO "00" THEN
             CLOSE REPORT-FILE
             DISPLAY "KYC REVIEW REPORT FOR " WS-PERIOD
             " ALREADY PRODUCED - " WS-RPT-NAME
             PERFORM P-WRITE-STEPSTAT
             GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO RP-LINE.
           STRING "CUSTOMER ID EXPIRY AND RISK REVIEW - PERIOD "
             WS-PERIOD "   AS AT " WS-TODAY
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           MOVE "CUSTOMER NAME" TO RP-LINE(1:13).
           MOVE "ID EXPY ID STATUS" TO RP-LINE(31:17).
           MOVE "NEXT REV REVIEW" TO RP-LINE(55:15).
           MOVE "RISK RESTRICTED PHONE" TO RP-LINE(78:21).
           WRITE RP-LINE.
           MOVE "N" TO WS-CM-EOF.
           OPEN INPUT CUSTMAST.
           IF WS-CM-STATUS IS EQUAL TO "00" THEN
             MOVE ZEROES TO CM-CUST-NO
             START CUSTMAST KEY IS GREATER THAN OR EQUAL TO CM-CUST-NO
               INVALID KEY MOVE "Y" TO WS-CM-EOF
             END-START
             PERFORM UNTIL WS-CM-EOF IS EQUAL TO "Y"
               READ CUSTMAST NEXT RECORD
                 AT END MOVE "Y" TO WS-CM-EOF
                 NOT AT END
                   IF CM-MERGED-INTO IS NOT NUMERIC OR
                     CM-MERGED-INTO IS EQUAL TO ZERO THEN
                     PERFORM P-CHECK-CUSTOMER
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CUSTMAST
           ELSE
             MOVE "  CUSTOMER MASTER FILE IS NOT AVAILABLE" TO RP-LINE
             WRITE RP-LINE
           END-IF.
           MOVE SPACES TO RP-LINE.
           WRITE RP-LINE.
           IF WS-ITEM-COUNT IS EQUAL TO ZERO THEN
             MOVE "  NO CUSTOMERS DUE FOR REVIEW" TO RP-LINE
             WRITE RP-LINE
           END-IF.
           MOVE SPACES TO RP-LINE.
           STRING "CUSTOMERS " WS-CUST-COUNT "  LISTED " WS-ITEM-COUNT
             "  NO ID " WS-NOID-COUNT "  ID EXPIRED " WS-EXPIRED-COUNT
             "  REVIEW OVERDUE " WS-OVERDUE-COUNT
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "HIGH RISK LISTED " WS-HIGH-COUNT
             "  RESTRICTED LISTED " WS-RESTRICT-COUNT
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "CUSTOMERS CHECKED: " WS-CUST-COUNT.
           DISPLAY "CUSTOMERS DUE FOR REVIEW: " WS-ITEM-COUNT.
           DISPLAY "REPORT WRITTEN TO " WS-RPT-NAME.
           PERFORM P-WRITE-STEPSTAT.
           GOBACK.
       P-CHECK-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT.
           MOVE SPACES TO WS-FLAG-ID.
           MOVE SPACES TO WS-FLAG-REVIEW.
           IF CM-ID-TYPE IS EQUAL TO SPACES OR
             CM-ID-NUMBER IS EQUAL TO SPACES THEN
             MOVE "NO ID ON FILE" TO WS-FLAG-ID
           ELSE IF CM-ID-EXPIRY IS NOT NUMERIC OR
             CM-ID-EXPIRY IS LESS THAN WS-TODAY THEN
             MOVE "ID EXPIRED" TO WS-FLAG-ID
           END-IF.
           IF CM-NEXT-REVIEW IS NOT NUMERIC OR
             CM-NEXT-REVIEW IS NOT GREATER THAN WS-TODAY THEN
             MOVE "REVIEW OVERDUE" TO WS-FLAG-REVIEW
           END-IF.
           IF WS-FLAG-ID NOT EQUAL TO SPACES OR
             WS-FLAG-REVIEW NOT EQUAL TO SPACES THEN
             PERFORM P-REPORT-CUSTOMER
           END-IF.
           EXIT.
       P-REPORT-CUSTOMER.
           ADD 1 TO WS-ITEM-COUNT.
           IF WS-FLAG-ID IS EQUAL TO "NO ID ON FILE" THEN
             ADD 1 TO WS-NOID-COUNT
           END-IF.
           IF WS-FLAG-ID IS EQUAL TO "ID EXPIRED" THEN
             ADD 1 TO WS-EXPIRED-COUNT
           END-IF.
           IF WS-FLAG-REVIEW NOT EQUAL TO SPACES THEN
             ADD 1 TO WS-OVERDUE-COUNT
           END-IF.
           IF CM-RISK-RATING IS EQUAL TO "H" THEN
             ADD 1 TO WS-HIGH-COUNT
           END-IF.
           IF CM-RESTRICTED IS EQUAL TO "Y" THEN
             MOVE "RESTRICTED" TO WS-RESTRICT-FLAG
             ADD 1 TO WS-RESTRICT-COUNT
           ELSE
             MOVE SPACES TO WS-RESTRICT-FLAG
           END-IF.
           MOVE SPACES TO RP-LINE.
           STRING CM-CUST-NO " " CM-NAME " " CM-ID-EXPIRY " "
             WS-FLAG-ID CM-NEXT-REVIEW " " WS-FLAG-REVIEW " "
             CM-RISK-RATING "    " WS-RESTRICT-FLAG " " CM-PHONE
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           EXIT.
       P-WRITE-STEPSTAT.
           MOVE "KYC-REVIEW" TO SS-PROGRAM.
           MOVE "OK" TO SS-STATUS.
           MOVE WS-ITEM-COUNT TO SS-COUNT.
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
       END PROGRAM KYC-REVIEW.
