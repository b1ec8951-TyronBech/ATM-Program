       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-REISSUE.
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
       SELECT OPTIONAL CARD-FILE ASSIGN TO
       "cards.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY CD-CARD-NO
               ALTERNATE RECORD KEY CD-ACCT-NO WITH DUPLICATES
               FILE STATUS IS WS-CD-STATUS.
       SELECT CARD-MAILER ASSIGN TO
       "cardmailer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
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
       FD CARD-FILE.
       01 CD-RECORD.
         02 CD-CARD-NO PIC 9(16).
         02 FILLER PIC X VALUE SPACE.
         02 CD-ACCT-NO PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 CD-CUST-NO PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 CD-STATUS PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 CD-ISSUED PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 CD-EXPIRY PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CD-REPLACES PIC 9(16).
         02 FILLER PIC X VALUE SPACE.
         02 CD-REPLACED-BY PIC 9(16).
       FD CARD-MAILER.
       01 CL-LINE PIC X(60).
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
       01 WS-UD-EOF PIC X VALUE "N".
       01 WS-CD-STATUS PIC XX VALUE SPACES.
       01 WS-CD-EOF PIC X VALUE "N".
       01 WS-CL-STATUS PIC XX VALUE SPACES.
       01 WS-RP-STATUS PIC XX VALUE SPACES.
       01 WS-RP-EOF PIC X VALUE "N".
       01 WS-RPT-DONE PIC X VALUE "N".
       01 WS-RPT-TRAILER PIC X(24) VALUE "*** END OF REPORT ***".
       01 WS-RPT-NAME PIC X(30) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-PERIOD PIC 9(6) VALUE ZEROES.
       01 WS-NEXT-PERIOD PIC 9(6) VALUE ZEROES.
       01 WS-NEXT-PARTS REDEFINES WS-NEXT-PERIOD.
         02 WS-NEXT-YEAR PIC 9(4).
         02 WS-NEXT-MONTH PIC 99.
       01 WS-RUN-OK PIC X VALUE "Y".
       01 WS-ACTIVE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-REISSUE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-FIRST-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-RETIRED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-CANCEL-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-DORMANT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-ITEM-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-ACCT-FOUND PIC 9 VALUE ZERO.
       01 WS-ACTION PIC X(40) VALUE SPACES.
       01 WS-MAIL-KIND PIC X VALUE SPACE.
       01 WS-OLD-CARD PIC 9(16) VALUE ZEROES.
       01 WS-OLD-EXPIRY PIC 9(6) VALUE ZEROES.
       01 WS-CD-REPLACES PIC 9(16) VALUE ZEROES.
       01 WS-CD-WRITTEN PIC X VALUE "N".
       01 WS-CD-BIN PIC 9(4) VALUE 4539.
       01 WS-CD-HIGH-SEQ PIC 99 VALUE ZEROES.
       01 WS-CD-NEW-CARD.
         02 WS-CD-NEW-BIN PIC 9(4) VALUE ZEROES.
         02 WS-CD-NEW-ACCT PIC 9(10) VALUE ZEROES.
         02 WS-CD-NEW-SEQ PIC 99 VALUE ZEROES.
       01 WS-CD-NEW-NO REDEFINES WS-CD-NEW-CARD PIC 9(16).
       01 WS-CD-NEW-EXPIRY PIC 9(6) VALUE ZEROES.
       01 WS-CR-CNT PIC 9(4) VALUE ZEROES.
       01 WS-CR-IDX PIC 9(4) VALUE ZEROES.
       01 WS-CR-FULL PIC X VALUE "N".
       01 WS-CR-TABLE.
         02 WS-CR-ENTRY OCCURS 5000 TIMES.
           03 WS-CR-KIND PIC X.
           03 WS-CR-CARD PIC 9(16).
           03 WS-CR-ACCT PIC 9(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.
           MOVE WS-PERIOD TO WS-NEXT-PERIOD.
           IF WS-NEXT-MONTH IS EQUAL TO 12 THEN
             ADD 1 TO WS-NEXT-YEAR
             MOVE 1 TO WS-NEXT-MONTH
           ELSE
             ADD 1 TO WS-NEXT-MONTH
           END-IF.
           DISPLAY "CARD REISSUE RUN " WS-TODAY
           " FOR PERIOD " WS-PERIOD.
           MOVE SPACES TO WS-RPT-NAME.
           STRING "cardreis." WS-PERIOD ".txt"
             DELIMITED BY SIZE INTO WS-RPT-NAME.
           PERFORM P-CHECK-PRODUCED.
           IF WS-RPT-DONE IS EQUAL TO "Y" THEN
             DISPLAY "CARD REISSUE REPORT FOR " WS-PERIOD
             " ALREADY PRODUCED - " WS-RPT-NAME
             PERFORM P-WRITE-STEPSTAT
             GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO RP-LINE.
           STRING "CARD REISSUE - PERIOD " WS-PERIOD
             "   CARDS EXPIRING TO " WS-NEXT-PERIOD
             "   AS AT " WS-TODAY
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           MOVE "CARD" TO RP-LINE(1:4).
           MOVE "ACCOUNT" TO RP-LINE(18:7).
           MOVE "NAME" TO RP-LINE(29:4).
           MOVE "EXPIRY" TO RP-LINE(50:6).
           MOVE "ACTION" TO RP-LINE(57:6).
           WRITE RP-LINE.
           OPEN INPUT USERDATA.
           IF WS-UD-STATUS NOT EQUAL TO "00" THEN
             MOVE "N" TO WS-RUN-OK
             MOVE "  ACCOUNT MASTER FILE IS NOT AVAILABLE" TO RP-LINE
             WRITE RP-LINE
           ELSE
             OPEN I-O CARD-FILE
             IF WS-CD-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT CARD-FILE
               CLOSE CARD-FILE
               OPEN I-O CARD-FILE
             END-IF
             IF WS-CD-STATUS IS EQUAL TO "00" OR
               WS-CD-STATUS IS EQUAL TO "05" THEN
               PERFORM P-COLLECT-DUE
               PERFORM P-COLLECT-UNCARDED
               PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                 UNTIL WS-CR-IDX > WS-CR-CNT
                 IF WS-CR-KIND(WS-CR-IDX) IS EQUAL TO "R" THEN
                   PERFORM P-PROCESS-DUE
                 ELSE
                   PERFORM P-FIRST-ISSUE
                 END-IF
               END-PERFORM
               CLOSE CARD-FILE
             ELSE
               MOVE "N" TO WS-RUN-OK
               MOVE "  CARD MASTER FILE IS NOT AVAILABLE" TO RP-LINE
               WRITE RP-LINE
             END-IF
             CLOSE USERDATA
           END-IF.
           MOVE SPACES TO RP-LINE.
           WRITE RP-LINE.
           IF WS-CR-FULL IS EQUAL TO "Y" THEN
             MOVE "  *** RUN TABLE FULL (5000) - REMAINING CARDS ARE"
               TO RP-LINE
             MOVE "LEFT FOR THE NEXT PERIOD ***" TO RP-LINE(52:28)
             WRITE RP-LINE
           END-IF.
           IF WS-CR-CNT IS EQUAL TO ZERO THEN
             MOVE "  NO CARDS DUE FOR REISSUE THIS PERIOD" TO RP-LINE
             WRITE RP-LINE
           END-IF.
           MOVE SPACES TO RP-LINE.
           STRING "ACTIVE CARDS " WS-ACTIVE-COUNT
             "  REISSUED " WS-REISSUE-COUNT
             "  FIRST ISSUE " WS-FIRST-COUNT
             "  RETIRED " WS-RETIRED-COUNT
             "  CANCELLED " WS-CANCEL-COUNT
             "  DORMANT " WS-DORMANT-COUNT
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           IF WS-CR-FULL IS EQUAL TO "Y" THEN
             MOVE "N" TO WS-RUN-OK
           END-IF.
           IF WS-RUN-OK IS EQUAL TO "Y" THEN
             MOVE WS-RPT-TRAILER TO RP-LINE
             WRITE RP-LINE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "ACTIVE CARDS: " WS-ACTIVE-COUNT.
           DISPLAY "CARDS REISSUED: " WS-REISSUE-COUNT.
           DISPLAY "FIRST CARDS ISSUED: " WS-FIRST-COUNT.
           DISPLAY "REPORT WRITTEN TO " WS-RPT-NAME.
           IF WS-CR-FULL IS EQUAL TO "Y" THEN
             DISPLAY "*** MORE THAN 5000 CARDS DUE IN THE PERIOD -"
             " REMAINING CARDS WERE NOT PROCESSED ***"
           END-IF.
           IF WS-RUN-OK IS EQUAL TO "N" THEN
             PERFORM P-WRITE-STEPSTAT-FAILED
           ELSE
             PERFORM P-WRITE-STEPSTAT
           END-IF.
           GOBACK.
       P-COLLECT-DUE.
           MOVE "N" TO WS-CD-EOF.
           MOVE ZEROES TO CD-CARD-NO.
           START CARD-FILE KEY IS GREATER THAN OR EQUAL TO CD-CARD-NO
             INVALID KEY MOVE "Y" TO WS-CD-EOF
           END-START.
           PERFORM UNTIL WS-CD-EOF IS EQUAL TO "Y"
             READ CARD-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-CD-EOF
               NOT AT END
                 IF CD-STATUS IS EQUAL TO "A" THEN
                   ADD 1 TO WS-ACTIVE-COUNT
                   IF (CD-REPLACED-BY IS EQUAL TO ZERO AND
                     CD-EXPIRY IS NOT GREATER THAN WS-NEXT-PERIOD) OR
                     CD-EXPIRY IS LESS THAN WS-PERIOD THEN
                     IF WS-CR-CNT IS LESS THAN 5000 THEN
                       ADD 1 TO WS-CR-CNT
                       MOVE "R" TO WS-CR-KIND(WS-CR-CNT)
                       MOVE CD-CARD-NO TO WS-CR-CARD(WS-CR-CNT)
                       MOVE CD-ACCT-NO TO WS-CR-ACCT(WS-CR-CNT)
                     ELSE
                       MOVE "Y" TO WS-CR-FULL
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           EXIT.
       P-COLLECT-UNCARDED.
           MOVE "N" TO WS-UD-EOF.
           PERFORM UNTIL WS-UD-EOF IS EQUAL TO "Y"
             READ USERDATA NEXT RECORD
               AT END MOVE "Y" TO WS-UD-EOF
               NOT AT END
                 IF F-DORMANT NOT EQUAL TO "Y" THEN
                   MOVE F-ACCT-NO TO CD-ACCT-NO
                   START CARD-FILE KEY IS EQUAL TO CD-ACCT-NO
                     INVALID KEY
                       IF WS-CR-CNT IS LESS THAN 5000 THEN
                         ADD 1 TO WS-CR-CNT
                         MOVE "N" TO WS-CR-KIND(WS-CR-CNT)
                         MOVE ZEROES TO WS-CR-CARD(WS-CR-CNT)
                         MOVE F-ACCT-NO TO WS-CR-ACCT(WS-CR-CNT)
                       ELSE
                         MOVE "Y" TO WS-CR-FULL
                       END-IF
                   END-START
                 END-IF
             END-READ
           END-PERFORM.
           EXIT.
       P-PROCESS-DUE.
           MOVE WS-CR-CARD(WS-CR-IDX) TO CD-CARD-NO.
           READ CARD-FILE
             INVALID KEY MOVE SPACE TO CD-STATUS
           END-READ.
           IF CD-STATUS IS EQUAL TO "A" THEN
             ADD 1 TO WS-ITEM-COUNT
             MOVE CD-CARD-NO TO WS-OLD-CARD
             MOVE CD-EXPIRY TO WS-OLD-EXPIRY
             MOVE CD-ACCT-NO TO F-ACCT-NO
             MOVE ZERO TO WS-ACCT-FOUND
             READ USERDATA
               INVALID KEY MOVE 1 TO WS-ACCT-FOUND
             END-READ
             PERFORM P-DUE-ACTION
             MOVE SPACES TO RP-LINE
             STRING WS-OLD-CARD " " F-ACCT-NO " " F-NAME " "
               WS-OLD-EXPIRY " " WS-ACTION
               DELIMITED BY SIZE INTO RP-LINE
             WRITE RP-LINE
           END-IF.
           EXIT.
       P-DUE-ACTION.
           IF WS-ACCT-FOUND IS EQUAL TO 1 THEN
             MOVE SPACES TO F-NAME
             MOVE "E" TO CD-STATUS
             REWRITE CD-RECORD
             END-REWRITE
             MOVE "ACCOUNT CLOSED - CARD CANCELLED" TO WS-ACTION
             ADD 1 TO WS-CANCEL-COUNT
           ELSE IF CD-REPLACED-BY IS GREATER THAN ZERO THEN
             MOVE "R" TO CD-STATUS
             REWRITE CD-RECORD
             END-REWRITE
             MOVE "EXPIRED - RENEWAL ALREADY ISSUED" TO WS-ACTION
             ADD 1 TO WS-RETIRED-COUNT
           ELSE IF F-DORMANT IS EQUAL TO "Y" THEN
             IF CD-EXPIRY IS LESS THAN WS-PERIOD THEN
               MOVE "E" TO CD-STATUS
               REWRITE CD-RECORD
               END-REWRITE
               MOVE "EXPIRED - ACCOUNT DORMANT" TO WS-ACTION
             ELSE
               MOVE "ACCOUNT DORMANT - NOT REISSUED" TO WS-ACTION
             END-IF
             ADD 1 TO WS-DORMANT-COUNT
           ELSE
             PERFORM P-RENEW-CARD
           END-IF.
           EXIT.
       P-RENEW-CARD.
           IF WS-OLD-EXPIRY IS LESS THAN WS-PERIOD THEN
             COMPUTE WS-CD-NEW-EXPIRY = WS-PERIOD + 300
           ELSE
             COMPUTE WS-CD-NEW-EXPIRY = WS-OLD-EXPIRY + 300
           END-IF.
           MOVE WS-OLD-CARD TO WS-CD-REPLACES.
           PERFORM P-ISSUE-CARD.
           IF WS-CD-WRITTEN IS EQUAL TO "Y" THEN
             MOVE WS-OLD-CARD TO CD-CARD-NO
             READ CARD-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE WS-CD-NEW-NO TO CD-REPLACED-BY
                 IF CD-EXPIRY IS LESS THAN WS-PERIOD THEN
                   MOVE "R" TO CD-STATUS
                 END-IF
                 REWRITE CD-RECORD
                 END-REWRITE
             END-READ
             MOVE "R" TO WS-MAIL-KIND
             PERFORM P-CARD-MAILER
             MOVE SPACES TO WS-ACTION
             STRING "REISSUED AS " WS-CD-NEW-NO
               DELIMITED BY SIZE INTO WS-ACTION
             ADD 1 TO WS-REISSUE-COUNT
           ELSE
             MOVE "NOT REISSUED - NO CARD NUMBER FREE" TO WS-ACTION
           END-IF.
           EXIT.
       P-FIRST-ISSUE.
           MOVE WS-CR-ACCT(WS-CR-IDX) TO F-ACCT-NO.
           MOVE ZERO TO WS-ACCT-FOUND.
           READ USERDATA
             INVALID KEY MOVE 1 TO WS-ACCT-FOUND
           END-READ.
           IF WS-ACCT-FOUND IS EQUAL TO ZERO THEN
             ADD 1 TO WS-ITEM-COUNT
             COMPUTE WS-CD-NEW-EXPIRY = WS-PERIOD + 300
             MOVE ZEROES TO WS-CD-REPLACES
             PERFORM P-ISSUE-CARD
             IF WS-CD-WRITTEN IS EQUAL TO "Y" THEN
               MOVE "N" TO WS-MAIL-KIND
               PERFORM P-CARD-MAILER
               MOVE "FIRST CARD ISSUED" TO WS-ACTION
               ADD 1 TO WS-FIRST-COUNT
             ELSE
               MOVE ZEROES TO WS-CD-NEW-NO
               MOVE "FIRST CARD NOT ISSUED" TO WS-ACTION
             END-IF
             MOVE SPACES TO RP-LINE
             STRING WS-CD-NEW-NO " " F-ACCT-NO " " F-NAME " "
               WS-CD-NEW-EXPIRY " " WS-ACTION
               DELIMITED BY SIZE INTO RP-LINE
             WRITE RP-LINE
           END-IF.
           EXIT.
       P-ISSUE-CARD.
           MOVE "N" TO WS-CD-WRITTEN.
           MOVE ZERO TO WS-CD-HIGH-SEQ.
           MOVE "N" TO WS-CD-EOF.
           MOVE F-ACCT-NO TO CD-ACCT-NO.
           START CARD-FILE KEY IS EQUAL TO CD-ACCT-NO
             INVALID KEY MOVE "Y" TO WS-CD-EOF
           END-START.
           PERFORM UNTIL WS-CD-EOF IS EQUAL TO "Y"
             READ CARD-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-CD-EOF
               NOT AT END
                 IF CD-ACCT-NO NOT EQUAL TO F-ACCT-NO THEN
                   MOVE "Y" TO WS-CD-EOF
                 ELSE
                   MOVE CD-CARD-NO TO WS-CD-NEW-NO
                   IF WS-CD-NEW-SEQ IS GREATER THAN WS-CD-HIGH-SEQ THEN
                     MOVE WS-CD-NEW-SEQ TO WS-CD-HIGH-SEQ
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF WS-CD-HIGH-SEQ IS LESS THAN 99 THEN
             MOVE WS-CD-BIN TO WS-CD-NEW-BIN
             MOVE F-ACCT-NO TO WS-CD-NEW-ACCT
             COMPUTE WS-CD-NEW-SEQ = WS-CD-HIGH-SEQ + 1
             MOVE SPACES TO CD-RECORD
             MOVE WS-CD-NEW-NO TO CD-CARD-NO
             MOVE F-ACCT-NO TO CD-ACCT-NO
             MOVE F-CUST-NO TO CD-CUST-NO
             MOVE "A" TO CD-STATUS
             MOVE WS-TODAY TO CD-ISSUED
             MOVE WS-CD-NEW-EXPIRY TO CD-EXPIRY
             MOVE WS-CD-REPLACES TO CD-REPLACES
             MOVE ZEROES TO CD-REPLACED-BY
             WRITE CD-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-CD-WRITTEN
             END-WRITE
           END-IF.
           EXIT.
       P-CARD-MAILER.
           OPEN EXTEND CARD-MAILER.
           IF WS-CL-STATUS IS EQUAL TO "35" THEN
             OPEN OUTPUT CARD-MAILER
           END-IF.
           MOVE SPACES TO CL-LINE.
           WRITE CL-LINE.
           MOVE "---------- CARD MAILER ----------" TO CL-LINE.
           WRITE CL-LINE.
           MOVE SPACES TO CL-LINE.
           STRING "DEAR " F-NAME DELIMITED BY SIZE INTO CL-LINE.
           WRITE CL-LINE.
           MOVE SPACES TO CL-LINE.
           STRING "DELIVER TO: " F-ADDRESS DELIMITED BY SIZE
             INTO CL-LINE.
           WRITE CL-LINE.
           MOVE SPACES TO CL-LINE.
           IF WS-MAIL-KIND IS EQUAL TO "R" THEN
             STRING "YOUR RENEWED CARD NUMBER IS: " WS-CD-NEW-NO
               DELIMITED BY SIZE INTO CL-LINE
           ELSE
             STRING "YOUR CARD NUMBER IS: " WS-CD-NEW-NO
               DELIMITED BY SIZE INTO CL-LINE
           END-IF.
           WRITE CL-LINE.
           MOVE SPACES TO CL-LINE.
           STRING "VALID THRU (YYYYMM): " WS-CD-NEW-EXPIRY
             DELIMITED BY SIZE INTO CL-LINE.
           WRITE CL-LINE.
           MOVE "YOUR PIN IS UNCHANGED." TO CL-LINE.
           WRITE CL-LINE.
           IF WS-MAIL-KIND IS EQUAL TO "R" THEN
             MOVE "YOUR OLD CARD STOPS WORKING WHEN YOU FIRST USE THIS"
               TO CL-LINE
             WRITE CL-LINE
             MOVE "ONE OR WHEN IT EXPIRES." TO CL-LINE
             WRITE CL-LINE
           END-IF.
           MOVE "---------------------------------" TO CL-LINE.
           WRITE CL-LINE.
           CLOSE CARD-MAILER.
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
           MOVE "CARD-REISSUE" TO SS-PROGRAM.
           MOVE "OK" TO SS-STATUS.
           MOVE WS-ITEM-COUNT TO SS-COUNT.
           OPEN OUTPUT STEPSTAT-FILE.
           WRITE SS-RECORD.
           CLOSE STEPSTAT-FILE.
           EXIT.
       P-WRITE-STEPSTAT-FAILED.
           MOVE "CARD-REISSUE" TO SS-PROGRAM.
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
       END PROGRAM CARD-REISSUE.
