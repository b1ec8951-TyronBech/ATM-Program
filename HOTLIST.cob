       "operator.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.
       SELECT ENTITLE-FILE ASSIGN TO
       "entitle.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EN-STATUS.
       SELECT PENDING-FILE ASSIGN TO
       "pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       SELECT ADMIN-LOG ASSIGN TO
       "adminlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       DATA DIVISION.
       FILE SECTION.
       FD HOTLIST-FILE.
         02 HL-OPER PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 HL-REASON PIC X(30).
         02 FILLER PIC X VALUE SPACE.
         02 HL-CARD PIC 9(16).
       FD OPERATOR-FILE.
       01 OP-RECORD.
         02 OP-ID PIC X(8).
         02 OP-NAME PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 OP-ROLE PIC X.
       FD ENTITLE-FILE.
       01 EN-RECORD.
         02 EN-ROLE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 EN-FUNC PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 EN-LIMIT PIC 9(12).
       FD PENDING-FILE.
       01 PND-RECORD.
         02 PND-ID PIC 9(6).
         02 AL-TARGET PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 AL-OPER2 PIC X(8).
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
       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC 9 VALUE ZERO.
       01 WS-HL-STATUS PIC XX VALUE SPACES.
       01 WS-OPER-ID PIC X(8) VALUE SPACES.
       01 WS-OPER-NAME PIC X(20) VALUE SPACES.
       01 WS-OPER-ROLE PIC X VALUE SPACE.
       01 WS-EN-STATUS PIC XX VALUE SPACES.
       01 WS-EN-EOF PIC X VALUE "N".
       01 WS-EN-FUNC PIC X(8) VALUE SPACES.
       01 WS-EN-SUPV PIC X VALUE "N".
       01 WS-EN-OK PIC X VALUE "N".
       01 WS-EN-LIMIT PIC 9(12) VALUE ZEROES.
       01 WS-PND-STATUS PIC XX VALUE SPACES.
       01 WS-PND-STAGE PIC X(120) VALUE SPACES.
       01 WS-PND-EOF PIC X VALUE "N".
           03 WS-HL-T-BLOCKED PIC X.
       01 WS-BLOCKED-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-TODAY-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-UD-STATUS PIC XX VALUE SPACES.
       01 WS-CD-STATUS PIC XX VALUE SPACES.
       01 WS-CD-EOF PIC X VALUE "N".
       01 WS-CD-OPEN PIC X VALUE "N".
       01 WS-CD-FOUND PIC X VALUE "N".
       01 WS-CL-STATUS PIC XX VALUE SPACES.
       01 WS-CD-WRITTEN PIC X VALUE "N".
       01 WS-CD-ANSWER PIC X VALUE SPACE.
       01 WS-ENTER-CARD PIC 9(16) VALUE ZEROES.
       01 WS-CD-BIN PIC 9(4) VALUE 4539.
       01 WS-CD-HIGH-SEQ PIC 99 VALUE ZEROES.
       01 WS-CD-NEW-CARD.
         02 WS-CD-NEW-BIN PIC 9(4) VALUE ZEROES.
         02 WS-CD-NEW-ACCT PIC 9(10) VALUE ZEROES.
         02 WS-CD-NEW-SEQ PIC 99 VALUE ZEROES.
       01 WS-CD-NEW-NO REDEFINES WS-CD-NEW-CARD PIC 9(16).
       01 WS-CD-NEW-EXPIRY PIC 9(6) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
             STOP RUN
           END-IF.
           DISPLAY "SIGNED ON: " WS-OPER-NAME.
           PERFORM UNTIL WS-CHOICE IS EQUAL TO 7
             DISPLAY " "
             DISPLAY "HOT LIST MAINTENANCE"
             DISPLAY "1 - REQUEST A BLOCK ON AN ACCOUNT"
             DISPLAY "2 - REMOVE A BLOCK"
             DISPLAY "3 - DAILY HOT-LIST REPORT"
             DISPLAY "4 - APPROVAL QUEUE (SUPERVISOR)"
             DISPLAY "5 - REPORT A CARD LOST OR STOLEN"
             DISPLAY "6 - ISSUE A REPLACEMENT CARD"
             DISPLAY "7 - EXIT"
             DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN 1 PERFORM P-CHECK-BLOCK
               WHEN 2 PERFORM P-CHECK-UNBLOCK
               WHEN 3 PERFORM P-DAILY-REPORT
               WHEN 4 PERFORM P-CHECK-APPROVALS
               WHEN 5 PERFORM P-CHECK-CARD-LOST
               WHEN 6 PERFORM P-CHECK-CARD-ISSUE
               WHEN 7 DISPLAY "EXITING HOT LIST UTILITY"
               WHEN OTHER DISPLAY "INVALID CHOICE"
             END-EVALUATE
           END-PERFORM.
           STOP RUN.
       P-CHECK-BLOCK.
           MOVE "HOTBLOCK" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-BLOCK-ACCOUNT
           ELSE
             DISPLAY "YOUR ROLE MAY NOT REQUEST A BLOCK"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-CHECK-UNBLOCK.
           MOVE "HOTUNBLK" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-UNBLOCK-ACCOUNT
           ELSE
             DISPLAY "YOUR ROLE MAY NOT REMOVE A BLOCK"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-CHECK-CARD-LOST.
           MOVE "HOTBLOCK" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-CARD-LOST
           ELSE
             DISPLAY "YOUR ROLE MAY NOT BLOCK A CARD"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-CHECK-CARD-ISSUE.
           MOVE "CARDISS" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-CARD-REISSUE
           ELSE
             DISPLAY "YOUR ROLE MAY NOT ISSUE CARDS"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-BLOCK-ACCOUNT.
           DISPLAY "ENTER ACCOUNT NUMBER TO BLOCK: " WITH NO
           ADVANCING.
           MOVE WS-TIMESTAMP TO HL-TIMESTAMP.
           MOVE WS-OPER-ID TO HL-OPER.
           MOVE WS-ENTER-REASON TO HL-REASON.
           MOVE WS-ENTER-CARD TO HL-CARD.
           OPEN EXTEND HOTLIST-FILE.
           WRITE HL-RECORD.
           CLOSE HOTLIST-FILE.
               READ HOTLIST-FILE
                 AT END MOVE "Y" TO WS-HL-EOF
                 NOT AT END
                   IF HL-ACCT IS EQUAL TO WS-ENTER-ACCT AND
                     (HL-CARD IS NOT NUMERIC OR
                      HL-CARD IS EQUAL TO ZERO) THEN
                     IF HL-ACTION IS EQUAL TO "ADD" THEN
                       MOVE "Y" TO WS-BLOCKED
                     ELSE
                     DISPLAY HL-ACCT " " HL-ACTION " "
                     HL-TIMESTAMP(1:14) " BY " HL-OPER " "
                     HL-REASON
                     IF HL-CARD IS NUMERIC AND
                       HL-CARD IS GREATER THAN ZERO THEN
                       DISPLAY "           CARD " HL-CARD
                     END-IF
                   END-IF
                   IF HL-CARD IS NOT NUMERIC OR
                     HL-CARD IS EQUAL TO ZERO THEN
                     PERFORM P-TRACK-STATE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HOTLIST-FILE
             END-IF
           END-IF.
           EXIT.
       P-CARD-LOST.
           DISPLAY "ENTER CARD NUMBER TO BLOCK: " WITH NO ADVANCING.
           ACCEPT WS-ENTER-CARD.
           PERFORM P-OPEN-CARDS.
           IF WS-CD-FOUND IS EQUAL TO "N" THEN
             DISPLAY "CARD IS NOT ON FILE"
           ELSE IF CD-STATUS NOT EQUAL TO "A" THEN
             DISPLAY "CARD IS NOT ACTIVE - STATUS " CD-STATUS
           ELSE
             MOVE SPACES TO WS-ENTER-REASON
             PERFORM UNTIL WS-ENTER-REASON NOT EQUAL TO SPACES
               DISPLAY "ENTER REASON: " WITH NO ADVANCING
               ACCEPT WS-ENTER-REASON
               IF WS-ENTER-REASON IS EQUAL TO SPACES THEN
                 DISPLAY "A REASON IS REQUIRED"
               END-IF
             END-PERFORM
             MOVE "L" TO CD-STATUS
             REWRITE CD-RECORD
             END-REWRITE
             MOVE CD-ACCT-NO TO WS-ENTER-ACCT
             MOVE "ADD" TO HL-ACTION
             PERFORM P-WRITE-HOTLIST
             DISPLAY "CARD " WS-ENTER-CARD " BLOCKED - ACCOUNT "
             WS-ENTER-ACCT " IS NOT AFFECTED"
             MOVE "CARDLOST" TO WS-LOG-ACTION
             MOVE WS-ENTER-ACCT TO WS-LOG-TARGET
             PERFORM P-WRITE-ADMIN-LOG
             MOVE "CARDISS" TO WS-EN-FUNC
             MOVE "N" TO WS-EN-SUPV
             PERFORM P-CHECK-ENTITLEMENT
             IF WS-EN-OK IS EQUAL TO "Y" THEN
               DISPLAY "ISSUE A REPLACEMENT CARD NOW (Y/N)? "
               WITH NO ADVANCING
               ACCEPT WS-CD-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-CD-ANSWER) TO WS-CD-ANSWER
               IF WS-CD-ANSWER IS EQUAL TO "Y" THEN
                 PERFORM P-REPLACE-CARD
               END-IF
             END-IF
           END-IF.
           PERFORM P-CLOSE-CARDS.
           MOVE ZEROES TO WS-ENTER-CARD.
           EXIT.
       P-CARD-REISSUE.
           DISPLAY "ENTER THE LOST OR EXPIRED CARD NUMBER: "
           WITH NO ADVANCING.
           ACCEPT WS-ENTER-CARD.
           PERFORM P-OPEN-CARDS.
           IF WS-CD-FOUND IS EQUAL TO "N" THEN
             DISPLAY "CARD IS NOT ON FILE"
           ELSE IF CD-STATUS IS EQUAL TO "A" THEN
             DISPLAY "CARD IS STILL ACTIVE - REPORT IT LOST FIRST"
           ELSE IF CD-REPLACED-BY IS GREATER THAN ZERO THEN
             DISPLAY "CARD WAS ALREADY REPLACED BY " CD-REPLACED-BY
           ELSE
             PERFORM P-REPLACE-CARD
           END-IF.
           PERFORM P-CLOSE-CARDS.
           MOVE ZEROES TO WS-ENTER-CARD.
           EXIT.
       P-OPEN-CARDS.
           MOVE "N" TO WS-CD-OPEN.
           MOVE "N" TO WS-CD-FOUND.
           OPEN I-O CARD-FILE.
           IF WS-CD-STATUS IS EQUAL TO "00" OR
             WS-CD-STATUS IS EQUAL TO "05" THEN
             MOVE "Y" TO WS-CD-OPEN
             MOVE WS-ENTER-CARD TO CD-CARD-NO
             READ CARD-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-CD-FOUND
             END-READ
           END-IF.
           EXIT.
       P-CLOSE-CARDS.
           IF WS-CD-OPEN IS EQUAL TO "Y" THEN
             CLOSE CARD-FILE
             MOVE "N" TO WS-CD-OPEN
           END-IF.
           EXIT.
       P-REPLACE-CARD.
           MOVE CD-ACCT-NO TO WS-ENTER-ACCT.
           MOVE "N" TO WS-CD-WRITTEN.
           OPEN INPUT USERDATA.
           IF WS-UD-STATUS IS EQUAL TO "00" THEN
             MOVE WS-ENTER-ACCT TO F-ACCT-NO
             READ USERDATA
               INVALID KEY
                 DISPLAY "ACCOUNT " WS-ENTER-ACCT " IS CLOSED - NO"
                 " REPLACEMENT ISSUED"
               NOT INVALID KEY PERFORM P-ISSUE-CARD
             END-READ
             CLOSE USERDATA
           ELSE
             DISPLAY "ACCOUNT FILE IS NOT AVAILABLE - NO REPLACEMENT"
             " ISSUED"
           END-IF.
           IF WS-CD-WRITTEN IS EQUAL TO "Y" THEN
             MOVE WS-ENTER-CARD TO CD-CARD-NO
             READ CARD-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE WS-CD-NEW-NO TO CD-REPLACED-BY
                 REWRITE CD-RECORD
                 END-REWRITE
             END-READ
             PERFORM P-CARD-MAILER
             DISPLAY "REPLACEMENT CARD " WS-CD-NEW-NO " ISSUED - CARD"
             " MAILER PRODUCED"
             MOVE "CARDISSUE" TO WS-LOG-ACTION
             MOVE WS-ENTER-ACCT TO WS-LOG-TARGET
             PERFORM P-WRITE-ADMIN-LOG
           END-IF.
           EXIT.
       P-ISSUE-CARD.
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
             COMPUTE WS-CD-NEW-EXPIRY = WS-TODAY / 100 + 300
             MOVE SPACES TO CD-RECORD
             MOVE WS-CD-NEW-NO TO CD-CARD-NO
             MOVE F-ACCT-NO TO CD-ACCT-NO
             MOVE F-CUST-NO TO CD-CUST-NO
             MOVE "A" TO CD-STATUS
             MOVE WS-TODAY TO CD-ISSUED
             MOVE WS-CD-NEW-EXPIRY TO CD-EXPIRY
             MOVE WS-ENTER-CARD TO CD-REPLACES
             MOVE ZEROES TO CD-REPLACED-BY
             WRITE CD-RECORD
               INVALID KEY
                 DISPLAY "REPLACEMENT CARD NOT WRITTEN - REFER TO A"
                 " SUPERVISOR"
               NOT INVALID KEY MOVE "Y" TO WS-CD-WRITTEN
             END-WRITE
           ELSE
             DISPLAY "NO FURTHER CARD NUMBERS FOR THIS ACCOUNT - REFER"
             " TO A SUPERVISOR"
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
           STRING "YOUR REPLACEMENT CARD NUMBER IS: " WS-CD-NEW-NO
             DELIMITED BY SIZE INTO CL-LINE.
           WRITE CL-LINE.
           MOVE SPACES TO CL-LINE.
           STRING "VALID THRU (YYYYMM): " WS-CD-NEW-EXPIRY
             DELIMITED BY SIZE INTO CL-LINE.
           WRITE CL-LINE.
           MOVE "YOUR PIN IS UNCHANGED." TO CL-LINE.
           WRITE CL-LINE.
           MOVE "---------------------------------" TO CL-LINE.
           WRITE CL-LINE.
           CLOSE CARD-MAILER.
           EXIT.
       P-OPERATOR-SIGNON.
           MOVE ZERO TO WS-SIGNON-TRIES.
           PERFORM UNTIL WS-SIGNON-OK IS EQUAL TO "Y"
             CLOSE OPERATOR-FILE
           END-IF.
           EXIT.
       P-CHECK-ENTITLEMENT.
           MOVE "N" TO WS-EN-OK.
           MOVE ZEROES TO WS-EN-LIMIT.
           MOVE "N" TO WS-EN-EOF.
           OPEN INPUT ENTITLE-FILE.
           IF WS-EN-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-EN-EOF IS EQUAL TO "Y"
               READ ENTITLE-FILE
                 AT END MOVE "Y" TO WS-EN-EOF
                 NOT AT END
                   IF EN-ROLE IS EQUAL TO WS-OPER-ROLE AND
                     EN-FUNC IS EQUAL TO WS-EN-FUNC THEN
                     MOVE "Y" TO WS-EN-OK
                     MOVE EN-LIMIT TO WS-EN-LIMIT
                     MOVE "Y" TO WS-EN-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ENTITLE-FILE
           ELSE
             IF WS-EN-SUPV IS EQUAL TO "N" OR
               WS-OPER-ROLE IS EQUAL TO "S" THEN
               MOVE "Y" TO WS-EN-OK
             END-IF
           END-IF.
           EXIT.
       P-LOG-REFUSAL.
           MOVE "DENIED" TO WS-LOG-ACTION.
           MOVE WS-EN-FUNC TO WS-LOG-OPER2.
           PERFORM P-WRITE-ADMIN-LOG.
           EXIT.
       P-WRITE-ADMIN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AL-TIMESTAMP.
           DISPLAY "PENDING REQUEST " WS-PND-HIGH " RECORDED".
           EXIT.
       P-CHECK-APPROVALS.
           MOVE "HOTAPPR" TO WS-EN-FUNC.
           MOVE "Y" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-APPROVAL-QUEUE
           ELSE
             DISPLAY "YOUR ROLE MAY NOT WORK THE APPROVAL QUEUE"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-APPROVAL-QUEUE.
