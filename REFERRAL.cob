       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUD-REFERRAL.
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
       SELECT TRANLOG ASSIGN TO
       "tranlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.
       SELECT TLCHAIN-FILE ASSIGN TO
       "tlchain.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
       SELECT OPTIONAL TRANIDX ASSIGN TO
       "tranidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TI-KEY
               FILE STATUS IS WS-TI-STATUS.
       SELECT TRANSEQ-FILE ASSIGN TO
       "transeq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSQ-STATUS.
       SELECT OPTIONAL REFERRAL-FILE ASSIGN TO
       "referidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY RF-ID
               FILE STATUS IS WS-RF-STATUS.
       SELECT OPERATOR-FILE ASSIGN TO
       "operator.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.
       SELECT ENTITLE-FILE ASSIGN TO
       "entitle.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EN-STATUS.
       SELECT ADMIN-LOG ASSIGN TO
       "adminlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT HOTLIST-FILE ASSIGN TO
       "hotlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HL-STATUS.
       SELECT PENDING-FILE ASSIGN TO
       "pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
       SELECT OPTIONAL PAYEE-FILE ASSIGN TO
       "payeeidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY PY-KEY
               FILE STATUS IS WS-PAY-STATUS.
       SELECT IBPEND-FILE ASSIGN TO
       "ibpend.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-STATUS.
       SELECT PRODPARM-FILE ASSIGN TO
       "prodparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-STATUS.
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
       FD TRANLOG.
       01 TL-RECORD.
         02 TL-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 TL-TYPE PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 TL-AMOUNT PIC -ZZZ,ZZZ,ZZZ,ZZ9.
         02 FILLER PIC X VALUE SPACE.
         02 TL-OLD-BAL PIC -ZZZ,ZZZ,ZZZ,ZZ9.
         02 FILLER PIC X VALUE SPACE.
         02 TL-NEW-BAL PIC -ZZZ,ZZZ,ZZZ,ZZ9.
         02 FILLER PIC X VALUE SPACE.
         02 TL-TIMESTAMP PIC X(26).
         02 FILLER PIC X VALUE SPACE.
         02 TL-REASON PIC X(30).
         02 FILLER PIC X VALUE SPACE.
         02 TL-REF PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 TL-USER PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 TL-CHECK PIC 9(14).
       FD TLCHAIN-FILE.
       01 TC-RECORD.
         02 TC-CHECK PIC 9(14).
       FD TRANIDX.
       01 TI-RECORD.
         02 TI-KEY.
           03 TI-ACCT PIC 9(10).
           03 TI-REF PIC 9(10).
         02 TI-TYPE PIC X(8).
         02 TI-AMOUNT PIC X(16).
         02 TI-OLD-BAL PIC X(16).
         02 TI-NEW-BAL PIC X(16).
         02 TI-TIMESTAMP PIC X(26).
         02 TI-REASON PIC X(30).
         02 TI-USER PIC X(20).
         02 TI-CHECK PIC 9(14).
       FD TRANSEQ-FILE.
       01 TSQ-RECORD.
         02 TSQ-NEXT-REF PIC 9(10).
       FD REFERRAL-FILE.
       01 RF-RECORD.
         02 RF-ID PIC 9(6).
         02 RF-TIMESTAMP PIC X(14).
         02 RF-ACCT PIC 9(10).
         02 RF-RULE PIC X(8).
         02 RF-FUNCTION PIC X(8).
         02 RF-ACTION PIC X.
         02 RF-AMOUNT PIC 9(12).
         02 RF-CREDIT-AMT PIC 9(12).
         02 RF-DEST PIC 9(10).
         02 RF-BANK PIC 9(6).
         02 RF-EXT-ACCT PIC X(20).
         02 RF-NAME PIC X(20).
         02 RF-REASON PIC X(30).
         02 RF-USER PIC X(20).
         02 RF-TERMINAL PIC X(8).
         02 RF-STATUS PIC X.
         02 RF-OPER PIC X(8).
         02 RF-DECIDED PIC 9(8).
         02 RF-TRAN-REF PIC 9(10).
       FD OPERATOR-FILE.
       01 OP-RECORD.
         02 OP-ID PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 OP-PASSWORD PIC X(12).
         02 FILLER PIC X VALUE SPACE.
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
       FD ADMIN-LOG.
       01 AL-RECORD.
         02 AL-TIMESTAMP PIC X(26).
         02 FILLER PIC X VALUE SPACE.
         02 AL-OPER PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 AL-ACTION PIC X(12).
         02 FILLER PIC X VALUE SPACE.
         02 AL-TARGET PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 AL-OPER2 PIC X(8).
       FD HOTLIST-FILE.
       01 HL-RECORD.
         02 HL-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 HL-ACTION PIC X(6).
         02 FILLER PIC X VALUE SPACE.
         02 HL-TIMESTAMP PIC X(26).
         02 FILLER PIC X VALUE SPACE.
         02 HL-OPER PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 HL-REASON PIC X(30).
         02 FILLER PIC X VALUE SPACE.
         02 HL-CARD PIC 9(16).
       FD PENDING-FILE.
       01 PND-RECORD.
         02 PND-ID PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 PND-ACTION PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 PND-TARGET PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 PND-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 PND-DIRECTION PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 PND-TYPE PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 PND-REASON PIC X(30).
         02 FILLER PIC X VALUE SPACE.
         02 PND-MAKER PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 PND-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 PND-STATUS PIC X.
       FD PAYEE-FILE.
       01 PY-RECORD.
         02 PY-KEY.
           03 PY-OWNER PIC 9(10).
           03 PY-DEST PIC 9(10).
         02 PY-NICK PIC X(15).
         02 PY-CONFIRMED PIC X.
         02 PY-ADDED PIC 9(8).
       FD IBPEND-FILE.
       01 OB-RECORD.
         02 OB-REF PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OB-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 OB-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 OB-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OB-ORIG-NAME PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 OB-BANK PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 OB-BEN-ACCT PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 OB-BEN-NAME PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 OB-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 OB-CURRENCY PIC X(3).
         02 FILLER PIC X VALUE SPACE.
         02 OB-NET-REF PIC X(16).
         02 FILLER PIC X VALUE SPACE.
         02 OB-STATUS PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 OB-FILE-SEQ PIC 9(6).
       FD PRODPARM-FILE.
       01 PP-RECORD.
         02 PP-ACCT-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 PP-MIN-BALANCE PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 PP-DAILY-LIMIT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 PP-LIMIT-APPLIES PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 PP-CHECK-HOLD-DAYS PIC 9(2).
         02 FILLER PIC X VALUE SPACE.
         02 PP-IDLE-TIMEOUT PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 PP-INT-RATE PIC 9V9(4).
       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC 9 VALUE ZERO.
       01 WS-TL-STATUS PIC XX VALUE SPACES.
       01 WS-TC-STATUS PIC XX VALUE SPACES.
       01 WS-TI-STATUS PIC XX VALUE SPACES.
       01 WS-TSQ-STATUS PIC XX VALUE SPACES.
       01 WS-RF-STATUS PIC XX VALUE SPACES.
       01 WS-OP-STATUS PIC XX VALUE SPACES.
       01 WS-HL-STATUS PIC XX VALUE SPACES.
       01 WS-PND-STATUS PIC XX VALUE SPACES.
       01 WS-PAY-STATUS PIC XX VALUE SPACES.
       01 WS-OB-STATUS PIC XX VALUE SPACES.
       01 WS-PP-STATUS PIC XX VALUE SPACES.
       01 WS-PP-EOF PIC X VALUE "N".
       01 WS-RF-EOF PIC X VALUE "N".
       01 WS-RF-FOUND PIC X VALUE "N".
       01 WS-OP-EOF PIC X VALUE "N".
       01 WS-HL-EOF PIC X VALUE "N".
       01 WS-PND-EOF PIC X VALUE "N".
       01 WS-SIGNON-OK PIC X VALUE "N".
       01 WS-SIGNON-TRIES PIC 9 VALUE ZERO.
       01 WS-ENTER-ID PIC X(8) VALUE SPACES.
       01 WS-ENTER-PASSWORD PIC X(12) VALUE SPACES.
       01 WS-HASH-WORK PIC 9(18) VALUE ZEROES.
       01 WS-HASH-I PIC 99 VALUE ZEROES.
       01 WS-HASH-PW-IN PIC X(12) VALUE SPACES.
       01 WS-HASH-PW-OUT PIC 9(10) VALUE ZEROES.
       01 WS-HASH-PW-REC PIC X(12) VALUE SPACES.
       01 WS-OPER-ID PIC X(8) VALUE SPACES.
       01 WS-OPER-NAME PIC X(20) VALUE SPACES.
       01 WS-OPER-ROLE PIC X VALUE SPACE.
       01 WS-EN-STATUS PIC XX VALUE SPACES.
       01 WS-EN-EOF PIC X VALUE "N".
       01 WS-EN-FUNC PIC X(8) VALUE SPACES.
       01 WS-EN-SUPV PIC X VALUE "N".
       01 WS-EN-OK PIC X VALUE "N".
       01 WS-EN-LIMIT PIC 9(12) VALUE ZEROES.
       01 WS-LOG-ACTION PIC X(12) VALUE SPACES.
       01 WS-LOG-TARGET PIC 9(10) VALUE ZEROES.
       01 WS-LOG-OPER2 PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-PREV-CHECK PIC 9(14) VALUE ZEROES.
       01 WS-CHK-WORK PIC 9(18) VALUE ZEROES.
       01 WS-CHK-I PIC 9(3) VALUE ZEROES.
       01 WS-OLD-BAL PIC 9(12) VALUE ZEROES.
       01 WS-TRAN-REF PIC 9(10) VALUE ZEROES.
       01 WS-TRAN-TYPE PIC X(8) VALUE SPACES.
       01 WS-TRAN-AMOUNT PIC 9(14) VALUE ZEROES.
       01 WS-TRAN-REASON PIC X(30) VALUE SPACES.
       01 WS-MIN-BALANCE PIC 9(12) VALUE 100.
       01 WS-ACCT-FOUND PIC 9 VALUE ZERO.
       01 WS-RELEASE-OK PIC X VALUE "N".
       01 WS-BLOCKED PIC X VALUE "N".
       01 WS-PND-HIGH PIC 9(6) VALUE ZEROES.
       01 WS-PND-STAGE PIC X(120) VALUE SPACES.
       01 WS-ENTER-REF PIC 9(6) VALUE ZEROES.
       01 WS-DECIDE PIC X VALUE SPACE.
       01 WS-RF-LISTED PIC 9(6) VALUE ZEROES.
       01 WS-AMT-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-RF-WORK.
         02 WS-RF-W-ID PIC 9(6).
         02 WS-RF-W-TIMESTAMP PIC X(14).
         02 WS-RF-W-ACCT PIC 9(10).
         02 WS-RF-W-RULE PIC X(8).
         02 WS-RF-W-FUNCTION PIC X(8).
         02 WS-RF-W-ACTION PIC X.
         02 WS-RF-W-AMOUNT PIC 9(12).
         02 WS-RF-W-CREDIT-AMT PIC 9(12).
         02 WS-RF-W-DEST PIC 9(10).
         02 WS-RF-W-BANK PIC 9(6).
         02 WS-RF-W-EXT-ACCT PIC X(20).
         02 WS-RF-W-NAME PIC X(20).
         02 WS-RF-W-REASON PIC X(30).
         02 WS-RF-W-USER PIC X(20).
         02 WS-RF-W-TERMINAL PIC X(8).
         02 WS-RF-W-STATUS PIC X.
         02 WS-RF-W-OPER PIC X(8).
         02 WS-RF-W-DECIDED PIC 9(8).
         02 WS-RF-W-TRAN-REF PIC 9(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(1:8) TO WS-TODAY.
           PERFORM P-OPERATOR-SIGNON.
           IF WS-SIGNON-OK IS EQUAL TO "N" THEN
             DISPLAY "SIGN-ON FAILED - FRAUD REFERRAL DESK CLOSED"
             STOP RUN
           END-IF.
           DISPLAY "SIGNED ON: " WS-OPER-NAME.
           PERFORM UNTIL WS-CHOICE IS EQUAL TO 4
             DISPLAY " "
             DISPLAY "ATM FRAUD REFERRAL QUEUE"
             DISPLAY "1 - LIST OPEN REFERRALS"
             DISPLAY "2 - WORK A REFERRAL"
             DISPLAY "3 - DECISIONS MADE TODAY"
             DISPLAY "4 - EXIT"
             DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN 1 PERFORM P-LIST-OPEN
               WHEN 2 PERFORM P-CHECK-WORK-REFERRAL
               WHEN 3 PERFORM P-LIST-DECIDED
               WHEN 4 DISPLAY "EXITING FRAUD REFERRAL DESK"
               WHEN OTHER DISPLAY "INVALID CHOICE"
             END-EVALUATE
           END-PERFORM.
           STOP RUN.
       P-LIST-OPEN.
           MOVE ZERO TO WS-RF-LISTED.
           DISPLAY "REF    RAISED         ACCOUNT    RULE     FUNCTION"
           " ACT           AMOUNT DESTINATION".
           MOVE "N" TO WS-RF-EOF.
           OPEN INPUT REFERRAL-FILE.
           IF WS-RF-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-RF-EOF IS EQUAL TO "Y"
               READ REFERRAL-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-RF-EOF
                 NOT AT END
                   PERFORM P-RF-TO-WORK
                   IF WS-RF-W-STATUS IS EQUAL TO "O" THEN
                     ADD 1 TO WS-RF-LISTED
                     PERFORM P-SHOW-REFERRAL
                   END-IF
               END-READ
             END-PERFORM
             CLOSE REFERRAL-FILE
           ELSE
             IF WS-RF-STATUS IS EQUAL TO "05" THEN
               CLOSE REFERRAL-FILE
             END-IF
           END-IF.
           IF WS-RF-LISTED IS EQUAL TO ZERO THEN
             DISPLAY "NO REFERRALS ARE WAITING"
           ELSE
             DISPLAY "OPEN REFERRALS: " WS-RF-LISTED
           END-IF.
           EXIT.
       P-LIST-DECIDED.
           MOVE ZERO TO WS-RF-LISTED.
           DISPLAY "REFERRAL DECISIONS FOR " WS-TODAY.
           MOVE "N" TO WS-RF-EOF.
           OPEN INPUT REFERRAL-FILE.
           IF WS-RF-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-RF-EOF IS EQUAL TO "Y"
               READ REFERRAL-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-RF-EOF
                 NOT AT END
                   IF RF-STATUS NOT EQUAL TO "O" AND
                     RF-DECIDED IS EQUAL TO WS-TODAY THEN
                     ADD 1 TO WS-RF-LISTED
                     DISPLAY RF-ID " " RF-ACCT " " RF-RULE " "
                     RF-FUNCTION " STATUS " RF-STATUS " BY "
                     RF-OPER " REF " RF-TRAN-REF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE REFERRAL-FILE
           ELSE
             IF WS-RF-STATUS IS EQUAL TO "05" THEN
               CLOSE REFERRAL-FILE
             END-IF
           END-IF.
           DISPLAY "DECISIONS TODAY: " WS-RF-LISTED.
           EXIT.
       P-SHOW-REFERRAL.
           MOVE WS-RF-W-AMOUNT TO WS-AMT-R.
           IF WS-RF-W-FUNCTION IS EQUAL TO "IBXFER" THEN
             DISPLAY WS-RF-W-ID " "
             WS-RF-W-TIMESTAMP " "
             WS-RF-W-ACCT " "
             WS-RF-W-RULE " "
             WS-RF-W-FUNCTION " "
             WS-RF-W-ACTION " " WS-AMT-R " BANK "
             WS-RF-W-BANK " "
             WS-RF-W-EXT-ACCT
           ELSE
             DISPLAY WS-RF-W-ID " "
             WS-RF-W-TIMESTAMP " "
             WS-RF-W-ACCT " "
             WS-RF-W-RULE " "
             WS-RF-W-FUNCTION " "
             WS-RF-W-ACTION " " WS-AMT-R " "
             WS-RF-W-DEST
           END-IF.
           EXIT.
       P-CHECK-WORK-REFERRAL.
           MOVE "REFWORK" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-WORK-REFERRAL
           ELSE
             DISPLAY "YOUR ROLE MAY NOT WORK FRAUD REFERRALS"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-WORK-REFERRAL.
           DISPLAY "ENTER REFERRAL NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-ENTER-REF.
           PERFORM P-READ-REFERRAL.
           IF WS-RF-FOUND IS EQUAL TO "N" THEN
             DISPLAY "NO REFERRAL WITH THAT NUMBER"
           ELSE IF WS-RF-W-STATUS NOT EQUAL TO "O" THEN
             DISPLAY "REFERRAL WAS ALREADY DECIDED BY "
             WS-RF-W-OPER " ON "
             WS-RF-W-DECIDED
           ELSE
             PERFORM P-SHOW-REFERRAL
             DISPLAY "CARD USER: " WS-RF-W-USER
             " TERMINAL: " WS-RF-W-TERMINAL
             IF WS-RF-W-ACTION IS EQUAL TO "H" THEN
               DISPLAY "TRANSACTION IS HELD - APPROVING WILL COMPLETE"
               " IT"
             ELSE
               DISPLAY "TRANSACTION WAS DECLINED AT THE ATM"
             END-IF
             DISPLAY "APPROVE, REJECT OR ESCALATE TO THE HOT LIST"
             " (A/R/E)? " WITH NO ADVANCING
             ACCEPT WS-DECIDE
             MOVE FUNCTION UPPER-CASE(WS-DECIDE) TO WS-DECIDE
             EVALUATE WS-DECIDE
               WHEN "A" PERFORM P-APPROVE-REFERRAL
               WHEN "R" PERFORM P-REJECT-REFERRAL
               WHEN "E" PERFORM P-ESCALATE-REFERRAL
               WHEN OTHER DISPLAY "NO DECISION RECORDED"
             END-EVALUATE
           END-IF.
           EXIT.
       P-APPROVE-REFERRAL.
           IF WS-RF-W-ACTION IS EQUAL TO "H" THEN
             MOVE "REFRLSE" TO WS-EN-FUNC
             MOVE "Y" TO WS-EN-SUPV
             PERFORM P-CHECK-ENTITLEMENT
             IF WS-EN-OK IS EQUAL TO "Y" THEN
               PERFORM P-RELEASE-HELD
               IF WS-RELEASE-OK IS EQUAL TO "Y" THEN
                 MOVE "A" TO WS-RF-W-STATUS
                 PERFORM P-RECORD-DECISION
                 DISPLAY "REFERRAL " WS-ENTER-REF
                 " APPROVED - HELD TRANSACTION COMPLETED"
                 MOVE "REFAPPROVE" TO WS-LOG-ACTION
                 MOVE WS-RF-W-ACCT TO WS-LOG-TARGET
                 PERFORM P-WRITE-ADMIN-LOG
               END-IF
             ELSE
               DISPLAY "YOUR ROLE MAY NOT RELEASE A HELD"
               " TRANSACTION"
               MOVE WS-RF-W-ACCT TO WS-LOG-TARGET
               PERFORM P-LOG-REFUSAL
             END-IF
           ELSE
             MOVE "A" TO WS-RF-W-STATUS
             MOVE ZEROES TO WS-TRAN-REF
             PERFORM P-RECORD-DECISION
             DISPLAY "REFERRAL " WS-ENTER-REF
             " CLEARED - THE CUSTOMER MAY RETRY"
             MOVE "REFAPPROVE" TO WS-LOG-ACTION
             MOVE WS-RF-W-ACCT TO WS-LOG-TARGET
             PERFORM P-WRITE-ADMIN-LOG
           END-IF.
           EXIT.
       P-REJECT-REFERRAL.
           MOVE "R" TO WS-RF-W-STATUS.
           MOVE ZEROES TO WS-TRAN-REF.
           PERFORM P-RECORD-DECISION.
           IF WS-RF-W-ACTION IS EQUAL TO "H" THEN
             DISPLAY "REFERRAL " WS-ENTER-REF
             " REJECTED - HELD TRANSACTION CANCELLED, NOTHING POSTED"
           ELSE
             DISPLAY "REFERRAL " WS-ENTER-REF " REJECTED"
           END-IF.
           MOVE "REFREJECT" TO WS-LOG-ACTION.
           MOVE WS-RF-W-ACCT TO WS-LOG-TARGET.
           PERFORM P-WRITE-ADMIN-LOG.
           EXIT.
       P-ESCALATE-REFERRAL.
           MOVE "E" TO WS-RF-W-STATUS.
           MOVE ZEROES TO WS-TRAN-REF.
           PERFORM P-RECORD-DECISION.
           PERFORM P-CHECK-BLOCKED.
           IF WS-BLOCKED IS EQUAL TO "Y" THEN
             DISPLAY "ACCOUNT " WS-RF-W-ACCT
             " IS ALREADY ON THE HOT LIST"
           ELSE
             MOVE SPACES TO PND-RECORD
             MOVE "HOTADD" TO PND-ACTION
             MOVE WS-RF-W-ACCT TO PND-TARGET
             MOVE ZEROES TO PND-AMOUNT
             MOVE SPACE TO PND-DIRECTION
             MOVE SPACES TO PND-TYPE
             STRING "FRAUD REFERRAL " WS-RF-W-ID " "
               WS-RF-W-RULE
               DELIMITED BY SIZE INTO PND-REASON
             PERFORM P-QUEUE-PENDING
             DISPLAY "BLOCK ON " WS-RF-W-ACCT
             " QUEUED - A SUPERVISOR MUST APPROVE IT IN THE HOT LIST"
             " UTILITY"
           END-IF.
           MOVE "REFESCALATE" TO WS-LOG-ACTION.
           MOVE WS-RF-W-ACCT TO WS-LOG-TARGET.
           PERFORM P-WRITE-ADMIN-LOG.
           EXIT.
       P-RECORD-DECISION.
           MOVE WS-OPER-ID TO WS-RF-W-OPER.
           MOVE WS-TODAY TO WS-RF-W-DECIDED.
           MOVE WS-TRAN-REF TO WS-RF-W-TRAN-REF.
           PERFORM P-REWRITE-REFERRAL.
           EXIT.
       P-RELEASE-HELD.
           MOVE "N" TO WS-RELEASE-OK.
           MOVE ZEROES TO WS-TRAN-REF.
           EVALUATE WS-RF-W-FUNCTION
             WHEN "PAYEEADD" PERFORM P-RELEASE-PAYEE
             WHEN "XFER" PERFORM P-RELEASE-TRANSFER
             WHEN "IBXFER" PERFORM P-RELEASE-IBXFER
             WHEN OTHER
               DISPLAY "A " WS-RF-W-FUNCTION
               " CANNOT BE COMPLETED FROM HERE - REJECT IT INSTEAD"
           END-EVALUATE.
           EXIT.
       P-RELEASE-PAYEE.
           OPEN INPUT USERDATA.
           MOVE WS-RF-W-DEST TO F-ACCT-NO.
           MOVE ZERO TO WS-ACCT-FOUND.
           READ USERDATA
             INVALID KEY MOVE 1 TO WS-ACCT-FOUND
           END-READ.
           CLOSE USERDATA.
           IF WS-ACCT-FOUND IS EQUAL TO 1 THEN
             DISPLAY "PAYEE ACCOUNT IS NO LONGER ON FILE - PAYEE NOT"
             " ADDED"
           ELSE
             MOVE SPACES TO PY-RECORD
             MOVE WS-RF-W-ACCT TO PY-OWNER
             MOVE WS-RF-W-DEST TO PY-DEST
             MOVE WS-RF-W-NAME TO PY-NICK
             MOVE "Y" TO PY-CONFIRMED
             MOVE WS-TODAY TO PY-ADDED
             OPEN I-O PAYEE-FILE
             WRITE PY-RECORD
               INVALID KEY
                 REWRITE PY-RECORD
                 END-REWRITE
             END-WRITE
             CLOSE PAYEE-FILE
             MOVE "Y" TO WS-RELEASE-OK
           END-IF.
           EXIT.
       P-RELEASE-TRANSFER.
           OPEN I-O USERDATA.
           MOVE WS-RF-W-DEST TO F-ACCT-NO.
           MOVE ZERO TO WS-ACCT-FOUND.
           READ USERDATA
             INVALID KEY MOVE 1 TO WS-ACCT-FOUND
           END-READ.
           IF WS-ACCT-FOUND IS EQUAL TO 1 THEN
             DISPLAY "DESTINATION ACCOUNT IS NO LONGER ON FILE -"
             " TRANSFER NOT MADE"
           ELSE
             PERFORM P-READ-SOURCE
           END-IF.
           IF WS-RELEASE-OK IS EQUAL TO "Y" THEN
             MOVE F-BAL TO WS-OLD-BAL
             SUBTRACT WS-RF-W-AMOUNT FROM F-BAL
             REWRITE F-DATA
             END-REWRITE
             MOVE "XFER-OUT" TO WS-TRAN-TYPE
             MOVE WS-RF-W-AMOUNT TO WS-TRAN-AMOUNT
             PERFORM P-SET-RELEASE-REASON
             PERFORM P-LOG-POSTING
             MOVE WS-RF-W-DEST TO F-ACCT-NO
             READ USERDATA
               INVALID KEY MOVE 1 TO WS-ACCT-FOUND
             END-READ
             MOVE F-BAL TO WS-OLD-BAL
             ADD WS-RF-W-CREDIT-AMT TO F-BAL
             REWRITE F-DATA
             END-REWRITE
             MOVE "XFER-IN" TO WS-TRAN-TYPE
             MOVE WS-RF-W-CREDIT-AMT TO WS-TRAN-AMOUNT
             PERFORM P-SET-RELEASE-REASON
             PERFORM P-LOG-POSTING
             MOVE WS-RF-W-AMOUNT TO WS-AMT-R
             DISPLAY "TRANSFERRED" WS-AMT-R " FROM "
             WS-RF-W-ACCT " TO "
             WS-RF-W-DEST " REF " WS-TRAN-REF
           END-IF.
           CLOSE USERDATA.
           EXIT.
       P-RELEASE-IBXFER.
           OPEN I-O USERDATA.
           PERFORM P-READ-SOURCE.
           IF WS-RELEASE-OK IS EQUAL TO "Y" THEN
             MOVE F-BAL TO WS-OLD-BAL
             SUBTRACT WS-RF-W-AMOUNT FROM F-BAL
             REWRITE F-DATA
             END-REWRITE
             MOVE "IBXFER" TO WS-TRAN-TYPE
             MOVE WS-RF-W-AMOUNT TO WS-TRAN-AMOUNT
             MOVE SPACES TO WS-TRAN-REASON
             STRING "TO BANK " WS-RF-W-BANK " "
               WS-RF-W-EXT-ACCT
               DELIMITED BY SIZE INTO WS-TRAN-REASON
             PERFORM P-LOG-POSTING
             PERFORM P-WRITE-IBPEND
             MOVE WS-RF-W-AMOUNT TO WS-AMT-R
             DISPLAY "SENT" WS-AMT-R " TO BANK "
             WS-RF-W-BANK " REF " WS-TRAN-REF
           END-IF.
           CLOSE USERDATA.
           EXIT.
       P-READ-SOURCE.
           MOVE "N" TO WS-RELEASE-OK.
           MOVE WS-RF-W-ACCT TO F-ACCT-NO.
           MOVE ZERO TO WS-ACCT-FOUND.
           READ USERDATA
             INVALID KEY MOVE 1 TO WS-ACCT-FOUND
           END-READ.
           IF WS-ACCT-FOUND IS EQUAL TO 1 THEN
             DISPLAY "SOURCE ACCOUNT IS NO LONGER ON FILE - NOTHING"
             " POSTED"
           ELSE IF F-LOCKED IS EQUAL TO "Y" THEN
             DISPLAY "SOURCE ACCOUNT IS LOCKED - NOTHING POSTED"
           ELSE
             PERFORM P-SET-MIN-BALANCE
             IF F-BAL IS LESS THAN WS-RF-W-AMOUNT OR
               (F-BAL - WS-RF-W-AMOUNT) IS LESS THAN
               WS-MIN-BALANCE THEN
               MOVE F-BAL TO WS-AMT-R
               DISPLAY "BALANCE" WS-AMT-R " NO LONGER COVERS THE"
               " TRANSACTION - NOTHING POSTED"
             ELSE
               MOVE "Y" TO WS-RELEASE-OK
             END-IF
           END-IF.
           EXIT.
       P-SET-RELEASE-REASON.
           IF WS-RF-W-REASON IS EQUAL TO SPACES THEN
             MOVE SPACES TO WS-TRAN-REASON
             STRING "REFERRAL " WS-RF-W-ID " RELEASED"
               DELIMITED BY SIZE INTO WS-TRAN-REASON
           ELSE
             MOVE WS-RF-W-REASON TO WS-TRAN-REASON
           END-IF.
           EXIT.
       P-WRITE-IBPEND.
           MOVE SPACES TO OB-RECORD.
           MOVE WS-TRAN-REF TO OB-REF.
           MOVE WS-TODAY TO OB-DATE.
           MOVE "P" TO OB-TYPE.
           MOVE F-ACCT-NO TO OB-ACCT.
           MOVE F-NAME TO OB-ORIG-NAME.
           MOVE WS-RF-W-BANK TO OB-BANK.
           MOVE WS-RF-W-EXT-ACCT TO OB-BEN-ACCT.
           MOVE WS-RF-W-NAME TO OB-BEN-NAME.
           MOVE WS-RF-W-AMOUNT TO OB-AMOUNT.
           MOVE F-CURRENCY TO OB-CURRENCY.
           MOVE SPACES TO OB-NET-REF.
           MOVE "N" TO OB-STATUS.
           MOVE ZEROES TO OB-FILE-SEQ.
           OPEN EXTEND IBPEND-FILE.
           IF WS-OB-STATUS NOT EQUAL TO "00" THEN
             OPEN OUTPUT IBPEND-FILE
           END-IF.
           WRITE OB-RECORD.
           CLOSE IBPEND-FILE.
           EXIT.
       P-SET-MIN-BALANCE.
           MOVE 100 TO WS-MIN-BALANCE.
           MOVE "N" TO WS-PP-EOF.
           OPEN INPUT PRODPARM-FILE.
           IF WS-PP-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-PP-EOF IS EQUAL TO "Y"
               READ PRODPARM-FILE
                 AT END MOVE "Y" TO WS-PP-EOF
                 NOT AT END
                   IF PP-ACCT-TYPE IS EQUAL TO F-ACCT-TYPE THEN
                     MOVE PP-MIN-BALANCE TO WS-MIN-BALANCE
                     MOVE "Y" TO WS-PP-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PRODPARM-FILE
           END-IF.
           EXIT.
       P-LOG-POSTING.
           PERFORM P-NEXT-TRAN-REF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE F-ACCT-NO TO TL-ACCT.
           MOVE WS-TRAN-TYPE TO TL-TYPE.
           MOVE WS-TRAN-AMOUNT TO TL-AMOUNT.
           MOVE WS-OLD-BAL TO TL-OLD-BAL.
           MOVE F-BAL TO TL-NEW-BAL.
           MOVE WS-TIMESTAMP TO TL-TIMESTAMP.
           MOVE WS-TRAN-REASON TO TL-REASON.
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE WS-OPER-NAME TO TL-USER.
           OPEN EXTEND TRANLOG.
           IF WS-TL-STATUS NOT EQUAL TO "00" THEN
             OPEN OUTPUT TRANLOG
           END-IF.
           PERFORM P-SEAL-RECORD.
           WRITE TL-RECORD.
           CLOSE TRANLOG.
           PERFORM P-POST-TRANIDX.
           EXIT.
       P-SEAL-RECORD.
           MOVE ZERO TO WS-PREV-CHECK.
           OPEN INPUT TLCHAIN-FILE.
           IF WS-TC-STATUS IS EQUAL TO "00" THEN
             READ TLCHAIN-FILE
               AT END CONTINUE
               NOT AT END MOVE TC-CHECK TO WS-PREV-CHECK
             END-READ
             CLOSE TLCHAIN-FILE
           END-IF.
           MOVE WS-PREV-CHECK TO WS-CHK-WORK.
           PERFORM VARYING WS-CHK-I FROM 1 BY 1
             UNTIL WS-CHK-I > 160
             COMPUTE WS-CHK-WORK = FUNCTION MOD(WS-CHK-WORK * 31
                 + FUNCTION ORD(TL-RECORD(WS-CHK-I:1)),
                 99999999999959)
           END-PERFORM.
           MOVE WS-CHK-WORK TO TL-CHECK.
           OPEN OUTPUT TLCHAIN-FILE.
           MOVE WS-CHK-WORK TO TC-CHECK.
           WRITE TC-RECORD.
           CLOSE TLCHAIN-FILE.
           EXIT.
       P-POST-TRANIDX.
           OPEN I-O TRANIDX.
           IF WS-TI-STATUS IS EQUAL TO "00" OR
             WS-TI-STATUS IS EQUAL TO "05" THEN
             MOVE TL-ACCT TO TI-ACCT
             MOVE TL-REF TO TI-REF
             MOVE TL-TYPE TO TI-TYPE
             MOVE TL-AMOUNT TO TI-AMOUNT
             MOVE TL-OLD-BAL TO TI-OLD-BAL
             MOVE TL-NEW-BAL TO TI-NEW-BAL
             MOVE TL-TIMESTAMP TO TI-TIMESTAMP
             MOVE TL-REASON TO TI-REASON
             MOVE TL-USER TO TI-USER
             MOVE TL-CHECK TO TI-CHECK
             WRITE TI-RECORD
               INVALID KEY CONTINUE
             END-WRITE
             CLOSE TRANIDX
           END-IF.
           EXIT.
       P-NEXT-TRAN-REF.
           MOVE 1 TO WS-TRAN-REF.
           OPEN INPUT TRANSEQ-FILE.
           IF WS-TSQ-STATUS IS EQUAL TO "00" THEN
             READ TRANSEQ-FILE
               AT END CONTINUE
               NOT AT END
                 IF TSQ-NEXT-REF IS GREATER THAN ZERO THEN
                   MOVE TSQ-NEXT-REF TO WS-TRAN-REF
                 END-IF
             END-READ
             CLOSE TRANSEQ-FILE
           END-IF.
           OPEN OUTPUT TRANSEQ-FILE.
           COMPUTE TSQ-NEXT-REF = WS-TRAN-REF + 1.
           WRITE TSQ-RECORD.
           CLOSE TRANSEQ-FILE.
           EXIT.
       P-CHECK-BLOCKED.
           MOVE "N" TO WS-BLOCKED.
           MOVE "N" TO WS-HL-EOF.
           OPEN INPUT HOTLIST-FILE.
           IF WS-HL-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-HL-EOF IS EQUAL TO "Y"
               READ HOTLIST-FILE
                 AT END MOVE "Y" TO WS-HL-EOF
                 NOT AT END
                   IF HL-ACCT IS EQUAL TO WS-RF-W-ACCT AND
                     (HL-CARD IS NOT NUMERIC OR
                      HL-CARD IS EQUAL TO ZERO) THEN
                     IF HL-ACTION IS EQUAL TO "ADD" THEN
                       MOVE "Y" TO WS-BLOCKED
                     ELSE
                       MOVE "N" TO WS-BLOCKED
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HOTLIST-FILE
           END-IF.
           EXIT.
       P-QUEUE-PENDING.
           MOVE PND-RECORD TO WS-PND-STAGE.
           MOVE ZERO TO WS-PND-HIGH.
           MOVE "N" TO WS-PND-EOF.
           OPEN INPUT PENDING-FILE.
           IF WS-PND-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-PND-EOF IS EQUAL TO "Y"
               READ PENDING-FILE
                 AT END MOVE "Y" TO WS-PND-EOF
                 NOT AT END
                   IF PND-ID IS GREATER THAN WS-PND-HIGH THEN
                     MOVE PND-ID TO WS-PND-HIGH
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PENDING-FILE
           END-IF.
           MOVE WS-PND-STAGE TO PND-RECORD.
           ADD 1 TO WS-PND-HIGH.
           MOVE WS-PND-HIGH TO PND-ID.
           MOVE WS-OPER-ID TO PND-MAKER.
           MOVE WS-TODAY TO PND-DATE.
           MOVE "P" TO PND-STATUS.
           OPEN EXTEND PENDING-FILE.
           IF WS-PND-STATUS NOT EQUAL TO "00" THEN
             OPEN OUTPUT PENDING-FILE
           END-IF.
           WRITE PND-RECORD.
           CLOSE PENDING-FILE.
           DISPLAY "PENDING REQUEST " WS-PND-HIGH " RECORDED".
           EXIT.
       P-READ-REFERRAL.
           MOVE "N" TO WS-RF-FOUND.
           OPEN INPUT REFERRAL-FILE.
           IF WS-RF-STATUS IS EQUAL TO "00" THEN
             MOVE WS-ENTER-REF TO RF-ID
             READ REFERRAL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE "Y" TO WS-RF-FOUND
                 PERFORM P-RF-TO-WORK
             END-READ
             CLOSE REFERRAL-FILE
           ELSE
             IF WS-RF-STATUS IS EQUAL TO "05" THEN
               CLOSE REFERRAL-FILE
             END-IF
           END-IF.
           EXIT.
       P-RF-TO-WORK.
           MOVE RF-ID TO WS-RF-W-ID.
           MOVE RF-TIMESTAMP TO WS-RF-W-TIMESTAMP.
           MOVE RF-ACCT TO WS-RF-W-ACCT.
           MOVE RF-RULE TO WS-RF-W-RULE.
           MOVE RF-FUNCTION TO WS-RF-W-FUNCTION.
           MOVE RF-ACTION TO WS-RF-W-ACTION.
           MOVE RF-AMOUNT TO WS-RF-W-AMOUNT.
           MOVE RF-CREDIT-AMT TO WS-RF-W-CREDIT-AMT.
           MOVE RF-DEST TO WS-RF-W-DEST.
           MOVE RF-BANK TO WS-RF-W-BANK.
           MOVE RF-EXT-ACCT TO WS-RF-W-EXT-ACCT.
           MOVE RF-NAME TO WS-RF-W-NAME.
           MOVE RF-REASON TO WS-RF-W-REASON.
           MOVE RF-USER TO WS-RF-W-USER.
           MOVE RF-TERMINAL TO WS-RF-W-TERMINAL.
           MOVE RF-STATUS TO WS-RF-W-STATUS.
           MOVE RF-OPER TO WS-RF-W-OPER.
           MOVE RF-DECIDED TO WS-RF-W-DECIDED.
           MOVE RF-TRAN-REF TO WS-RF-W-TRAN-REF.
           EXIT.
       P-REWRITE-REFERRAL.
           OPEN I-O REFERRAL-FILE.
           MOVE WS-RF-W-ID TO RF-ID.
           MOVE WS-RF-W-TIMESTAMP TO RF-TIMESTAMP.
           MOVE WS-RF-W-ACCT TO RF-ACCT.
           MOVE WS-RF-W-RULE TO RF-RULE.
           MOVE WS-RF-W-FUNCTION TO RF-FUNCTION.
           MOVE WS-RF-W-ACTION TO RF-ACTION.
           MOVE WS-RF-W-AMOUNT TO RF-AMOUNT.
           MOVE WS-RF-W-CREDIT-AMT TO RF-CREDIT-AMT.
           MOVE WS-RF-W-DEST TO RF-DEST.
           MOVE WS-RF-W-BANK TO RF-BANK.
           MOVE WS-RF-W-EXT-ACCT TO RF-EXT-ACCT.
           MOVE WS-RF-W-NAME TO RF-NAME.
           MOVE WS-RF-W-REASON TO RF-REASON.
           MOVE WS-RF-W-USER TO RF-USER.
           MOVE WS-RF-W-TERMINAL TO RF-TERMINAL.
           MOVE WS-RF-W-STATUS TO RF-STATUS.
           MOVE WS-RF-W-OPER TO RF-OPER.
           MOVE WS-RF-W-DECIDED TO RF-DECIDED.
           MOVE WS-RF-W-TRAN-REF TO RF-TRAN-REF.
           REWRITE RF-RECORD
             INVALID KEY
               DISPLAY "REFERRAL " WS-RF-W-ID " COULD NOT BE UPDATED"
           END-REWRITE.
           CLOSE REFERRAL-FILE.
           EXIT.
       P-OPERATOR-SIGNON.
           MOVE ZERO TO WS-SIGNON-TRIES.
           PERFORM UNTIL WS-SIGNON-OK IS EQUAL TO "Y"
             OR WS-SIGNON-TRIES IS EQUAL TO 3
             DISPLAY "OPERATOR ID: " WITH NO ADVANCING
             ACCEPT WS-ENTER-ID
             DISPLAY "PASSWORD: " WITH NO ADVANCING
             ACCEPT WS-ENTER-PASSWORD
             PERFORM P-MATCH-OPERATOR
             IF WS-SIGNON-OK IS EQUAL TO "N" THEN
               DISPLAY "OPERATOR ID OR PASSWORD IS INCORRECT"
               ADD 1 TO WS-SIGNON-TRIES
             END-IF
           END-PERFORM.
           EXIT.
       P-MATCH-OPERATOR.
           MOVE "N" TO WS-SIGNON-OK.
           MOVE "N" TO WS-OP-EOF.
           MOVE WS-ENTER-PASSWORD TO WS-HASH-PW-IN.
           PERFORM P-HASH-PASSWORD.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OP-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-OP-EOF IS EQUAL TO "Y"
               READ OPERATOR-FILE
                 AT END MOVE "Y" TO WS-OP-EOF
                 NOT AT END
                   IF OP-ID IS EQUAL TO WS-ENTER-ID AND
                     OP-PASSWORD IS EQUAL TO WS-HASH-PW-REC THEN
                     MOVE "Y" TO WS-SIGNON-OK
                     MOVE OP-ID TO WS-OPER-ID
                     MOVE OP-NAME TO WS-OPER-NAME
                     MOVE OP-ROLE TO WS-OPER-ROLE
                     MOVE "Y" TO WS-OP-EOF
                   END-IF
               END-READ
             END-PERFORM
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
           MOVE WS-OPER-ID TO AL-OPER.
           MOVE WS-LOG-ACTION TO AL-ACTION.
           MOVE WS-LOG-TARGET TO AL-TARGET.
           MOVE WS-LOG-OPER2 TO AL-OPER2.
           OPEN EXTEND ADMIN-LOG.
           WRITE AL-RECORD.
           CLOSE ADMIN-LOG.
           MOVE SPACES TO WS-LOG-OPER2.
           EXIT.
       P-HASH-PASSWORD.
           MOVE 7 TO WS-HASH-WORK.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1 UNTIL WS-HASH-I > 12
             COMPUTE WS-HASH-WORK = FUNCTION MOD(WS-HASH-WORK * 31
                 + FUNCTION ORD(WS-HASH-PW-IN(WS-HASH-I:1)),
                 9999999943)
           END-PERFORM.
           MOVE WS-HASH-WORK TO WS-HASH-PW-OUT.
           MOVE SPACES TO WS-HASH-PW-REC.
           STRING "#" WS-HASH-PW-OUT DELIMITED BY SIZE
             INTO WS-HASH-PW-REC.
           EXIT.
       END PROGRAM FRAUD-REFERRAL.
