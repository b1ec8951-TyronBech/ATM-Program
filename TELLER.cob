       "files.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES.
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
       SELECT TRANLOG ASSIGN TO
       "tranlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       "transeq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSQ-STATUS.
       SELECT OPTIONAL HOLDS-FILE ASSIGN TO
       "holdidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.
       SELECT CALENDAR-FILE ASSIGN TO
       "calendar.txt"
       SELECT DRAWERLOG-FILE ASSIGN TO
       "drawerlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT IBPEND-FILE ASSIGN TO
       "ibpend.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-STATUS.
       SELECT BRVAULT-FILE ASSIGN TO
       "brvault.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BV-STATUS.
       SELECT CASHMOVE-FILE ASSIGN TO
       "cashmove.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CUSTMAST ASSIGN TO
       "custmast.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY CU-CUST-NO
               FILE STATUS IS WS-CU-STATUS.
       SELECT PIN-MAILER ASSIGN TO
       "pinmailer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-STATUS.
       SELECT OPTIONAL ODLINK-FILE ASSIGN TO
       "odlink.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY OD-CHK-ACCT
               FILE STATUS IS WS-OD-STATUS.
       SELECT OPTIONAL MINOR-FILE ASSIGN TO
       "minor.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY MN-ACCT-NO
               ALTERNATE RECORD KEY MN-GUARDIAN WITH DUPLICATES
               FILE STATUS IS WS-MN-STATUS.
       SELECT ODSWEEP-FILE ASSIGN TO
       "odsweep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OS-STATUS.
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
       FD USERDATA.
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
       FD TRANLOG.
       01 TL-RECORD.
         02 TL-ACCT PIC 9(10).
         02 TSQ-NEXT-REF PIC 9(10).
       FD HOLDS-FILE.
       01 HLD-RECORD.
         02 HLD-KEY.
           03 HLD-ACCT PIC 9(10).
           03 HLD-REF PIC 9(10).
         02 HLD-AMOUNT PIC 9(12).
         02 HLD-RELEASE-DATE PIC 9(8).
         02 HLD-STATUS PIC X.
       FD CALENDAR-FILE.
       01 CAL-RECORD.
         02 DL-EXPECTED PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 DL-COUNTED PIC 9(6).
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
       FD BRVAULT-FILE.
       01 BV-RECORD.
         02 BV-DENOM PIC 9(4).
         02 FILLER PIC X VALUE SPACE.
         02 BV-COUNT PIC 9(6).
       FD CASHMOVE-FILE.
       01 CM-RECORD.
         02 CM-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 CM-TIME PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CM-TYPE PIC X(4).
         02 FILLER PIC X VALUE SPACE.
         02 CM-LOC PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 CM-N1000 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CM-N500 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CM-N100 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CM-OPER PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 CM-OPER2 PIC X(8).
       FD CUSTMAST.
       01 CU-RECORD.
         02 CU-CUST-NO PIC 9(8) VALUE ZEROES.
         02 CU-NAME PIC X(20) VALUE SPACES.
         02 CU-ADDRESS PIC X(40) VALUE SPACES.
         02 CU-PHONE PIC X(15) VALUE SPACES.
         02 CU-EMAIL PIC X(30) VALUE SPACES.
         02 CU-TAX-STATUS PIC X VALUE "R".
         02 CU-MERGED-INTO PIC 9(8) VALUE ZEROES.
         02 CU-ID-TYPE PIC XX VALUE SPACES.
         02 CU-ID-NUMBER PIC X(20) VALUE SPACES.
         02 CU-ID-EXPIRY PIC 9(8) VALUE ZEROES.
         02 CU-BIRTH-DATE PIC 9(8) VALUE ZEROES.
         02 CU-OCCUPATION PIC X(20) VALUE SPACES.
         02 CU-RISK-RATING PIC X VALUE "M".
         02 CU-NEXT-REVIEW PIC 9(8) VALUE ZEROES.
         02 CU-RESTRICTED PIC X VALUE "N".
       FD PIN-MAILER.
       01 PM-LINE PIC X(60).
       FD ODLINK-FILE.
       01 OD-RECORD.
         02 OD-CHK-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OD-SAV-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OD-ADDED PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 OD-OPER PIC X(8).
       FD MINOR-FILE.
       01 MN-RECORD.
         02 MN-ACCT-NO PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 MN-GUARDIAN PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 MN-BIRTH-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 MN-STATUS PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 MN-OPENED PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 MN-CONVERTED PIC 9(8).
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
       01 WS-OP-STATUS PIC XX VALUE SPACES.
       01 WS-ENTER-PASSWORD PIC X(12) VALUE SPACES.
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
       01 WS-HASH-WORK PIC 9(18) VALUE ZEROES.
       01 WS-HASH-I PIC 99 VALUE ZEROES.
       01 WS-HASH-PW-IN PIC X(12) VALUE SPACES.
       01 WS-RESULT-BAL PIC S9(13) VALUE ZEROES.
       01 WS-DEST-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-XFER-AMOUNT PIC 9(12) VALUE ZEROES.
       01 WS-XFER-KIND PIC 9 VALUE ZERO.
       01 WS-OB-STATUS PIC XX VALUE SPACES.
       01 WS-IB-BANK PIC 9(6) VALUE ZEROES.
       01 WS-IB-ACCT PIC X(20) VALUE SPACES.
       01 WS-IB-NAME PIC X(20) VALUE SPACES.
       01 WS-MIX-1000 PIC 9(6) VALUE ZEROES.
       01 WS-MIX-500 PIC 9(6) VALUE ZEROES.
       01 WS-MIX-100 PIC 9(6) VALUE ZEROES.
       01 WS-CNT-100 PIC 9(6) VALUE ZEROES.
       01 WS-BAL-TRIES PIC 9 VALUE ZERO.
       01 WS-DRAWER-OK PIC X VALUE "N".
       01 WS-BV-STATUS PIC XX VALUE SPACES.
       01 WS-BV-EOF PIC X VALUE "N".
       01 WS-BV-1000 PIC 9(6) VALUE ZEROES.
       01 WS-BV-500 PIC 9(6) VALUE ZEROES.
       01 WS-BV-100 PIC 9(6) VALUE ZEROES.
       01 WS-OPER2-ID PIC X(8) VALUE SPACES.
       01 WS-OPER2-OK PIC X VALUE "N".
       01 WS-MOVE-TYPE PIC X(4) VALUE SPACES.
       01 WS-DR-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-DR-IDX PIC 9(3) VALUE ZEROES.
       01 WS-DR-FULL PIC X VALUE "N".
           03 WS-DR-T-OPER PIC X(8).
           03 WS-DR-T-DENOM PIC 9(4).
           03 WS-DR-T-COUNT PIC 9(6).
       01 WS-OD-STATUS PIC XX VALUE SPACES.
       01 WS-OS-STATUS PIC XX VALUE SPACES.
       01 WS-OD-OK PIC X VALUE "N".
       01 WS-OD-FOUND PIC X VALUE "N".
       01 WS-OD-NEED PIC S9(13) VALUE ZEROES.
       01 WS-OD-AMOUNT PIC 9(12) VALUE ZEROES.
       01 WS-OD-DEBIT PIC 9(12) VALUE ZEROES.
       01 WS-OD-CHK-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-OD-SAV-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-OD-SAV-MIN PIC 9(12) VALUE ZEROES.
       01 WS-OD-CHK-AVAIL PIC S9(13) VALUE ZEROES.
       01 WS-CU-STATUS PIC XX VALUE SPACES.
       01 WS-PM-STATUS PIC XX VALUE SPACES.
       01 WS-KYC-RESTRICTED PIC X VALUE "N".
       01 WS-HASH-PIN-IN PIC 9(6) VALUE ZEROES.
       01 WS-HASH-PIN-OUT PIC 9(6) VALUE ZEROES.
       01 WS-NA-OK PIC X VALUE "Y".
       01 WS-NA-FOUND PIC 9 VALUE ZERO.
       01 WS-NA-CHANGED PIC X VALUE "N".
       01 WS-NA-WRITTEN PIC X VALUE "N".
       01 WS-NA-TRIES PIC 9 VALUE ZERO.
       01 WS-NA-SEEDED PIC X VALUE "N".
       01 WS-NA-SEED PIC 9(8) VALUE ZEROES.
       01 WS-NA-RANDOM PIC 9V9(8) VALUE ZEROES.
       01 WS-NA-CUST PIC 9(8) VALUE ZEROES.
       01 WS-NA-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-NA-PIN PIC 9(6) VALUE ZEROES.
       01 WS-NA-NAME PIC X(20) VALUE SPACES.
       01 WS-NA-ADDRESS PIC X(40) VALUE SPACES.
       01 WS-NA-PHONE PIC X(15) VALUE SPACES.
       01 WS-NA-EMAIL PIC X(30) VALUE SPACES.
       01 WS-NA-OCCUPATION PIC X(20) VALUE SPACES.
       01 WS-NA-DOB PIC 9(8) VALUE ZEROES.
       01 WS-NA-AGE PIC 9(3) VALUE ZEROES.
       01 WS-NA-ID-TYPE PIC XX VALUE SPACES.
       01 WS-NA-ID-NUMBER PIC X(20) VALUE SPACES.
       01 WS-NA-ID-EXPIRY PIC 9(8) VALUE ZEROES.
       01 WS-NA-RISK PIC X VALUE "M".
       01 WS-NA-YEARS PIC 9 VALUE ZERO.
       01 WS-NA-REVIEW PIC 9(8) VALUE ZEROES.
       01 WS-NA-TYPE PIC 9 VALUE ZERO.
       01 WS-NA-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-NA-QUESTION PIC X(40) VALUE SPACES.
       01 WS-NA-ANSWER PIC X(20) VALUE SPACES.
       01 WS-NA-MINOR PIC X VALUE "N".
       01 WS-NA-GUARDIAN PIC 9(8) VALUE ZEROES.
       01 WS-NA-GD-AGE PIC 9(3) VALUE ZEROES.
       01 WS-MN-STATUS PIC XX VALUE SPACES.
       01 WS-MN-DEST-OK PIC X VALUE "Y".
       01 WS-CD-STATUS PIC XX VALUE SPACES.
       01 WS-CD-EOF PIC X VALUE "N".
       01 WS-CL-STATUS PIC XX VALUE SPACES.
       01 WS-CD-WRITTEN PIC X VALUE "N".
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
             DISPLAY "1 - POST A DEPOSIT"
             DISPLAY "2 - POST A WITHDRAWAL"
             DISPLAY "3 - POST A TRANSFER"
             DISPLAY "4 - LOAD DRAWER FROM BRANCH VAULT"
             DISPLAY "5 - DRAWER POSITION"
             DISPLAY "6 - BALANCE DRAWER AND SIGN OFF"
             DISPLAY "7 - RETURN DRAWER CASH TO BRANCH VAULT"
             DISPLAY "8 - OPEN A NEW ACCOUNT"
             DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN 1 PERFORM P-CHECK-DEPOSIT
               WHEN 2 PERFORM P-CHECK-WITHDRAW
               WHEN 3 PERFORM P-CHECK-TRANSFER
               WHEN 4 PERFORM P-CHECK-DRAWER-LOAD
               WHEN 5 PERFORM P-DRAWER-POSITION
               WHEN 6 PERFORM P-BALANCE-DRAWER
               WHEN 7 PERFORM P-CHECK-DRAWER-RETURN
               WHEN 8 PERFORM P-CHECK-OPEN-ACCOUNT
               WHEN OTHER DISPLAY "INVALID CHOICE"
             END-EVALUATE
           END-PERFORM.
           STOP RUN.
       P-CHECK-DEPOSIT.
           MOVE "TLDEP" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-TELLER-DEPOSIT
           ELSE
             DISPLAY "YOUR ROLE MAY NOT POST DEPOSITS"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-CHECK-WITHDRAW.
           MOVE "TLWDRAW" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-TELLER-WITHDRAW
           ELSE
             DISPLAY "YOUR ROLE MAY NOT POST WITHDRAWALS"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-CHECK-TRANSFER.
           MOVE "TLXFER" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-TELLER-TRANSFER
           ELSE
             DISPLAY "YOUR ROLE MAY NOT POST TRANSFERS"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-CHECK-DRAWER-LOAD.
           MOVE "TLDRAWER" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-DRAWER-LOAD
           ELSE
             DISPLAY "YOUR ROLE MAY NOT LOAD A DRAWER"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-CHECK-DRAWER-RETURN.
           MOVE "TLRETURN" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-DRAWER-RETURN
           ELSE
             DISPLAY "YOUR ROLE MAY NOT RETURN DRAWER CASH"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-CHECK-OPEN-ACCOUNT.
           MOVE "TLOPEN" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-TELLER-OPEN-ACCOUNT
           ELSE
             DISPLAY "YOUR ROLE MAY NOT OPEN ACCOUNTS"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-TELLER-DEPOSIT.
           DISPLAY "ENTER ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-ENTER-ACCT.
                     ADD WS-MIX-500 TO WS-DRW-500
                     ADD WS-MIX-100 TO WS-DRW-100
                     PERFORM P-SAVE-DRAWER
                     MOVE "CUIN" TO WS-MOVE-TYPE
                     MOVE SPACES TO WS-OPER2-ID
                     PERFORM P-LOG-CASH-MOVE
                     PERFORM P-POST-CREDIT
                   END-IF
                 ELSE
       P-TELLER-WITHDRAW.
           DISPLAY "ENTER ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-ENTER-ACCT.
           PERFORM P-CHECK-ACCT-RESTRICTION.
           OPEN I-O USERDATA.
           MOVE WS-ENTER-ACCT TO F-ACCT-NO.
           MOVE ZERO TO WS-ACCT-FOUND.
           END-READ.
           IF WS-ACCT-FOUND IS EQUAL TO 1 THEN
             DISPLAY "NO ACCOUNT FOUND FOR THAT ACCOUNT NUMBER"
           ELSE IF WS-KYC-RESTRICTED IS EQUAL TO "Y" THEN
             DISPLAY "CUSTOMER IS RESTRICTED BY COMPLIANCE - NOT POSTED"
             MOVE F-ACCT-NO TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           ELSE
             PERFORM P-SET-PRODUCT-RULES
             DISPLAY "ACCOUNT HOLDER: " F-NAME
             PERFORM P-CALC-AVAILABLE
             COMPUTE WS-RESULT-BAL =
                 WS-AVAILABLE-BAL - WS-TRAN-AMOUNT
             PERFORM P-OD-CHECK
             IF WS-TRAN-AMOUNT IS EQUAL TO ZERO THEN
               DISPLAY "INVALID AMOUNT"
             ELSE IF WS-TRAN-AMOUNT IS GREATER THAN
               WS-AVAILABLE-BAL AND WS-OD-OK NOT EQUAL TO "Y" THEN
               DISPLAY "INSUFFICIENT AVAILABLE BALANCE"
             ELSE IF WS-RESULT-BAL IS LESS THAN WS-MIN-BALANCE AND
               WS-OD-OK NOT EQUAL TO "Y" THEN
               DISPLAY "WITHDRAWAL WOULD GO BELOW MINIMUM BALANCE"
             ELSE IF WS-EN-LIMIT IS GREATER THAN ZERO AND
               WS-TRAN-AMOUNT IS GREATER THAN WS-EN-LIMIT THEN
               MOVE WS-EN-LIMIT TO WS-AMT-EDIT
               DISPLAY "AMOUNT IS OVER YOUR WITHDRAWAL LIMIT OF"
               WS-AMT-EDIT " - REFER TO A SUPERVISOR"
               MOVE F-ACCT-NO TO WS-LOG-TARGET
               PERFORM P-LOG-REFUSAL
             ELSE
               PERFORM P-ACCEPT-NOTE-MIX
               IF WS-MIX-VALUE NOT EQUAL TO WS-TRAN-AMOUNT THEN
                 SUBTRACT WS-MIX-500 FROM WS-DRW-500
                 SUBTRACT WS-MIX-100 FROM WS-DRW-100
                 PERFORM P-SAVE-DRAWER
                 MOVE "CUOT" TO WS-MOVE-TYPE
                 MOVE SPACES TO WS-OPER2-ID
                 PERFORM P-LOG-CASH-MOVE
                 IF WS-OD-OK IS EQUAL TO "Y" THEN
                   PERFORM P-OD-SWEEP
                 END-IF
                 MOVE F-BAL TO WS-OLD-BAL
                 SUBTRACT WS-TRAN-AMOUNT FROM F-BAL
                 MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           CLOSE USERDATA.
           EXIT.
       P-TELLER-TRANSFER.
           DISPLAY "1 - TO AN ACCOUNT AT THIS BANK".
           DISPLAY "2 - TO AN ACCOUNT AT ANOTHER BANK".
           DISPLAY "ENTER TRANSFER TYPE: " WITH NO ADVANCING.
           ACCEPT WS-XFER-KIND.
           EVALUATE WS-XFER-KIND
             WHEN 1 PERFORM P-TELLER-XFER-INTERNAL
             WHEN 2 PERFORM P-TELLER-IB-TRANSFER
             WHEN OTHER DISPLAY "INVALID TRANSFER TYPE"
           END-EVALUATE.
           EXIT.
       P-TELLER-XFER-INTERNAL.
           DISPLAY "ENTER SOURCE ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-ENTER-ACCT.
           DISPLAY "ENTER DESTINATION ACCOUNT NUMBER: "
           WITH NO ADVANCING.
           ACCEPT WS-DEST-ACCT.
           PERFORM P-CHECK-ACCT-RESTRICTION.
           PERFORM P-CHECK-MINOR-XFER.
           IF WS-KYC-RESTRICTED IS EQUAL TO "Y" THEN
             DISPLAY "CUSTOMER IS RESTRICTED BY COMPLIANCE - NOT POSTED"
             MOVE WS-ENTER-ACCT TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           ELSE IF WS-MN-DEST-OK IS EQUAL TO "N" THEN
             DISPLAY "MINOR ACCOUNT - TRANSFERS ONLY TO THE GUARDIAN'S"
             " ACCOUNTS"
           ELSE IF WS-DEST-ACCT IS EQUAL TO WS-ENTER-ACCT THEN
             DISPLAY "SOURCE AND DESTINATION MUST DIFFER"
           ELSE
             DISPLAY "ENTER THE AMOUNT: " WITH NO ADVANCING
             CLOSE USERDATA
           END-IF.
           EXIT.
       P-TELLER-IB-TRANSFER.
           DISPLAY "ENTER SOURCE ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-ENTER-ACCT.
           DISPLAY "ENTER THE BANK CODE: " WITH NO ADVANCING.
           ACCEPT WS-IB-BANK.
           DISPLAY "ENTER THE BENEFICIARY ACCOUNT: " WITH NO ADVANCING.
           ACCEPT WS-IB-ACCT.
           MOVE FUNCTION UPPER-CASE(WS-IB-ACCT) TO WS-IB-ACCT.
           DISPLAY "ENTER THE BENEFICIARY NAME: " WITH NO ADVANCING.
           ACCEPT WS-IB-NAME.
           MOVE FUNCTION UPPER-CASE(WS-IB-NAME) TO WS-IB-NAME.
           PERFORM P-CHECK-ACCT-RESTRICTION.
           PERFORM P-CHECK-MINOR-XFER.
           IF WS-KYC-RESTRICTED IS EQUAL TO "Y" THEN
             DISPLAY "CUSTOMER IS RESTRICTED BY COMPLIANCE - NOT POSTED"
             MOVE WS-ENTER-ACCT TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           ELSE IF WS-MN-DEST-OK IS EQUAL TO "N" THEN
             DISPLAY "MINOR ACCOUNT - TRANSFERS ONLY TO THE GUARDIAN'S"
             " ACCOUNTS"
           ELSE IF WS-IB-BANK IS EQUAL TO ZERO OR
             WS-IB-ACCT IS EQUAL TO SPACES OR
             WS-IB-NAME IS EQUAL TO SPACES THEN
             DISPLAY "BANK CODE, ACCOUNT AND NAME ARE ALL REQUIRED"
           ELSE
             DISPLAY "ENTER THE AMOUNT: " WITH NO ADVANCING
             ACCEPT WS-AMT-EDIT
             MOVE WS-AMT-EDIT TO WS-XFER-AMOUNT
             OPEN I-O USERDATA
             MOVE WS-ENTER-ACCT TO F-ACCT-NO
             MOVE ZERO TO WS-ACCT-FOUND
             READ USERDATA
               INVALID KEY MOVE 1 TO WS-ACCT-FOUND
             END-READ
             IF WS-ACCT-FOUND IS EQUAL TO 1 THEN
               DISPLAY "SOURCE ACCOUNT NOT FOUND"
             ELSE
               PERFORM P-SET-PRODUCT-RULES
               PERFORM P-CALC-AVAILABLE
               COMPUTE WS-RESULT-BAL =
                   WS-AVAILABLE-BAL - WS-XFER-AMOUNT
               IF WS-XFER-AMOUNT IS EQUAL TO ZERO THEN
                 DISPLAY "INVALID AMOUNT"
               ELSE IF WS-XFER-AMOUNT IS GREATER THAN
                 WS-AVAILABLE-BAL THEN
                 DISPLAY "INSUFFICIENT AVAILABLE BALANCE"
               ELSE IF WS-RESULT-BAL IS LESS THAN WS-MIN-BALANCE
                 THEN
                 DISPLAY "TRANSFER WOULD GO BELOW MINIMUM BALANCE"
               ELSE
                 MOVE F-BAL TO WS-OLD-BAL
                 SUBTRACT WS-XFER-AMOUNT FROM F-BAL
                 MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
                 MOVE WS-DATE-TIME(1:8) TO F-LAST-ACTIVITY-DATE
                 REWRITE F-DATA
                 END-REWRITE
                 MOVE "IBXFER" TO WS-TRAN-TYPE
                 MOVE WS-XFER-AMOUNT TO WS-TRAN-AMOUNT
                 MOVE SPACES TO WS-TRAN-REASON
                 STRING "TO BANK " WS-IB-BANK " " WS-IB-ACCT
                   DELIMITED BY SIZE INTO WS-TRAN-REASON
                 PERFORM P-LOG-TRANSACTION
                 PERFORM P-WRITE-IBPEND
                 DISPLAY "TRANSFER SENT TO THE OTHER BANK"
                 DISPLAY "TRANSACTION REFERENCE: " WS-TRAN-REF
               END-IF
             END-IF
             CLOSE USERDATA
           END-IF.
           EXIT.
       P-WRITE-IBPEND.
           MOVE SPACES TO OB-RECORD.
           MOVE WS-TRAN-REF TO OB-REF.
           MOVE WS-TIMESTAMP(1:8) TO OB-DATE.
           MOVE "P" TO OB-TYPE.
           MOVE F-ACCT-NO TO OB-ACCT.
           MOVE F-NAME TO OB-ORIG-NAME.
           MOVE WS-IB-BANK TO OB-BANK.
           MOVE WS-IB-ACCT TO OB-BEN-ACCT.
           MOVE WS-IB-NAME TO OB-BEN-NAME.
           MOVE WS-XFER-AMOUNT TO OB-AMOUNT.
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
       P-PLAN-FX-CONVERSION.
           MOVE WS-SRC-CURRENCY TO WS-LOOK-CODE.
           PERFORM P-LOOKUP-RATE-CODE.
               + WS-MIX-500 * 500 + WS-MIX-100 * 100.
           EXIT.
       P-DRAWER-LOAD.
           PERFORM P-LOAD-BRVAULT.
           DISPLAY "BRANCH VAULT HOLDS 1000 X " WS-BV-1000
           " 500 X " WS-BV-500 " 100 X " WS-BV-100.
           PERFORM P-ACCEPT-NOTE-MIX.
           IF WS-MIX-VALUE IS EQUAL TO ZERO THEN
             DISPLAY "NO NOTES ENTERED - NOTHING TO LOAD"
           ELSE IF WS-MIX-1000 IS GREATER THAN WS-BV-1000 OR
             WS-MIX-500 IS GREATER THAN WS-BV-500 OR
             WS-MIX-100 IS GREATER THAN WS-BV-100 THEN
             DISPLAY "BRANCH VAULT DOES NOT HOLD THAT NOTE MIX"
             " - DRAWER LOAD NOT RECORDED"
           ELSE
             PERFORM P-SECOND-SIGNON
             IF WS-OPER2-OK IS EQUAL TO "Y" THEN
               SUBTRACT WS-MIX-1000 FROM WS-BV-1000
               SUBTRACT WS-MIX-500 FROM WS-BV-500
               SUBTRACT WS-MIX-100 FROM WS-BV-100
               PERFORM P-SAVE-BRVAULT
               ADD WS-MIX-1000 TO WS-DRW-1000
               ADD WS-MIX-500 TO WS-DRW-500
               ADD WS-MIX-100 TO WS-DRW-100
               PERFORM P-SAVE-DRAWER
               MOVE "VTDR" TO WS-MOVE-TYPE
               PERFORM P-LOG-CASH-MOVE
               DISPLAY "DRAWER CASH LOAD RECORDED"
             ELSE
               DISPLAY "DRAWER LOAD CANCELLED - NOT WITNESSED"
             END-IF
           END-IF.
           EXIT.
       P-DRAWER-RETURN.
           PERFORM P-LOAD-BRVAULT.
           DISPLAY "DRAWER HOLDS 1000 X " WS-DRW-1000
           " 500 X " WS-DRW-500 " 100 X " WS-DRW-100.
           PERFORM P-ACCEPT-NOTE-MIX.
           IF WS-MIX-VALUE IS EQUAL TO ZERO THEN
             DISPLAY "NO NOTES ENTERED - NOTHING TO RETURN"
           ELSE IF WS-MIX-1000 IS GREATER THAN WS-DRW-1000 OR
             WS-MIX-500 IS GREATER THAN WS-DRW-500 OR
             WS-MIX-100 IS GREATER THAN WS-DRW-100 THEN
             DISPLAY "DRAWER DOES NOT HOLD THAT NOTE MIX"
             " - RETURN NOT RECORDED"
           ELSE
             PERFORM P-SECOND-SIGNON
             IF WS-OPER2-OK IS EQUAL TO "Y" THEN
               SUBTRACT WS-MIX-1000 FROM WS-DRW-1000
               SUBTRACT WS-MIX-500 FROM WS-DRW-500
               SUBTRACT WS-MIX-100 FROM WS-DRW-100
               PERFORM P-SAVE-DRAWER
               ADD WS-MIX-1000 TO WS-BV-1000
               ADD WS-MIX-500 TO WS-BV-500
               ADD WS-MIX-100 TO WS-BV-100
               PERFORM P-SAVE-BRVAULT
               MOVE "DRVT" TO WS-MOVE-TYPE
               PERFORM P-LOG-CASH-MOVE
               DISPLAY "DRAWER CASH RETURNED TO THE BRANCH VAULT"
             ELSE
               DISPLAY "RETURN CANCELLED - NOT WITNESSED"
             END-IF
           END-IF.
           EXIT.
       P-DRAWER-POSITION.
           COMPUTE WS-MIX-VALUE = WS-DRW-1000 * 1000
           WRITE DL-RECORD.
           CLOSE DRAWERLOG-FILE.
           EXIT.
       P-CHECK-ACCT-RESTRICTION.
           MOVE "N" TO WS-KYC-RESTRICTED.
           OPEN INPUT USERDATA.
           MOVE WS-ENTER-ACCT TO F-ACCT-NO.
           READ USERDATA
             INVALID KEY MOVE ZEROES TO F-CUST-NO
           END-READ.
           CLOSE USERDATA.
           IF F-CUST-NO IS GREATER THAN ZERO THEN
             OPEN INPUT CUSTMAST
             IF WS-CU-STATUS IS EQUAL TO "00" THEN
               MOVE F-CUST-NO TO CU-CUST-NO
               READ CUSTMAST
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   IF CU-RESTRICTED IS EQUAL TO "Y" THEN
                     MOVE "Y" TO WS-KYC-RESTRICTED
                   END-IF
               END-READ
               CLOSE CUSTMAST
             END-IF
           END-IF.
           EXIT.
       P-CHECK-MINOR-XFER.
           MOVE "Y" TO WS-MN-DEST-OK.
           OPEN INPUT MINOR-FILE.
           IF WS-MN-STATUS IS EQUAL TO "00" THEN
             MOVE WS-ENTER-ACCT TO MN-ACCT-NO
             READ MINOR-FILE
               INVALID KEY MOVE SPACE TO MN-STATUS
             END-READ
             CLOSE MINOR-FILE
             IF MN-STATUS IS EQUAL TO "A" THEN
               MOVE "N" TO WS-MN-DEST-OK
               IF WS-XFER-KIND IS EQUAL TO 1 THEN
                 OPEN INPUT USERDATA
                 MOVE WS-DEST-ACCT TO F-ACCT-NO
                 READ USERDATA
                   INVALID KEY MOVE ZEROES TO F-CUST-NO
                 END-READ
                 CLOSE USERDATA
                 IF F-CUST-NO IS EQUAL TO MN-GUARDIAN AND
                   F-CUST-NO IS GREATER THAN ZERO THEN
                   MOVE "Y" TO WS-MN-DEST-OK
                 END-IF
               END-IF
             END-IF
           ELSE
             IF WS-MN-STATUS IS EQUAL TO "05" THEN
               CLOSE MINOR-FILE
             END-IF
           END-IF.
           EXIT.
       P-TELLER-OPEN-ACCOUNT.
           IF WS-NA-SEEDED IS EQUAL TO "N" THEN
             MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
             MOVE WS-DATE-TIME(9:8) TO WS-NA-SEED
             COMPUTE WS-NA-RANDOM = FUNCTION RANDOM(WS-NA-SEED)
             MOVE "Y" TO WS-NA-SEEDED
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(1:8) TO WS-TODAY.
           MOVE "Y" TO WS-NA-OK.
           MOVE "N" TO WS-NA-CHANGED.
           MOVE "N" TO WS-NA-MINOR.
           MOVE ZEROES TO WS-NA-GUARDIAN.
           MOVE SPACES TO WS-NA-ID-TYPE.
           MOVE SPACES TO WS-NA-ID-NUMBER.
           MOVE ZEROES TO WS-NA-ID-EXPIRY.
           DISPLAY "EXISTING CUSTOMER NUMBER (0 IF NEW): "
           WITH NO ADVANCING.
           ACCEPT WS-NA-CUST.
           OPEN I-O CUSTMAST.
           IF WS-CU-STATUS NOT EQUAL TO "00" THEN
             DISPLAY "CUSTOMER MASTER FILE IS NOT AVAILABLE"
           ELSE
             IF WS-NA-CUST IS GREATER THAN ZERO THEN
               PERFORM P-NA-EXISTING-CUSTOMER
             ELSE
               PERFORM P-NA-NEW-CUSTOMER
             END-IF
             IF WS-NA-OK IS EQUAL TO "Y" THEN
               PERFORM P-NA-OPEN-ACCOUNT
             END-IF
             CLOSE CUSTMAST
           END-IF.
           EXIT.
       P-NA-EXISTING-CUSTOMER.
           MOVE WS-NA-CUST TO CU-CUST-NO.
           MOVE ZERO TO WS-NA-FOUND.
           READ CUSTMAST
             INVALID KEY MOVE 1 TO WS-NA-FOUND
           END-READ.
           IF WS-NA-FOUND IS EQUAL TO ZERO AND
             CU-MERGED-INTO IS NUMERIC AND
             CU-MERGED-INTO IS GREATER THAN ZERO THEN
             DISPLAY "CUSTOMER " WS-NA-CUST " WAS MERGED INTO "
             CU-MERGED-INTO
             MOVE CU-MERGED-INTO TO CU-CUST-NO
             READ CUSTMAST
               INVALID KEY MOVE 1 TO WS-NA-FOUND
             END-READ
           END-IF.
           IF WS-NA-FOUND IS EQUAL TO 1 THEN
             DISPLAY "CUSTOMER NUMBER NOT FOUND"
             MOVE "N" TO WS-NA-OK
           ELSE IF CU-RESTRICTED IS EQUAL TO "Y" THEN
             DISPLAY "CUSTOMER IS RESTRICTED BY COMPLIANCE - REFER TO"
             " A SUPERVISOR"
             MOVE "N" TO WS-NA-OK
             MOVE CU-CUST-NO TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           ELSE
             MOVE CU-CUST-NO TO WS-NA-CUST
             MOVE CU-NAME TO WS-NA-NAME
             MOVE CU-ADDRESS TO WS-NA-ADDRESS
             MOVE CU-PHONE TO WS-NA-PHONE
             MOVE CU-EMAIL TO WS-NA-EMAIL
             MOVE CU-BIRTH-DATE TO WS-NA-DOB
             DISPLAY "CUSTOMER " CU-CUST-NO " " CU-NAME
             DISPLAY "ID ON FILE: " CU-ID-TYPE " " CU-ID-NUMBER
             " EXPIRES " CU-ID-EXPIRY
           END-IF.
           IF WS-NA-OK IS EQUAL TO "Y" AND
             WS-NA-DOB IS EQUAL TO ZERO THEN
             DISPLAY "NO DATE OF BIRTH ON FILE"
             PERFORM P-NA-CAPTURE-DOB
             MOVE "Y" TO WS-NA-CHANGED
           END-IF.
           IF WS-NA-OK IS EQUAL TO "Y" THEN
             PERFORM P-NA-CHECK-AGE
           END-IF.
           IF WS-NA-OK IS EQUAL TO "Y" AND
             (CU-ID-TYPE IS EQUAL TO SPACES OR
              CU-ID-EXPIRY IS NOT GREATER THAN WS-TODAY) THEN
             DISPLAY "IDENTIFICATION ON FILE IS MISSING OR EXPIRED -"
             " CAPTURE THE DOCUMENT PRESENTED"
             PERFORM P-NA-CAPTURE-ID
             MOVE "Y" TO WS-NA-CHANGED
           END-IF.
           IF WS-NA-OK IS EQUAL TO "Y" AND
             WS-NA-CHANGED IS EQUAL TO "Y" THEN
             MOVE WS-NA-DOB TO CU-BIRTH-DATE
             IF WS-NA-ID-TYPE NOT EQUAL TO SPACES THEN
               MOVE WS-NA-ID-TYPE TO CU-ID-TYPE
               MOVE WS-NA-ID-NUMBER TO CU-ID-NUMBER
               MOVE WS-NA-ID-EXPIRY TO CU-ID-EXPIRY
             END-IF
             REWRITE CU-RECORD
               INVALID KEY
                 DISPLAY "COULD NOT UPDATE THE CUSTOMER RECORD"
                 MOVE "N" TO WS-NA-OK
             END-REWRITE
           END-IF.
           EXIT.
       P-NA-NEW-CUSTOMER.
           DISPLAY "CUSTOMER NAME: " WITH NO ADVANCING.
           ACCEPT WS-NA-NAME.
           MOVE FUNCTION UPPER-CASE(WS-NA-NAME) TO WS-NA-NAME.
           IF WS-NA-NAME IS EQUAL TO SPACES THEN
             DISPLAY "NAME IS REQUIRED"
             MOVE "N" TO WS-NA-OK
           END-IF.
           IF WS-NA-OK IS EQUAL TO "Y" THEN
             PERFORM P-NA-CAPTURE-DOB
           END-IF.
           IF WS-NA-OK IS EQUAL TO "Y" THEN
             PERFORM P-NA-CHECK-AGE
           END-IF.
           IF WS-NA-OK IS EQUAL TO "Y" THEN
             DISPLAY "MAILING ADDRESS: " WITH NO ADVANCING
             ACCEPT WS-NA-ADDRESS
             DISPLAY "PHONE NUMBER: " WITH NO ADVANCING
             ACCEPT WS-NA-PHONE
             DISPLAY "EMAIL ADDRESS: " WITH NO ADVANCING
             ACCEPT WS-NA-EMAIL
             DISPLAY "OCCUPATION: " WITH NO ADVANCING
             ACCEPT WS-NA-OCCUPATION
             MOVE FUNCTION UPPER-CASE(WS-NA-OCCUPATION)
               TO WS-NA-OCCUPATION
             PERFORM P-NA-CAPTURE-ID
           END-IF.
           IF WS-NA-OK IS EQUAL TO "Y" THEN
             DISPLAY "RISK RATING L/M/H (BLANK = M): "
             WITH NO ADVANCING
             ACCEPT WS-NA-RISK
             MOVE FUNCTION UPPER-CASE(WS-NA-RISK) TO WS-NA-RISK
             IF WS-NA-RISK IS EQUAL TO SPACE THEN
               MOVE "M" TO WS-NA-RISK
             END-IF
             IF WS-NA-RISK NOT EQUAL TO "L" AND
               WS-NA-RISK NOT EQUAL TO "M" AND
               WS-NA-RISK NOT EQUAL TO "H" THEN
               DISPLAY "RISK RATING MUST BE L, M OR H"
               MOVE "N" TO WS-NA-OK
             END-IF
           END-IF.
           IF WS-NA-OK IS EQUAL TO "Y" THEN
             PERFORM P-NA-SET-REVIEW
             PERFORM P-NA-WRITE-CUSTOMER
           END-IF.
           EXIT.
       P-NA-CAPTURE-DOB.
           DISPLAY "DATE OF BIRTH (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-NA-DOB.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NA-DOB) NOT EQUAL TO ZERO
             OR WS-NA-DOB IS NOT LESS THAN WS-TODAY THEN
             DISPLAY "INVALID DATE OF BIRTH"
             MOVE "N" TO WS-NA-OK
           END-IF.
           EXIT.
       P-NA-CHECK-AGE.
           COMPUTE WS-NA-AGE = (WS-TODAY - WS-NA-DOB) / 10000.
           IF WS-NA-AGE IS LESS THAN 18 THEN
             DISPLAY "CUSTOMER IS UNDER 18 - A MINOR SAVINGS ACCOUNT"
             " NEEDS A GUARDIAN"
             DISPLAY "GUARDIAN CUSTOMER NUMBER (0 TO CANCEL): "
             WITH NO ADVANCING
             ACCEPT WS-NA-GUARDIAN
             IF WS-NA-GUARDIAN IS EQUAL TO ZERO THEN
               DISPLAY "ACCOUNT HOLDER MUST BE 18 OR OVER"
               MOVE "N" TO WS-NA-OK
             ELSE
               PERFORM P-NA-CHECK-GUARDIAN
             END-IF
           END-IF.
           EXIT.
       P-NA-CHECK-GUARDIAN.
           MOVE WS-NA-GUARDIAN TO CU-CUST-NO.
           MOVE ZERO TO WS-NA-FOUND.
           READ CUSTMAST
             INVALID KEY MOVE 1 TO WS-NA-FOUND
           END-READ.
           IF WS-NA-FOUND IS EQUAL TO ZERO AND
             CU-MERGED-INTO IS NUMERIC AND
             CU-MERGED-INTO IS GREATER THAN ZERO THEN
             MOVE CU-MERGED-INTO TO CU-CUST-NO
             READ CUSTMAST
               INVALID KEY MOVE 1 TO WS-NA-FOUND
             END-READ
           END-IF.
           MOVE ZEROES TO WS-NA-GD-AGE.
           IF WS-NA-FOUND IS EQUAL TO ZERO AND
             CU-BIRTH-DATE IS NUMERIC AND
             CU-BIRTH-DATE IS GREATER THAN ZERO THEN
             COMPUTE WS-NA-GD-AGE = (WS-TODAY - CU-BIRTH-DATE) / 10000
           END-IF.
           IF WS-NA-FOUND IS EQUAL TO 1 THEN
             DISPLAY "GUARDIAN CUSTOMER NUMBER NOT FOUND"
             MOVE "N" TO WS-NA-OK
           ELSE IF CU-CUST-NO IS EQUAL TO WS-NA-CUST THEN
             DISPLAY "A CUSTOMER CANNOT BE THEIR OWN GUARDIAN"
             MOVE "N" TO WS-NA-OK
           ELSE IF CU-RESTRICTED IS EQUAL TO "Y" THEN
             DISPLAY "GUARDIAN IS RESTRICTED BY COMPLIANCE - REFER TO"
             " A SUPERVISOR"
             MOVE "N" TO WS-NA-OK
             MOVE CU-CUST-NO TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           ELSE IF WS-NA-GD-AGE IS GREATER THAN ZERO AND
             WS-NA-GD-AGE IS LESS THAN 18 THEN
             DISPLAY "GUARDIAN MUST BE 18 OR OVER"
             MOVE "N" TO WS-NA-OK
           ELSE
             MOVE CU-CUST-NO TO WS-NA-GUARDIAN
             MOVE "Y" TO WS-NA-MINOR
             DISPLAY "GUARDIAN: " CU-CUST-NO " " CU-NAME
           END-IF.
           IF WS-NA-CUST IS GREATER THAN ZERO THEN
             MOVE WS-NA-CUST TO CU-CUST-NO
             READ CUSTMAST
               INVALID KEY CONTINUE
             END-READ
           END-IF.
           EXIT.
       P-NA-CAPTURE-ID.
           DISPLAY "ID TYPES: PP PASSPORT     DL DRIVING LICENCE".
           DISPLAY "          NI NATIONAL ID  RP RESIDENCE PERMIT".
           IF WS-NA-MINOR IS EQUAL TO "Y" THEN
             DISPLAY "          BC BIRTH CERTIFICATE (MINORS ONLY)"
           END-IF.
           DISPLAY "ID TYPE: " WITH NO ADVANCING.
           ACCEPT WS-NA-ID-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-NA-ID-TYPE) TO WS-NA-ID-TYPE.
           DISPLAY "ID NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-NA-ID-NUMBER.
           MOVE FUNCTION UPPER-CASE(WS-NA-ID-NUMBER) TO WS-NA-ID-NUMBER.
           IF WS-NA-MINOR IS EQUAL TO "Y" AND
             WS-NA-ID-TYPE IS EQUAL TO "BC" THEN
             COMPUTE WS-NA-ID-EXPIRY = WS-NA-DOB + 180000
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-NA-ID-EXPIRY)
               NOT EQUAL TO ZERO THEN
               SUBTRACT 1 FROM WS-NA-ID-EXPIRY
             END-IF
           ELSE
             DISPLAY "ID EXPIRY DATE (YYYYMMDD): " WITH NO ADVANCING
             ACCEPT WS-NA-ID-EXPIRY
           END-IF.
           IF WS-NA-ID-TYPE NOT EQUAL TO "PP" AND
             WS-NA-ID-TYPE NOT EQUAL TO "DL" AND
             WS-NA-ID-TYPE NOT EQUAL TO "NI" AND
             WS-NA-ID-TYPE NOT EQUAL TO "RP" AND
             (WS-NA-ID-TYPE NOT EQUAL TO "BC" OR
              WS-NA-MINOR NOT EQUAL TO "Y") THEN
             DISPLAY "ID TYPE MUST BE PP, DL, NI OR RP"
             MOVE "N" TO WS-NA-OK
           ELSE IF WS-NA-ID-NUMBER IS EQUAL TO SPACES THEN
             DISPLAY "ID NUMBER IS REQUIRED"
             MOVE "N" TO WS-NA-OK
           ELSE IF FUNCTION TEST-DATE-YYYYMMDD(WS-NA-ID-EXPIRY)
             NOT EQUAL TO ZERO THEN
             DISPLAY "INVALID ID EXPIRY DATE"
             MOVE "N" TO WS-NA-OK
           ELSE IF WS-NA-ID-EXPIRY IS NOT GREATER THAN WS-TODAY THEN
             DISPLAY "ID HAS EXPIRED - A CURRENT DOCUMENT IS REQUIRED"
             MOVE "N" TO WS-NA-OK
           END-IF.
           EXIT.
       P-NA-SET-REVIEW.
           EVALUATE WS-NA-RISK
             WHEN "H" MOVE 1 TO WS-NA-YEARS
             WHEN "L" MOVE 3 TO WS-NA-YEARS
             WHEN OTHER MOVE 2 TO WS-NA-YEARS
           END-EVALUATE.
           COMPUTE WS-NA-REVIEW = WS-TODAY + WS-NA-YEARS * 10000.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NA-REVIEW)
             NOT EQUAL TO ZERO THEN
             SUBTRACT 1 FROM WS-NA-REVIEW
           END-IF.
           EXIT.
       P-NA-WRITE-CUSTOMER.
           MOVE "N" TO WS-NA-WRITTEN.
           MOVE ZERO TO WS-NA-TRIES.
           PERFORM UNTIL WS-NA-WRITTEN IS EQUAL TO "Y"
             OR WS-NA-TRIES IS EQUAL TO 5
             ADD 1 TO WS-NA-TRIES
             COMPUTE WS-NA-CUST = FUNCTION RANDOM * 89999999
                 + 10000000
             MOVE WS-NA-CUST TO CU-CUST-NO
             MOVE WS-NA-NAME TO CU-NAME
             MOVE WS-NA-ADDRESS TO CU-ADDRESS
             MOVE WS-NA-PHONE TO CU-PHONE
             MOVE WS-NA-EMAIL TO CU-EMAIL
             MOVE "R" TO CU-TAX-STATUS
             MOVE ZEROES TO CU-MERGED-INTO
             MOVE WS-NA-ID-TYPE TO CU-ID-TYPE
             MOVE WS-NA-ID-NUMBER TO CU-ID-NUMBER
             MOVE WS-NA-ID-EXPIRY TO CU-ID-EXPIRY
             MOVE WS-NA-DOB TO CU-BIRTH-DATE
             MOVE WS-NA-OCCUPATION TO CU-OCCUPATION
             MOVE WS-NA-RISK TO CU-RISK-RATING
             MOVE WS-NA-REVIEW TO CU-NEXT-REVIEW
             MOVE "N" TO CU-RESTRICTED
             WRITE CU-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-NA-WRITTEN
             END-WRITE
           END-PERFORM.
           IF WS-NA-WRITTEN IS EQUAL TO "N" THEN
             DISPLAY "COULD NOT CREATE THE CUSTOMER RECORD"
             MOVE "N" TO WS-NA-OK
           ELSE
             DISPLAY "CUSTOMER NUMBER: " WS-NA-CUST
             DISPLAY "NEXT KYC REVIEW DUE: " WS-NA-REVIEW
           END-IF.
           EXIT.
       P-NA-OPEN-ACCOUNT.
           IF WS-NA-MINOR IS EQUAL TO "Y" THEN
             DISPLAY "MINOR ACCOUNTS ARE OPENED AS SAVINGS ONLY"
             MOVE 1 TO WS-NA-TYPE
           ELSE
             DISPLAY "1 - SAVINGS"
             DISPLAY "2 - CHECKING"
             DISPLAY "ENTER ACCOUNT TYPE: " WITH NO ADVANCING
             ACCEPT WS-NA-TYPE
           END-IF.
           DISPLAY "CURRENCY CODE (BLANK FOR USD): " WITH NO ADVANCING.
           ACCEPT WS-NA-CURRENCY.
           MOVE FUNCTION UPPER-CASE(WS-NA-CURRENCY) TO WS-NA-CURRENCY.
           IF WS-NA-CURRENCY IS EQUAL TO SPACES THEN
             MOVE "USD" TO WS-NA-CURRENCY
           END-IF.
           MOVE WS-NA-CURRENCY TO WS-LOOK-CODE.
           PERFORM P-LOOKUP-RATE-CODE.
           DISPLAY "SECURITY QUESTION: " WITH NO ADVANCING.
           ACCEPT WS-NA-QUESTION.
           DISPLAY "SECURITY ANSWER: " WITH NO ADVANCING.
           ACCEPT WS-NA-ANSWER.
           IF WS-NA-TYPE NOT EQUAL TO 1 AND
             WS-NA-TYPE NOT EQUAL TO 2 THEN
             DISPLAY "INVALID ACCOUNT TYPE - ACCOUNT NOT OPENED"
           ELSE IF WS-NA-CURRENCY NOT EQUAL TO "USD" AND
             WS-LOOK-FOUND IS EQUAL TO "N" THEN
             DISPLAY "UNKNOWN CURRENCY CODE - ACCOUNT NOT OPENED"
           ELSE IF WS-NA-ANSWER IS EQUAL TO SPACES THEN
             DISPLAY "SECURITY ANSWER IS REQUIRED - ACCOUNT NOT OPENED"
           ELSE
             PERFORM P-NA-WRITE-ACCOUNT
           END-IF.
           EXIT.
       P-NA-WRITE-ACCOUNT.
           OPEN I-O USERDATA.
           MOVE "N" TO WS-NA-WRITTEN.
           MOVE ZERO TO WS-NA-TRIES.
           PERFORM UNTIL WS-NA-WRITTEN IS EQUAL TO "Y"
             OR WS-NA-TRIES IS EQUAL TO 5
             ADD 1 TO WS-NA-TRIES
             COMPUTE WS-NA-ACCT = FUNCTION RANDOM * 8999999999
                 + 1000000000
             COMPUTE WS-NA-PIN = FUNCTION RANDOM * 900000 + 100000
             MOVE WS-NA-ACCT TO F-ACCT-NO
             MOVE WS-NA-PIN TO WS-HASH-PIN-IN
             PERFORM P-HASH-PIN
             MOVE WS-HASH-PIN-OUT TO F-PIN
             MOVE ZERO TO F-BAL
             MOVE WS-NA-NAME TO F-NAME
             MOVE WS-NA-AGE TO F-AGE
             MOVE ZERO TO F-FAILED-ATTEMPTS
             MOVE "N" TO F-LOCKED
             MOVE ZEROES TO F-DAILY-WITHDRAWN
             MOVE ZEROES TO F-LAST-WITHDRAW-DATE
             MOVE WS-NA-QUESTION TO F-SEC-QUESTION
             MOVE WS-NA-ANSWER TO F-SEC-ANSWER
             IF WS-NA-TYPE IS EQUAL TO 2 THEN
               MOVE "C" TO F-ACCT-TYPE
             ELSE
               MOVE "S" TO F-ACCT-TYPE
             END-IF
             MOVE WS-NA-CURRENCY TO F-CURRENCY
             MOVE WS-TODAY TO F-LAST-ACTIVITY-DATE
             MOVE "N" TO F-DORMANT
             MOVE WS-NA-ADDRESS TO F-ADDRESS
             MOVE WS-NA-PHONE TO F-PHONE
             MOVE WS-NA-EMAIL TO F-EMAIL
             MOVE "Y" TO F-PIN-TEMP
             MOVE WS-NA-CUST TO F-CUST-NO
             WRITE F-DATA
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-NA-WRITTEN
             END-WRITE
           END-PERFORM.
           CLOSE USERDATA.
           IF WS-NA-WRITTEN IS EQUAL TO "N" THEN
             DISPLAY "ACCOUNT COULD NOT BE CREATED - PLEASE TRY AGAIN"
           ELSE
             PERFORM P-NA-PIN-MAILER
             DISPLAY "ACCOUNT OPENED: " WS-NA-ACCT
             " FOR CUSTOMER " WS-NA-CUST
             DISPLAY "PIN MAILER PRODUCED - POST A DEPOSIT TO FUND"
             " THE ACCOUNT"
             PERFORM P-NA-ISSUE-CARD
             IF WS-NA-MINOR IS EQUAL TO "Y" THEN
               PERFORM P-NA-WRITE-MINOR
               MOVE "OPENMINOR" TO WS-LOG-ACTION
             ELSE
               MOVE "OPENACCT" TO WS-LOG-ACTION
             END-IF
             MOVE WS-NA-ACCT TO WS-LOG-TARGET
             PERFORM P-WRITE-ADMIN-LOG
           END-IF.
           EXIT.
       P-NA-WRITE-MINOR.
           OPEN I-O MINOR-FILE.
           IF WS-MN-STATUS IS EQUAL TO "35" THEN
             OPEN OUTPUT MINOR-FILE
           END-IF.
           MOVE SPACES TO MN-RECORD.
           MOVE WS-NA-ACCT TO MN-ACCT-NO.
           MOVE WS-NA-GUARDIAN TO MN-GUARDIAN.
           MOVE WS-NA-DOB TO MN-BIRTH-DATE.
           MOVE "A" TO MN-STATUS.
           MOVE WS-TODAY TO MN-OPENED.
           MOVE ZEROES TO MN-CONVERTED.
           WRITE MN-RECORD
             INVALID KEY
               DISPLAY "MINOR REGISTER NOT UPDATED - REFER TO A"
               " SUPERVISOR"
             NOT INVALID KEY
               DISPLAY "MINOR SAVINGS ACCOUNT LINKED TO GUARDIAN "
               WS-NA-GUARDIAN
           END-WRITE.
           CLOSE MINOR-FILE.
           EXIT.
       P-NA-ISSUE-CARD.
           MOVE "N" TO WS-CD-WRITTEN.
           OPEN I-O CARD-FILE.
           IF WS-CD-STATUS IS EQUAL TO "35" THEN
             OPEN OUTPUT CARD-FILE
             CLOSE CARD-FILE
             OPEN I-O CARD-FILE
           END-IF.
           IF WS-CD-STATUS IS EQUAL TO "00" OR
             WS-CD-STATUS IS EQUAL TO "05" THEN
             MOVE ZERO TO WS-CD-HIGH-SEQ
             MOVE "N" TO WS-CD-EOF
             MOVE WS-NA-ACCT TO CD-ACCT-NO
             START CARD-FILE KEY IS EQUAL TO CD-ACCT-NO
               INVALID KEY MOVE "Y" TO WS-CD-EOF
             END-START
             PERFORM UNTIL WS-CD-EOF IS EQUAL TO "Y"
               READ CARD-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-CD-EOF
                 NOT AT END
                   IF CD-ACCT-NO NOT EQUAL TO WS-NA-ACCT THEN
                     MOVE "Y" TO WS-CD-EOF
                   ELSE
                     MOVE CD-CARD-NO TO WS-CD-NEW-NO
                     IF WS-CD-NEW-SEQ IS GREATER THAN WS-CD-HIGH-SEQ
                       THEN
                       MOVE WS-CD-NEW-SEQ TO WS-CD-HIGH-SEQ
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             IF WS-CD-HIGH-SEQ IS LESS THAN 99 THEN
               MOVE WS-CD-BIN TO WS-CD-NEW-BIN
               MOVE WS-NA-ACCT TO WS-CD-NEW-ACCT
               COMPUTE WS-CD-NEW-SEQ = WS-CD-HIGH-SEQ + 1
               COMPUTE WS-CD-NEW-EXPIRY = WS-TODAY / 100 + 300
               MOVE SPACES TO CD-RECORD
               MOVE WS-CD-NEW-NO TO CD-CARD-NO
               MOVE WS-NA-ACCT TO CD-ACCT-NO
               MOVE WS-NA-CUST TO CD-CUST-NO
               MOVE "A" TO CD-STATUS
               MOVE WS-TODAY TO CD-ISSUED
               MOVE WS-CD-NEW-EXPIRY TO CD-EXPIRY
               MOVE ZEROES TO CD-REPLACES
               MOVE ZEROES TO CD-REPLACED-BY
               WRITE CD-RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-CD-WRITTEN
               END-WRITE
             END-IF
             CLOSE CARD-FILE
           END-IF.
           IF WS-CD-WRITTEN IS EQUAL TO "Y" THEN
             PERFORM P-NA-CARD-MAILER
             DISPLAY "CARD " WS-CD-NEW-NO " ISSUED - CARD MAILER"
             " PRODUCED"
           ELSE
             DISPLAY "CARD NOT ISSUED - REFER TO A SUPERVISOR"
           END-IF.
           EXIT.
       P-NA-CARD-MAILER.
           OPEN EXTEND CARD-MAILER.
           IF WS-CL-STATUS IS EQUAL TO "35" THEN
             OPEN OUTPUT CARD-MAILER
           END-IF.
           MOVE SPACES TO CL-LINE.
           WRITE CL-LINE.
           MOVE "---------- CARD MAILER ----------" TO CL-LINE.
           WRITE CL-LINE.
           MOVE SPACES TO CL-LINE.
           STRING "DEAR " WS-NA-NAME DELIMITED BY SIZE INTO CL-LINE.
           WRITE CL-LINE.
           MOVE SPACES TO CL-LINE.
           STRING "DELIVER TO: " WS-NA-ADDRESS DELIMITED BY SIZE
             INTO CL-LINE.
           WRITE CL-LINE.
           MOVE SPACES TO CL-LINE.
           STRING "YOUR CARD NUMBER IS: " WS-CD-NEW-NO
             DELIMITED BY SIZE INTO CL-LINE.
           WRITE CL-LINE.
           MOVE SPACES TO CL-LINE.
           STRING "VALID THRU (YYYYMM): " WS-CD-NEW-EXPIRY
             DELIMITED BY SIZE INTO CL-LINE.
           WRITE CL-LINE.
           MOVE "YOUR PIN IS MAILED TO YOU SEPARATELY." TO CL-LINE.
           WRITE CL-LINE.
           MOVE "---------------------------------" TO CL-LINE.
           WRITE CL-LINE.
           CLOSE CARD-MAILER.
           EXIT.
       P-NA-PIN-MAILER.
           OPEN EXTEND PIN-MAILER.
           IF WS-PM-STATUS IS EQUAL TO "35" THEN
             OPEN OUTPUT PIN-MAILER
           END-IF.
           MOVE SPACES TO PM-LINE.
           WRITE PM-LINE.
           MOVE "---------- PIN MAILER ----------" TO PM-LINE.
           WRITE PM-LINE.
           MOVE SPACES TO PM-LINE.
           STRING "DEAR " WS-NA-NAME DELIMITED BY SIZE INTO PM-LINE.
           WRITE PM-LINE.
           MOVE SPACES TO PM-LINE.
           STRING "DELIVER TO: " WS-NA-ADDRESS DELIMITED BY SIZE
             INTO PM-LINE.
           WRITE PM-LINE.
           MOVE SPACES TO PM-LINE.
           STRING "YOUR ACCOUNT PIN IS: " WS-NA-PIN DELIMITED BY SIZE
             INTO PM-LINE.
           WRITE PM-LINE.
           MOVE "KEEP THIS MAILER CONFIDENTIAL AND DESTROY AFTER USE."
             TO PM-LINE.
           WRITE PM-LINE.
           MOVE "---------------------------------" TO PM-LINE.
           WRITE PM-LINE.
           CLOSE PIN-MAILER.
           EXIT.
       P-PLACE-HOLD.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(1:8) TO WS-TODAY.
           MOVE WS-TRAN-AMOUNT TO HLD-AMOUNT.
           MOVE WS-HOLD-REL-DATE TO HLD-RELEASE-DATE.
           MOVE "O" TO HLD-STATUS.
           MOVE WS-TRAN-REF TO HLD-REF.
           OPEN I-O HOLDS-FILE.
           IF WS-HLD-STATUS IS EQUAL TO "00" OR
             WS-HLD-STATUS IS EQUAL TO "05" THEN
             WRITE HLD-RECORD
               INVALID KEY
                 DISPLAY "COULD NOT RECORD HOLD " HLD-ACCT " " HLD-REF
             END-WRITE
             CLOSE HOLDS-FILE
           END-IF.
           EXIT.
       P-LOAD-PRODPARM.
           MOVE ZERO TO WS-PP-CNT.
           MOVE "N" TO WS-HLD-EOF.
           OPEN INPUT HOLDS-FILE.
           IF WS-HLD-STATUS IS EQUAL TO "00" THEN
             MOVE F-ACCT-NO TO HLD-ACCT
             MOVE ZEROES TO HLD-REF
             START HOLDS-FILE KEY IS GREATER THAN OR EQUAL TO HLD-KEY
               INVALID KEY MOVE "Y" TO WS-HLD-EOF
             END-START
             PERFORM UNTIL WS-HLD-EOF IS EQUAL TO "Y"
               READ HOLDS-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-HLD-EOF
                 NOT AT END
                   IF HLD-ACCT NOT EQUAL TO F-ACCT-NO THEN
                     MOVE "Y" TO WS-HLD-EOF
                   ELSE
                     IF HLD-STATUS IS EQUAL TO "O" THEN
                       ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HOLDS-FILE
           ELSE
             IF WS-HLD-STATUS IS EQUAL TO "05" THEN
               CLOSE HOLDS-FILE
             END-IF
           END-IF.
           COMPUTE WS-AVAILABLE-BAL = F-BAL - WS-HOLD-TOTAL.
           EXIT.
       P-OD-CHECK.
           MOVE "N" TO WS-OD-OK.
           MOVE ZEROES TO WS-OD-AMOUNT.
           IF F-ACCT-TYPE IS EQUAL TO "C" AND
             WS-RESULT-BAL IS LESS THAN WS-MIN-BALANCE THEN
             COMPUTE WS-OD-NEED = WS-MIN-BALANCE - WS-RESULT-BAL
             MOVE "N" TO WS-OD-FOUND
             OPEN INPUT ODLINK-FILE
             IF WS-OD-STATUS IS EQUAL TO "00" THEN
               MOVE F-ACCT-NO TO OD-CHK-ACCT
               READ ODLINK-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   MOVE "Y" TO WS-OD-FOUND
                   MOVE OD-SAV-ACCT TO WS-OD-SAV-ACCT
               END-READ
               CLOSE ODLINK-FILE
             ELSE
               IF WS-OD-STATUS IS EQUAL TO "05" THEN
                 CLOSE ODLINK-FILE
               END-IF
             END-IF
             IF WS-OD-FOUND IS EQUAL TO "Y" THEN
               PERFORM P-OD-CHECK-SAVINGS
             END-IF
           END-IF.
           EXIT.
       P-OD-CHECK-SAVINGS.
           MOVE WS-AVAILABLE-BAL TO WS-OD-CHK-AVAIL.
           MOVE F-ACCT-NO TO WS-OD-CHK-ACCT.
           MOVE F-CURRENCY TO WS-SRC-CURRENCY.
           MOVE WS-OD-SAV-ACCT TO F-ACCT-NO.
           READ USERDATA
             INVALID KEY MOVE "N" TO WS-OD-FOUND
           END-READ.
           IF WS-OD-FOUND IS EQUAL TO "Y" AND
             F-ACCT-TYPE IS EQUAL TO "S" AND
             F-LOCKED NOT EQUAL TO "Y" AND
             F-DORMANT NOT EQUAL TO "Y" AND
             F-CURRENCY IS EQUAL TO WS-SRC-CURRENCY THEN
             PERFORM P-CALC-AVAILABLE
             MOVE 100 TO WS-OD-SAV-MIN
             PERFORM VARYING WS-PP-IDX FROM 1 BY 1
               UNTIL WS-PP-IDX > WS-PP-CNT
               IF WS-PP-T-TYPE(WS-PP-IDX) IS EQUAL TO "S" THEN
                 MOVE WS-PP-T-MIN(WS-PP-IDX) TO WS-OD-SAV-MIN
                 EXIT PERFORM
               END-IF
             END-PERFORM
             IF (WS-AVAILABLE-BAL - WS-OD-NEED) IS NOT LESS THAN
               WS-OD-SAV-MIN THEN
               MOVE "Y" TO WS-OD-OK
               MOVE WS-OD-NEED TO WS-OD-AMOUNT
             END-IF
           END-IF.
           MOVE WS-OD-CHK-ACCT TO F-ACCT-NO.
           READ USERDATA
             INVALID KEY CONTINUE
           END-READ.
           MOVE WS-OD-CHK-AVAIL TO WS-AVAILABLE-BAL.
           EXIT.
       P-OD-SWEEP.
           MOVE WS-TRAN-AMOUNT TO WS-OD-DEBIT.
           MOVE F-ACCT-NO TO WS-OD-CHK-ACCT.
           MOVE WS-OD-SAV-ACCT TO F-ACCT-NO.
           MOVE "Y" TO WS-OD-FOUND.
           READ USERDATA
             INVALID KEY MOVE "N" TO WS-OD-FOUND
           END-READ.
           IF WS-OD-FOUND IS EQUAL TO "Y" THEN
             MOVE F-BAL TO WS-OLD-BAL
             SUBTRACT WS-OD-AMOUNT FROM F-BAL
             REWRITE F-DATA
             END-REWRITE
             MOVE "XFER-OUT" TO WS-TRAN-TYPE
             MOVE WS-OD-AMOUNT TO WS-TRAN-AMOUNT
             MOVE SPACES TO WS-TRAN-REASON
             STRING "OD SWEEP TO " WS-OD-CHK-ACCT
               DELIMITED BY SIZE INTO WS-TRAN-REASON
             PERFORM P-LOG-TRANSACTION
           END-IF.
           MOVE WS-OD-CHK-ACCT TO F-ACCT-NO.
           READ USERDATA
             INVALID KEY CONTINUE
           END-READ.
           IF WS-OD-FOUND IS EQUAL TO "Y" THEN
             MOVE F-BAL TO WS-OLD-BAL
             ADD WS-OD-AMOUNT TO F-BAL
             REWRITE F-DATA
             END-REWRITE
             MOVE "XFER-IN" TO WS-TRAN-TYPE
             MOVE WS-OD-AMOUNT TO WS-TRAN-AMOUNT
             MOVE SPACES TO WS-TRAN-REASON
             STRING "OD SWEEP FROM " WS-OD-SAV-ACCT
               DELIMITED BY SIZE INTO WS-TRAN-REASON
             PERFORM P-LOG-TRANSACTION
             PERFORM P-OD-LOG-SWEEP
             MOVE WS-OD-AMOUNT TO WS-AMT-EDIT
             DISPLAY "OVERDRAFT SWEEP FROM SAVINGS " WS-OD-SAV-ACCT
             WS-AMT-EDIT
             DISPLAY "TRANSACTION REFERENCE: " WS-TRAN-REF
           ELSE
             MOVE "N" TO WS-OD-OK
           END-IF.
           MOVE WS-OD-DEBIT TO WS-TRAN-AMOUNT.
           EXIT.
       P-OD-LOG-SWEEP.
           MOVE SPACES TO OS-RECORD.
           MOVE WS-TIMESTAMP(1:8) TO OS-DATE.
           MOVE WS-TIMESTAMP(9:6) TO OS-TIME.
           MOVE F-ACCT-NO TO OS-CHK-ACCT.
           MOVE WS-OD-SAV-ACCT TO OS-SAV-ACCT.
           MOVE WS-OD-AMOUNT TO OS-AMOUNT.
           MOVE "TELLER" TO OS-SOURCE.
           MOVE WS-TRAN-REF TO OS-TRAN-REF.
           OPEN EXTEND ODSWEEP-FILE.
           IF WS-OS-STATUS NOT EQUAL TO "00" THEN
             OPEN OUTPUT ODSWEEP-FILE
           END-IF.
           WRITE OS-RECORD.
           CLOSE ODSWEEP-FILE.
           EXIT.
       P-LOG-TRANSACTION.
           PERFORM P-NEXT-TRAN-REF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           WRITE DR-RECORD.
           CLOSE DRAWER-FILE.
           EXIT.
       P-LOAD-BRVAULT.
           MOVE ZEROES TO WS-BV-1000.
           MOVE ZEROES TO WS-BV-500.
           MOVE ZEROES TO WS-BV-100.
           MOVE "N" TO WS-BV-EOF.
           OPEN INPUT BRVAULT-FILE.
           IF WS-BV-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-BV-EOF IS EQUAL TO "Y"
               READ BRVAULT-FILE
                 AT END MOVE "Y" TO WS-BV-EOF
                 NOT AT END
                   EVALUATE BV-DENOM
                     WHEN 1000 MOVE BV-COUNT TO WS-BV-1000
                     WHEN 500 MOVE BV-COUNT TO WS-BV-500
                     WHEN 100 MOVE BV-COUNT TO WS-BV-100
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE BRVAULT-FILE
           END-IF.
           EXIT.
       P-SAVE-BRVAULT.
           OPEN OUTPUT BRVAULT-FILE.
           MOVE 1000 TO BV-DENOM.
           MOVE WS-BV-1000 TO BV-COUNT.
           WRITE BV-RECORD.
           MOVE 500 TO BV-DENOM.
           MOVE WS-BV-500 TO BV-COUNT.
           WRITE BV-RECORD.
           MOVE 100 TO BV-DENOM.
           MOVE WS-BV-100 TO BV-COUNT.
           WRITE BV-RECORD.
           CLOSE BRVAULT-FILE.
           EXIT.
       P-LOG-CASH-MOVE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(1:8) TO CM-DATE.
           MOVE WS-DATE-TIME(9:6) TO CM-TIME.
           MOVE WS-MOVE-TYPE TO CM-TYPE.
           MOVE WS-OPER-ID TO CM-LOC.
           MOVE WS-MIX-1000 TO CM-N1000.
           MOVE WS-MIX-500 TO CM-N500.
           MOVE WS-MIX-100 TO CM-N100.
           MOVE WS-OPER-ID TO CM-OPER.
           MOVE WS-OPER2-ID TO CM-OPER2.
           OPEN EXTEND CASHMOVE-FILE.
           WRITE CM-RECORD.
           CLOSE CASHMOVE-FILE.
           EXIT.
       P-SECOND-SIGNON.
           MOVE "N" TO WS-OPER2-OK.
           MOVE SPACES TO WS-OPER2-ID.
           DISPLAY "A SECOND OPERATOR MUST WITNESS THIS MOVEMENT".
           DISPLAY "SECOND OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-ENTER-ID.
           DISPLAY "PASSWORD: " WITH NO ADVANCING.
           ACCEPT WS-ENTER-PASSWORD.
           IF WS-ENTER-ID IS EQUAL TO WS-OPER-ID THEN
             DISPLAY "THE SECOND OPERATOR MUST BE SOMEONE ELSE"
           ELSE
             PERFORM P-MATCH-SECOND
             IF WS-OPER2-OK IS EQUAL TO "N" THEN
               DISPLAY "OPERATOR ID OR PASSWORD IS INCORRECT"
             END-IF
           END-IF.
           EXIT.
       P-MATCH-SECOND.
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
                     MOVE "Y" TO WS-OPER2-OK
                     MOVE OP-ID TO WS-OPER2-ID
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
       P-OPERATOR-SIGNON.
           MOVE ZERO TO WS-SIGNON-TRIES.
           PERFORM UNTIL WS-SIGNON-OK IS EQUAL TO "Y"
                     MOVE "Y" TO WS-SIGNON-OK
                     MOVE OP-ID TO WS-OPER-ID
                     MOVE OP-NAME TO WS-OPER-NAME
                     MOVE OP-ROLE TO WS-OPER-ROLE
                     MOVE "Y" TO WS-OP-EOF
                   END-IF
               END-READ
           STRING "#" WS-HASH-PW-OUT DELIMITED BY SIZE
             INTO WS-HASH-PW-REC.
           EXIT.
       P-HASH-PIN.
           MOVE 7 TO WS-HASH-WORK.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1 UNTIL WS-HASH-I > 6
             COMPUTE WS-HASH-WORK = FUNCTION MOD(WS-HASH-WORK * 31
                 + FUNCTION ORD(WS-HASH-PIN-IN(WS-HASH-I:1)), 999983)
           END-PERFORM.
           COMPUTE WS-HASH-PIN-OUT =
               FUNCTION MOD(WS-HASH-WORK, 900000) + 100000.
           EXIT.
       END PROGRAM TELLER-DESK.
