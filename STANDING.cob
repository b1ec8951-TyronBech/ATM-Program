       "files.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES.
       SELECT OPTIONAL STANDING-FILE ASSIGN TO
       "standidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SO-KEY
               FILE STATUS IS WS-SO-STATUS.
       SELECT TRANLOG ASSIGN TO
       "tranlog.txt"
       "transeq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSQ-STATUS.
       SELECT OPTIONAL HOLDS-FILE ASSIGN TO
       "holdidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.
       SELECT PRODPARM-FILE ASSIGN TO
       "prodparm.txt"
       "exrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-STATUS.
       SELECT IBPEND-FILE ASSIGN TO
       "ibpend.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-STATUS.
       SELECT PROCDATE-FILE ASSIGN TO
       "procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
       SELECT CUSTMAST ASSIGN TO
       "custmast.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY CM-CUST-NO
               FILE STATUS IS WS-CM-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD USERDATA.
         02 F-CUST-NO PIC 9(8) VALUE ZEROES.
       FD STANDING-FILE.
       01 SO-RECORD.
         02 SO-KEY.
           03 SO-SRC-ACCT PIC 9(10).
           03 SO-SEQ PIC 9(4).
         02 SO-DEST-ACCT PIC 9(10).
         02 SO-AMOUNT PIC 9(12).
         02 SO-FREQ PIC X.
         02 SO-NEXT-DATE PIC 9(8).
         02 SO-STATUS PIC X.
         02 SO-BANK PIC 9(6).
         02 SO-EXT-ACCT PIC X(20).
         02 SO-EXT-NAME PIC X(20).
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
       FD PRODPARM-FILE.
       01 PP-RECORD.
         02 EX-SYMBOL PIC X(3).
         02 FILLER PIC X VALUE SPACE.
         02 EX-RATE PIC 9(4)V9(6).
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
       FD PROCDATE-FILE.
       01 PD-RECORD.
         02 PD-CURRENT PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 PD-PREVIOUS PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 PD-CHANGED PIC X(14).
         02 FILLER PIC X VALUE SPACE.
         02 PD-OPER PIC X(8).
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
       WORKING-STORAGE SECTION.
       01 WS-SO-STATUS PIC XX VALUE SPACES.
       01 WS-SO-EOF PIC X VALUE "N".
       01 WS-SO-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-MIN-BALANCE PIC 9(12) VALUE 100.
       01 WS-DAILY-LIMIT PIC 9(12) VALUE 10000.
       01 WS-TRAN-TYPE PIC X(8) VALUE SPACES.
       01 WS-TRAN-AMOUNT PIC 9(12) VALUE ZEROES.
       01 WS-SRC-FOUND PIC 9 VALUE ZERO.
       01 WS-CM-STATUS PIC XX VALUE SPACES.
       01 WS-CM-OPEN PIC X VALUE "N".
       01 WS-KYC-RESTRICTED PIC X VALUE "N".
       01 WS-MN-STATUS PIC XX VALUE SPACES.
       01 WS-MN-OPEN PIC X VALUE "N".
       01 WS-MN-MINOR PIC X VALUE "N".
       01 WS-MN-GUARDIAN PIC 9(8) VALUE ZEROES.
       01 WS-DEST-FOUND PIC 9 VALUE ZERO.
       01 WS-ORDER-OK PIC X VALUE "Y".
       01 WS-FAIL-REASON PIC X(40) VALUE SPACES.
       01 WS-FX-RATE-R PIC ZZZ9.9(6).
       01 WS-FX-REASON PIC X(30) VALUE SPACES.
       01 WS-TRAN-REASON PIC X(30) VALUE SPACES.
       01 WS-OB-STATUS PIC XX VALUE SPACES.
       01 WS-OD-STATUS PIC XX VALUE SPACES.
       01 WS-OS-STATUS PIC XX VALUE SPACES.
       01 WS-OD-OK PIC X VALUE "N".
       01 WS-OD-FOUND PIC X VALUE "N".
       01 WS-OD-NEED PIC S9(13) VALUE ZEROES.
       01 WS-OD-AMOUNT PIC 9(12) VALUE ZEROES.
       01 WS-OD-CHK-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-OD-SAV-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-OD-SAV-MIN PIC 9(12) VALUE ZEROES.
       01 WS-OD-EXCLUDE PIC 9(10) VALUE ZEROES.
       01 WS-OD-CHK-AVAIL PIC S9(13) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           DISPLAY "STANDING ORDER EXECUTION RUN " WS-TODAY.
           PERFORM P-LOAD-RATE-TABLE.
           PERFORM P-LOAD-PRODPARM.
           PERFORM P-LOAD-CALENDAR.
           MOVE ZERO TO WS-SO-COUNT.
           MOVE "N" TO WS-SO-EOF.
           OPEN I-O STANDING-FILE.
           IF WS-SO-STATUS IS EQUAL TO "00" THEN
             OPEN I-O USERDATA
             OPEN EXTEND TRANLOG
             MOVE "N" TO WS-CM-OPEN
             OPEN INPUT CUSTMAST
             IF WS-CM-STATUS IS EQUAL TO "00" THEN
               MOVE "Y" TO WS-CM-OPEN
             END-IF
             MOVE "N" TO WS-MN-OPEN
             OPEN INPUT MINOR-FILE
             IF WS-MN-STATUS IS EQUAL TO "00" THEN
               MOVE "Y" TO WS-MN-OPEN
             ELSE
               IF WS-MN-STATUS IS EQUAL TO "05" THEN
                 CLOSE MINOR-FILE
               END-IF
             END-IF
             PERFORM UNTIL WS-SO-EOF IS EQUAL TO "Y"
               READ STANDING-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-SO-EOF
                 NOT AT END
                   ADD 1 TO WS-SO-COUNT
                   PERFORM P-PROCESS-ORDER
               END-READ
             END-PERFORM
             CLOSE USERDATA
             CLOSE TRANLOG
             IF WS-CM-OPEN IS EQUAL TO "Y" THEN
               CLOSE CUSTMAST
             END-IF
             IF WS-MN-OPEN IS EQUAL TO "Y" THEN
               CLOSE MINOR-FILE
             END-IF
             CLOSE STANDING-FILE
           ELSE
             IF WS-SO-STATUS IS EQUAL TO "05" THEN
               CLOSE STANDING-FILE
             END-IF
           END-IF.
           IF WS-SO-COUNT IS EQUAL TO ZERO THEN
             DISPLAY "NO STANDING ORDERS ON FILE"
           END-IF.
           DISPLAY "ORDERS EXECUTED: " WS-EXEC-COUNT.
           DISPLAY "ORDERS IN EXCEPTION: " WS-EXCEPT-COUNT.
           STOP RUN.
       P-PROCESS-ORDER.
           IF SO-STATUS IS EQUAL TO "A" AND
             SO-NEXT-DATE IS LESS THAN OR EQUAL TO WS-TODAY THEN
             PERFORM P-EXECUTE-ORDER
             IF WS-ORDER-OK IS EQUAL TO "Y" THEN
               REWRITE SO-RECORD
                 INVALID KEY
                   DISPLAY "COULD NOT UPDATE ORDER " SO-SRC-ACCT " "
                   SO-SEQ
               END-REWRITE
             END-IF
           END-IF.
           EXIT.
       P-EXECUTE-ORDER.
           MOVE "Y" TO WS-ORDER-OK.
           MOVE SPACES TO WS-FAIL-REASON.
           MOVE "N" TO WS-OD-OK.
           MOVE SO-AMOUNT TO WS-XFER-AMOUNT.
           MOVE ZERO TO WS-SRC-FOUND.
           MOVE SO-SRC-ACCT TO F-ACCT-NO.
           READ USERDATA
             INVALID KEY MOVE 1 TO WS-SRC-FOUND
           END-READ.
           MOVE "N" TO WS-KYC-RESTRICTED.
           MOVE "N" TO WS-MN-MINOR.
           IF WS-SRC-FOUND IS EQUAL TO ZERO THEN
             PERFORM P-CHECK-RESTRICTION
             PERFORM P-CHECK-MINOR
           END-IF.
           IF WS-SRC-FOUND IS EQUAL TO 1 THEN
             MOVE "N" TO WS-ORDER-OK
             MOVE "SOURCE ACCOUNT NOT FOUND" TO WS-FAIL-REASON
           ELSE IF F-DORMANT IS EQUAL TO "Y" THEN
             MOVE "N" TO WS-ORDER-OK
             MOVE "SOURCE ACCOUNT DORMANT" TO WS-FAIL-REASON
           ELSE IF WS-KYC-RESTRICTED IS EQUAL TO "Y" THEN
             MOVE "N" TO WS-ORDER-OK
             MOVE "CUSTOMER RESTRICTED BY COMPLIANCE"
               TO WS-FAIL-REASON
           ELSE IF WS-MN-MINOR IS EQUAL TO "Y" AND
             SO-BANK IS GREATER THAN ZERO THEN
             MOVE "N" TO WS-ORDER-OK
             MOVE "MINOR ACCOUNT - NO EXTERNAL PAYMENTS"
               TO WS-FAIL-REASON
           ELSE
             MOVE F-CURRENCY TO WS-SRC-CURRENCY
             PERFORM P-SET-PRODUCT-RULES
             PERFORM P-CHECK-DAILY-RESET
             PERFORM P-CALC-AVAILABLE
             COMPUTE WS-RESULT-BAL = WS-AVAILABLE-BAL - WS-XFER-AMOUNT
             MOVE ZEROES TO WS-OD-EXCLUDE
             IF SO-BANK IS EQUAL TO ZERO THEN
               MOVE SO-DEST-ACCT TO WS-OD-EXCLUDE
             END-IF
             PERFORM P-OD-CHECK
             IF WS-XFER-AMOUNT IS GREATER THAN WS-AVAILABLE-BAL AND
               WS-OD-OK NOT EQUAL TO "Y" THEN
               MOVE "N" TO WS-ORDER-OK
               MOVE "INSUFFICIENT AVAILABLE BALANCE" TO WS-FAIL-REASON
             ELSE IF WS-RESULT-BAL IS LESS THAN WS-MIN-BALANCE AND
               WS-OD-OK NOT EQUAL TO "Y" THEN
               MOVE "N" TO WS-ORDER-OK
               MOVE "WOULD GO BELOW MINIMUM BALANCE" TO WS-FAIL-REASON
             ELSE IF WS-LIMIT-APPLIES IS EQUAL TO "Y" AND
               MOVE "DAILY WITHDRAWAL LIMIT EXCEEDED" TO WS-FAIL-REASON
             END-IF
           END-IF.
           IF WS-ORDER-OK IS EQUAL TO "Y" AND
             SO-BANK IS GREATER THAN ZERO THEN
             PERFORM P-RUN-OD-SWEEP
             IF WS-ORDER-OK IS EQUAL TO "Y" THEN
               PERFORM P-EXECUTE-EXTERNAL
             END-IF
           ELSE IF WS-ORDER-OK IS EQUAL TO "Y" THEN
             MOVE ZERO TO WS-DEST-FOUND
             MOVE SO-DEST-ACCT TO F-ACCT-NO
             READ USERDATA
               INVALID KEY MOVE 1 TO WS-DEST-FOUND
             END-READ
               MOVE "N" TO WS-ORDER-OK
               MOVE "DESTINATION ACCOUNT NOT FOUND" TO WS-FAIL-REASON
             ELSE
               IF WS-MN-MINOR IS EQUAL TO "Y" AND
                 (F-CUST-NO NOT EQUAL TO WS-MN-GUARDIAN OR
                  F-CUST-NO IS EQUAL TO ZERO) THEN
                 MOVE "N" TO WS-ORDER-OK
                 MOVE "MINOR ACCOUNT - PAYEE IS NOT THE GUARDIAN"
                   TO WS-FAIL-REASON
               END-IF
               MOVE WS-XFER-AMOUNT TO WS-XFER-CREDIT-AMT
               MOVE SPACES TO WS-FX-REASON
               IF F-CURRENCY NOT EQUAL TO WS-SRC-CURRENCY THEN
                 PERFORM P-PLAN-FX-CONVERSION
               END-IF
             END-IF
             IF WS-ORDER-OK IS EQUAL TO "Y" AND
               WS-OD-OK IS EQUAL TO "Y" THEN
               PERFORM P-RUN-OD-SWEEP
               MOVE SO-DEST-ACCT TO F-ACCT-NO
               READ USERDATA
                 INVALID KEY
                   MOVE "N" TO WS-ORDER-OK
                   MOVE "DESTINATION ACCOUNT NOT FOUND"
                     TO WS-FAIL-REASON
               END-READ
             END-IF
             IF WS-ORDER-OK IS EQUAL TO "Y" THEN
               MOVE F-BAL TO WS-OLD-BAL
               ADD WS-XFER-CREDIT-AMT TO F-BAL
               MOVE WS-FX-REASON TO WS-TRAN-REASON
               PERFORM P-LOG-TRANSACTION
               MOVE ZERO TO WS-SRC-FOUND
               MOVE SO-SRC-ACCT TO F-ACCT-NO
               READ USERDATA
                 INVALID KEY MOVE 1 TO WS-SRC-FOUND
               END-READ
           IF WS-ORDER-OK IS EQUAL TO "N" THEN
             ADD 1 TO WS-EXCEPT-COUNT
             MOVE WS-XFER-AMOUNT TO WS-AMT-R
             DISPLAY "EXCEPTION: ORDER " SO-SEQ " FROM "
             SO-SRC-ACCT " AMOUNT " WS-AMT-R " - "
             WS-FAIL-REASON
             MOVE WS-TODAY TO SX-DATE
             MOVE SO-SRC-ACCT TO SX-ACCT
             MOVE SO-DEST-ACCT TO SX-DEST
             MOVE WS-XFER-AMOUNT TO SX-AMOUNT
             MOVE WS-FAIL-REASON TO SX-REASON
             OPEN EXTEND SOEXCEPT-FILE
             CLOSE SOEXCEPT-FILE
           END-IF.
           EXIT.
       P-CHECK-RESTRICTION.
           IF WS-CM-OPEN IS EQUAL TO "Y" AND
             F-CUST-NO IS GREATER THAN ZERO THEN
             MOVE F-CUST-NO TO CM-CUST-NO
             READ CUSTMAST
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF CM-RESTRICTED IS EQUAL TO "Y" THEN
                   MOVE "Y" TO WS-KYC-RESTRICTED
                 END-IF
             END-READ
           END-IF.
           EXIT.
       P-CHECK-MINOR.
           MOVE ZEROES TO WS-MN-GUARDIAN.
           IF WS-MN-OPEN IS EQUAL TO "Y" THEN
             MOVE F-ACCT-NO TO MN-ACCT-NO
             READ MINOR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF MN-STATUS IS EQUAL TO "A" THEN
                   MOVE "Y" TO WS-MN-MINOR
                   MOVE MN-GUARDIAN TO WS-MN-GUARDIAN
                 END-IF
             END-READ
           END-IF.
           EXIT.
       P-EXECUTE-EXTERNAL.
           MOVE F-BAL TO WS-OLD-BAL.
           SUBTRACT WS-XFER-AMOUNT FROM F-BAL.
           ADD WS-XFER-AMOUNT TO F-DAILY-WITHDRAWN.
           REWRITE F-DATA
           END-REWRITE.
           MOVE "IBXFER" TO WS-TRAN-TYPE.
           MOVE WS-XFER-AMOUNT TO WS-TRAN-AMOUNT.
           MOVE SPACES TO WS-TRAN-REASON.
           STRING "TO BANK " SO-BANK " "
             SO-EXT-ACCT
             DELIMITED BY SIZE INTO WS-TRAN-REASON.
           PERFORM P-LOG-TRANSACTION.
           MOVE SPACES TO OB-RECORD.
           MOVE WS-TRAN-REF TO OB-REF.
           MOVE WS-TODAY TO OB-DATE.
           MOVE "P" TO OB-TYPE.
           MOVE F-ACCT-NO TO OB-ACCT.
           MOVE F-NAME TO OB-ORIG-NAME.
           MOVE SO-BANK TO OB-BANK.
           MOVE SO-EXT-ACCT TO OB-BEN-ACCT.
           MOVE SO-EXT-NAME TO OB-BEN-NAME.
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
           PERFORM P-ADVANCE-NEXT-DATE.
           ADD 1 TO WS-EXEC-COUNT.
           EXIT.
       P-ADVANCE-NEXT-DATE.
           MOVE SO-NEXT-DATE TO WS-NEXT-DATE.
           PERFORM UNTIL WS-NEXT-DATE IS GREATER THAN WS-TODAY
             EVALUATE SO-FREQ
               WHEN "D"
                 COMPUTE WS-NEXT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) + 1
           MOVE WS-NEXT-DATE TO WS-ROLL-DATE.
           PERFORM P-ROLL-BUSINESS-DAY.
           MOVE WS-ROLL-DATE TO WS-NEXT-DATE.
           MOVE WS-NEXT-DATE TO SO-NEXT-DATE.
           EXIT.
       P-PLAN-FX-CONVERSION.
           MOVE WS-SRC-CURRENCY TO WS-LOOK-CODE.
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF WS-MN-MINOR IS EQUAL TO "Y" THEN
             MOVE 2000 TO WS-DAILY-LIMIT
             MOVE "Y" TO WS-LIMIT-APPLIES
             PERFORM VARYING WS-PP-IDX FROM 1 BY 1
               UNTIL WS-PP-IDX > WS-PP-CNT
               IF WS-PP-T-TYPE(WS-PP-IDX) IS EQUAL TO "M" THEN
                 MOVE WS-PP-T-MIN(WS-PP-IDX) TO WS-MIN-BALANCE
                 MOVE WS-PP-T-LIMIT(WS-PP-IDX) TO WS-DAILY-LIMIT
                 MOVE WS-PP-T-APPLIES(WS-PP-IDX) TO WS-LIMIT-APPLIES
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF.
           EXIT.
       P-LOAD-CALENDAR.
           MOVE ZERO TO WS-CAL-COUNT.
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
             IF WS-OD-FOUND IS EQUAL TO "Y" AND
               WS-OD-SAV-ACCT NOT EQUAL TO WS-OD-EXCLUDE THEN
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
           PERFORM P-CHECK-DAILY-RESET.
           MOVE WS-OD-CHK-AVAIL TO WS-AVAILABLE-BAL.
           EXIT.
       P-RUN-OD-SWEEP.
           IF WS-OD-OK IS EQUAL TO "Y" THEN
             MOVE SO-SRC-ACCT TO F-ACCT-NO
             PERFORM P-OD-SWEEP
             IF WS-OD-OK NOT EQUAL TO "Y" THEN
               MOVE "N" TO WS-ORDER-OK
               MOVE "OVERDRAFT SWEEP FAILED" TO WS-FAIL-REASON
             END-IF
           END-IF.
           EXIT.
       P-OD-SWEEP.
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
           PERFORM P-CHECK-DAILY-RESET.
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
             MOVE WS-OD-AMOUNT TO WS-AMT-R
             DISPLAY "OVERDRAFT SWEEP: " WS-OD-SAV-ACCT " TO "
             F-ACCT-NO " AMOUNT " WS-AMT-R
           ELSE
             MOVE "N" TO WS-OD-OK
           END-IF.
           EXIT.
       P-OD-LOG-SWEEP.
           MOVE SPACES TO OS-RECORD.
           MOVE WS-TIMESTAMP(1:8) TO OS-DATE.
           MOVE WS-TIMESTAMP(9:6) TO OS-TIME.
           MOVE F-ACCT-NO TO OS-CHK-ACCT.
           MOVE WS-OD-SAV-ACCT TO OS-SAV-ACCT.
           MOVE WS-OD-AMOUNT TO OS-AMOUNT.
           MOVE "STANDING" TO OS-SOURCE.
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
           MOVE WS-TODAY TO WS-TIMESTAMP(1:8).
           MOVE F-ACCT-NO TO TL-ACCT.
           MOVE WS-TRAN-TYPE TO TL-TYPE.
           MOVE WS-TRAN-AMOUNT TO TL-AMOUNT.
           WRITE TSQ-RECORD.
           CLOSE TRANSEQ-FILE.
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
       END PROGRAM STANDING-ORDER-RUN.
