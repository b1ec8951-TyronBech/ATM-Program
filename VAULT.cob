       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL VAULT-FILE ASSIGN TO
       "vaultidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY VLT-KEY
               FILE STATUS IS WS-VLT-STATUS.
       SELECT VAULTLOAD-FILE ASSIGN TO
       "vaultload.txt"
       SELECT VAULTXFER-FILE ASSIGN TO
       "vaultxfer.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TERMINAL-FILE ASSIGN TO
       "terminal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.
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
       SELECT BRVAULT-FILE ASSIGN TO
       "brvault.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BV-STATUS.
       SELECT CASHMOVE-FILE ASSIGN TO
       "cashmove.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD VAULT-FILE.
       01 VLT-RECORD.
         02 VLT-KEY.
           03 VLT-TERMINAL PIC X(8).
           03 VLT-SECTION PIC X.
           03 VLT-DENOM PIC 9(4).
         02 VLT-COUNT PIC 9(6).
       FD VAULTLOAD-FILE.
       01 VL-RECORD.
         02 VL-DATE PIC 9(8).
         02 VL-N500 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VL-N100 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VL-TERMINAL PIC X(8).
       FD VAULTXFER-FILE.
       01 VX-RECORD.
         02 VX-DATE PIC 9(8).
         02 VX-N500 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VX-N100 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VX-TERMINAL PIC X(8).
       FD TERMINAL-FILE.
       01 TM-RECORD.
         02 TM-ID PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 TM-BRANCH PIC X(6).
         02 FILLER PIC X VALUE SPACE.
         02 TM-LOCATION PIC X(30).
         02 FILLER PIC X VALUE SPACE.
         02 TM-STATUS PIC X.
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
       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC 9 VALUE ZERO.
       01 WS-VLT-STATUS PIC XX VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-CONFIRM PIC X VALUE SPACE.
       01 WS-OP-STATUS PIC XX VALUE SPACES.
       01 WS-OP-EOF PIC X VALUE "N".
       01 WS-SIGNON-OK PIC X VALUE "N".
       01 WS-SIGNON-TRIES PIC 9 VALUE ZERO.
       01 WS-ENTER-ID PIC X(8) VALUE SPACES.
       01 WS-ENTER-PASSWORD PIC X(12) VALUE SPACES.
       01 WS-OPER-ID PIC X(8) VALUE SPACES.
       01 WS-OPER-NAME PIC X(20) VALUE SPACES.
       01 WS-OPER-ROLE PIC X VALUE SPACE.
       01 WS-HASH-WORK PIC 9(18) VALUE ZEROES.
       01 WS-HASH-I PIC 99 VALUE ZEROES.
       01 WS-HASH-PW-IN PIC X(12) VALUE SPACES.
       01 WS-HASH-PW-OUT PIC 9(10) VALUE ZEROES.
       01 WS-HASH-PW-REC PIC X(12) VALUE SPACES.
       01 WS-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-EN-STATUS PIC XX VALUE SPACES.
       01 WS-EN-EOF PIC X VALUE "N".
       01 WS-EN-FUNC PIC X(8) VALUE SPACES.
       01 WS-EN-SUPV PIC X VALUE "N".
       01 WS-EN-OK PIC X VALUE "N".
       01 WS-EN-LIMIT PIC 9(12) VALUE ZEROES.
       01 WS-LOG-ACTION PIC X(12) VALUE SPACES.
       01 WS-LOG-TARGET PIC 9(10) VALUE ZEROES.
       01 WS-LOG-OPER2 PIC X(8) VALUE SPACES.
       01 WS-TERMINAL-ID PIC X(8) VALUE SPACES.
       01 WS-TERMINAL-OK PIC X VALUE "N".
       01 WS-BV-STATUS PIC XX VALUE SPACES.
       01 WS-BV-EOF PIC X VALUE "N".
       01 WS-BV-1000 PIC 9(6) VALUE ZEROES.
       01 WS-BV-500 PIC 9(6) VALUE ZEROES.
       01 WS-BV-100 PIC 9(6) VALUE ZEROES.
       01 WS-OPER2-ID PIC X(8) VALUE SPACES.
       01 WS-OPER2-OK PIC X VALUE "N".
       01 WS-MOVE-TYPE PIC X(4) VALUE SPACES.
       01 WS-MOVE-LOC PIC X(8) VALUE SPACES.
       01 WS-TM-STATUS PIC XX VALUE SPACES.
       01 WS-TM-EOF PIC X VALUE "N".
       01 WS-TM-FULL PIC X VALUE "N".
       01 WS-TM-CHOICE PIC 9 VALUE ZERO.
       01 WS-TM-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-TM-IDX PIC 9(3) VALUE ZEROES.
       01 WS-TM-FOUND PIC 9(3) VALUE ZEROES.
       01 WS-TM-NEW-ID PIC X(8) VALUE SPACES.
       01 WS-TM-NEW-BRANCH PIC X(6) VALUE SPACES.
       01 WS-TM-NEW-LOCATION PIC X(30) VALUE SPACES.
       01 WS-TM-TABLE.
         02 WS-TM-ENTRY OCCURS 100 TIMES.
           03 WS-TM-T-ID PIC X(8).
           03 WS-TM-T-BRANCH PIC X(6).
           03 WS-TM-T-LOCATION PIC X(30).
           03 WS-TM-T-STATUS PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-OPERATOR-SIGNON.
           IF WS-SIGNON-OK IS EQUAL TO "N" THEN
             DISPLAY "SIGN-ON FAILED - CASH VAULT UTILITY CLOSED"
             STOP RUN
           END-IF.
           DISPLAY "SIGNED ON: " WS-OPER-NAME.
           PERFORM UNTIL WS-CHOICE IS EQUAL TO 9
             DISPLAY " "
             DISPLAY "CASH VAULT UTILITY"
             DISPLAY "1 - LOAD CASSETTE FROM BRANCH VAULT"
             DISPLAY "2 - CASH POSITION REPORT"
             DISPLAY "3 - MOVE DEPOSIT CASSETTE TO DISPENSABLE"
             DISPLAY "4 - TERMINAL MASTER"
             DISPLAY "5 - RETURN ATM CASH TO BRANCH VAULT"
             DISPLAY "6 - RECEIVE SHIPMENT FROM CASH CENTRE"
             DISPLAY "7 - SEND SHIPMENT TO CASH CENTRE"
             DISPLAY "8 - BRANCH VAULT POSITION"
             DISPLAY "9 - EXIT"
             DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
             ACCEPT WS-CHOICE
             PERFORM P-CHECK-CHOICE
             IF (WS-CHOICE IS GREATER THAN ZERO AND
               WS-CHOICE IS LESS THAN 4) OR WS-CHOICE IS EQUAL TO 5
               THEN
               PERFORM P-SELECT-TERMINAL
               IF WS-TERMINAL-OK IS EQUAL TO "N" THEN
                 MOVE ZERO TO WS-CHOICE
               END-IF
             END-IF
             EVALUATE WS-CHOICE
               WHEN 0 CONTINUE
               WHEN 1 PERFORM P-RECORD-LOAD
               WHEN 2 PERFORM P-POSITION-REPORT
               WHEN 3 PERFORM P-CASSETTE-TRANSFER
               WHEN 4 PERFORM P-TERMINAL-MASTER
               WHEN 5 PERFORM P-ATM-RETURN
               WHEN 6 PERFORM P-SHIPMENT
               WHEN 7 PERFORM P-SHIPMENT
               WHEN 8 PERFORM P-BRVAULT-POSITION
               WHEN 9 DISPLAY "EXITING CASH VAULT UTILITY"
               WHEN OTHER DISPLAY "INVALID CHOICE"
             END-EVALUATE
           END-PERFORM.
           STOP RUN.
       P-CHECK-CHOICE.
           MOVE SPACES TO WS-EN-FUNC.
           EVALUATE WS-CHOICE
             WHEN 1 MOVE "VLTLOAD" TO WS-EN-FUNC
             WHEN 3 MOVE "VLTMOVE" TO WS-EN-FUNC
             WHEN 4 MOVE "TERMMAST" TO WS-EN-FUNC
             WHEN 5 MOVE "VLTRETRN" TO WS-EN-FUNC
             WHEN 6 MOVE "VLTSHIP" TO WS-EN-FUNC
             WHEN 7 MOVE "VLTSHIP" TO WS-EN-FUNC
             WHEN OTHER CONTINUE
           END-EVALUATE.
           IF WS-EN-FUNC NOT EQUAL TO SPACES THEN
             MOVE "N" TO WS-EN-SUPV
             PERFORM P-CHECK-ENTITLEMENT
             IF WS-EN-OK NOT EQUAL TO "Y" THEN
               DISPLAY "YOUR ROLE MAY NOT USE THAT FUNCTION"
               MOVE ZEROES TO WS-LOG-TARGET
               PERFORM P-LOG-REFUSAL
               MOVE ZERO TO WS-CHOICE
             END-IF
           END-IF.
           EXIT.
       P-RECORD-LOAD.
           PERFORM P-LOAD-VAULT.
           PERFORM P-LOAD-BRVAULT.
           DISPLAY "BRANCH VAULT HOLDS 1000 X " WS-BV-1000
           " 500 X " WS-BV-500 " 100 X " WS-BV-100.
           DISPLAY "ENTER NOTES LOADED AT 1000: " WITH NO ADVANCING.
           ACCEPT WS-LOAD-1000.
           DISPLAY "ENTER NOTES LOADED AT 500: " WITH NO ADVANCING.
           ACCEPT WS-LOAD-500.
           DISPLAY "ENTER NOTES LOADED AT 100: " WITH NO ADVANCING.
           ACCEPT WS-LOAD-100.
           IF WS-LOAD-1000 IS EQUAL TO ZERO AND
             WS-LOAD-500 IS EQUAL TO ZERO AND
             WS-LOAD-100 IS EQUAL TO ZERO THEN
             DISPLAY "NO NOTES ENTERED - NOTHING TO LOAD"
           ELSE IF WS-LOAD-1000 IS GREATER THAN WS-BV-1000 OR
             WS-LOAD-500 IS GREATER THAN WS-BV-500 OR
             WS-LOAD-100 IS GREATER THAN WS-BV-100 THEN
             DISPLAY "BRANCH VAULT DOES NOT HOLD THAT NOTE MIX"
             " - CASSETTE LOAD NOT RECORDED"
           ELSE
             DISPLAY "CONFIRM CASSETTE LOAD (Y/N)? "
             WITH NO ADVANCING
             ACCEPT WS-CONFIRM
             IF WS-CONFIRM IS EQUAL TO "Y" OR WS-CONFIRM IS EQUAL
               TO "y" THEN
               PERFORM P-SECOND-SIGNON
               IF WS-OPER2-OK IS EQUAL TO "Y" THEN
                 ADD WS-LOAD-1000 TO WS-VAULT-1000
                 ADD WS-LOAD-500 TO WS-VAULT-500
                 ADD WS-LOAD-100 TO WS-VAULT-100
                 SUBTRACT WS-LOAD-1000 FROM WS-BV-1000
                 SUBTRACT WS-LOAD-500 FROM WS-BV-500
                 SUBTRACT WS-LOAD-100 FROM WS-BV-100
                 PERFORM P-SAVE-VAULT
                 PERFORM P-SAVE-BRVAULT
                 PERFORM P-LOG-VAULT-LOAD
                 MOVE "VTAT" TO WS-MOVE-TYPE
                 MOVE WS-TERMINAL-ID TO WS-MOVE-LOC
                 PERFORM P-LOG-CASH-MOVE
                 DISPLAY "CASSETTE LOAD RECORDED"
               ELSE
                 DISPLAY "CASSETTE LOAD CANCELLED - NOT WITNESSED"
               END-IF
             ELSE
               DISPLAY "CASSETTE LOAD CANCELLED"
             END-IF
           END-IF.
           EXIT.
       P-ATM-RETURN.
           PERFORM P-LOAD-VAULT.
           PERFORM P-LOAD-BRVAULT.
           DISPLAY "DISPENSABLE STOCK 1000 X " WS-VAULT-1000
           " 500 X " WS-VAULT-500 " 100 X " WS-VAULT-100.
           DISPLAY "MOVE THE DEPOSIT CASSETTE TO DISPENSABLE FIRST TO"
           " RETURN ITS NOTES".
           DISPLAY "ENTER NOTES RETURNED AT 1000: " WITH NO ADVANCING.
           ACCEPT WS-LOAD-1000.
           DISPLAY "ENTER NOTES RETURNED AT 500: " WITH NO ADVANCING.
           ACCEPT WS-LOAD-500.
           DISPLAY "ENTER NOTES RETURNED AT 100: " WITH NO ADVANCING.
           ACCEPT WS-LOAD-100.
           IF WS-LOAD-1000 IS EQUAL TO ZERO AND
             WS-LOAD-500 IS EQUAL TO ZERO AND
             WS-LOAD-100 IS EQUAL TO ZERO THEN
             DISPLAY "NO NOTES ENTERED - NOTHING TO RETURN"
           ELSE IF WS-LOAD-1000 IS GREATER THAN WS-VAULT-1000 OR
             WS-LOAD-500 IS GREATER THAN WS-VAULT-500 OR
             WS-LOAD-100 IS GREATER THAN WS-VAULT-100 THEN
             DISPLAY "TERMINAL DOES NOT HOLD THAT NOTE MIX"
             " - RETURN NOT RECORDED"
           ELSE
             DISPLAY "CONFIRM RETURN TO BRANCH VAULT (Y/N)? "
             WITH NO ADVANCING
             ACCEPT WS-CONFIRM
             IF WS-CONFIRM IS EQUAL TO "Y" OR WS-CONFIRM IS EQUAL
               TO "y" THEN
               PERFORM P-SECOND-SIGNON
               IF WS-OPER2-OK IS EQUAL TO "Y" THEN
                 SUBTRACT WS-LOAD-1000 FROM WS-VAULT-1000
                 SUBTRACT WS-LOAD-500 FROM WS-VAULT-500
                 SUBTRACT WS-LOAD-100 FROM WS-VAULT-100
                 ADD WS-LOAD-1000 TO WS-BV-1000
                 ADD WS-LOAD-500 TO WS-BV-500
                 ADD WS-LOAD-100 TO WS-BV-100
                 PERFORM P-SAVE-VAULT
                 PERFORM P-SAVE-BRVAULT
                 MOVE "ATVT" TO WS-MOVE-TYPE
                 MOVE WS-TERMINAL-ID TO WS-MOVE-LOC
                 PERFORM P-LOG-CASH-MOVE
                 DISPLAY "ATM CASH RETURNED TO THE BRANCH VAULT"
               ELSE
                 DISPLAY "RETURN CANCELLED - NOT WITNESSED"
               END-IF
             ELSE
               DISPLAY "RETURN CANCELLED"
             END-IF
           END-IF.
           EXIT.
       P-SHIPMENT.
           PERFORM P-LOAD-BRVAULT.
           IF WS-CHOICE IS EQUAL TO 6 THEN
             DISPLAY "SHIPMENT RECEIVED FROM THE CASH CENTRE"
             MOVE "SHIN" TO WS-MOVE-TYPE
           ELSE
             DISPLAY "SHIPMENT SENT TO THE CASH CENTRE"
             MOVE "SHOT" TO WS-MOVE-TYPE
           END-IF.
           MOVE "CASHCTR" TO WS-MOVE-LOC.
           DISPLAY "BRANCH VAULT HOLDS 1000 X " WS-BV-1000
           " 500 X " WS-BV-500 " 100 X " WS-BV-100.
           DISPLAY "ENTER NOTES AT 1000: " WITH NO ADVANCING.
           ACCEPT WS-LOAD-1000.
           DISPLAY "ENTER NOTES AT 500: " WITH NO ADVANCING.
           ACCEPT WS-LOAD-500.
           DISPLAY "ENTER NOTES AT 100: " WITH NO ADVANCING.
           ACCEPT WS-LOAD-100.
           IF WS-LOAD-1000 IS EQUAL TO ZERO AND
             WS-LOAD-500 IS EQUAL TO ZERO AND
             WS-LOAD-100 IS EQUAL TO ZERO THEN
             DISPLAY "NO NOTES ENTERED - NOTHING RECORDED"
           ELSE IF WS-MOVE-TYPE IS EQUAL TO "SHOT" AND
             (WS-LOAD-1000 IS GREATER THAN WS-BV-1000 OR
             WS-LOAD-500 IS GREATER THAN WS-BV-500 OR
             WS-LOAD-100 IS GREATER THAN WS-BV-100) THEN
             DISPLAY "BRANCH VAULT DOES NOT HOLD THAT NOTE MIX"
             " - SHIPMENT NOT RECORDED"
           ELSE
             DISPLAY "CONFIRM SHIPMENT (Y/N)? " WITH NO ADVANCING
             ACCEPT WS-CONFIRM
             IF WS-CONFIRM IS EQUAL TO "Y" OR WS-CONFIRM IS EQUAL
               TO "y" THEN
               PERFORM P-SECOND-SIGNON
               IF WS-OPER2-OK IS EQUAL TO "Y" THEN
                 IF WS-MOVE-TYPE IS EQUAL TO "SHIN" THEN
                   ADD WS-LOAD-1000 TO WS-BV-1000
                   ADD WS-LOAD-500 TO WS-BV-500
                   ADD WS-LOAD-100 TO WS-BV-100
                 ELSE
                   SUBTRACT WS-LOAD-1000 FROM WS-BV-1000
                   SUBTRACT WS-LOAD-500 FROM WS-BV-500
                   SUBTRACT WS-LOAD-100 FROM WS-BV-100
                 END-IF
                 PERFORM P-SAVE-BRVAULT
                 PERFORM P-LOG-CASH-MOVE
                 DISPLAY "SHIPMENT RECORDED"
               ELSE
                 DISPLAY "SHIPMENT CANCELLED - NOT WITNESSED"
               END-IF
             ELSE
               DISPLAY "SHIPMENT CANCELLED"
             END-IF
           END-IF.
           EXIT.
       P-BRVAULT-POSITION.
           PERFORM P-LOAD-BRVAULT.
           COMPUTE WS-VALUE-1000 = WS-BV-1000 * 1000.
           COMPUTE WS-VALUE-500 = WS-BV-500 * 500.
           COMPUTE WS-VALUE-100 = WS-BV-100 * 100.
           COMPUTE WS-TOTAL-VALUE = WS-VALUE-1000 + WS-VALUE-500 +
               WS-VALUE-100.
           DISPLAY "BRANCH VAULT POSITION".
           DISPLAY "DENOM  NOTES       VALUE".
           MOVE WS-VALUE-1000 TO WS-VALUE-R.
           DISPLAY "1000  " WS-BV-1000 " " WS-VALUE-R.
           MOVE WS-VALUE-500 TO WS-VALUE-R.
           DISPLAY "0500  " WS-BV-500 " " WS-VALUE-R.
           MOVE WS-VALUE-100 TO WS-VALUE-R.
           DISPLAY "0100  " WS-BV-100 " " WS-VALUE-R.
           MOVE WS-TOTAL-VALUE TO WS-TOTAL-R.
           DISPLAY "TOTAL IN THE BRANCH VAULT: " WS-TOTAL-R.
           EXIT.
       P-CASSETTE-TRANSFER.
           PERFORM P-LOAD-VAULT.
           COMPUTE WS-CASS-VALUE = WS-CASS-1000 * 1000
               MOVE WS-CASS-1000 TO VX-N1000
               MOVE WS-CASS-500 TO VX-N500
               MOVE WS-CASS-100 TO VX-N100
               MOVE WS-TERMINAL-ID TO VX-TERMINAL
               OPEN EXTEND VAULTXFER-FILE
               WRITE VX-RECORD
               CLOSE VAULTXFER-FILE
           MOVE WS-LOAD-1000 TO VL-N1000.
           MOVE WS-LOAD-500 TO VL-N500.
           MOVE WS-LOAD-100 TO VL-N100.
           MOVE WS-TERMINAL-ID TO VL-TERMINAL.
           OPEN EXTEND VAULTLOAD-FILE.
           WRITE VL-RECORD.
           CLOSE VAULTLOAD-FILE.
           COMPUTE WS-TOTAL-VALUE = WS-VALUE-1000 + WS-VALUE-500 +
               WS-VALUE-100.
           DISPLAY "END-OF-DAY CASH POSITION REPORT " WS-TODAY.
           DISPLAY "TERMINAL " WS-TERMINAL-ID.
           DISPLAY "DENOM  NOTES       VALUE".
           MOVE WS-VALUE-1000 TO WS-VALUE-R.
           DISPLAY "1000  " WS-VAULT-1000 " " WS-VALUE-R.
           MOVE "N" TO WS-VLT-EOF.
           OPEN INPUT VAULT-FILE.
           IF WS-VLT-STATUS IS EQUAL TO "00" THEN
             MOVE WS-TERMINAL-ID TO VLT-TERMINAL
             MOVE LOW-VALUES TO VLT-SECTION
             MOVE ZEROES TO VLT-DENOM
             START VAULT-FILE KEY IS GREATER THAN OR EQUAL TO VLT-KEY
               INVALID KEY MOVE "Y" TO WS-VLT-EOF
             END-START
             PERFORM UNTIL WS-VLT-EOF IS EQUAL TO "Y"
               READ VAULT-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-VLT-EOF
                 NOT AT END
                   IF VLT-TERMINAL NOT EQUAL TO WS-TERMINAL-ID THEN
                     MOVE "Y" TO WS-VLT-EOF
                   ELSE IF VLT-SECTION IS EQUAL TO "C" THEN
                     EVALUATE VLT-DENOM
                       WHEN 1000 MOVE VLT-COUNT TO WS-CASS-1000
                       WHEN 500 MOVE VLT-COUNT TO WS-CASS-500
               END-READ
             END-PERFORM
             CLOSE VAULT-FILE
           ELSE
             IF WS-VLT-STATUS IS EQUAL TO "05" THEN
               CLOSE VAULT-FILE
             END-IF
           END-IF.
           EXIT.
       P-SAVE-VAULT.
           OPEN I-O VAULT-FILE.
           MOVE WS-TERMINAL-ID TO VLT-TERMINAL.
           MOVE "D" TO VLT-SECTION.
           MOVE 1000 TO VLT-DENOM.
           MOVE WS-VAULT-1000 TO VLT-COUNT.
           PERFORM P-PUT-VAULT-ROW.
           MOVE 500 TO VLT-DENOM.
           MOVE WS-VAULT-500 TO VLT-COUNT.
           PERFORM P-PUT-VAULT-ROW.
           MOVE 100 TO VLT-DENOM.
           MOVE WS-VAULT-100 TO VLT-COUNT.
           PERFORM P-PUT-VAULT-ROW.
           MOVE "C" TO VLT-SECTION.
           MOVE 1000 TO VLT-DENOM.
           MOVE WS-CASS-1000 TO VLT-COUNT.
           PERFORM P-PUT-VAULT-ROW.
           MOVE 500 TO VLT-DENOM.
           MOVE WS-CASS-500 TO VLT-COUNT.
           PERFORM P-PUT-VAULT-ROW.
           MOVE 100 TO VLT-DENOM.
           MOVE WS-CASS-100 TO VLT-COUNT.
           PERFORM P-PUT-VAULT-ROW.
           CLOSE VAULT-FILE.
           EXIT.
       P-PUT-VAULT-ROW.
           WRITE VLT-RECORD
             INVALID KEY
               REWRITE VLT-RECORD
               END-REWRITE
           END-WRITE.
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
           MOVE WS-MOVE-LOC TO CM-LOC.
           MOVE WS-LOAD-1000 TO CM-N1000.
           MOVE WS-LOAD-500 TO CM-N500.
           MOVE WS-LOAD-100 TO CM-N100.
           MOVE WS-OPER-ID TO CM-OPER.
           MOVE WS-OPER2-ID TO CM-OPER2.
           OPEN EXTEND CASHMOVE-FILE.
           WRITE CM-RECORD.
           CLOSE CASHMOVE-FILE.
           EXIT.
       P-SELECT-TERMINAL.
           MOVE "N" TO WS-TERMINAL-OK.
           DISPLAY "ENTER TERMINAL ID: " WITH NO ADVANCING.
           ACCEPT WS-TERMINAL-ID.
           MOVE FUNCTION UPPER-CASE(WS-TERMINAL-ID) TO WS-TERMINAL-ID.
           PERFORM P-LOAD-TERMINALS.
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
             UNTIL WS-TM-IDX > WS-TM-COUNT
             IF WS-TM-T-ID(WS-TM-IDX) IS EQUAL TO WS-TERMINAL-ID THEN
               MOVE "Y" TO WS-TERMINAL-OK
               DISPLAY "TERMINAL " WS-TERMINAL-ID " "
               WS-TM-T-BRANCH(WS-TM-IDX) " "
               WS-TM-T-LOCATION(WS-TM-IDX)
               IF WS-TM-T-STATUS(WS-TM-IDX) NOT EQUAL TO "I" THEN
                 DISPLAY "NOTE: TERMINAL IS OUT OF SERVICE"
               END-IF
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF WS-TERMINAL-OK IS EQUAL TO "N" THEN
             DISPLAY "TERMINAL NOT ON THE TERMINAL MASTER"
           END-IF.
           EXIT.
       P-TERMINAL-MASTER.
           PERFORM P-LOAD-TERMINALS.
           DISPLAY "TERMINAL MASTER".
           DISPLAY "ID       BRANCH LOCATION                       ST".
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
             UNTIL WS-TM-IDX > WS-TM-COUNT
             DISPLAY WS-TM-T-ID(WS-TM-IDX) " "
             WS-TM-T-BRANCH(WS-TM-IDX) " "
             WS-TM-T-LOCATION(WS-TM-IDX) " "
             WS-TM-T-STATUS(WS-TM-IDX)
           END-PERFORM.
           DISPLAY "1 - ADD TERMINAL".
           DISPLAY "2 - PUT TERMINAL IN SERVICE".
           DISPLAY "3 - TAKE TERMINAL OUT OF SERVICE".
           DISPLAY "4 - BACK".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-TM-CHOICE.
           EVALUATE WS-TM-CHOICE
             WHEN 1 PERFORM P-TERMINAL-ADD
             WHEN 2 PERFORM P-TERMINAL-STATUS
             WHEN 3 PERFORM P-TERMINAL-STATUS
             WHEN OTHER CONTINUE
           END-EVALUATE.
           EXIT.
       P-TERMINAL-ADD.
           IF WS-TM-FULL IS EQUAL TO "Y" OR
             WS-TM-COUNT IS EQUAL TO 100 THEN
             DISPLAY "TERMINAL MASTER IS FULL - NOTHING ADDED"
           ELSE
             DISPLAY "ENTER NEW TERMINAL ID: " WITH NO ADVANCING
             ACCEPT WS-TM-NEW-ID
             MOVE FUNCTION UPPER-CASE(WS-TM-NEW-ID) TO WS-TM-NEW-ID
             MOVE ZERO TO WS-TM-FOUND
             PERFORM VARYING WS-TM-IDX FROM 1 BY 1
               UNTIL WS-TM-IDX > WS-TM-COUNT
               IF WS-TM-T-ID(WS-TM-IDX) IS EQUAL TO WS-TM-NEW-ID
                 THEN
                 MOVE WS-TM-IDX TO WS-TM-FOUND
               END-IF
             END-PERFORM
             IF WS-TM-NEW-ID IS EQUAL TO SPACES THEN
               DISPLAY "TERMINAL ID IS REQUIRED"
             ELSE IF WS-TM-FOUND IS GREATER THAN ZERO THEN
               DISPLAY "TERMINAL ALREADY ON THE MASTER"
             ELSE
               DISPLAY "ENTER BRANCH CODE: " WITH NO ADVANCING
               ACCEPT WS-TM-NEW-BRANCH
               DISPLAY "ENTER LOCATION: " WITH NO ADVANCING
               ACCEPT WS-TM-NEW-LOCATION
               ADD 1 TO WS-TM-COUNT
               MOVE WS-TM-NEW-ID TO WS-TM-T-ID(WS-TM-COUNT)
               MOVE FUNCTION UPPER-CASE(WS-TM-NEW-BRANCH)
                 TO WS-TM-T-BRANCH(WS-TM-COUNT)
               MOVE FUNCTION UPPER-CASE(WS-TM-NEW-LOCATION)
                 TO WS-TM-T-LOCATION(WS-TM-COUNT)
               MOVE "O" TO WS-TM-T-STATUS(WS-TM-COUNT)
               PERFORM P-SAVE-TERMINALS
               DISPLAY "TERMINAL ADDED - OUT OF SERVICE UNTIL"
               " PUT IN SERVICE"
             END-IF
           END-IF.
           EXIT.
       P-TERMINAL-STATUS.
           DISPLAY "ENTER TERMINAL ID: " WITH NO ADVANCING.
           ACCEPT WS-TM-NEW-ID.
           MOVE FUNCTION UPPER-CASE(WS-TM-NEW-ID) TO WS-TM-NEW-ID.
           MOVE ZERO TO WS-TM-FOUND.
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
             UNTIL WS-TM-IDX > WS-TM-COUNT
             IF WS-TM-T-ID(WS-TM-IDX) IS EQUAL TO WS-TM-NEW-ID THEN
               MOVE WS-TM-IDX TO WS-TM-FOUND
             END-IF
           END-PERFORM.
           IF WS-TM-FOUND IS EQUAL TO ZERO THEN
             DISPLAY "TERMINAL NOT ON THE TERMINAL MASTER"
           ELSE
             IF WS-TM-CHOICE IS EQUAL TO 2 THEN
               MOVE "I" TO WS-TM-T-STATUS(WS-TM-FOUND)
               DISPLAY "TERMINAL " WS-TM-NEW-ID " IN SERVICE"
             ELSE
               MOVE "O" TO WS-TM-T-STATUS(WS-TM-FOUND)
               DISPLAY "TERMINAL " WS-TM-NEW-ID " OUT OF SERVICE"
             END-IF
             PERFORM P-SAVE-TERMINALS
           END-IF.
           EXIT.
       P-LOAD-TERMINALS.
           MOVE ZERO TO WS-TM-COUNT.
           MOVE "N" TO WS-TM-EOF.
           MOVE "N" TO WS-TM-FULL.
           OPEN INPUT TERMINAL-FILE.
           IF WS-TM-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-TM-EOF IS EQUAL TO "Y"
               OR WS-TM-COUNT IS EQUAL TO 100
               READ TERMINAL-FILE
                 AT END MOVE "Y" TO WS-TM-EOF
                 NOT AT END
                   ADD 1 TO WS-TM-COUNT
                   MOVE TM-ID TO WS-TM-T-ID(WS-TM-COUNT)
                   MOVE TM-BRANCH TO WS-TM-T-BRANCH(WS-TM-COUNT)
                   MOVE TM-LOCATION TO WS-TM-T-LOCATION(WS-TM-COUNT)
                   MOVE TM-STATUS TO WS-TM-T-STATUS(WS-TM-COUNT)
               END-READ
             END-PERFORM
             IF WS-TM-EOF NOT EQUAL TO "Y" THEN
               READ TERMINAL-FILE
                 AT END MOVE "Y" TO WS-TM-EOF
                 NOT AT END MOVE "Y" TO WS-TM-FULL
               END-READ
             END-IF
             CLOSE TERMINAL-FILE
           END-IF.
           EXIT.
       P-SAVE-TERMINALS.
           IF WS-TM-FULL IS EQUAL TO "Y" THEN
             DISPLAY "TERMINAL MASTER EXCEEDS THE 100-ENTRY TABLE"
             " - NOT REWRITTEN"
           ELSE
             OPEN OUTPUT TERMINAL-FILE
             PERFORM VARYING WS-TM-IDX FROM 1 BY 1
               UNTIL WS-TM-IDX > WS-TM-COUNT
               MOVE WS-TM-T-ID(WS-TM-IDX) TO TM-ID
               MOVE WS-TM-T-BRANCH(WS-TM-IDX) TO TM-BRANCH
               MOVE WS-TM-T-LOCATION(WS-TM-IDX) TO TM-LOCATION
               MOVE WS-TM-T-STATUS(WS-TM-IDX) TO TM-STATUS
               WRITE TM-RECORD
             END-PERFORM
             CLOSE TERMINAL-FILE
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
       END PROGRAM CASH-VAULT.
