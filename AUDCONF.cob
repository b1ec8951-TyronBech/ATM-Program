       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CONFIRMATION.
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
       SELECT ARCHIVE-DATA ASSIGN TO
       "archive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
       SELECT TRANLOG ASSIGN TO
       "tranlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.
       SELECT CATALOG-FILE ASSIGN TO
       "archcat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
       SELECT ARCH-LOG ASSIGN TO DYNAMIC WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AG-STATUS.
       SELECT CUSTMAST ASSIGN TO
       "custmast.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY CM-CUST-NO
               FILE STATUS IS WS-CM-STATUS.
       SELECT OPTIONAL TERMDEP-FILE ASSIGN TO
       "tdidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TD-KEY
               FILE STATUS IS WS-TD-STATUS.
       SELECT LETTER-FILE ASSIGN TO DYNAMIC WS-LETTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD ARCHIVE-DATA.
       01 ARCH-RECORD.
         02 AR-ACCT-NO PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 AR-PIN PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 AR-BAL PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 AR-NAME PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 AR-AGE PIC Z9.
         02 FILLER PIC X VALUE SPACE.
         02 AR-FAILED-ATTEMPTS PIC 9.
         02 FILLER PIC X VALUE SPACE.
         02 AR-LOCKED PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 AR-DAILY-WITHDRAWN PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 AR-LAST-WITHDRAW-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 AR-SEC-QUESTION PIC X(40).
         02 FILLER PIC X VALUE SPACE.
         02 AR-SEC-ANSWER PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 AR-ACCT-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 AR-CURRENCY PIC X(3).
         02 FILLER PIC X VALUE SPACE.
         02 AR-LAST-ACTIVITY PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 AR-DORMANT PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 AR-CLOSE-DATE PIC 9(8).
       FD TRANLOG.
       01 TL-RECORD.
         02 TL-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 TL-TYPE PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 TL-AMOUNT PIC X(16).
         02 FILLER PIC X VALUE SPACE.
         02 TL-OLD-BAL PIC X(16).
         02 FILLER PIC X VALUE SPACE.
         02 TL-NEW-BAL PIC X(16).
         02 FILLER PIC X VALUE SPACE.
         02 TL-TIMESTAMP PIC X(26).
         02 FILLER PIC X VALUE SPACE.
         02 TL-REASON PIC X(30).
         02 FILLER PIC X VALUE SPACE.
         02 TL-REF PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 TL-USER PIC X(20).
       FD CATALOG-FILE.
       01 CAT-RECORD.
         02 CAT-PERIOD PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CAT-FILENAME PIC X(30).
         02 FILLER PIC X VALUE SPACE.
         02 CAT-COUNT PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CAT-HASH PIC 9(14).
         02 FILLER PIC X VALUE SPACE.
         02 CAT-CREATED PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 CAT-CHAIN PIC 9(14).
       FD ARCH-LOG.
       01 AG-LINE PIC X(160).
       01 AG-RECORD.
         02 AG-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 AG-TYPE PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 AG-AMOUNT PIC X(16).
         02 FILLER PIC X VALUE SPACE.
         02 AG-OLD-BAL PIC X(16).
         02 FILLER PIC X VALUE SPACE.
         02 AG-NEW-BAL PIC X(16).
         02 FILLER PIC X VALUE SPACE.
         02 AG-TIMESTAMP PIC X(26).
         02 FILLER PIC X VALUE SPACE.
         02 AG-REASON PIC X(30).
         02 FILLER PIC X VALUE SPACE.
         02 AG-REF PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 AG-USER PIC X(20).
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
       FD TERMDEP-FILE.
       01 TD-RECORD.
         02 TD-KEY.
           03 TD-ACCT PIC 9(10).
           03 TD-NO PIC 9(6).
         02 TD-AMOUNT PIC 9(12).
         02 TD-RATE PIC 9V9(4).
         02 TD-TERM PIC 9(3).
         02 TD-OPEN-DATE PIC 9(8).
         02 TD-MATURITY-DATE PIC 9(8).
         02 TD-STATUS PIC X.
       FD LETTER-FILE.
       01 LT-LINE PIC X(80).
       FD REGISTER-FILE.
       01 RG-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-UD-STATUS PIC XX VALUE SPACES.
       01 WS-AR-STATUS PIC XX VALUE SPACES.
       01 WS-TL-STATUS PIC XX VALUE SPACES.
       01 WS-CAT-STATUS PIC XX VALUE SPACES.
       01 WS-AG-STATUS PIC XX VALUE SPACES.
       01 WS-CM-STATUS PIC XX VALUE SPACES.
       01 WS-TD-STATUS PIC XX VALUE SPACES.
       01 WS-UD-EOF PIC X VALUE "N".
       01 WS-AR-EOF PIC X VALUE "N".
       01 WS-TL-EOF PIC X VALUE "N".
       01 WS-CAT-EOF PIC X VALUE "N".
       01 WS-AG-EOF PIC X VALUE "N".
       01 WS-TD-EOF PIC X VALUE "N".
       01 WS-ARCH-NAME PIC X(30) VALUE SPACES.
       01 WS-LETTER-NAME PIC X(30) VALUE SPACES.
       01 WS-REG-NAME PIC X(30) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-AS-AT PIC 9(8) VALUE ZEROES.
       01 WS-EVERY-N PIC 9(4) VALUE ZEROES.
       01 WS-THRESHOLD PIC 9(12) VALUE ZEROES.
       01 WS-RANDOM-PICKS PIC 9(4) VALUE ZEROES.
       01 WS-INC-DORMANT PIC X VALUE "N".
       01 WS-INC-CLOSED PIC X VALUE "N".
       01 WS-SEED PIC 9(8) VALUE ZEROES.
       01 WS-RANDOM PIC 9V9(8) VALUE ZEROES.
       01 WS-TRIES PIC 9(6) VALUE ZEROES.
       01 WS-PICKED PIC 9(4) VALUE ZEROES.
       01 WS-NTH-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PA-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PA-IDX PIC 9(4) VALUE ZEROES.
       01 WS-PA-SLOT PIC 9(4) VALUE ZEROES.
       01 WS-PA-FULL PIC X VALUE "N".
       01 WS-PA-TABLE.
         02 WS-PA-ENTRY OCCURS 1000 TIMES.
           03 WS-PA-T-ACCT PIC 9(10).
           03 WS-PA-T-SOURCE PIC X.
           03 WS-PA-T-CUST-NO PIC 9(8).
           03 WS-PA-T-NAME PIC X(20).
           03 WS-PA-T-ADDRESS PIC X(40).
           03 WS-PA-T-CURRENCY PIC X(3).
           03 WS-PA-T-TYPE PIC X.
           03 WS-PA-T-BAL PIC S9(13).
           03 WS-PA-T-BEFORE PIC X.
           03 WS-PA-T-AFTER PIC X.
           03 WS-PA-T-AFTER-BAL PIC S9(13).
           03 WS-PA-T-PICK PIC X.
       01 WS-REC-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-REC-DATE PIC 9(8) VALUE ZEROES.
       01 WS-REC-OLD PIC X(16) VALUE SPACES.
       01 WS-REC-NEW PIC X(16) VALUE SPACES.
       01 WS-THIS-BAL PIC S9(13) VALUE ZEROES.
       01 WS-LETTER-NO PIC 9(6) VALUE ZEROES.
       01 WS-LETTER-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-CLOSED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-NO-ADDR-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-TD-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-TD-NOTE PIC X(14) VALUE SPACES.
       01 WS-LT-NAME PIC X(20) VALUE SPACES.
       01 WS-LT-ADDRESS PIC X(40) VALUE SPACES.
       01 WS-PICK-NAME PIC X(10) VALUE SPACES.
       01 WS-ACCT-KIND PIC X(10) VALUE SPACES.
       01 WS-AMT-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-RATE-R PIC 9.9999.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "AUDITOR BALANCE CONFIRMATION LETTERS".
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(1:8) TO WS-TODAY.
           DISPLAY "BALANCES AS AT DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-AS-AT.
           DISPLAY "SELECT EVERY NTH ACCOUNT (0 = NONE): "
           WITH NO ADVANCING.
           ACCEPT WS-EVERY-N.
           DISPLAY "SELECT EVERY BALANCE AT OR ABOVE (0 = NONE): "
           WITH NO ADVANCING.
           ACCEPT WS-AMT-R.
           MOVE WS-AMT-R TO WS-THRESHOLD.
           DISPLAY "NUMBER OF RANDOM PICKS (0 = NONE): "
           WITH NO ADVANCING.
           ACCEPT WS-RANDOM-PICKS.
           DISPLAY "INCLUDE DORMANT ACCOUNTS (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-INC-DORMANT.
           MOVE FUNCTION UPPER-CASE(WS-INC-DORMANT) TO WS-INC-DORMANT.
           DISPLAY "INCLUDE ACCOUNTS CLOSED SINCE THE DATE (Y/N): "
           WITH NO ADVANCING.
           ACCEPT WS-INC-CLOSED.
           MOVE FUNCTION UPPER-CASE(WS-INC-CLOSED) TO WS-INC-CLOSED.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-AT) NOT EQUAL TO ZERO
             OR WS-AS-AT IS GREATER THAN WS-TODAY THEN
             DISPLAY "A VALID AS-AT DATE NOT AFTER TODAY IS REQUIRED"
             STOP RUN
           END-IF.
           IF WS-EVERY-N IS EQUAL TO ZERO AND
             WS-THRESHOLD IS EQUAL TO ZERO AND
             WS-RANDOM-PICKS IS EQUAL TO ZERO THEN
             DISPLAY "NO SAMPLING OPTION CHOSEN - RUN CANCELLED"
             STOP RUN
           END-IF.
           PERFORM P-LOAD-LIVE-ACCOUNTS.
           IF WS-INC-CLOSED IS EQUAL TO "Y" THEN
             PERFORM P-LOAD-CLOSED-ACCOUNTS
           END-IF.
           IF WS-PA-COUNT IS EQUAL TO ZERO THEN
             DISPLAY "NO ACCOUNTS IN THE POPULATION - RUN CANCELLED"
             STOP RUN
           END-IF.
           PERFORM P-WALK-ARCHIVES.
           PERFORM P-WALK-LIVE-LOG.
           PERFORM P-SETTLE-BALANCES.
           PERFORM P-SELECT-SAMPLE.
           PERFORM P-PRODUCE-LETTERS.
           DISPLAY "ACCOUNTS IN POPULATION: " WS-PA-COUNT.
           DISPLAY "CONFIRMATION LETTERS: " WS-LETTER-COUNT
           " IN " WS-LETTER-NAME.
           DISPLAY "CONTROL REGISTER WRITTEN TO " WS-REG-NAME.
           IF WS-PA-FULL IS EQUAL TO "Y" THEN
             DISPLAY "*** ACCOUNT TABLE FULL (1000) - POPULATION IS"
             " INCOMPLETE, SAMPLE DOES NOT COVER EVERY ACCOUNT ***"
           END-IF.
           STOP RUN.
       P-LOAD-LIVE-ACCOUNTS.
           MOVE "N" TO WS-UD-EOF.
           OPEN INPUT USERDATA.
           IF WS-UD-STATUS IS EQUAL TO "00" THEN
             MOVE ZEROES TO F-ACCT-NO
             START USERDATA KEY IS GREATER THAN OR EQUAL TO F-ACCT-NO
               INVALID KEY MOVE "Y" TO WS-UD-EOF
             END-START
             PERFORM UNTIL WS-UD-EOF IS EQUAL TO "Y"
               READ USERDATA NEXT RECORD
                 AT END MOVE "Y" TO WS-UD-EOF
                 NOT AT END
                   IF F-DORMANT NOT EQUAL TO "Y" OR
                     WS-INC-DORMANT IS EQUAL TO "Y" THEN
                     PERFORM P-ADD-LIVE-ACCOUNT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE USERDATA
           ELSE
             DISPLAY "ACCOUNT MASTER FILE IS NOT AVAILABLE"
           END-IF.
           EXIT.
       P-ADD-LIVE-ACCOUNT.
           IF WS-PA-COUNT IS LESS THAN 1000 THEN
             ADD 1 TO WS-PA-COUNT
             MOVE WS-PA-COUNT TO WS-PA-SLOT
             MOVE F-ACCT-NO TO WS-PA-T-ACCT(WS-PA-SLOT)
             MOVE "L" TO WS-PA-T-SOURCE(WS-PA-SLOT)
             MOVE F-CUST-NO TO WS-PA-T-CUST-NO(WS-PA-SLOT)
             MOVE F-NAME TO WS-PA-T-NAME(WS-PA-SLOT)
             MOVE F-ADDRESS TO WS-PA-T-ADDRESS(WS-PA-SLOT)
             MOVE F-CURRENCY TO WS-PA-T-CURRENCY(WS-PA-SLOT)
             MOVE F-ACCT-TYPE TO WS-PA-T-TYPE(WS-PA-SLOT)
             MOVE F-BAL TO WS-PA-T-BAL(WS-PA-SLOT)
             MOVE "N" TO WS-PA-T-BEFORE(WS-PA-SLOT)
             MOVE "N" TO WS-PA-T-AFTER(WS-PA-SLOT)
             MOVE ZEROES TO WS-PA-T-AFTER-BAL(WS-PA-SLOT)
             MOVE SPACE TO WS-PA-T-PICK(WS-PA-SLOT)
           ELSE
             MOVE "Y" TO WS-PA-FULL
           END-IF.
           EXIT.
       P-LOAD-CLOSED-ACCOUNTS.
           MOVE "N" TO WS-AR-EOF.
           OPEN INPUT ARCHIVE-DATA.
           IF WS-AR-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-AR-EOF IS EQUAL TO "Y"
               READ ARCHIVE-DATA
                 AT END MOVE "Y" TO WS-AR-EOF
                 NOT AT END
                   IF AR-CLOSE-DATE IS GREATER THAN WS-AS-AT AND
                     (AR-DORMANT NOT EQUAL TO "Y" OR
                      WS-INC-DORMANT IS EQUAL TO "Y") THEN
                     PERFORM P-ADD-CLOSED-ACCOUNT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARCHIVE-DATA
           END-IF.
           EXIT.
       P-ADD-CLOSED-ACCOUNT.
           IF WS-PA-COUNT IS LESS THAN 1000 THEN
             ADD 1 TO WS-PA-COUNT
             MOVE WS-PA-COUNT TO WS-PA-SLOT
             MOVE AR-ACCT-NO TO WS-PA-T-ACCT(WS-PA-SLOT)
             MOVE "C" TO WS-PA-T-SOURCE(WS-PA-SLOT)
             MOVE ZEROES TO WS-PA-T-CUST-NO(WS-PA-SLOT)
             MOVE AR-NAME TO WS-PA-T-NAME(WS-PA-SLOT)
             MOVE SPACES TO WS-PA-T-ADDRESS(WS-PA-SLOT)
             MOVE AR-CURRENCY TO WS-PA-T-CURRENCY(WS-PA-SLOT)
             MOVE AR-ACCT-TYPE TO WS-PA-T-TYPE(WS-PA-SLOT)
             MOVE AR-BAL TO WS-PA-T-BAL(WS-PA-SLOT)
             MOVE "N" TO WS-PA-T-BEFORE(WS-PA-SLOT)
             MOVE "N" TO WS-PA-T-AFTER(WS-PA-SLOT)
             MOVE ZEROES TO WS-PA-T-AFTER-BAL(WS-PA-SLOT)
             MOVE SPACE TO WS-PA-T-PICK(WS-PA-SLOT)
           ELSE
             MOVE "Y" TO WS-PA-FULL
           END-IF.
           EXIT.
       P-WALK-ARCHIVES.
           MOVE "N" TO WS-CAT-EOF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-CAT-EOF IS EQUAL TO "Y"
               READ CATALOG-FILE
                 AT END MOVE "Y" TO WS-CAT-EOF
                 NOT AT END
                   MOVE CAT-FILENAME TO WS-ARCH-NAME
                   PERFORM P-WALK-ONE-ARCHIVE
               END-READ
             END-PERFORM
             CLOSE CATALOG-FILE
           END-IF.
           EXIT.
       P-WALK-ONE-ARCHIVE.
           MOVE "N" TO WS-AG-EOF.
           OPEN INPUT ARCH-LOG.
           IF WS-AG-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-AG-EOF IS EQUAL TO "Y"
               READ ARCH-LOG
                 AT END MOVE "Y" TO WS-AG-EOF
                 NOT AT END
                   IF AG-LINE(1:7) NOT EQUAL TO "CONTROL" THEN
                     MOVE AG-ACCT TO WS-REC-ACCT
                     MOVE AG-TIMESTAMP(1:8) TO WS-REC-DATE
                     MOVE AG-OLD-BAL TO WS-REC-OLD
                     MOVE AG-NEW-BAL TO WS-REC-NEW
                     PERFORM P-TAKE-RECORD
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARCH-LOG
           END-IF.
           EXIT.
       P-WALK-LIVE-LOG.
           MOVE "N" TO WS-TL-EOF.
           OPEN INPUT TRANLOG.
           IF WS-TL-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-TL-EOF IS EQUAL TO "Y"
               READ TRANLOG
                 AT END MOVE "Y" TO WS-TL-EOF
                 NOT AT END
                   MOVE TL-ACCT TO WS-REC-ACCT
                   MOVE TL-TIMESTAMP(1:8) TO WS-REC-DATE
                   MOVE TL-OLD-BAL TO WS-REC-OLD
                   MOVE TL-NEW-BAL TO WS-REC-NEW
                   PERFORM P-TAKE-RECORD
               END-READ
             END-PERFORM
             CLOSE TRANLOG
           END-IF.
           EXIT.
       P-TAKE-RECORD.
           MOVE ZERO TO WS-PA-SLOT.
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
             UNTIL WS-PA-IDX > WS-PA-COUNT
             IF WS-PA-T-ACCT(WS-PA-IDX) IS EQUAL TO WS-REC-ACCT THEN
               MOVE WS-PA-IDX TO WS-PA-SLOT
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF WS-PA-SLOT IS EQUAL TO ZERO THEN
             CONTINUE
           ELSE IF WS-REC-DATE IS NOT GREATER THAN WS-AS-AT THEN
             COMPUTE WS-THIS-BAL = FUNCTION NUMVAL-C(WS-REC-NEW)
             MOVE WS-THIS-BAL TO WS-PA-T-BAL(WS-PA-SLOT)
             MOVE "Y" TO WS-PA-T-BEFORE(WS-PA-SLOT)
           ELSE IF WS-PA-T-AFTER(WS-PA-SLOT) IS EQUAL TO "N" THEN
             COMPUTE WS-THIS-BAL = FUNCTION NUMVAL-C(WS-REC-OLD)
             MOVE WS-THIS-BAL TO WS-PA-T-AFTER-BAL(WS-PA-SLOT)
             MOVE "Y" TO WS-PA-T-AFTER(WS-PA-SLOT)
           END-IF.
           EXIT.
       P-SETTLE-BALANCES.
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
             UNTIL WS-PA-IDX > WS-PA-COUNT
             IF WS-PA-T-BEFORE(WS-PA-IDX) IS EQUAL TO "N" AND
               WS-PA-T-AFTER(WS-PA-IDX) IS EQUAL TO "Y" THEN
               MOVE WS-PA-T-AFTER-BAL(WS-PA-IDX)
                 TO WS-PA-T-BAL(WS-PA-IDX)
             END-IF
           END-PERFORM.
           EXIT.
       P-SELECT-SAMPLE.
           MOVE ZERO TO WS-NTH-COUNT.
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
             UNTIL WS-PA-IDX > WS-PA-COUNT
             ADD 1 TO WS-NTH-COUNT
             IF WS-THRESHOLD IS GREATER THAN ZERO AND
               WS-PA-T-BAL(WS-PA-IDX) IS NOT LESS THAN WS-THRESHOLD
               THEN
               MOVE "T" TO WS-PA-T-PICK(WS-PA-IDX)
             END-IF
             IF WS-EVERY-N IS GREATER THAN ZERO AND
               WS-NTH-COUNT IS EQUAL TO WS-EVERY-N THEN
               MOVE ZERO TO WS-NTH-COUNT
               IF WS-PA-T-PICK(WS-PA-IDX) IS EQUAL TO SPACE THEN
                 MOVE "N" TO WS-PA-T-PICK(WS-PA-IDX)
               END-IF
             END-IF
           END-PERFORM.
           IF WS-RANDOM-PICKS IS GREATER THAN ZERO THEN
             MOVE WS-DATE-TIME(9:8) TO WS-SEED
             COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED)
             MOVE ZERO TO WS-PICKED
             MOVE ZERO TO WS-TRIES
             PERFORM UNTIL WS-PICKED IS EQUAL TO WS-RANDOM-PICKS
               OR WS-TRIES IS GREATER THAN WS-PA-COUNT * 10
               ADD 1 TO WS-TRIES
               COMPUTE WS-PA-IDX = FUNCTION RANDOM * WS-PA-COUNT + 1
               IF WS-PA-IDX IS GREATER THAN WS-PA-COUNT THEN
                 MOVE WS-PA-COUNT TO WS-PA-IDX
               END-IF
               IF WS-PA-T-PICK(WS-PA-IDX) IS EQUAL TO SPACE THEN
                 MOVE "R" TO WS-PA-T-PICK(WS-PA-IDX)
                 ADD 1 TO WS-PICKED
               END-IF
             END-PERFORM
             IF WS-PICKED IS LESS THAN WS-RANDOM-PICKS THEN
               DISPLAY "ONLY " WS-PICKED " RANDOM PICKS COULD BE MADE"
               " - THE REST OF THE POPULATION IS ALREADY SELECTED"
             END-IF
           END-IF.
           EXIT.
       P-PRODUCE-LETTERS.
           MOVE SPACES TO WS-LETTER-NAME.
           STRING "audconf." WS-AS-AT ".txt"
             DELIMITED BY SIZE INTO WS-LETTER-NAME.
           MOVE SPACES TO WS-REG-NAME.
           STRING "audreg." WS-AS-AT ".txt"
             DELIMITED BY SIZE INTO WS-REG-NAME.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT REGISTER-FILE.
           OPEN INPUT CUSTMAST.
           OPEN INPUT TERMDEP-FILE.
           MOVE SPACES TO RG-LINE.
           STRING "BALANCE CONFIRMATION CONTROL REGISTER - BALANCES AS"
             " AT " WS-AS-AT "   PRODUCED " WS-TODAY
             DELIMITED BY SIZE INTO RG-LINE.
           WRITE RG-LINE.
           MOVE SPACES TO RG-LINE.
           STRING "SAMPLE: EVERY " WS-EVERY-N "  AT OR ABOVE "
             WS-THRESHOLD "  RANDOM " WS-RANDOM-PICKS
             "  DORMANT " WS-INC-DORMANT "  CLOSED " WS-INC-CLOSED
             DELIMITED BY SIZE INTO RG-LINE.
           WRITE RG-LINE.
           MOVE SPACES TO RG-LINE.
           WRITE RG-LINE.
           MOVE SPACES TO RG-LINE.
           MOVE "LETTER" TO RG-LINE(1:6).
           MOVE "ACCOUNT" TO RG-LINE(8:7).
           MOVE "CUSTOMER" TO RG-LINE(19:8).
           MOVE "NAME" TO RG-LINE(28:4).
           MOVE "CCY" TO RG-LINE(49:3).
           MOVE "AS-AT BALANCE" TO RG-LINE(57:13).
           MOVE "TDS" TO RG-LINE(70:3).
           MOVE "SAMPLE" TO RG-LINE(75:6).
           MOVE "STATUS" TO RG-LINE(86:6).
           MOVE "REPLY" TO RG-LINE(97:5).
           WRITE RG-LINE.
           MOVE ZERO TO WS-LETTER-NO.
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
             UNTIL WS-PA-IDX > WS-PA-COUNT
             IF WS-PA-T-PICK(WS-PA-IDX) NOT EQUAL TO SPACE THEN
               PERFORM P-WRITE-LETTER
             END-IF
           END-PERFORM.
           MOVE SPACES TO RG-LINE.
           WRITE RG-LINE.
           IF WS-LETTER-COUNT IS EQUAL TO ZERO THEN
             MOVE "  NO ACCOUNTS MET THE SAMPLING OPTIONS" TO RG-LINE
             WRITE RG-LINE
           END-IF.
           MOVE SPACES TO RG-LINE.
           STRING "POPULATION " WS-PA-COUNT "  LETTERS "
             WS-LETTER-COUNT "  CLOSED SINCE " WS-CLOSED-COUNT
             "  NO ADDRESS " WS-NO-ADDR-COUNT
             DELIMITED BY SIZE INTO RG-LINE.
           WRITE RG-LINE.
           IF WS-PA-FULL IS EQUAL TO "Y" THEN
             MOVE "*** ACCOUNT TABLE FULL - POPULATION INCOMPLETE ***"
               TO RG-LINE
             WRITE RG-LINE
           END-IF.
           IF WS-TD-STATUS IS EQUAL TO "00" OR
             WS-TD-STATUS IS EQUAL TO "05" THEN
             CLOSE TERMDEP-FILE
           END-IF.
           IF WS-CM-STATUS IS EQUAL TO "00" THEN
             CLOSE CUSTMAST
           END-IF.
           CLOSE REGISTER-FILE.
           CLOSE LETTER-FILE.
           EXIT.
       P-WRITE-LETTER.
           ADD 1 TO WS-LETTER-NO.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE WS-PA-T-NAME(WS-PA-IDX) TO WS-LT-NAME.
           MOVE WS-PA-T-ADDRESS(WS-PA-IDX) TO WS-LT-ADDRESS.
           IF WS-PA-T-CUST-NO(WS-PA-IDX) IS GREATER THAN ZERO AND
             WS-CM-STATUS IS EQUAL TO "00" THEN
             MOVE WS-PA-T-CUST-NO(WS-PA-IDX) TO CM-CUST-NO
             READ CUSTMAST
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF CM-MERGED-INTO IS NUMERIC AND
                   CM-MERGED-INTO IS GREATER THAN ZERO THEN
                   MOVE CM-MERGED-INTO TO CM-CUST-NO
                   READ CUSTMAST
                     INVALID KEY CONTINUE
                   END-READ
                 END-IF
                 IF CM-ADDRESS NOT EQUAL TO SPACES THEN
                   MOVE CM-NAME TO WS-LT-NAME
                   MOVE CM-ADDRESS TO WS-LT-ADDRESS
                 END-IF
             END-READ
           END-IF.
           IF WS-LT-ADDRESS IS EQUAL TO SPACES THEN
             MOVE "ADDRESS NOT ON FILE - HAND TO THE AUDITORS"
               TO WS-LT-ADDRESS
             ADD 1 TO WS-NO-ADDR-COUNT
           END-IF.
           EVALUATE WS-PA-T-PICK(WS-PA-IDX)
             WHEN "T" MOVE "THRESHOLD" TO WS-PICK-NAME
             WHEN "N" MOVE "EVERY NTH" TO WS-PICK-NAME
             WHEN OTHER MOVE "RANDOM" TO WS-PICK-NAME
           END-EVALUATE.
           IF WS-PA-T-TYPE(WS-PA-IDX) IS EQUAL TO "C" THEN
             MOVE "CHECKING" TO WS-ACCT-KIND
           ELSE
             MOVE "SAVINGS" TO WS-ACCT-KIND
           END-IF.
           MOVE ALL "-" TO LT-LINE.
           WRITE LT-LINE.
           MOVE SPACES TO LT-LINE.
           STRING "BALANCE CONFIRMATION REQUEST         LETTER NO "
             WS-LETTER-NO DELIMITED BY SIZE INTO LT-LINE.
           WRITE LT-LINE.
           MOVE SPACES TO LT-LINE.
           STRING "DATE: " WS-TODAY DELIMITED BY SIZE INTO LT-LINE.
           WRITE LT-LINE.
           MOVE SPACES TO LT-LINE.
           WRITE LT-LINE.
           MOVE WS-LT-NAME TO LT-LINE.
           WRITE LT-LINE.
           MOVE WS-LT-ADDRESS TO LT-LINE.
           WRITE LT-LINE.
           MOVE SPACES TO LT-LINE.
           WRITE LT-LINE.
           MOVE "DEAR CUSTOMER," TO LT-LINE.
           WRITE LT-LINE.
           MOVE "AS PART OF THEIR EXAMINATION OF OUR ACCOUNTS, OUR"
             TO LT-LINE.
           WRITE LT-LINE.
           MOVE "AUDITORS ASK YOU TO CONFIRM THE BALANCES BELOW AS AT"
             TO LT-LINE.
           WRITE LT-LINE.
           MOVE SPACES TO LT-LINE.
           STRING "THE CLOSE OF BUSINESS ON " WS-AS-AT "."
             DELIMITED BY SIZE INTO LT-LINE.
           WRITE LT-LINE.
           MOVE SPACES TO LT-LINE.
           WRITE LT-LINE.
           MOVE WS-PA-T-BAL(WS-PA-IDX) TO WS-AMT-R.
           MOVE SPACES TO LT-LINE.
           STRING "ACCOUNT " WS-PA-T-ACCT(WS-PA-IDX) " " WS-ACCT-KIND
             "  BALANCE " WS-AMT-R " " WS-PA-T-CURRENCY(WS-PA-IDX)
             DELIMITED BY SIZE INTO LT-LINE.
           WRITE LT-LINE.
           MOVE ZERO TO WS-TD-COUNT.
           IF WS-TD-STATUS IS EQUAL TO "00" THEN
             PERFORM P-LETTER-DEPOSITS
           END-IF.
           IF WS-TD-COUNT IS EQUAL TO ZERO THEN
             MOVE "NO TERM DEPOSITS WERE HELD ON THIS ACCOUNT."
               TO LT-LINE
             WRITE LT-LINE
           END-IF.
           MOVE SPACES TO LT-LINE.
           WRITE LT-LINE.
           MOVE "PLEASE COMPLETE THE SLIP BELOW AND RETURN IT DIRECTLY"
             TO LT-LINE.
           WRITE LT-LINE.
           MOVE "TO OUR AUDITORS. DO NOT SEND PAYMENTS WITH THIS REPLY."
             TO LT-LINE.
           WRITE LT-LINE.
           MOVE SPACES TO LT-LINE.
           WRITE LT-LINE.
           MOVE "- - - - - - - - - - - REPLY SLIP - - - - - - - - - - -"
             TO LT-LINE.
           WRITE LT-LINE.
           MOVE SPACES TO LT-LINE.
           STRING "LETTER NO " WS-LETTER-NO "   ACCOUNT "
             WS-PA-T-ACCT(WS-PA-IDX) "   AS AT " WS-AS-AT
             DELIMITED BY SIZE INTO LT-LINE.
           WRITE LT-LINE.
           MOVE "[ ] I AGREE THE BALANCES SHOWN ABOVE" TO LT-LINE.
           WRITE LT-LINE.
           MOVE "[ ] I DO NOT AGREE - DETAILS:" TO LT-LINE.
           WRITE LT-LINE.
           MOVE "    ______________________________________________"
             TO LT-LINE.
           WRITE LT-LINE.
           MOVE "SIGNED: ______________________   DATE: ____________"
             TO LT-LINE.
           WRITE LT-LINE.
           MOVE SPACES TO LT-LINE.
           WRITE LT-LINE.
           IF WS-PA-T-SOURCE(WS-PA-IDX) IS EQUAL TO "C" THEN
             ADD 1 TO WS-CLOSED-COUNT
           END-IF.
           MOVE WS-PA-T-BAL(WS-PA-IDX) TO WS-AMT-R.
           MOVE SPACES TO RG-LINE.
           MOVE WS-LETTER-NO TO RG-LINE(1:6).
           MOVE WS-PA-T-ACCT(WS-PA-IDX) TO RG-LINE(8:10).
           MOVE WS-PA-T-CUST-NO(WS-PA-IDX) TO RG-LINE(19:8).
           MOVE WS-LT-NAME TO RG-LINE(28:20).
           MOVE WS-PA-T-CURRENCY(WS-PA-IDX) TO RG-LINE(49:3).
           MOVE WS-AMT-R TO RG-LINE(53:16).
           MOVE WS-TD-COUNT TO RG-LINE(70:4).
           MOVE WS-PICK-NAME TO RG-LINE(75:10).
           IF WS-PA-T-SOURCE(WS-PA-IDX) IS EQUAL TO "C" THEN
             MOVE "CLOSED" TO RG-LINE(86:6)
           ELSE
             MOVE "OPEN" TO RG-LINE(86:4)
           END-IF.
           MOVE "__________" TO RG-LINE(97:10).
           WRITE RG-LINE.
           EXIT.
       P-LETTER-DEPOSITS.
           MOVE "N" TO WS-TD-EOF.
           MOVE WS-PA-T-ACCT(WS-PA-IDX) TO TD-ACCT.
           MOVE ZEROES TO TD-NO.
           START TERMDEP-FILE KEY IS GREATER THAN OR EQUAL TO TD-KEY
             INVALID KEY MOVE "Y" TO WS-TD-EOF
           END-START.
           PERFORM UNTIL WS-TD-EOF IS EQUAL TO "Y"
             READ TERMDEP-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-TD-EOF
               NOT AT END
                 IF TD-ACCT NOT EQUAL TO WS-PA-T-ACCT(WS-PA-IDX) THEN
                   MOVE "Y" TO WS-TD-EOF
                 ELSE
                   IF TD-OPEN-DATE IS NOT GREATER THAN WS-AS-AT AND
                     (TD-STATUS IS EQUAL TO "O" OR
                      TD-MATURITY-DATE IS GREATER THAN WS-AS-AT) THEN
                     PERFORM P-LETTER-ONE-DEPOSIT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           EXIT.
       P-LETTER-ONE-DEPOSIT.
           IF WS-TD-COUNT IS EQUAL TO ZERO THEN
             MOVE "TERM DEPOSITS HELD AT THAT DATE:" TO LT-LINE
             WRITE LT-LINE
           END-IF.
           ADD 1 TO WS-TD-COUNT.
           EVALUATE TD-STATUS
             WHEN "M" MOVE "(SINCE MATURED)" TO WS-TD-NOTE
             WHEN "B" MOVE "(SINCE BROKEN)" TO WS-TD-NOTE
             WHEN OTHER MOVE SPACES TO WS-TD-NOTE
           END-EVALUATE.
           MOVE TD-AMOUNT TO WS-AMT-R.
           MOVE TD-RATE TO WS-RATE-R.
           MOVE SPACES TO LT-LINE.
           STRING "  DEPOSIT " TD-NO " " WS-AMT-R " "
             WS-PA-T-CURRENCY(WS-PA-IDX) " @" WS-RATE-R
             " DUE " TD-MATURITY-DATE " " WS-TD-NOTE
             DELIMITED BY SIZE INTO LT-LINE.
           WRITE LT-LINE.
           EXIT.
       END PROGRAM AUDIT-CONFIRMATION.
