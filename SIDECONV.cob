       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIDEFILE-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OLD-HOLDS ASSIGN TO
       "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OH-STATUS.
       SELECT OLD-STANDING ASSIGN TO
       "standing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OS-STATUS.
       SELECT OLD-PAYEES ASSIGN TO
       "payees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.
       SELECT OLD-ALERTPREF ASSIGN TO
       "alertpref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OA-STATUS.
       SELECT OLD-TERMDEP ASSIGN TO
       "termdep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OT-STATUS.
       SELECT OLD-VAULT ASSIGN TO
       "vault.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OV-STATUS.
       SELECT HOLDS-FILE ASSIGN TO
       "holdidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.
       SELECT STANDING-FILE ASSIGN TO
       "standidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SO-KEY
               FILE STATUS IS WS-SO-STATUS.
       SELECT PAYEE-FILE ASSIGN TO
       "payeeidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY PY-KEY
               FILE STATUS IS WS-PY-STATUS.
       SELECT ALERTPREF-FILE ASSIGN TO
       "alertidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY AP-ACCT
               FILE STATUS IS WS-AP-STATUS.
       SELECT TERMDEP-FILE ASSIGN TO
       "tdidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TD-KEY
               FILE STATUS IS WS-TD-STATUS.
       SELECT VAULT-FILE ASSIGN TO
       "vaultidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY VLT-KEY
               FILE STATUS IS WS-VLT-STATUS.
       SELECT TERMINAL-FILE ASSIGN TO
       "terminal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.
       SELECT MARKER-FILE ASSIGN TO
       "sidekey.flg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OLD-HOLDS.
       01 OH-RECORD.
         02 OH-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OH-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 OH-RELEASE-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 OH-STATUS PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 OH-REF PIC 9(10).
       FD OLD-STANDING.
       01 OS-RECORD.
         02 OS-SRC-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OS-DEST-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OS-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 OS-FREQ PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 OS-NEXT-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 OS-STATUS PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 OS-BANK PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 OS-EXT-ACCT PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 OS-EXT-NAME PIC X(20).
       FD OLD-PAYEES.
       01 OP-RECORD.
         02 OP-OWNER PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OP-DEST PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OP-NICK PIC X(15).
         02 FILLER PIC X VALUE SPACE.
         02 OP-CONFIRMED PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 OP-ADDED PIC 9(8).
       FD OLD-ALERTPREF.
       01 OA-RECORD.
         02 OA-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OA-LOW-BAL PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 OA-LARGE-DEBIT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 OA-SO-FAIL PIC X.
       FD OLD-TERMDEP.
       01 OT-RECORD.
         02 OT-NO PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 OT-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OT-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 OT-RATE PIC 9V9(4).
         02 FILLER PIC X VALUE SPACE.
         02 OT-TERM PIC 9(3).
         02 FILLER PIC X VALUE SPACE.
         02 OT-OPEN-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 OT-MATURITY-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 OT-STATUS PIC X.
       FD OLD-VAULT.
       01 OV-RECORD.
         02 OV-DENOM PIC 9(4).
         02 FILLER PIC X VALUE SPACE.
         02 OV-COUNT PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 OV-SECTION PIC X.
       FD HOLDS-FILE.
       01 HLD-RECORD.
         02 HLD-KEY.
           03 HLD-ACCT PIC 9(10).
           03 HLD-REF PIC 9(10).
         02 HLD-AMOUNT PIC 9(12).
         02 HLD-RELEASE-DATE PIC 9(8).
         02 HLD-STATUS PIC X.
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
       FD PAYEE-FILE.
       01 PY-RECORD.
         02 PY-KEY.
           03 PY-OWNER PIC 9(10).
           03 PY-DEST PIC 9(10).
         02 PY-NICK PIC X(15).
         02 PY-CONFIRMED PIC X.
         02 PY-ADDED PIC 9(8).
       FD ALERTPREF-FILE.
       01 AP-RECORD.
         02 AP-ACCT PIC 9(10).
         02 AP-LOW-BAL PIC 9(12).
         02 AP-LARGE-DEBIT PIC 9(12).
         02 AP-SO-FAIL PIC X.
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
       FD VAULT-FILE.
       01 VLT-RECORD.
         02 VLT-KEY.
           03 VLT-TERMINAL PIC X(8).
           03 VLT-SECTION PIC X.
           03 VLT-DENOM PIC 9(4).
         02 VLT-COUNT PIC 9(6).
       FD TERMINAL-FILE.
       01 TM-RECORD.
         02 TM-ID PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 TM-BRANCH PIC X(6).
         02 FILLER PIC X VALUE SPACE.
         02 TM-LOCATION PIC X(30).
         02 FILLER PIC X VALUE SPACE.
         02 TM-STATUS PIC X.
       FD MARKER-FILE.
       01 MK-RECORD.
         02 MK-TAG PIC X(6).
         02 FILLER PIC X VALUE SPACE.
         02 MK-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-OH-STATUS PIC XX VALUE SPACES.
       01 WS-OS-STATUS PIC XX VALUE SPACES.
       01 WS-OP-STATUS PIC XX VALUE SPACES.
       01 WS-OA-STATUS PIC XX VALUE SPACES.
       01 WS-OT-STATUS PIC XX VALUE SPACES.
       01 WS-HLD-STATUS PIC XX VALUE SPACES.
       01 WS-SO-STATUS PIC XX VALUE SPACES.
       01 WS-PY-STATUS PIC XX VALUE SPACES.
       01 WS-AP-STATUS PIC XX VALUE SPACES.
       01 WS-TD-STATUS PIC XX VALUE SPACES.
       01 WS-OV-STATUS PIC XX VALUE SPACES.
       01 WS-VLT-STATUS PIC XX VALUE SPACES.
       01 WS-TM-STATUS PIC XX VALUE SPACES.
       01 WS-MK-STATUS PIC XX VALUE SPACES.
       01 WS-EOF PIC X VALUE "N".
       01 WS-WRITTEN PIC X VALUE "N".
       01 WS-ALREADY-RUN PIC X VALUE "N".
       01 WS-VAULT-FOUND PIC X VALUE "N".
       01 WS-TERMINAL-OK PIC X VALUE "N".
       01 WS-TM-EOF PIC X VALUE "N".
       01 WS-VAULT-TERMINAL PIC X(8) VALUE SPACES.
       01 WS-CONFIRM PIC X VALUE SPACE.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-HLD-UNREF-NEXT PIC 9(10) VALUE 9999999999.
       01 WS-READ-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-WRITE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-DUP-COUNT PIC 9(6) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(1:8) TO WS-TODAY.
           DISPLAY "ONE-TIME SIDE FILE KEYED CONVERSION".
           PERFORM P-CHECK-MARKER.
           IF WS-ALREADY-RUN IS EQUAL TO "Y" THEN
             DISPLAY "CONVERSION HAS ALREADY BEEN RUN - NOTHING DONE"
             STOP RUN
           END-IF.
           DISPLAY "THIS COPIES THE HOLD, STANDING ORDER, PAYEE,"
           " ALERT PREFERENCE, TERM DEPOSIT".
           DISPLAY "AND ATM VAULT FILES".
           DISPLAY "INTO THEIR KEYED REPLACEMENTS. THE OLD FILES ARE"
           " LEFT IN PLACE.".
           DISPLAY "RUN THIS EXACTLY ONCE, AFTER TAKING A BACKUP AND"
           " BEFORE THE FIRST".
           DISPLAY "END-OF-DAY RUN ON THE NEW PROGRAMS.".
           DISPLAY "PROCEED (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT EQUAL TO "Y" AND
             WS-CONFIRM NOT EQUAL TO "y" THEN
             DISPLAY "CONVERSION CANCELLED"
             STOP RUN
           END-IF.
           PERFORM P-GET-VAULT-TERMINAL.
           IF WS-VAULT-FOUND IS EQUAL TO "Y" AND
             WS-TERMINAL-OK NOT EQUAL TO "Y" THEN
             DISPLAY "CONVERSION NOT RUN - NOTHING CHANGED"
             STOP RUN
           END-IF.
           PERFORM P-CONVERT-HOLDS.
           PERFORM P-CONVERT-STANDING.
           PERFORM P-CONVERT-PAYEES.
           PERFORM P-CONVERT-ALERTPREFS.
           PERFORM P-CONVERT-TERMDEPS.
           PERFORM P-CONVERT-VAULT.
           PERFORM P-WRITE-MARKER.
           DISPLAY "THE ACCOUNT FILE NAME AND CUSTOMER INDEXES ARE"
           " BUILT BY UNLOADING".
           DISPLAY "THE ACCOUNT FILE WITH USERDATA-UNLOAD BEFORE THE"
           " NEW PROGRAMS ARE".
           DISPLAY "INSTALLED AND RELOADING IT WITH USERDATA-RELOAD"
           " AFTERWARDS.".
           DISPLAY "CONVERSION COMPLETE".
           STOP RUN.
       P-CHECK-MARKER.
           MOVE "N" TO WS-ALREADY-RUN.
           OPEN INPUT MARKER-FILE.
           IF WS-MK-STATUS IS EQUAL TO "00" THEN
             READ MARKER-FILE
               AT END CONTINUE
               NOT AT END MOVE "Y" TO WS-ALREADY-RUN
             END-READ
             CLOSE MARKER-FILE
           END-IF.
           EXIT.
       P-GET-VAULT-TERMINAL.
           MOVE "N" TO WS-VAULT-FOUND.
           MOVE "N" TO WS-TERMINAL-OK.
           OPEN INPUT OLD-VAULT.
           IF WS-OV-STATUS IS EQUAL TO "00" THEN
             MOVE "Y" TO WS-VAULT-FOUND
             CLOSE OLD-VAULT
           END-IF.
           IF WS-VAULT-FOUND IS EQUAL TO "Y" THEN
             DISPLAY "THE OLD VAULT FILE HOLDS ONE ATM'S CASSETTES."
             DISPLAY "ENTER THE TERMINAL ID OF THAT ATM: " WITH NO
             ADVANCING
             ACCEPT WS-VAULT-TERMINAL
             MOVE FUNCTION UPPER-CASE(WS-VAULT-TERMINAL)
               TO WS-VAULT-TERMINAL
             MOVE "N" TO WS-TM-EOF
             OPEN INPUT TERMINAL-FILE
             IF WS-TM-STATUS IS EQUAL TO "00" THEN
               PERFORM UNTIL WS-TM-EOF IS EQUAL TO "Y"
                 READ TERMINAL-FILE
                   AT END MOVE "Y" TO WS-TM-EOF
                   NOT AT END
                     IF TM-ID IS EQUAL TO WS-VAULT-TERMINAL AND
                       WS-VAULT-TERMINAL NOT EQUAL TO SPACES THEN
                       MOVE "Y" TO WS-TERMINAL-OK
                       MOVE "Y" TO WS-TM-EOF
                       DISPLAY "TERMINAL " TM-ID " " TM-BRANCH " "
                       TM-LOCATION
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE TERMINAL-FILE
             ELSE
               DISPLAY "TERMINAL MASTER COULD NOT BE OPENED, STATUS "
               WS-TM-STATUS
             END-IF
             IF WS-TERMINAL-OK NOT EQUAL TO "Y" THEN
               DISPLAY "TERMINAL " WS-VAULT-TERMINAL
               " IS NOT ON THE TERMINAL MASTER"
             END-IF
           END-IF.
           EXIT.
       P-WRITE-MARKER.
           OPEN OUTPUT MARKER-FILE.
           MOVE "KEYED" TO MK-TAG.
           MOVE WS-TODAY TO MK-DATE.
           WRITE MK-RECORD.
           CLOSE MARKER-FILE.
           EXIT.
       P-SHOW-COUNTS.
           DISPLAY "  READ: " WS-READ-COUNT
           "  WRITTEN: " WS-WRITE-COUNT
           "  DUPLICATES: " WS-DUP-COUNT.
           EXIT.
       P-CONVERT-HOLDS.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE ZERO TO WS-WRITE-COUNT.
           MOVE ZERO TO WS-DUP-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN OUTPUT HOLDS-FILE.
           OPEN INPUT OLD-HOLDS.
           IF WS-OH-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ OLD-HOLDS
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM P-WRITE-HOLD
               END-READ
             END-PERFORM
             CLOSE OLD-HOLDS
           END-IF.
           CLOSE HOLDS-FILE.
           DISPLAY "HOLDS:".
           PERFORM P-SHOW-COUNTS.
           EXIT.
       P-WRITE-HOLD.
           MOVE OH-ACCT TO HLD-ACCT.
           IF OH-REF IS NUMERIC THEN
             MOVE OH-REF TO HLD-REF
           ELSE
             MOVE ZERO TO HLD-REF
           END-IF.
           MOVE OH-AMOUNT TO HLD-AMOUNT.
           MOVE OH-RELEASE-DATE TO HLD-RELEASE-DATE.
           MOVE OH-STATUS TO HLD-STATUS.
           WRITE HLD-RECORD
             INVALID KEY
               ADD 1 TO WS-DUP-COUNT
               MOVE WS-HLD-UNREF-NEXT TO HLD-REF
               SUBTRACT 1 FROM WS-HLD-UNREF-NEXT
               WRITE HLD-RECORD
                 INVALID KEY
                   DISPLAY "COULD NOT CONVERT HOLD " HLD-ACCT
                 NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
               END-WRITE
             NOT INVALID KEY
               ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
           EXIT.
       P-CONVERT-STANDING.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE ZERO TO WS-WRITE-COUNT.
           MOVE ZERO TO WS-DUP-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN OUTPUT STANDING-FILE.
           OPEN INPUT OLD-STANDING.
           IF WS-OS-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ OLD-STANDING
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM P-WRITE-ORDER
               END-READ
             END-PERFORM
             CLOSE OLD-STANDING
           END-IF.
           CLOSE STANDING-FILE.
           DISPLAY "STANDING ORDERS:".
           PERFORM P-SHOW-COUNTS.
           EXIT.
       P-WRITE-ORDER.
           MOVE OS-SRC-ACCT TO SO-SRC-ACCT.
           MOVE OS-DEST-ACCT TO SO-DEST-ACCT.
           MOVE OS-AMOUNT TO SO-AMOUNT.
           MOVE OS-FREQ TO SO-FREQ.
           MOVE OS-NEXT-DATE TO SO-NEXT-DATE.
           MOVE OS-STATUS TO SO-STATUS.
           IF OS-BANK IS NUMERIC THEN
             MOVE OS-BANK TO SO-BANK
           ELSE
             MOVE ZERO TO SO-BANK
           END-IF.
           MOVE OS-EXT-ACCT TO SO-EXT-ACCT.
           MOVE OS-EXT-NAME TO SO-EXT-NAME.
           MOVE "N" TO WS-WRITTEN.
           MOVE 1 TO SO-SEQ.
           PERFORM UNTIL WS-WRITTEN IS EQUAL TO "Y"
             WRITE SO-RECORD
               INVALID KEY
                 IF SO-SEQ IS EQUAL TO 9999 THEN
                   DISPLAY "COULD NOT CONVERT STANDING ORDER "
                   SO-SRC-ACCT
                   MOVE "Y" TO WS-WRITTEN
                 ELSE
                   ADD 1 TO SO-SEQ
                 END-IF
               NOT INVALID KEY
                 ADD 1 TO WS-WRITE-COUNT
                 MOVE "Y" TO WS-WRITTEN
             END-WRITE
           END-PERFORM.
           EXIT.
       P-CONVERT-PAYEES.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE ZERO TO WS-WRITE-COUNT.
           MOVE ZERO TO WS-DUP-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN OUTPUT PAYEE-FILE.
           OPEN INPUT OLD-PAYEES.
           IF WS-OP-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ OLD-PAYEES
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM P-WRITE-PAYEE
               END-READ
             END-PERFORM
             CLOSE OLD-PAYEES
           END-IF.
           CLOSE PAYEE-FILE.
           DISPLAY "PAYEES:".
           PERFORM P-SHOW-COUNTS.
           EXIT.
       P-WRITE-PAYEE.
           MOVE OP-OWNER TO PY-OWNER.
           MOVE OP-DEST TO PY-DEST.
           MOVE OP-NICK TO PY-NICK.
           MOVE OP-CONFIRMED TO PY-CONFIRMED.
           IF OP-ADDED IS NUMERIC THEN
             MOVE OP-ADDED TO PY-ADDED
           ELSE
             MOVE ZERO TO PY-ADDED
           END-IF.
           WRITE PY-RECORD
             INVALID KEY
               ADD 1 TO WS-DUP-COUNT
               REWRITE PY-RECORD
               END-REWRITE
             NOT INVALID KEY
               ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
           EXIT.
       P-CONVERT-ALERTPREFS.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE ZERO TO WS-WRITE-COUNT.
           MOVE ZERO TO WS-DUP-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN OUTPUT ALERTPREF-FILE.
           OPEN INPUT OLD-ALERTPREF.
           IF WS-OA-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ OLD-ALERTPREF
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE OA-ACCT TO AP-ACCT
                   MOVE OA-LOW-BAL TO AP-LOW-BAL
                   MOVE OA-LARGE-DEBIT TO AP-LARGE-DEBIT
                   MOVE OA-SO-FAIL TO AP-SO-FAIL
                   WRITE AP-RECORD
                     INVALID KEY
                       ADD 1 TO WS-DUP-COUNT
                       REWRITE AP-RECORD
                       END-REWRITE
                     NOT INVALID KEY
                       ADD 1 TO WS-WRITE-COUNT
                   END-WRITE
               END-READ
             END-PERFORM
             CLOSE OLD-ALERTPREF
           END-IF.
           CLOSE ALERTPREF-FILE.
           DISPLAY "ALERT PREFERENCES:".
           PERFORM P-SHOW-COUNTS.
           EXIT.
       P-CONVERT-TERMDEPS.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE ZERO TO WS-WRITE-COUNT.
           MOVE ZERO TO WS-DUP-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN OUTPUT TERMDEP-FILE.
           OPEN INPUT OLD-TERMDEP.
           IF WS-OT-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ OLD-TERMDEP
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE OT-ACCT TO TD-ACCT
                   MOVE OT-NO TO TD-NO
                   MOVE OT-AMOUNT TO TD-AMOUNT
                   MOVE OT-RATE TO TD-RATE
                   MOVE OT-TERM TO TD-TERM
                   MOVE OT-OPEN-DATE TO TD-OPEN-DATE
                   MOVE OT-MATURITY-DATE TO TD-MATURITY-DATE
                   MOVE OT-STATUS TO TD-STATUS
                   WRITE TD-RECORD
                     INVALID KEY
                       ADD 1 TO WS-DUP-COUNT
                       DISPLAY "DUPLICATE TERM DEPOSIT " TD-NO
                       " ON ACCOUNT " TD-ACCT " NOT CONVERTED"
                     NOT INVALID KEY
                       ADD 1 TO WS-WRITE-COUNT
                   END-WRITE
               END-READ
             END-PERFORM
             CLOSE OLD-TERMDEP
           END-IF.
           CLOSE TERMDEP-FILE.
           DISPLAY "TERM DEPOSITS:".
           PERFORM P-SHOW-COUNTS.
           EXIT.
       P-CONVERT-VAULT.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE ZERO TO WS-WRITE-COUNT.
           MOVE ZERO TO WS-DUP-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN OUTPUT VAULT-FILE.
           OPEN INPUT OLD-VAULT.
           IF WS-OV-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
               READ OLD-VAULT
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE OV-DENOM TO VLT-DENOM
                   MOVE OV-COUNT TO VLT-COUNT
                   MOVE OV-SECTION TO VLT-SECTION
                   MOVE WS-VAULT-TERMINAL TO VLT-TERMINAL
                   WRITE VLT-RECORD
                     INVALID KEY
                       ADD 1 TO WS-DUP-COUNT
                       DISPLAY "DUPLICATE VAULT ROW " VLT-KEY
                       " NOT CONVERTED"
                     NOT INVALID KEY
                       ADD 1 TO WS-WRITE-COUNT
                   END-WRITE
               END-READ
             END-PERFORM
             CLOSE OLD-VAULT
           END-IF.
           CLOSE VAULT-FILE.
           DISPLAY "ATM VAULT ROWS:".
           PERFORM P-SHOW-COUNTS.
           EXIT.
       END PROGRAM SIDEFILE-CONVERT.
