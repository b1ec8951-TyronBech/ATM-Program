       "files.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES.
       SELECT CONTROL-FILE ASSIGN TO
       "control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD EXRATES.
         02 CTL-TOTAL PIC 9(14).
         02 FILLER PIC X VALUE SPACE.
         02 CTL-DATE PIC 9(8).
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
       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC 9 VALUE ZERO.
       01 WS-EX-STATUS PIC XX VALUE SPACES.
       01 WS-REVAL-SHIFT PIC S9(14) VALUE ZEROES.
       01 WS-TOT-R PIC -(14)9.
       01 WS-LOOK-RATE PIC 9(4)V9(6) VALUE 1.
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(1:8) TO WS-TODAY.
           PERFORM P-OPERATOR-SIGNON.
           IF WS-SIGNON-OK IS EQUAL TO "N" THEN
             DISPLAY "SIGN-ON FAILED - RATE MAINTENANCE CLOSED"
             STOP RUN
           END-IF.
           DISPLAY "SIGNED ON: " WS-OPER-NAME.
           PERFORM UNTIL WS-CHOICE IS EQUAL TO 4
             DISPLAY " "
             DISPLAY "EXCHANGE RATE MAINTENANCE UTILITY"
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN 1 PERFORM P-LIST-RATES
               WHEN 2 PERFORM P-CHECK-UPDATE-RATE
               WHEN 3 PERFORM P-REVALUATION
               WHEN 4 DISPLAY "EXITING RATE MAINTENANCE"
               WHEN OTHER DISPLAY "INVALID CHOICE"
             END-EVALUATE
           END-PERFORM.
           STOP RUN.
       P-CHECK-UPDATE-RATE.
           MOVE "FXRATE" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-UPDATE-RATE
           ELSE
             DISPLAY "YOUR ROLE MAY NOT CHANGE EXCHANGE RATES"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-LIST-RATES.
           PERFORM P-LOAD-RATES.
           IF WS-RT-COUNT IS EQUAL TO ZERO THEN
             MOVE "N" TO WS-HAS-PRIOR
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
       END PROGRAM RATE-MAINT.
