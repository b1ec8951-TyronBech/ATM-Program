       "files.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES.
       SELECT TRANLOG ASSIGN TO
       "tranlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
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
       SELECT TLCHAIN-FILE ASSIGN TO
       "tlchain.txt"
               ORGANIZATION IS LINE SEQUENTIAL
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
       FD TLCHAIN-FILE.
       01 TC-RECORD.
         02 TC-CHECK PIC 9(14).
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
             DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN 1 PERFORM P-CHECK-OPEN-CASE
               WHEN 2 PERFORM P-CHECK-PROVISIONAL
               WHEN 3 PERFORM P-CHECK-RESOLVE
               WHEN 4 PERFORM P-AGED-REPORT
               WHEN 5 DISPLAY "EXITING DISPUTE DESK"
               WHEN OTHER DISPLAY "INVALID CHOICE"
             END-EVALUATE
           END-PERFORM.
           STOP RUN.
       P-CHECK-OPEN-CASE.
           MOVE "DSPOPEN" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-OPEN-CASE
           ELSE
             DISPLAY "YOUR ROLE MAY NOT OPEN DISPUTE CASES"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-CHECK-PROVISIONAL.
           MOVE "DSPPROV" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-PROVISIONAL-CREDIT
           ELSE
             DISPLAY "YOUR ROLE MAY NOT GIVE PROVISIONAL CREDIT"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-CHECK-RESOLVE.
           MOVE "DSPRESOL" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-RESOLVE-CASE
           ELSE
             DISPLAY "YOUR ROLE MAY NOT RESOLVE DISPUTE CASES"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-OPEN-CASE.
           DISPLAY "ENTER TRANSACTION REFERENCE: " WITH NO ADVANCING.
           ACCEPT WS-ENTER-REF.
           WRITE TSQ-RECORD.
           CLOSE TRANSEQ-FILE.
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
