       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLER-REMITTANCE.
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
       SELECT BILLER-FILE ASSIGN TO
       "billers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BL-STATUS.
       SELECT BILLPAY-FILE ASSIGN TO
       "billpay.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.
       SELECT REMIT-FILE ASSIGN TO DYNAMIC WS-REMIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-STATUS.
       SELECT BILLHIST-FILE ASSIGN TO
       "billhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BH-STATUS.
       SELECT BILLHELD-FILE ASSIGN TO
       "billheld.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
       SELECT BILLPAY-SORT ASSIGN TO
       "billsort.tmp".
       SELECT TRANLOG ASSIGN TO
       "tranlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD BILLER-FILE.
       01 BL-RECORD.
         02 BL-CODE PIC X(6).
         02 FILLER PIC X VALUE SPACE.
         02 BL-NAME PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 BL-SETTLE-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 BL-REF-FORMAT PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 BL-REF-LEN PIC 9(2).
       FD BILLPAY-FILE.
       01 BP-RECORD.
         02 BP-REF PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 BP-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 BP-BILLER PIC X(6).
         02 FILLER PIC X VALUE SPACE.
         02 BP-CUST-REF PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 BP-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 BP-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 BP-STATUS PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 BP-REM-DATE PIC 9(8).
       FD BILLHIST-FILE.
       01 BH-RECORD PIC X(82).
       FD BILLHELD-FILE.
       01 BK-RECORD PIC X(82).
       SD BILLPAY-SORT.
       01 BS-RECORD.
         02 BS-REF PIC 9(10).
         02 FILLER PIC X.
         02 BS-DATE PIC 9(8).
         02 FILLER PIC X.
         02 BS-BILLER PIC X(6).
         02 FILLER PIC X.
         02 BS-CUST-REF PIC X(20).
         02 FILLER PIC X.
         02 BS-ACCT PIC 9(10).
         02 FILLER PIC X.
         02 BS-AMOUNT PIC 9(12).
         02 FILLER PIC X.
         02 BS-STATUS PIC X.
         02 FILLER PIC X.
         02 BS-REM-DATE PIC 9(8).
       FD REMIT-FILE.
       01 RMH-RECORD.
         02 RMH-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 RMH-BILLER PIC X(6).
         02 FILLER PIC X VALUE SPACE.
         02 RMH-NAME PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 RMH-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 RMH-SETTLE-ACCT PIC 9(10).
       01 RMD-RECORD.
         02 RMD-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 RMD-REF PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 RMD-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 RMD-CUST-REF PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 RMD-AMOUNT PIC 9(12).
       01 RMT-RECORD.
         02 RMT-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 RMT-COUNT PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 RMT-TOTAL PIC 9(14).
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
       01 WS-BL-STATUS PIC XX VALUE SPACES.
       01 WS-BL-EOF PIC X VALUE "N".
       01 WS-BL-CODE PIC X(6) VALUE SPACES.
       01 WS-BL-NAME PIC X(20) VALUE SPACES.
       01 WS-BL-SETTLE PIC 9(10) VALUE ZEROES.
       01 WS-BL-ACTION PIC X VALUE SPACE.
       01 WS-BP-STATUS PIC XX VALUE SPACES.
       01 WS-BP-EOF PIC X VALUE "N".
       01 WS-BP-FOUND PIC X VALUE "N".
       01 WS-BS-EOF PIC X VALUE "N".
       01 WS-GROUP-OPEN PIC X VALUE "N".
       01 WS-BH-STATUS PIC XX VALUE SPACES.
       01 WS-BK-STATUS PIC XX VALUE SPACES.
       01 WS-BK-EOF PIC X VALUE "N".
       01 WS-RM-STATUS PIC XX VALUE SPACES.
       01 WS-REMIT-RUN PIC 9(2) VALUE ZEROES.
       01 WS-NAME-FREE PIC X VALUE "N".
       01 WS-REMIT-NAME PIC X(40) VALUE SPACES.
       01 WS-ACCT-FOUND PIC 9 VALUE ZERO.
       01 WS-UD-STATUS PIC XX VALUE SPACES.
       01 WS-RUN-FAILED PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-BILLER-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-BILLER-TOTAL PIC 9(14) VALUE ZEROES.
       01 WS-REMIT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-REMIT-TOTAL PIC 9(14) VALUE ZEROES.
       01 WS-FILES-WRITTEN PIC 9(3) VALUE ZEROES.
       01 WS-HELD-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-ORPHAN-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-OLD-REMIT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-AMT-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-TOT-R PIC -(14)9.
       01 WS-OLD-BAL PIC 9(12) VALUE ZEROES.
       01 WS-TRAN-REASON PIC X(30) VALUE SPACES.
       01 WS-TRAN-REF PIC 9(10) VALUE ZEROES.
       01 WS-TC-STATUS PIC XX VALUE SPACES.
       01 WS-PREV-CHECK PIC 9(14) VALUE ZEROES.
       01 WS-CHK-WORK PIC 9(18) VALUE ZEROES.
       01 WS-CHK-I PIC 9(3) VALUE ZEROES.
       01 WS-TI-STATUS PIC XX VALUE SPACES.
       01 WS-TSQ-STATUS PIC XX VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           DISPLAY "BILLER REMITTANCE RUN " WS-TODAY.
           MOVE "N" TO WS-BP-FOUND.
           MOVE "N" TO WS-RUN-FAILED.
           OPEN I-O USERDATA.
           IF WS-UD-STATUS NOT EQUAL TO "00" THEN
             DISPLAY "*** ACCOUNT FILE COULD NOT BE OPENED, STATUS "
             WS-UD-STATUS " - RUN ABORTED ***"
             PERFORM P-WRITE-STEPSTAT-FAILED
             GOBACK
           END-IF.
           OPEN EXTEND BILLHIST-FILE.
           IF WS-BH-STATUS NOT EQUAL TO "00" THEN
             OPEN OUTPUT BILLHIST-FILE
           END-IF.
           IF WS-BH-STATUS NOT EQUAL TO "00" THEN
             DISPLAY "*** billhist.txt COULD NOT BE OPENED, STATUS "
             WS-BH-STATUS " - RUN ABORTED ***"
             CLOSE USERDATA
             PERFORM P-WRITE-STEPSTAT-FAILED
             GOBACK
           END-IF.
           OPEN OUTPUT BILLHELD-FILE.
           IF WS-BK-STATUS NOT EQUAL TO "00" THEN
             DISPLAY "*** billheld.tmp COULD NOT BE OPENED, STATUS "
             WS-BK-STATUS " - RUN ABORTED ***"
             CLOSE USERDATA
             CLOSE BILLHIST-FILE
             PERFORM P-WRITE-STEPSTAT-FAILED
             GOBACK
           END-IF.
           SORT BILLPAY-SORT
             ON ASCENDING KEY BS-BILLER BS-REF
             WITH DUPLICATES IN ORDER
             INPUT PROCEDURE IS P-PAYMENT-SELECT
             OUTPUT PROCEDURE IS P-PAYMENT-REMIT.
           CLOSE BILLHIST-FILE.
           CLOSE BILLHELD-FILE.
           CLOSE USERDATA.
           IF WS-BP-FOUND IS EQUAL TO "Y" THEN
             PERFORM P-RESTORE-HELD
           END-IF.
           DISPLAY "REMITTANCE FILES WRITTEN: " WS-FILES-WRITTEN.
           DISPLAY "PAYMENTS REMITTED: " WS-REMIT-COUNT.
           MOVE WS-REMIT-TOTAL TO WS-TOT-R.
           DISPLAY "TOTAL REMITTED: " WS-TOT-R.
           DISPLAY "PAYMENTS HELD (SETTLEMENT ACCOUNT UNUSABLE): "
           WS-HELD-COUNT.
           DISPLAY "PAYMENTS HELD (BILLER NOT ON MASTER): "
           WS-ORPHAN-COUNT.
           DISPLAY "EARLIER REMITTED PAYMENTS MOVED TO billhist.txt: "
           WS-OLD-REMIT-COUNT.
           IF WS-RUN-FAILED IS EQUAL TO "Y" THEN
             DISPLAY "*** ONE OR MORE BILLERS COULD NOT BE SETTLED"
             " - SEE MESSAGES ABOVE ***"
             PERFORM P-WRITE-STEPSTAT-FAILED
             GOBACK
           END-IF.
           PERFORM P-WRITE-STEPSTAT.
           GOBACK.
       P-PAYMENT-SELECT.
           MOVE "N" TO WS-BP-EOF.
           OPEN INPUT BILLPAY-FILE.
           IF WS-BP-STATUS IS EQUAL TO "00" THEN
             MOVE "Y" TO WS-BP-FOUND
             PERFORM UNTIL WS-BP-EOF IS EQUAL TO "Y"
               READ BILLPAY-FILE
                 AT END MOVE "Y" TO WS-BP-EOF
                 NOT AT END
                   IF BP-STATUS IS EQUAL TO "N" THEN
                     MOVE BP-RECORD TO BS-RECORD
                     RELEASE BS-RECORD
                   ELSE
                     ADD 1 TO WS-OLD-REMIT-COUNT
                     MOVE BP-RECORD TO BH-RECORD
                     WRITE BH-RECORD
                   END-IF
               END-READ
             END-PERFORM
             CLOSE BILLPAY-FILE
           END-IF.
           EXIT.
       P-PAYMENT-REMIT.
           MOVE "N" TO WS-BS-EOF.
           MOVE "N" TO WS-GROUP-OPEN.
           OPEN EXTEND TRANLOG.
           PERFORM UNTIL WS-BS-EOF IS EQUAL TO "Y"
             RETURN BILLPAY-SORT
               AT END MOVE "Y" TO WS-BS-EOF
               NOT AT END PERFORM P-REMIT-ITEM
             END-RETURN
           END-PERFORM.
           IF WS-GROUP-OPEN IS EQUAL TO "Y" THEN
             PERFORM P-END-BILLER
           END-IF.
           CLOSE TRANLOG.
           EXIT.
       P-REMIT-ITEM.
           IF WS-GROUP-OPEN IS EQUAL TO "N" THEN
             PERFORM P-START-BILLER
           ELSE IF BS-BILLER NOT EQUAL TO WS-BL-CODE THEN
             PERFORM P-END-BILLER
             PERFORM P-START-BILLER
           END-IF.
           ADD 1 TO WS-BILLER-COUNT.
           ADD BS-AMOUNT TO WS-BILLER-TOTAL.
           IF WS-BL-ACTION IS EQUAL TO "R" THEN
             MOVE SPACES TO RMD-RECORD
             MOVE "D" TO RMD-TYPE
             MOVE BS-REF TO RMD-REF
             MOVE BS-DATE TO RMD-DATE
             MOVE BS-CUST-REF TO RMD-CUST-REF
             MOVE BS-AMOUNT TO RMD-AMOUNT
             WRITE RMD-RECORD
             MOVE "R" TO BS-STATUS
             MOVE WS-TODAY TO BS-REM-DATE
             MOVE BS-RECORD TO BH-RECORD
             WRITE BH-RECORD
           ELSE
             MOVE BS-RECORD TO BK-RECORD
             WRITE BK-RECORD
             IF WS-BL-ACTION IS EQUAL TO "O" THEN
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE BS-AMOUNT TO WS-AMT-R
               DISPLAY "NO BILLER " BS-BILLER
               " ON THE MASTER - PAYMENT " BS-REF
               WS-AMT-R " HELD"
             END-IF
           END-IF.
           EXIT.
       P-START-BILLER.
           MOVE "Y" TO WS-GROUP-OPEN.
           MOVE BS-BILLER TO WS-BL-CODE.
           MOVE ZERO TO WS-BILLER-COUNT.
           MOVE ZERO TO WS-BILLER-TOTAL.
           PERFORM P-FIND-BILLER.
           IF WS-BL-ACTION IS EQUAL TO "R" THEN
             MOVE WS-BL-SETTLE TO F-ACCT-NO
             MOVE ZERO TO WS-ACCT-FOUND
             READ USERDATA
               INVALID KEY MOVE 1 TO WS-ACCT-FOUND
             END-READ
             IF WS-ACCT-FOUND IS EQUAL TO 1 OR
               F-LOCKED IS EQUAL TO "Y" THEN
               MOVE "H" TO WS-BL-ACTION
             ELSE
               PERFORM P-OPEN-REMIT-FILE
             END-IF
           END-IF.
           EXIT.
       P-END-BILLER.
           IF WS-BL-ACTION IS EQUAL TO "R" THEN
             MOVE SPACES TO RMT-RECORD
             MOVE "T" TO RMT-TYPE
             MOVE WS-BILLER-COUNT TO RMT-COUNT
             MOVE WS-BILLER-TOTAL TO RMT-TOTAL
             WRITE RMT-RECORD
             CLOSE REMIT-FILE
             ADD 1 TO WS-FILES-WRITTEN
             MOVE WS-BL-SETTLE TO F-ACCT-NO
             MOVE ZERO TO WS-ACCT-FOUND
             READ USERDATA
               INVALID KEY MOVE 1 TO WS-ACCT-FOUND
             END-READ
             IF WS-ACCT-FOUND IS EQUAL TO ZERO THEN
               MOVE F-BAL TO WS-OLD-BAL
               ADD WS-BILLER-TOTAL TO F-BAL
               REWRITE F-DATA
                 INVALID KEY MOVE 1 TO WS-ACCT-FOUND
               END-REWRITE
             END-IF
             IF WS-ACCT-FOUND IS EQUAL TO ZERO THEN
               MOVE SPACES TO WS-TRAN-REASON
               STRING "BILLER " WS-BL-CODE
                 " REMITTANCE" DELIMITED BY SIZE INTO WS-TRAN-REASON
               PERFORM P-LOG-SETTLEMENT
             ELSE
               MOVE "Y" TO WS-RUN-FAILED
               DISPLAY "*** SETTLEMENT ACCOUNT " WS-BL-SETTLE
               " COULD NOT BE CREDITED FOR " WS-REMIT-NAME " ***"
             END-IF
             ADD WS-BILLER-COUNT TO WS-REMIT-COUNT
             ADD WS-BILLER-TOTAL TO WS-REMIT-TOTAL
             MOVE WS-BILLER-TOTAL TO WS-AMT-R
             DISPLAY "BILLER " WS-BL-CODE " "
             WS-BILLER-COUNT " PAYMENTS" WS-AMT-R " TO "
             WS-REMIT-NAME
           ELSE IF WS-BL-ACTION IS EQUAL TO "H" THEN
             ADD WS-BILLER-COUNT TO WS-HELD-COUNT
             DISPLAY "BILLER " WS-BL-CODE
             " SETTLEMENT ACCOUNT " WS-BL-SETTLE
             " NOT FOUND OR LOCKED - " WS-BILLER-COUNT
             " PAYMENTS HELD"
           END-IF.
           EXIT.
       P-FIND-BILLER.
           MOVE "O" TO WS-BL-ACTION.
           MOVE "N" TO WS-BL-EOF.
           OPEN INPUT BILLER-FILE.
           IF WS-BL-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-BL-EOF IS EQUAL TO "Y"
               READ BILLER-FILE
                 AT END MOVE "Y" TO WS-BL-EOF
                 NOT AT END
                   IF BL-CODE IS EQUAL TO WS-BL-CODE THEN
                     MOVE BL-NAME TO WS-BL-NAME
                     MOVE BL-SETTLE-ACCT TO WS-BL-SETTLE
                     MOVE "R" TO WS-BL-ACTION
                     MOVE "Y" TO WS-BL-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE BILLER-FILE
           END-IF.
           EXIT.
       P-OPEN-REMIT-FILE.
           MOVE ZERO TO WS-REMIT-RUN.
           MOVE "N" TO WS-NAME-FREE.
           PERFORM UNTIL WS-NAME-FREE NOT EQUAL TO "N"
             ADD 1 TO WS-REMIT-RUN
             MOVE SPACES TO WS-REMIT-NAME
             STRING "billrem." DELIMITED BY SIZE
               WS-BL-CODE DELIMITED BY SPACE
               "." WS-TODAY "." WS-REMIT-RUN ".txt"
               DELIMITED BY SIZE INTO WS-REMIT-NAME
             OPEN INPUT REMIT-FILE
             IF WS-RM-STATUS IS EQUAL TO "00" THEN
               CLOSE REMIT-FILE
               IF WS-REMIT-RUN IS EQUAL TO 99 THEN
                 MOVE "F" TO WS-NAME-FREE
               END-IF
             ELSE
               MOVE "Y" TO WS-NAME-FREE
             END-IF
           END-PERFORM.
           IF WS-NAME-FREE IS EQUAL TO "F" THEN
             MOVE "H" TO WS-BL-ACTION
             DISPLAY "BILLER " WS-BL-CODE " ALREADY HAS 99 REMITTANCE"
             " FILES FOR " WS-TODAY " - PAYMENTS HELD"
           ELSE
             OPEN OUTPUT REMIT-FILE
           END-IF.
           IF WS-NAME-FREE IS EQUAL TO "Y" AND
             WS-RM-STATUS NOT EQUAL TO "00" THEN
             MOVE "H" TO WS-BL-ACTION
             MOVE "Y" TO WS-RUN-FAILED
             DISPLAY "*** " WS-REMIT-NAME " COULD NOT BE OPENED,"
             " STATUS " WS-RM-STATUS " - PAYMENTS HELD ***"
           END-IF.
           IF WS-BL-ACTION IS EQUAL TO "R" THEN
             MOVE SPACES TO RMH-RECORD
             MOVE "H" TO RMH-TYPE
             MOVE WS-BL-CODE TO RMH-BILLER
             MOVE WS-BL-NAME TO RMH-NAME
             MOVE WS-TODAY TO RMH-DATE
             MOVE WS-BL-SETTLE TO RMH-SETTLE-ACCT
             WRITE RMH-RECORD
           END-IF.
           EXIT.
       P-RESTORE-HELD.
           MOVE "N" TO WS-BK-EOF.
           OPEN OUTPUT BILLPAY-FILE.
           OPEN INPUT BILLHELD-FILE.
           IF WS-BK-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-BK-EOF IS EQUAL TO "Y"
               READ BILLHELD-FILE
                 AT END MOVE "Y" TO WS-BK-EOF
                 NOT AT END
                   MOVE BK-RECORD TO BP-RECORD
                   WRITE BP-RECORD
               END-READ
             END-PERFORM
             CLOSE BILLHELD-FILE
           END-IF.
           CLOSE BILLPAY-FILE.
           EXIT.
       P-LOG-SETTLEMENT.
           PERFORM P-NEXT-TRAN-REF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TODAY TO WS-TIMESTAMP(1:8).
           MOVE F-ACCT-NO TO TL-ACCT.
           MOVE "BILLSETL" TO TL-TYPE.
           MOVE WS-BILLER-TOTAL TO TL-AMOUNT.
           MOVE WS-OLD-BAL TO TL-OLD-BAL.
           MOVE F-BAL TO TL-NEW-BAL.
           MOVE WS-TIMESTAMP TO TL-TIMESTAMP.
           MOVE WS-TRAN-REASON TO TL-REASON.
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE "BILLER-REMITTANCE" TO TL-USER.
           PERFORM P-SEAL-RECORD.
           WRITE TL-RECORD.
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
       P-WRITE-STEPSTAT.
           MOVE "BILLER-REMITTANCE" TO SS-PROGRAM.
           MOVE "OK" TO SS-STATUS.
           MOVE WS-REMIT-COUNT TO SS-COUNT.
           OPEN OUTPUT STEPSTAT-FILE.
           WRITE SS-RECORD.
           CLOSE STEPSTAT-FILE.
           EXIT.
       P-WRITE-STEPSTAT-FAILED.
           MOVE "BILLER-REMITTANCE" TO SS-PROGRAM.
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
       END PROGRAM BILLER-REMITTANCE.
