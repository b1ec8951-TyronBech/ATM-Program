       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-CHEQUE.
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
       SELECT RETURN-FILE ASSIGN TO
       "chqreturn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RI-STATUS.
       SELECT OPTIONAL HOLDS-FILE ASSIGN TO
       "holdidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.
       SELECT FEESCHED-FILE ASSIGN TO
       "feesched.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
       SELECT FEEQUEUE-FILE ASSIGN TO
       "feequeue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FQ-STATUS.
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
       SELECT REPORT-FILE ASSIGN TO
       "chqexcept.txt"
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
       FD RETURN-FILE.
       01 RI-RECORD.
         02 RI-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 RI-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 RI-REF PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 RI-REASON PIC X(20).
       FD HOLDS-FILE.
       01 HLD-RECORD.
         02 HLD-KEY.
           03 HLD-ACCT PIC 9(10).
           03 HLD-REF PIC 9(10).
         02 HLD-AMOUNT PIC 9(12).
         02 HLD-RELEASE-DATE PIC 9(8).
         02 HLD-STATUS PIC X.
       FD FEESCHED-FILE.
       01 FS-RECORD.
         02 FS-CODE PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 FS-ACCT-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 FS-CALC PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 FS-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 FS-RATE PIC 9V9(4).
         02 FILLER PIC X VALUE SPACE.
         02 FS-FREQ PIC X.
       FD FEEQUEUE-FILE.
       01 FQ-RECORD.
         02 FQ-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 FQ-CODE PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 FQ-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 FQ-DATE PIC 9(8).
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
       FD REPORT-FILE.
       01 RP-LINE PIC X(132).
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
       01 WS-RI-STATUS PIC XX VALUE SPACES.
       01 WS-RI-EOF PIC X VALUE "N".
       01 WS-HLD-STATUS PIC XX VALUE SPACES.
       01 WS-HLD-EOF PIC X VALUE "N".
       01 WS-FS-STATUS PIC XX VALUE SPACES.
       01 WS-FS-EOF PIC X VALUE "N".
       01 WS-FQ-STATUS PIC XX VALUE SPACES.
       01 WS-TC-STATUS PIC XX VALUE SPACES.
       01 WS-PREV-CHECK PIC 9(14) VALUE ZEROES.
       01 WS-CHK-WORK PIC 9(18) VALUE ZEROES.
       01 WS-CHK-I PIC 9(3) VALUE ZEROES.
       01 WS-TI-STATUS PIC XX VALUE SPACES.
       01 WS-TSQ-STATUS PIC XX VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-OLD-BAL PIC 9(12) VALUE ZEROES.
       01 WS-POST-AMOUNT PIC 9(12) VALUE ZEROES.
       01 WS-POST-TYPE PIC X(8) VALUE SPACES.
       01 WS-FEE-CODE PIC X(8) VALUE "RETITEM".
       01 WS-FEE-AMOUNT PIC 9(12) VALUE ZEROES.
       01 WS-ACCT-FOUND PIC 9 VALUE ZERO.
       01 WS-UD-STATUS PIC XX VALUE SPACES.
       01 WS-RUN-FAILED PIC X VALUE "N".
       01 WS-HOLD-SLOT PIC 9(4) VALUE ZEROES.
       01 WS-EXCEPT-TEXT PIC X(40) VALUE SPACES.
       01 WS-READ-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-RETURNED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-EXCEPT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-FEE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-QUEUED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-TRAN-REF PIC 9(10) VALUE ZEROES.
       01 WS-TRAN-REASON PIC X(30) VALUE SPACES.
       01 WS-AMT-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-HLD-OPEN PIC X VALUE "N".
       01 WS-HLD-UNREF-FLOOR PIC 9(10) VALUE 9999000000.
       01 WS-FS-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-FS-IDX PIC 9(2) VALUE ZEROES.
       01 WS-FS-TABLE.
         02 WS-FS-ENTRY OCCURS 20 TIMES.
           03 WS-FS-T-CODE PIC X(8).
           03 WS-FS-T-TYPE PIC X.
           03 WS-FS-T-CALC PIC X.
           03 WS-FS-T-AMOUNT PIC 9(12).
           03 WS-FS-T-RATE PIC 9V9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           DISPLAY "RETURNED CHEQUE RUN " WS-TODAY.
           PERFORM P-LOAD-SCHEDULE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO RP-LINE.
           STRING "RETURNED CHEQUE EXCEPTIONS RUN " WS-TODAY
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           MOVE "ACCOUNT             AMOUNT  DEPOSIT REF  RETURN REASON"
             TO RP-LINE.
           MOVE "         EXCEPTION" TO RP-LINE(56:18).
           WRITE RP-LINE.
           MOVE "N" TO WS-RI-EOF.
           OPEN INPUT RETURN-FILE.
           IF WS-RI-STATUS IS EQUAL TO "00" THEN
             OPEN I-O USERDATA
             IF WS-UD-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "*** ACCOUNT FILE COULD NOT BE OPENED, STATUS "
               WS-UD-STATUS " - RUN ABORTED ***"
               CLOSE RETURN-FILE
               CLOSE REPORT-FILE
               PERFORM P-WRITE-STEPSTAT-FAILED
               GOBACK
             END-IF
             OPEN EXTEND TRANLOG
             MOVE "N" TO WS-HLD-OPEN
             OPEN I-O HOLDS-FILE
             IF WS-HLD-STATUS IS EQUAL TO "00" OR
               WS-HLD-STATUS IS EQUAL TO "05" THEN
               MOVE "Y" TO WS-HLD-OPEN
             END-IF
             PERFORM UNTIL WS-RI-EOF IS EQUAL TO "Y"
               READ RETURN-FILE
                 AT END MOVE "Y" TO WS-RI-EOF
                 NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM P-PROCESS-RETURN
               END-READ
             END-PERFORM
             CLOSE USERDATA
             CLOSE TRANLOG
             CLOSE RETURN-FILE
             IF WS-HLD-OPEN IS EQUAL TO "Y" THEN
               CLOSE HOLDS-FILE
             END-IF
           ELSE
             DISPLAY "NO RETURNED ITEMS FILE - NOTHING TO PROCESS"
           END-IF.
           MOVE SPACES TO RP-LINE.
           STRING "ITEMS READ " WS-READ-COUNT "  RETURNED "
             WS-RETURNED-COUNT "  EXCEPTIONS " WS-EXCEPT-COUNT
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "ITEMS READ: " WS-READ-COUNT.
           DISPLAY "CHEQUES RETURNED: " WS-RETURNED-COUNT.
           DISPLAY "RETURNED-ITEM FEES POSTED: " WS-FEE-COUNT.
           DISPLAY "RETURNED-ITEM FEES QUEUED: " WS-QUEUED-COUNT.
           DISPLAY "EXCEPTIONS: " WS-EXCEPT-COUNT.
           DISPLAY "EXCEPTIONS WRITTEN TO chqexcept.txt".
           IF WS-RUN-FAILED IS EQUAL TO "Y" THEN
             PERFORM P-WRITE-STEPSTAT-FAILED
             GOBACK
           END-IF.
           PERFORM P-WRITE-STEPSTAT.
           GOBACK.
       P-PROCESS-RETURN.
           MOVE ZERO TO WS-HOLD-SLOT.
           IF WS-HLD-OPEN IS EQUAL TO "Y" AND
             RI-REF IS GREATER THAN ZERO THEN
             MOVE RI-ACCT TO HLD-ACCT
             MOVE RI-REF TO HLD-REF
             MOVE 1 TO WS-HOLD-SLOT
             READ HOLDS-FILE
               INVALID KEY MOVE ZERO TO WS-HOLD-SLOT
             END-READ
           END-IF.
           IF WS-HOLD-SLOT IS EQUAL TO ZERO AND
             WS-HLD-OPEN IS EQUAL TO "Y" THEN
             PERFORM P-FIND-UNREF-HOLD
           END-IF.
           IF WS-HOLD-SLOT IS EQUAL TO ZERO THEN
             MOVE "NO MATCHING CHEQUE DEPOSIT HOLD" TO WS-EXCEPT-TEXT
             PERFORM P-WRITE-EXCEPTION
           ELSE IF HLD-AMOUNT NOT EQUAL TO RI-AMOUNT THEN
             MOVE "AMOUNT DIFFERS FROM THE DEPOSIT" TO WS-EXCEPT-TEXT
             PERFORM P-WRITE-EXCEPTION
           ELSE IF HLD-STATUS IS EQUAL TO "C" THEN
             MOVE "ALREADY RETURNED" TO WS-EXCEPT-TEXT
             PERFORM P-WRITE-EXCEPTION
           ELSE
             PERFORM P-RETURN-ITEM
           END-IF.
           EXIT.
       P-RETURN-ITEM.
           MOVE RI-ACCT TO F-ACCT-NO.
           MOVE ZERO TO WS-ACCT-FOUND.
           READ USERDATA
             INVALID KEY MOVE 1 TO WS-ACCT-FOUND
           END-READ.
           IF WS-ACCT-FOUND IS EQUAL TO 1 THEN
             MOVE "ACCOUNT NOT ON FILE" TO WS-EXCEPT-TEXT
             PERFORM P-CLOSE-HOLD
             PERFORM P-WRITE-EXCEPTION
           ELSE IF F-BAL IS LESS THAN RI-AMOUNT THEN
             IF HLD-STATUS IS EQUAL TO "R" THEN
               MOVE "FUNDS RELEASED AND SPENT - NOT DEBITED"
                 TO WS-EXCEPT-TEXT
             ELSE
               MOVE "BALANCE BELOW CHEQUE AMOUNT - NOT DEBITED"
                 TO WS-EXCEPT-TEXT
             END-IF
             PERFORM P-WRITE-EXCEPTION
           ELSE
             MOVE F-BAL TO WS-OLD-BAL
             SUBTRACT RI-AMOUNT FROM F-BAL
             MOVE "RETURNED" TO WS-POST-TYPE
             MOVE RI-AMOUNT TO WS-POST-AMOUNT
             MOVE SPACES TO WS-TRAN-REASON
             STRING "RETURN OF REF " RI-REF " " RI-REASON
               DELIMITED BY SIZE INTO WS-TRAN-REASON
             PERFORM P-LOG-RETURN
             IF HLD-STATUS IS EQUAL TO "R" THEN
               MOVE "FUNDS ALREADY RELEASED - DEBITED" TO
                 WS-EXCEPT-TEXT
               PERFORM P-WRITE-EXCEPTION
             END-IF
             PERFORM P-CLOSE-HOLD
             ADD 1 TO WS-RETURNED-COUNT
             MOVE RI-AMOUNT TO WS-AMT-R
             DISPLAY "CHEQUE REF " RI-REF " RETURNED" WS-AMT-R
             " FROM " RI-ACCT
             PERFORM P-CHARGE-FEE
             REWRITE F-DATA
               INVALID KEY
                 MOVE "Y" TO WS-RUN-FAILED
                 DISPLAY "*** ACCOUNT " F-ACCT-NO
                 " COULD NOT BE UPDATED - RUN FAILED ***"
             END-REWRITE
           END-IF.
           EXIT.
       P-CLOSE-HOLD.
           MOVE "C" TO HLD-STATUS.
           REWRITE HLD-RECORD
             INVALID KEY
               DISPLAY "COULD NOT CLOSE HOLD " HLD-ACCT " " HLD-REF
           END-REWRITE.
           EXIT.
       P-CHARGE-FEE.
           MOVE ZERO TO WS-FEE-AMOUNT.
           PERFORM VARYING WS-FS-IDX FROM 1 BY 1
             UNTIL WS-FS-IDX > WS-FS-COUNT
             IF WS-FS-T-CODE(WS-FS-IDX) IS EQUAL TO WS-FEE-CODE AND
               WS-FS-T-TYPE(WS-FS-IDX) IS EQUAL TO F-ACCT-TYPE THEN
               IF WS-FS-T-CALC(WS-FS-IDX) IS EQUAL TO "P" THEN
                 COMPUTE WS-FEE-AMOUNT ROUNDED =
                     RI-AMOUNT * WS-FS-T-RATE(WS-FS-IDX)
               ELSE
                 MOVE WS-FS-T-AMOUNT(WS-FS-IDX) TO WS-FEE-AMOUNT
               END-IF
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF WS-FEE-AMOUNT IS GREATER THAN ZERO THEN
             IF F-BAL IS LESS THAN WS-FEE-AMOUNT THEN
               MOVE F-ACCT-NO TO FQ-ACCT
               MOVE WS-FEE-CODE TO FQ-CODE
               MOVE WS-FEE-AMOUNT TO FQ-AMOUNT
               MOVE WS-TODAY TO FQ-DATE
               OPEN EXTEND FEEQUEUE-FILE
               IF WS-FQ-STATUS NOT EQUAL TO "00" THEN
                 OPEN OUTPUT FEEQUEUE-FILE
               END-IF
               WRITE FQ-RECORD
               CLOSE FEEQUEUE-FILE
               ADD 1 TO WS-QUEUED-COUNT
             ELSE
               MOVE F-BAL TO WS-OLD-BAL
               SUBTRACT WS-FEE-AMOUNT FROM F-BAL
               MOVE "FEE" TO WS-POST-TYPE
               MOVE WS-FEE-AMOUNT TO WS-POST-AMOUNT
               MOVE WS-FEE-CODE TO WS-TRAN-REASON
               PERFORM P-LOG-RETURN
               ADD 1 TO WS-FEE-COUNT
             END-IF
           END-IF.
           EXIT.
       P-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE RI-AMOUNT TO WS-AMT-R.
           MOVE SPACES TO RP-LINE.
           STRING RI-ACCT " " WS-AMT-R "  " RI-REF "   " RI-REASON
             "  " WS-EXCEPT-TEXT
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY "EXCEPTION: " RI-ACCT " REF " RI-REF " - "
           WS-EXCEPT-TEXT.
           EXIT.
       P-LOG-RETURN.
           PERFORM P-NEXT-TRAN-REF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TODAY TO WS-TIMESTAMP(1:8).
           MOVE F-ACCT-NO TO TL-ACCT.
           MOVE WS-POST-TYPE TO TL-TYPE.
           MOVE WS-POST-AMOUNT TO TL-AMOUNT.
           MOVE WS-OLD-BAL TO TL-OLD-BAL.
           MOVE F-BAL TO TL-NEW-BAL.
           MOVE WS-TIMESTAMP TO TL-TIMESTAMP.
           MOVE WS-TRAN-REASON TO TL-REASON.
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE "CLEARING-RETURN" TO TL-USER.
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
       P-FIND-UNREF-HOLD.
           MOVE "N" TO WS-HLD-EOF.
           MOVE RI-ACCT TO HLD-ACCT.
           MOVE ZEROES TO HLD-REF.
           START HOLDS-FILE KEY IS GREATER THAN OR EQUAL TO HLD-KEY
             INVALID KEY MOVE "Y" TO WS-HLD-EOF
           END-START.
           PERFORM UNTIL WS-HLD-EOF IS EQUAL TO "Y"
             READ HOLDS-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-HLD-EOF
               NOT AT END
                 IF HLD-ACCT NOT EQUAL TO RI-ACCT THEN
                   MOVE "Y" TO WS-HLD-EOF
                 ELSE
                   IF (HLD-REF IS EQUAL TO ZERO OR
                     HLD-REF IS NOT LESS THAN WS-HLD-UNREF-FLOOR) AND
                     HLD-AMOUNT IS EQUAL TO RI-AMOUNT AND
                     (HLD-STATUS IS EQUAL TO "O" OR
                     HLD-STATUS IS EQUAL TO "R") THEN
                     MOVE 1 TO WS-HOLD-SLOT
                     MOVE "Y" TO WS-HLD-EOF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           EXIT.
       P-LOAD-SCHEDULE.
           MOVE ZERO TO WS-FS-COUNT.
           MOVE "N" TO WS-FS-EOF.
           OPEN INPUT FEESCHED-FILE.
           IF WS-FS-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-FS-EOF IS EQUAL TO "Y"
               OR WS-FS-COUNT IS EQUAL TO 20
               READ FEESCHED-FILE
                 AT END MOVE "Y" TO WS-FS-EOF
                 NOT AT END
                   ADD 1 TO WS-FS-COUNT
                   MOVE FS-CODE TO WS-FS-T-CODE(WS-FS-COUNT)
                   MOVE FS-ACCT-TYPE TO WS-FS-T-TYPE(WS-FS-COUNT)
                   MOVE FS-CALC TO WS-FS-T-CALC(WS-FS-COUNT)
                   MOVE FS-AMOUNT TO WS-FS-T-AMOUNT(WS-FS-COUNT)
                   MOVE FS-RATE TO WS-FS-T-RATE(WS-FS-COUNT)
               END-READ
             END-PERFORM
             CLOSE FEESCHED-FILE
           END-IF.
           EXIT.
       P-WRITE-STEPSTAT.
           MOVE "RETURNED-CHEQUE" TO SS-PROGRAM.
           MOVE "OK" TO SS-STATUS.
           MOVE WS-RETURNED-COUNT TO SS-COUNT.
           OPEN OUTPUT STEPSTAT-FILE.
           WRITE SS-RECORD.
           CLOSE STEPSTAT-FILE.
           EXIT.
       P-WRITE-STEPSTAT-FAILED.
           MOVE "RETURNED-CHEQUE" TO SS-PROGRAM.
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
       END PROGRAM RETURNED-CHEQUE.
