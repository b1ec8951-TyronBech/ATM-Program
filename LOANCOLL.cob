       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-COLLECTION.
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
       SELECT OPTIONAL LOAN-FILE ASSIGN TO
       "loanidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY LN-NO
               ALTERNATE RECORD KEY LN-ACCT WITH DUPLICATES
               FILE STATUS IS WS-LN-STATUS.
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
       "loandelq.txt"
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
       FD LOAN-FILE.
       01 LN-RECORD.
         02 LN-NO PIC 9(6).
         02 LN-ACCT PIC 9(10).
         02 LN-PRINCIPAL PIC 9(12).
         02 LN-BALANCE PIC 9(12).
         02 LN-RATE PIC 9V9(4).
         02 LN-TERM PIC 9(3).
         02 LN-INSTALMENT PIC 9(12).
         02 LN-NEXT-DUE PIC 9(8).
         02 LN-BILLED PIC 9(3).
         02 LN-ARR-PRIN PIC 9(12).
         02 LN-ARR-INT PIC 9(12).
         02 LN-ARR-SINCE PIC 9(8).
         02 LN-OPEN-DATE PIC 9(8).
         02 LN-STATUS PIC X.
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
       01 WS-LN-STATUS PIC XX VALUE SPACES.
       01 WS-TC-STATUS PIC XX VALUE SPACES.
       01 WS-PREV-CHECK PIC 9(14) VALUE ZEROES.
       01 WS-CHK-WORK PIC 9(18) VALUE ZEROES.
       01 WS-CHK-I PIC 9(3) VALUE ZEROES.
       01 WS-TI-STATUS PIC XX VALUE SPACES.
       01 WS-TSQ-STATUS PIC XX VALUE SPACES.
       01 WS-LN-EOF PIC X VALUE "N".
       01 WS-LN-OPEN PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-OLD-BAL PIC 9(12) VALUE ZEROES.
       01 WS-POST-AMOUNT PIC 9(12) VALUE ZEROES.
       01 WS-POST-TYPE PIC X(8) VALUE SPACES.
       01 WS-UNBILLED PIC 9(12) VALUE ZEROES.
       01 WS-INT-DUE PIC 9(12) VALUE ZEROES.
       01 WS-PRIN-DUE PIC 9(12) VALUE ZEROES.
       01 WS-ARREARS PIC 9(12) VALUE ZEROES.
       01 WS-DAYS-LATE PIC 9(6) VALUE ZEROES.
       01 WS-BUCKET PIC 9 VALUE ZERO.
       01 WS-BUCKET-NAME PIC X(10) VALUE SPACES.
       01 WS-ACCT-FOUND PIC 9 VALUE ZERO.
       01 WS-BILLED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COLLECT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-MISSED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-PAIDOFF-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-DELQ-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-TRAN-REF PIC 9(10) VALUE ZEROES.
       01 WS-TRAN-REASON PIC X(30) VALUE SPACES.
       01 WS-AMT-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-AMT-R2 PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-DUE-DATE PIC 9(8) VALUE ZEROES.
       01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
         02 WS-DUE-YYYY PIC 9(4).
         02 WS-DUE-MM PIC 9(2).
         02 WS-DUE-DD PIC 9(2).
       01 WS-BKT-TABLE.
         02 WS-BKT-ENTRY OCCURS 4 TIMES.
           03 WS-BKT-COUNT PIC 9(6).
           03 WS-BKT-AMOUNT PIC 9(12).
       01 WS-BKT-IDX PIC 9 VALUE ZERO.
       01 WS-LN-COUNT PIC 9(6) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           DISPLAY "LOAN INSTALMENT COLLECTION RUN " WS-TODAY.
           MOVE ZERO TO WS-LN-COUNT.
           MOVE "N" TO WS-LN-EOF.
           MOVE "N" TO WS-LN-OPEN.
           OPEN I-O LOAN-FILE.
           IF WS-LN-STATUS IS EQUAL TO "00" THEN
             MOVE "Y" TO WS-LN-OPEN
           ELSE IF WS-LN-STATUS IS EQUAL TO "05" THEN
             CLOSE LOAN-FILE
           ELSE
             DISPLAY "*** LOAN FILE COULD NOT BE OPENED, STATUS "
             WS-LN-STATUS " - RUN ABORTED ***"
             PERFORM P-WRITE-STEPSTAT-FAILED
             GOBACK
           END-IF.
           INITIALIZE WS-BKT-TABLE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO RP-LINE.
           STRING "LOAN DELINQUENCY REPORT RUN " WS-TODAY
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           MOVE "LOAN    ACCOUNT     ARREARS SINCE  DAYS  BUCKET   "
             TO RP-LINE.
           MOVE "   PRINCIPAL DUE      INTEREST DUE" TO RP-LINE(51:34).
           WRITE RP-LINE.
           IF WS-LN-OPEN IS EQUAL TO "Y" THEN
             OPEN I-O USERDATA
             OPEN EXTEND TRANLOG
             PERFORM UNTIL WS-LN-EOF IS EQUAL TO "Y"
               READ LOAN-FILE
                 AT END MOVE "Y" TO WS-LN-EOF
                 NOT AT END
                   ADD 1 TO WS-LN-COUNT
                   IF LN-STATUS IS EQUAL TO "A" THEN
                     PERFORM P-PROCESS-LOAN
                     REWRITE LN-RECORD
                     END-REWRITE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE USERDATA
             CLOSE TRANLOG
             CLOSE LOAN-FILE
           END-IF.
           IF WS-LN-COUNT IS EQUAL TO ZERO THEN
             DISPLAY "NO LOANS ON FILE"
           END-IF.
           PERFORM P-REPORT-BUCKETS.
           CLOSE REPORT-FILE.
           DISPLAY "INSTALMENTS BILLED: " WS-BILLED-COUNT.
           DISPLAY "COLLECTIONS MADE: " WS-COLLECT-COUNT.
           DISPLAY "COLLECTIONS MISSED: " WS-MISSED-COUNT.
           DISPLAY "LOANS PAID OFF: " WS-PAIDOFF-COUNT.
           DISPLAY "LOANS IN ARREARS: " WS-DELQ-COUNT.
           DISPLAY "REPORT WRITTEN TO loandelq.txt".
           PERFORM P-WRITE-STEPSTAT.
           GOBACK.
       P-PROCESS-LOAN.
           PERFORM UNTIL LN-NEXT-DUE IS GREATER THAN
             WS-TODAY OR LN-BILLED IS NOT LESS THAN
             LN-TERM
             PERFORM P-BILL-INSTALMENT
           END-PERFORM.
           COMPUTE WS-ARREARS = LN-ARR-PRIN
               + LN-ARR-INT.
           IF WS-ARREARS IS GREATER THAN ZERO THEN
             PERFORM P-COLLECT-ARREARS
           END-IF.
           IF LN-ARR-PRIN IS GREATER THAN ZERO OR
             LN-ARR-INT IS GREATER THAN ZERO THEN
             PERFORM P-REPORT-DELINQUENT
           END-IF.
           EXIT.
       P-BILL-INSTALMENT.
           COMPUTE WS-UNBILLED = LN-BALANCE
               - LN-ARR-PRIN.
           COMPUTE WS-INT-DUE ROUNDED =
               WS-UNBILLED * LN-RATE / 12.
           IF LN-BILLED + 1 IS NOT LESS THAN
             LN-TERM THEN
             MOVE WS-UNBILLED TO WS-PRIN-DUE
           ELSE
             IF LN-INSTALMENT IS GREATER THAN
               WS-INT-DUE THEN
               COMPUTE WS-PRIN-DUE =
                   LN-INSTALMENT - WS-INT-DUE
             ELSE
               MOVE ZERO TO WS-PRIN-DUE
             END-IF
             IF WS-PRIN-DUE IS GREATER THAN WS-UNBILLED THEN
               MOVE WS-UNBILLED TO WS-PRIN-DUE
             END-IF
           END-IF.
           ADD WS-PRIN-DUE TO LN-ARR-PRIN.
           ADD WS-INT-DUE TO LN-ARR-INT.
           IF LN-ARR-SINCE IS EQUAL TO ZERO THEN
             MOVE LN-NEXT-DUE TO
               LN-ARR-SINCE
           END-IF.
           ADD 1 TO LN-BILLED.
           ADD 1 TO WS-BILLED-COUNT.
           MOVE LN-NEXT-DUE TO WS-DUE-DATE.
           IF WS-DUE-MM IS EQUAL TO 12 THEN
             MOVE 1 TO WS-DUE-MM
             ADD 1 TO WS-DUE-YYYY
           ELSE
             ADD 1 TO WS-DUE-MM
           END-IF.
           MOVE WS-DUE-DATE TO LN-NEXT-DUE.
           EXIT.
       P-COLLECT-ARREARS.
           MOVE LN-ACCT TO F-ACCT-NO.
           MOVE ZERO TO WS-ACCT-FOUND.
           READ USERDATA
             INVALID KEY MOVE 1 TO WS-ACCT-FOUND
           END-READ.
           IF WS-ACCT-FOUND IS EQUAL TO 1 THEN
             ADD 1 TO WS-MISSED-COUNT
             DISPLAY "EXCEPTION: LOAN " LN-NO
             " - LINKED ACCOUNT " LN-ACCT
             " NOT ON FILE, LEFT IN ARREARS"
           ELSE IF F-BAL IS LESS THAN WS-ARREARS THEN
             ADD 1 TO WS-MISSED-COUNT
             MOVE WS-ARREARS TO WS-AMT-R
             DISPLAY "LOAN " LN-NO " - INSUFFICIENT"
             " FUNDS FOR" WS-AMT-R " IN " LN-ACCT
           ELSE
             IF LN-ARR-INT IS GREATER THAN ZERO THEN
               MOVE F-BAL TO WS-OLD-BAL
               SUBTRACT LN-ARR-INT FROM F-BAL
               MOVE "LOANINT" TO WS-POST-TYPE
               MOVE LN-ARR-INT TO WS-POST-AMOUNT
               MOVE SPACES TO WS-TRAN-REASON
               STRING "LOAN " LN-NO " INTEREST"
                 DELIMITED BY SIZE INTO WS-TRAN-REASON
               PERFORM P-LOG-COLLECTION
             END-IF
             IF LN-ARR-PRIN IS GREATER THAN ZERO THEN
               MOVE F-BAL TO WS-OLD-BAL
               SUBTRACT LN-ARR-PRIN FROM F-BAL
               MOVE "LOANPRIN" TO WS-POST-TYPE
               MOVE LN-ARR-PRIN TO WS-POST-AMOUNT
               MOVE SPACES TO WS-TRAN-REASON
               STRING "LOAN " LN-NO " PRINCIPAL"
                 DELIMITED BY SIZE INTO WS-TRAN-REASON
               PERFORM P-LOG-COLLECTION
             END-IF
             REWRITE F-DATA
             END-REWRITE
             SUBTRACT LN-ARR-PRIN FROM
               LN-BALANCE
             MOVE ZERO TO LN-ARR-PRIN
             MOVE ZERO TO LN-ARR-INT
             MOVE ZERO TO LN-ARR-SINCE
             ADD 1 TO WS-COLLECT-COUNT
             MOVE WS-ARREARS TO WS-AMT-R
             DISPLAY "LOAN " LN-NO " COLLECTED"
             WS-AMT-R " FROM " LN-ACCT
             IF LN-BALANCE IS EQUAL TO ZERO THEN
               MOVE "P" TO LN-STATUS
               ADD 1 TO WS-PAIDOFF-COUNT
               DISPLAY "LOAN " LN-NO " PAID OFF"
             END-IF
           END-IF.
           EXIT.
       P-LOG-COLLECTION.
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
           MOVE "LOAN-COLLECTION" TO TL-USER.
           PERFORM P-SEAL-RECORD.
           WRITE TL-RECORD.
           PERFORM P-POST-TRANIDX.
           EXIT.
       P-REPORT-DELINQUENT.
           ADD 1 TO WS-DELQ-COUNT.
           COMPUTE WS-DAYS-LATE = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(LN-ARR-SINCE).
           EVALUATE TRUE
             WHEN WS-DAYS-LATE IS LESS THAN 30
               MOVE 1 TO WS-BUCKET
               MOVE "0-29" TO WS-BUCKET-NAME
             WHEN WS-DAYS-LATE IS LESS THAN 60
               MOVE 2 TO WS-BUCKET
               MOVE "30-59" TO WS-BUCKET-NAME
             WHEN WS-DAYS-LATE IS LESS THAN 90
               MOVE 3 TO WS-BUCKET
               MOVE "60-89" TO WS-BUCKET-NAME
             WHEN OTHER
               MOVE 4 TO WS-BUCKET
               MOVE "90+" TO WS-BUCKET-NAME
           END-EVALUATE.
           ADD 1 TO WS-BKT-COUNT(WS-BUCKET).
           COMPUTE WS-BKT-AMOUNT(WS-BUCKET) = WS-BKT-AMOUNT(WS-BUCKET)
               + LN-ARR-PRIN
               + LN-ARR-INT.
           MOVE LN-ARR-PRIN TO WS-AMT-R.
           MOVE LN-ARR-INT TO WS-AMT-R2.
           MOVE SPACES TO RP-LINE.
           STRING LN-NO "  " LN-ACCT
             "  " LN-ARR-SINCE "       "
             WS-DAYS-LATE "  " WS-BUCKET-NAME " " WS-AMT-R " "
             WS-AMT-R2
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           EXIT.
       P-REPORT-BUCKETS.
           MOVE SPACES TO RP-LINE.
           MOVE "ARREARS BY DAYS PAST DUE" TO RP-LINE.
           WRITE RP-LINE.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
             UNTIL WS-BKT-IDX > 4
             EVALUATE WS-BKT-IDX
               WHEN 1 MOVE "0-29" TO WS-BUCKET-NAME
               WHEN 2 MOVE "30-59" TO WS-BUCKET-NAME
               WHEN 3 MOVE "60-89" TO WS-BUCKET-NAME
               WHEN OTHER MOVE "90+" TO WS-BUCKET-NAME
             END-EVALUATE
             MOVE WS-BKT-AMOUNT(WS-BKT-IDX) TO WS-AMT-R
             MOVE SPACES TO RP-LINE
             STRING "  " WS-BUCKET-NAME " DAYS  LOANS "
               WS-BKT-COUNT(WS-BKT-IDX) "  AMOUNT" WS-AMT-R
               DELIMITED BY SIZE INTO RP-LINE
             WRITE RP-LINE
           END-PERFORM.
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
           MOVE "LOAN-COLLECTION" TO SS-PROGRAM.
           MOVE "OK" TO SS-STATUS.
           MOVE WS-COLLECT-COUNT TO SS-COUNT.
           OPEN OUTPUT STEPSTAT-FILE.
           WRITE SS-RECORD.
           CLOSE STEPSTAT-FILE.
           EXIT.
       P-WRITE-STEPSTAT-FAILED.
           MOVE "LOAN-COLLECTION" TO SS-PROGRAM.
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
       END PROGRAM LOAN-COLLECTION.
