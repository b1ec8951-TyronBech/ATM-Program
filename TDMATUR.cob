       "files.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES.
       SELECT OPTIONAL TERMDEP-FILE ASSIGN TO
       "tdidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TD-KEY
               FILE STATUS IS WS-TD-STATUS.
       SELECT TRANLOG ASSIGN TO
       "tranlog.txt"
               ACCESS MODE IS DYNAMIC
               RECORD KEY TI-KEY
               FILE STATUS IS WS-TI-STATUS.
       SELECT CUSTMAST ASSIGN TO
       "custmast.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY CM-CUST-NO
               FILE STATUS IS WS-CM-STATUS.
       SELECT WHTRATE-FILE ASSIGN TO
       "whtrate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WR-STATUS.
       SELECT WHTLOG-FILE ASSIGN TO
       "whtlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.
       SELECT TRANSEQ-FILE ASSIGN TO
       "transeq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
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
         02 F-CUST-NO PIC 9(8) VALUE ZEROES.
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
       FD TRANLOG.
       01 TL-RECORD.
         02 SS-STATUS PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 SS-COUNT PIC 9(6).
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
       FD WHTRATE-FILE.
       01 WR-RECORD.
         02 WR-TAX-STATUS PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 WR-RATE PIC 9V9(4).
       FD WHTLOG-FILE.
       01 WL-RECORD.
         02 WL-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 WL-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 WL-CUST-NO PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 WL-TAX-STATUS PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 WL-SOURCE PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 WL-GROSS PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 WL-RATE PIC 9V9(4).
         02 FILLER PIC X VALUE SPACE.
         02 WL-TAX PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 WL-NET PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 WL-CURRENCY PIC X(3).
         02 FILLER PIC X VALUE SPACE.
         02 WL-REF PIC 9(10).
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
       01 WS-TD-STATUS PIC XX VALUE SPACES.
       01 WS-TC-STATUS PIC XX VALUE SPACES.
       01 WS-TI-STATUS PIC XX VALUE SPACES.
       01 WS-TSQ-STATUS PIC XX VALUE SPACES.
       01 WS-TD-EOF PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-OLD-BAL PIC 9(12) VALUE ZEROES.
       01 WS-INTEREST-AMT PIC 9(12) VALUE ZEROES.
       01 WS-TRAN-REF PIC 9(10) VALUE ZEROES.
       01 WS-TRAN-REASON PIC X(30) VALUE SPACES.
       01 WS-AMT-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-TD-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-CM-STATUS PIC XX VALUE SPACES.
       01 WS-CM-OPEN PIC X VALUE "N".
       01 WS-WR-STATUS PIC XX VALUE SPACES.
       01 WS-WR-EOF PIC X VALUE "N".
       01 WS-WR-CNT PIC 9 VALUE ZERO.
       01 WS-WR-IDX PIC 9 VALUE ZERO.
       01 WS-WR-TABLE.
         02 WS-WR-ENTRY OCCURS 5 TIMES.
           03 WS-WR-T-STATUS PIC X.
           03 WS-WR-T-RATE PIC 9V9(4).
       01 WS-WL-STATUS PIC XX VALUE SPACES.
       01 WS-TAX-STATUS PIC X VALUE "R".
       01 WS-WHT-RATE PIC 9V9(4) VALUE ZERO.
       01 WS-WHT-RATE-R PIC 9.9999.
       01 WS-WHT-GROSS PIC 9(12) VALUE ZEROES.
       01 WS-WHT-AMT PIC 9(12) VALUE ZEROES.
       01 WS-WHT-SOURCE PIC X(8) VALUE SPACES.
       01 WS-WHT-REF PIC 9(10) VALUE ZEROES.
       01 WS-WHT-TOTAL PIC 9(14) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           DISPLAY "TERM DEPOSIT MATURITY RUN " WS-TODAY.
           PERFORM P-LOAD-WHT-RATES.
           MOVE ZERO TO WS-TD-COUNT.
           MOVE "N" TO WS-TD-EOF.
           OPEN I-O TERMDEP-FILE.
           IF WS-TD-STATUS IS EQUAL TO "00" THEN
             OPEN I-O USERDATA
             OPEN EXTEND TRANLOG
             PERFORM P-OPEN-WHT-FILES
             PERFORM UNTIL WS-TD-EOF IS EQUAL TO "Y"
               READ TERMDEP-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-TD-EOF
                 NOT AT END
                   ADD 1 TO WS-TD-COUNT
                   IF TD-STATUS IS EQUAL TO "O" AND
                     TD-MATURITY-DATE IS LESS THAN OR EQUAL
                     TO WS-TODAY THEN
                     PERFORM P-PAY-OUT-DEPOSIT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE USERDATA
             CLOSE TRANLOG
             PERFORM P-CLOSE-WHT-FILES
             CLOSE TERMDEP-FILE
           ELSE IF WS-TD-STATUS IS EQUAL TO "05" THEN
             CLOSE TERMDEP-FILE
           ELSE
             DISPLAY "*** TERM DEPOSIT FILE COULD NOT BE OPENED,"
             " STATUS " WS-TD-STATUS " - RUN ABORTED ***"
             PERFORM P-WRITE-STEPSTAT-FAILED
             GOBACK
           END-IF.
           IF WS-TD-COUNT IS EQUAL TO ZERO THEN
             DISPLAY "NO TERM DEPOSITS ON FILE"
           END-IF.
           DISPLAY "DEPOSITS MATURED: " WS-MATURED-COUNT.
           DISPLAY "DEPOSITS IN EXCEPTION: " WS-EXCEPT-COUNT.
           MOVE WS-WHT-TOTAL TO WS-AMT-R.
           DISPLAY "TAX WITHHELD: " WS-AMT-R.
           PERFORM P-WRITE-STEPSTAT.
           GOBACK.
       P-PAY-OUT-DEPOSIT.
           COMPUTE WS-INTEREST-AMT ROUNDED =
               TD-AMOUNT * TD-RATE * TD-TERM / 12.
           COMPUTE WS-PAYOUT =
               TD-AMOUNT + WS-INTEREST-AMT.
           MOVE TD-ACCT TO F-ACCT-NO.
           MOVE ZERO TO WS-ACCT-FOUND.
           READ USERDATA
             INVALID KEY MOVE 1 TO WS-ACCT-FOUND
           END-READ.
           IF WS-ACCT-FOUND IS EQUAL TO 1 THEN
             ADD 1 TO WS-EXCEPT-COUNT
             DISPLAY "EXCEPTION: DEPOSIT " TD-NO
             " - LINKED ACCOUNT " TD-ACCT
             " NOT ON FILE, LEFT OPEN"
           ELSE
             MOVE F-BAL TO WS-OLD-BAL
             REWRITE F-DATA
             END-REWRITE
             MOVE SPACES TO WS-TRAN-REASON
             STRING "TD " TD-NO " MATURITY"
               DELIMITED BY SIZE INTO WS-TRAN-REASON
             PERFORM P-LOG-MATURITY
             MOVE WS-INTEREST-AMT TO WS-WHT-GROSS
             MOVE "TD-MATUR" TO WS-WHT-SOURCE
             MOVE WS-TRAN-REF TO WS-WHT-REF
             PERFORM P-WITHHOLD-TAX
             MOVE "M" TO TD-STATUS
             REWRITE TD-RECORD
               INVALID KEY
                 DISPLAY "COULD NOT MARK DEPOSIT " TD-NO " MATURED"
             END-REWRITE
             ADD 1 TO WS-MATURED-COUNT
             MOVE WS-PAYOUT TO WS-AMT-R
             DISPLAY "DEPOSIT " TD-NO " PAID"
             WS-AMT-R " TO " TD-ACCT
             IF WS-WHT-AMT IS GREATER THAN ZERO THEN
               MOVE WS-WHT-AMT TO WS-AMT-R
               DISPLAY "  TAX WITHHELD ON INTEREST" WS-AMT-R
             END-IF
           END-IF.
           EXIT.
       P-LOG-MATURITY.
           PERFORM P-NEXT-TRAN-REF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TODAY TO WS-TIMESTAMP(1:8).
           MOVE F-ACCT-NO TO TL-ACCT.
           MOVE "TD-MATUR" TO TL-TYPE.
           MOVE WS-PAYOUT TO TL-AMOUNT.
           WRITE TL-RECORD.
           PERFORM P-POST-TRANIDX.
           EXIT.
       P-WITHHOLD-TAX.
           MOVE "R" TO WS-TAX-STATUS.
           IF F-CUST-NO IS GREATER THAN ZERO AND
             WS-CM-OPEN IS EQUAL TO "Y" THEN
             MOVE F-CUST-NO TO CM-CUST-NO
             READ CUSTMAST
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF CM-TAX-STATUS IS EQUAL TO "N" OR
                   CM-TAX-STATUS IS EQUAL TO "E" THEN
                   MOVE CM-TAX-STATUS TO WS-TAX-STATUS
                 END-IF
             END-READ
           END-IF.
           MOVE ZERO TO WS-WHT-RATE.
           PERFORM VARYING WS-WR-IDX FROM 1 BY 1
             UNTIL WS-WR-IDX > WS-WR-CNT
             IF WS-WR-T-STATUS(WS-WR-IDX) IS EQUAL TO WS-TAX-STATUS
               THEN
               MOVE WS-WR-T-RATE(WS-WR-IDX) TO WS-WHT-RATE
               EXIT PERFORM
             END-IF
           END-PERFORM.
           COMPUTE WS-WHT-AMT ROUNDED = WS-WHT-GROSS * WS-WHT-RATE.
           IF WS-WHT-AMT IS GREATER THAN ZERO THEN
             MOVE F-BAL TO WS-OLD-BAL
             SUBTRACT WS-WHT-AMT FROM F-BAL
             REWRITE F-DATA
             END-REWRITE
             PERFORM P-LOG-WHT
             ADD WS-WHT-AMT TO WS-WHT-TOTAL
           END-IF.
           PERFORM P-WRITE-WHTLOG.
           EXIT.
       P-LOG-WHT.
           PERFORM P-NEXT-TRAN-REF.
           MOVE WS-WHT-RATE TO WS-WHT-RATE-R.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TODAY TO WS-TIMESTAMP(1:8).
           MOVE F-ACCT-NO TO TL-ACCT.
           MOVE "WHT-TAX" TO TL-TYPE.
           MOVE WS-WHT-AMT TO TL-AMOUNT.
           MOVE WS-OLD-BAL TO TL-OLD-BAL.
           MOVE F-BAL TO TL-NEW-BAL.
           MOVE WS-TIMESTAMP TO TL-TIMESTAMP.
           MOVE SPACES TO TL-REASON.
           STRING "WHT " WS-TAX-STATUS " " WS-WHT-RATE-R " ON "
             WS-WHT-SOURCE DELIMITED BY SIZE INTO TL-REASON.
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE "TERM-DEPOSIT" TO TL-USER.
           PERFORM P-SEAL-RECORD.
           WRITE TL-RECORD.
           PERFORM P-POST-TRANIDX.
           MOVE WS-TRAN-REF TO WS-WHT-REF.
           EXIT.
       P-WRITE-WHTLOG.
           MOVE SPACES TO WL-RECORD.
           MOVE WS-TODAY TO WL-DATE.
           MOVE F-ACCT-NO TO WL-ACCT.
           MOVE F-CUST-NO TO WL-CUST-NO.
           MOVE WS-TAX-STATUS TO WL-TAX-STATUS.
           MOVE WS-WHT-SOURCE TO WL-SOURCE.
           MOVE WS-WHT-GROSS TO WL-GROSS.
           MOVE WS-WHT-RATE TO WL-RATE.
           MOVE WS-WHT-AMT TO WL-TAX.
           COMPUTE WL-NET = WS-WHT-GROSS - WS-WHT-AMT.
           MOVE F-CURRENCY TO WL-CURRENCY.
           MOVE WS-WHT-REF TO WL-REF.
           WRITE WL-RECORD.
           EXIT.
       P-LOAD-WHT-RATES.
           MOVE ZERO TO WS-WR-CNT.
           MOVE "N" TO WS-WR-EOF.
           OPEN INPUT WHTRATE-FILE.
           IF WS-WR-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-WR-EOF IS EQUAL TO "Y"
               OR WS-WR-CNT IS EQUAL TO 5
               READ WHTRATE-FILE
                 AT END MOVE "Y" TO WS-WR-EOF
                 NOT AT END
                   ADD 1 TO WS-WR-CNT
                   MOVE WR-TAX-STATUS TO WS-WR-T-STATUS(WS-WR-CNT)
                   MOVE WR-RATE TO WS-WR-T-RATE(WS-WR-CNT)
               END-READ
             END-PERFORM
             CLOSE WHTRATE-FILE
           ELSE
             DISPLAY "*** NO WITHHOLDING TAX RATE FILE (whtrate.txt)"
             " - NO TAX WILL BE WITHHELD ***"
           END-IF.
           EXIT.
       P-OPEN-WHT-FILES.
           MOVE "N" TO WS-CM-OPEN.
           OPEN INPUT CUSTMAST.
           IF WS-CM-STATUS IS EQUAL TO "00" THEN
             MOVE "Y" TO WS-CM-OPEN
           END-IF.
           OPEN EXTEND WHTLOG-FILE.
           IF WS-WL-STATUS NOT EQUAL TO "00" THEN
             OPEN OUTPUT WHTLOG-FILE
           END-IF.
           EXIT.
       P-CLOSE-WHT-FILES.
           IF WS-CM-OPEN IS EQUAL TO "Y" THEN
             CLOSE CUSTMAST
           END-IF.
           CLOSE WHTLOG-FILE.
           EXIT.
       P-SEAL-RECORD.
           MOVE ZERO TO WS-PREV-CHECK.
           OPEN INPUT TLCHAIN-FILE.
           WRITE TSQ-RECORD.
           CLOSE TRANSEQ-FILE.
           EXIT.
       P-WRITE-STEPSTAT.
           MOVE "TERMDEP-MATURITY" TO SS-PROGRAM.
           MOVE "OK" TO SS-STATUS.
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
       END PROGRAM TERMDEP-MATURITY.
