       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PROFIT.
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
       SELECT CUSTMAST ASSIGN TO
       "custmast.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY CM-CUST-NO
               FILE STATUS IS WS-CM-STATUS.
       SELECT TRANLOG ASSIGN TO DYNAMIC WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.
       SELECT CATALOG-FILE ASSIGN TO
       "archcat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
       SELECT WHTLOG-FILE ASSIGN TO
       "whtlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.
       SELECT FEEQUEUE-FILE ASSIGN TO
       "feequeue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FQ-STATUS.
       SELECT DISPUTES-FILE ASSIGN TO
       "disputes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.
       SELECT TERMINAL-FILE ASSIGN TO
       "terminal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.
       SELECT OPERATOR-FILE ASSIGN TO
       "operator.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.
       SELECT EXRATES ASSIGN TO
       "exrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-STATUS.
       SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
       SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XT-STATUS.
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
         02 FILLER PIC X VALUE SPACE.
         02 TL-CHECK PIC 9(14).
         02 FILLER PIC X VALUE SPACE.
         02 TL-TERMINAL PIC X(8).
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
       FD FEEQUEUE-FILE.
       01 FQ-RECORD.
         02 FQ-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 FQ-CODE PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 FQ-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 FQ-DATE PIC 9(8).
       FD DISPUTES-FILE.
       01 DSP-RECORD.
         02 DSP-CASE-NO PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 DSP-REF PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 DSP-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 DSP-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 DSP-STATUS PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 DSP-OPEN-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 DSP-REASON PIC X(30).
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
       FD EXRATES.
       01 EX-RECORD.
         02 EX-CODE PIC X(3).
         02 FILLER PIC X VALUE SPACE.
         02 EX-SYMBOL PIC X(3).
         02 FILLER PIC X VALUE SPACE.
         02 EX-RATE PIC 9(4)V9(6).
       FD REPORT-FILE.
       01 RP-LINE PIC X(132).
       FD EXTRACT-FILE.
       01 XT-LINE PIC X(200).
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
       01 WS-UD-STATUS PIC XX VALUE SPACES.
       01 WS-UD-EOF PIC X VALUE "N".
       01 WS-CM-STATUS PIC XX VALUE SPACES.
       01 WS-CM-EOF PIC X VALUE "N".
       01 WS-TL-STATUS PIC XX VALUE SPACES.
       01 WS-TL-EOF PIC X VALUE "N".
       01 WS-LOG-NAME PIC X(30) VALUE SPACES.
       01 WS-CAT-STATUS PIC XX VALUE SPACES.
       01 WS-CAT-EOF PIC X VALUE "N".
       01 WS-WL-STATUS PIC XX VALUE SPACES.
       01 WS-WL-EOF PIC X VALUE "N".
       01 WS-FQ-STATUS PIC XX VALUE SPACES.
       01 WS-FQ-EOF PIC X VALUE "N".
       01 WS-DSP-STATUS PIC XX VALUE SPACES.
       01 WS-DSP-EOF PIC X VALUE "N".
       01 WS-TM-STATUS PIC XX VALUE SPACES.
       01 WS-TM-EOF PIC X VALUE "N".
       01 WS-OP-STATUS PIC XX VALUE SPACES.
       01 WS-OP-EOF PIC X VALUE "N".
       01 WS-EX-STATUS PIC XX VALUE SPACES.
       01 WS-EX-EOF PIC X VALUE "N".
       01 WS-RP-STATUS PIC XX VALUE SPACES.
       01 WS-RP-EOF PIC X VALUE "N".
       01 WS-RPT-DONE PIC X VALUE "N".
       01 WS-RPT-TRAILER PIC X(24) VALUE "*** END OF REPORT ***".
       01 WS-XT-STATUS PIC XX VALUE SPACES.
       01 WS-RPT-NAME PIC X(30) VALUE SPACES.
       01 WS-EXT-NAME PIC X(30) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-RUN-OK PIC X VALUE "Y".
       01 WS-PERIOD PIC 9(6) VALUE ZEROES.
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
         02 WS-PERIOD-YEAR PIC 9(4).
         02 WS-PERIOD-MONTH PIC 99.
       01 WS-THIS-PERIOD PIC 9(6) VALUE ZEROES.
       01 WS-PERIOD-FIRST PIC 9(8) VALUE ZEROES.
       01 WS-MONTH-FIRST PIC 9(8) VALUE ZEROES.
       01 WS-MONTH-DAYS PIC 99 VALUE ZEROES.
       01 WS-TL-PERIOD PIC 9(6) VALUE ZEROES.
       01 WS-TL-DAY PIC 99 VALUE ZEROES.
       01 WS-TL-AMT PIC S9(14) VALUE ZEROES.
       01 WS-TL-OLD PIC S9(14) VALUE ZEROES.
       01 WS-TL-NEW PIC S9(14) VALUE ZEROES.
       01 WS-FIND-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-WORK-AMT PIC S9(16) VALUE ZEROES.
       01 WS-EX-RATE PIC 9(4)V9(6) VALUE 1.
       01 WS-BAND-A-MIN PIC S9(12) VALUE 50.
       01 WS-BAND-B-MIN PIC S9(12) VALUE 10.
       01 WS-CUST-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-ACCT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-TL-COUNT PIC 9(8) VALUE ZEROES.
       01 WS-RT-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-RT-IDX PIC 9(2) VALUE ZEROES.
       01 WS-RT-TABLE.
         02 WS-RT-ENTRY OCCURS 50 TIMES.
           03 WS-RT-CODE PIC X(3).
           03 WS-RT-RATE PIC 9(4)V9(6).
       01 WS-OT-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-OT-IDX PIC 9(3) VALUE ZEROES.
       01 WS-OT-FOUND PIC X VALUE "N".
       01 WS-OT-TABLE.
         02 WS-OT-NAME PIC X(20) OCCURS 200 TIMES.
       01 WS-TT-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-TT-IDX PIC 9(3) VALUE ZEROES.
       01 WS-TT-TABLE.
         02 WS-TT-ENTRY OCCURS 200 TIMES.
           03 WS-TT-ID PIC X(8).
           03 WS-TT-BRANCH PIC 99.
       01 WS-BR-COUNT PIC 99 VALUE ZEROES.
       01 WS-BR-IDX PIC 99 VALUE ZEROES.
       01 WS-BR-SLOT PIC 99 VALUE ZEROES.
       01 WS-BR-BEST PIC 9(4) VALUE ZEROES.
       01 WS-BR-FULL PIC X VALUE "N".
       01 WS-BR-TABLE.
         02 WS-BR-ENTRY OCCURS 20 TIMES.
           03 WS-BR-CODE PIC X(6).
           03 WS-BR-CUSTS PIC 9(6).
           03 WS-BR-AVG PIC S9(16).
           03 WS-BR-INT PIC S9(16).
           03 WS-BR-FEES PIC S9(16).
           03 WS-BR-NET PIC S9(16).
           03 WS-BR-ATM-WD PIC 9(8).
           03 WS-BR-TELLER PIC 9(8).
           03 WS-BR-DISPUTES PIC 9(6).
       01 WS-BD-IDX PIC 9 VALUE ZERO.
       01 WS-BD-TABLE.
         02 WS-BD-ENTRY OCCURS 4 TIMES.
           03 WS-BD-CUSTS PIC 9(6).
           03 WS-BD-NET PIC S9(16).
       01 WS-BD-NAMES.
         02 FILLER PIC X(40)
             VALUE "A  NET CONTRIBUTION 50 AND OVER         ".
         02 FILLER PIC X(40)
             VALUE "B  NET CONTRIBUTION 10 TO 49            ".
         02 FILLER PIC X(40)
             VALUE "C  NET CONTRIBUTION 0 TO 9              ".
         02 FILLER PIC X(40)
             VALUE "D  LOSS-MAKING                          ".
       01 WS-BD-NAME-TABLE REDEFINES WS-BD-NAMES.
         02 WS-BD-NAME PIC X(40) OCCURS 4 TIMES.
       01 WS-PA-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PA-IDX PIC 9(4) VALUE ZEROES.
       01 WS-PA-SLOT PIC 9(4) VALUE ZEROES.
       01 WS-PA-FULL PIC X VALUE "N".
       01 WS-PA-TABLE.
         02 WS-PA-ENTRY OCCURS 5000 TIMES.
           03 WS-PA-ACCT PIC 9(10).
           03 WS-PA-CUST PIC 9(4).
           03 WS-PA-RATE PIC 9(4)V9(6).
           03 WS-PA-STATE PIC X.
           03 WS-PA-CUR-BAL PIC S9(14).
           03 WS-PA-BAL PIC S9(14).
           03 WS-PA-DAY PIC 99.
           03 WS-PA-BALDAYS PIC S9(16).
           03 WS-PA-INT PIC S9(14).
           03 WS-PA-FEES PIC S9(14).
           03 WS-PA-FEES-DUE PIC S9(14).
       01 WS-PC-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PC-IDX PIC 9(4) VALUE ZEROES.
       01 WS-PC-SLOT PIC 9(4) VALUE ZEROES.
       01 WS-PC-FULL PIC X VALUE "N".
       01 WS-PC-TABLE.
         02 WS-PC-ENTRY OCCURS 2000 TIMES.
           03 WS-PC-CUST PIC 9(8).
           03 WS-PC-NAME PIC X(20).
           03 WS-PC-ACCTS PIC 9(3).
           03 WS-PC-AVG PIC S9(14).
           03 WS-PC-INT PIC S9(14).
           03 WS-PC-FEES PIC S9(14).
           03 WS-PC-FEES-DUE PIC S9(14).
           03 WS-PC-ATM-WD PIC 9(5).
           03 WS-PC-TELLER PIC 9(5).
           03 WS-PC-DISPUTES PIC 9(3).
           03 WS-PC-NET PIC S9(14).
           03 WS-PC-BAND PIC X.
           03 WS-PC-BRANCH PIC 99.
           03 WS-PC-BR-USE PIC 9(4) OCCURS 20 TIMES.
       01 WS-PO-POS PIC 9(4) VALUE ZEROES.
       01 WS-PO-PREV PIC 9(4) VALUE ZEROES.
       01 WS-PO-HOLD PIC 9(4) VALUE ZEROES.
       01 WS-PO-J PIC 9(4) VALUE ZEROES.
       01 WS-PO-DONE PIC X VALUE "N".
       01 WS-PO-TABLE.
         02 WS-PO-ORDER PIC 9(4) OCCURS 2000 TIMES.
       01 WS-TOT-CUSTS PIC 9(6) VALUE ZEROES.
       01 WS-TOT-AVG PIC S9(16) VALUE ZEROES.
       01 WS-TOT-INT PIC S9(16) VALUE ZEROES.
       01 WS-TOT-FEES PIC S9(16) VALUE ZEROES.
       01 WS-TOT-NET PIC S9(16) VALUE ZEROES.
       01 WS-TOT-ATM-WD PIC 9(8) VALUE ZEROES.
       01 WS-TOT-TELLER PIC 9(8) VALUE ZEROES.
       01 WS-TOT-DISPUTES PIC 9(6) VALUE ZEROES.
       01 WS-RANK-R PIC ZZZ9.
       01 WS-ACCTS-R PIC ZZ9.
       01 WS-AVG-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-INT-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-FEES-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-NET-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-ATM-R PIC ZZZZ9.
       01 WS-TELLER-R PIC ZZZZ9.
       01 WS-DISP-R PIC ZZ9.
       01 WS-CUSTS-R PIC ZZZZZ9.
       01 WS-XT-PTR PIC 9(3) VALUE ZEROES.
       01 WS-XT-VALUE PIC X(20) VALUE SPACES.
       01 WS-XT-LEAD PIC 99 VALUE ZEROES.
       01 WS-XT-NUM PIC -(15)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           MOVE WS-TODAY(1:6) TO WS-THIS-PERIOD.
           MOVE WS-THIS-PERIOD TO WS-PERIOD.
           IF WS-PERIOD-MONTH IS EQUAL TO 1 THEN
             SUBTRACT 1 FROM WS-PERIOD-YEAR
             MOVE 12 TO WS-PERIOD-MONTH
           ELSE
             SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF.
           COMPUTE WS-PERIOD-FIRST = WS-PERIOD * 100 + 1.
           COMPUTE WS-MONTH-FIRST = WS-THIS-PERIOD * 100 + 1.
           COMPUTE WS-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST) -
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-FIRST).
           DISPLAY "CUSTOMER PROFITABILITY RUN " WS-TODAY
           " FOR PERIOD " WS-PERIOD.
           MOVE SPACES TO WS-RPT-NAME.
           STRING "custprof." WS-PERIOD ".txt"
             DELIMITED BY SIZE INTO WS-RPT-NAME.
           MOVE SPACES TO WS-EXT-NAME.
           STRING "custprof." WS-PERIOD ".csv"
             DELIMITED BY SIZE INTO WS-EXT-NAME.
           PERFORM P-CHECK-PRODUCED.
           IF WS-RPT-DONE IS EQUAL TO "Y" THEN
             DISPLAY "CUSTOMER PROFITABILITY REPORT FOR " WS-PERIOD
             " ALREADY PRODUCED - " WS-RPT-NAME
             PERFORM P-WRITE-STEPSTAT
             GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO RP-LINE.
           STRING "CUSTOMER RELATIONSHIP PROFITABILITY - PERIOD "
             WS-PERIOD "   AS AT " WS-TODAY
             "   AMOUNTS IN USD"
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           WRITE RP-LINE.
           PERFORM P-LOAD-RATES.
           PERFORM P-LOAD-TERMINALS.
           PERFORM P-LOAD-OPERATORS.
           OPEN INPUT USERDATA.
           IF WS-UD-STATUS NOT EQUAL TO "00" THEN
             MOVE "N" TO WS-RUN-OK
             MOVE "  ACCOUNT MASTER FILE IS NOT AVAILABLE" TO RP-LINE
             WRITE RP-LINE
           ELSE
             OPEN INPUT CUSTMAST
             IF WS-CM-STATUS NOT EQUAL TO "00" THEN
               MOVE "N" TO WS-RUN-OK
               MOVE "  CUSTOMER MASTER FILE IS NOT AVAILABLE"
                 TO RP-LINE
               WRITE RP-LINE
             ELSE
               PERFORM P-LOAD-CUSTOMERS
               CLOSE CUSTMAST
             END-IF
             CLOSE USERDATA
           END-IF.
           IF WS-RUN-OK IS EQUAL TO "N" THEN
             CLOSE REPORT-FILE
             DISPLAY "REPORT WRITTEN TO " WS-RPT-NAME
             PERFORM P-WRITE-STEPSTAT-FAILED
             GOBACK
           END-IF.
           PERFORM P-SCAN-ARCHIVES.
           MOVE "tranlog.txt" TO WS-LOG-NAME.
           PERFORM P-SCAN-ONE-LOG.
           PERFORM P-SCAN-WHTLOG.
           PERFORM P-SCAN-FEEQUEUE.
           PERFORM P-SCAN-DISPUTES.
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
             UNTIL WS-PA-IDX > WS-PA-COUNT
             PERFORM P-CLOSE-ACCOUNT-MONTH
           END-PERFORM.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
             UNTIL WS-PC-IDX > WS-PC-COUNT
             PERFORM P-RATE-CUSTOMER
           END-PERFORM.
           PERFORM P-RANK-CUSTOMERS.
           PERFORM P-PRINT-REPORT.
           PERFORM P-WRITE-EXTRACT.
           MOVE WS-PC-COUNT TO WS-CUST-COUNT.
           DISPLAY "CUSTOMERS REPORTED: " WS-CUST-COUNT.
           DISPLAY "ACCOUNTS INCLUDED: " WS-ACCT-COUNT.
           DISPLAY "REPORT WRITTEN TO " WS-RPT-NAME.
           DISPLAY "EXTRACT WRITTEN TO " WS-EXT-NAME.
           IF WS-PC-FULL IS EQUAL TO "Y" OR
             WS-PA-FULL IS EQUAL TO "Y" THEN
             DISPLAY "*** CUSTOMER OR ACCOUNT TABLE FULL -"
             " PROFITABILITY REPORT IS INCOMPLETE ***"
             PERFORM P-WRITE-STEPSTAT-FAILED
           ELSE
             PERFORM P-WRITE-STEPSTAT
           END-IF.
           GOBACK.
       P-LOAD-CUSTOMERS.
           MOVE "N" TO WS-CM-EOF.
           MOVE ZEROES TO CM-CUST-NO.
           START CUSTMAST KEY IS GREATER THAN OR EQUAL TO CM-CUST-NO
             INVALID KEY MOVE "Y" TO WS-CM-EOF
           END-START.
           PERFORM UNTIL WS-CM-EOF IS EQUAL TO "Y"
             READ CUSTMAST NEXT RECORD
               AT END MOVE "Y" TO WS-CM-EOF
               NOT AT END
                 IF CM-MERGED-INTO IS NOT NUMERIC OR
                   CM-MERGED-INTO IS EQUAL TO ZERO THEN
                   PERFORM P-LOAD-ONE-CUSTOMER
                 END-IF
             END-READ
           END-PERFORM.
           EXIT.
       P-LOAD-ONE-CUSTOMER.
           IF WS-PC-COUNT IS EQUAL TO 2000 THEN
             MOVE "Y" TO WS-PC-FULL
           ELSE
             COMPUTE WS-PC-SLOT = WS-PC-COUNT + 1
             INITIALIZE WS-PC-ENTRY(WS-PC-SLOT)
             MOVE CM-CUST-NO TO WS-PC-CUST(WS-PC-SLOT)
             MOVE CM-NAME TO WS-PC-NAME(WS-PC-SLOT)
             MOVE 1 TO WS-PC-BRANCH(WS-PC-SLOT)
             MOVE CM-CUST-NO TO F-CUST-NO
             MOVE "N" TO WS-UD-EOF
             START USERDATA KEY IS EQUAL TO F-CUST-NO
               INVALID KEY MOVE "Y" TO WS-UD-EOF
             END-START
             PERFORM UNTIL WS-UD-EOF IS EQUAL TO "Y"
               READ USERDATA NEXT RECORD
                 AT END MOVE "Y" TO WS-UD-EOF
                 NOT AT END
                   IF F-CUST-NO NOT EQUAL TO CM-CUST-NO THEN
                     MOVE "Y" TO WS-UD-EOF
                   ELSE
                     PERFORM P-LOAD-ONE-ACCOUNT
                   END-IF
               END-READ
             END-PERFORM
             IF WS-PC-ACCTS(WS-PC-SLOT) IS GREATER THAN ZERO THEN
               MOVE WS-PC-SLOT TO WS-PC-COUNT
             END-IF
           END-IF.
           EXIT.
       P-LOAD-ONE-ACCOUNT.
           IF WS-PA-COUNT IS EQUAL TO 5000 THEN
             MOVE "Y" TO WS-PA-FULL
           ELSE
             ADD 1 TO WS-PA-COUNT
             ADD 1 TO WS-ACCT-COUNT
             ADD 1 TO WS-PC-ACCTS(WS-PC-SLOT)
             INITIALIZE WS-PA-ENTRY(WS-PA-COUNT)
             MOVE F-ACCT-NO TO WS-PA-ACCT(WS-PA-COUNT)
             MOVE WS-PC-SLOT TO WS-PA-CUST(WS-PA-COUNT)
             MOVE F-BAL TO WS-PA-CUR-BAL(WS-PA-COUNT)
             MOVE SPACE TO WS-PA-STATE(WS-PA-COUNT)
             MOVE 1 TO WS-EX-RATE
             PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-CODE(WS-RT-IDX) IS EQUAL TO F-CURRENCY AND
                 WS-RT-RATE(WS-RT-IDX) IS GREATER THAN ZERO THEN
                 MOVE WS-RT-RATE(WS-RT-IDX) TO WS-EX-RATE
                 EXIT PERFORM
               END-IF
             END-PERFORM
             MOVE WS-EX-RATE TO WS-PA-RATE(WS-PA-COUNT)
           END-IF.
           EXIT.
       P-FIND-ACCOUNT.
           MOVE ZERO TO WS-PA-SLOT.
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
             UNTIL WS-PA-IDX > WS-PA-COUNT
             IF WS-PA-ACCT(WS-PA-IDX) IS EQUAL TO WS-FIND-ACCT THEN
               MOVE WS-PA-IDX TO WS-PA-SLOT
               EXIT PERFORM
             END-IF
           END-PERFORM.
           EXIT.
       P-SCAN-ARCHIVES.
           MOVE "N" TO WS-CAT-EOF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-CAT-EOF IS EQUAL TO "Y"
               READ CATALOG-FILE
                 AT END MOVE "Y" TO WS-CAT-EOF
                 NOT AT END
                   IF CAT-PERIOD IS NOT LESS THAN WS-PERIOD THEN
                     MOVE CAT-FILENAME TO WS-LOG-NAME
                     PERFORM P-SCAN-ONE-LOG
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CATALOG-FILE
           END-IF.
           EXIT.
       P-SCAN-ONE-LOG.
           MOVE "N" TO WS-TL-EOF.
           OPEN INPUT TRANLOG.
           IF WS-TL-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-TL-EOF IS EQUAL TO "Y"
               MOVE SPACES TO TL-RECORD
               READ TRANLOG
                 AT END MOVE "Y" TO WS-TL-EOF
                 NOT AT END
                   IF TL-TIMESTAMP(1:6) IS NUMERIC THEN
                     MOVE TL-TIMESTAMP(1:6) TO WS-TL-PERIOD
                     IF WS-TL-PERIOD IS NOT LESS THAN WS-PERIOD THEN
                       PERFORM P-TAKE-POSTING
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TRANLOG
           END-IF.
           EXIT.
       P-TAKE-POSTING.
           MOVE TL-ACCT TO WS-FIND-ACCT.
           PERFORM P-FIND-ACCOUNT.
           IF WS-PA-SLOT IS GREATER THAN ZERO THEN
             COMPUTE WS-TL-OLD = FUNCTION NUMVAL-C(TL-OLD-BAL)
             COMPUTE WS-TL-NEW = FUNCTION NUMVAL-C(TL-NEW-BAL)
             IF WS-TL-PERIOD IS GREATER THAN WS-PERIOD THEN
               IF WS-PA-STATE(WS-PA-SLOT) IS EQUAL TO SPACE THEN
                 MOVE WS-TL-OLD TO WS-PA-BAL(WS-PA-SLOT)
                 MOVE 1 TO WS-PA-DAY(WS-PA-SLOT)
               END-IF
               MOVE "X" TO WS-PA-STATE(WS-PA-SLOT)
             ELSE
               PERFORM P-MONTH-POSTING
             END-IF
           END-IF.
           EXIT.
       P-MONTH-POSTING.
           ADD 1 TO WS-TL-COUNT.
           MOVE TL-TIMESTAMP(7:2) TO WS-TL-DAY.
           IF WS-PA-STATE(WS-PA-SLOT) IS EQUAL TO SPACE THEN
             MOVE "M" TO WS-PA-STATE(WS-PA-SLOT)
             MOVE WS-TL-OLD TO WS-PA-BAL(WS-PA-SLOT)
             MOVE 1 TO WS-PA-DAY(WS-PA-SLOT)
           END-IF.
           IF WS-TL-DAY IS GREATER THAN WS-PA-DAY(WS-PA-SLOT) THEN
             COMPUTE WS-PA-BALDAYS(WS-PA-SLOT) =
                 WS-PA-BALDAYS(WS-PA-SLOT) + WS-PA-BAL(WS-PA-SLOT) *
                 (WS-TL-DAY - WS-PA-DAY(WS-PA-SLOT))
             MOVE WS-TL-DAY TO WS-PA-DAY(WS-PA-SLOT)
           END-IF.
           MOVE WS-TL-NEW TO WS-PA-BAL(WS-PA-SLOT).
           MOVE WS-PA-CUST(WS-PA-SLOT) TO WS-PC-SLOT.
           IF TL-TYPE IS EQUAL TO "INTEREST" THEN
             COMPUTE WS-TL-AMT = FUNCTION NUMVAL-C(TL-AMOUNT)
             ADD WS-TL-AMT TO WS-PA-INT(WS-PA-SLOT)
           END-IF.
           IF TL-TYPE IS EQUAL TO "FEE" THEN
             COMPUTE WS-TL-AMT = FUNCTION NUMVAL-C(TL-AMOUNT)
             ADD WS-TL-AMT TO WS-PA-FEES(WS-PA-SLOT)
           END-IF.
           IF TL-TERMINAL NOT EQUAL TO SPACES THEN
             IF TL-TYPE IS EQUAL TO "WITHDRAW" THEN
               ADD 1 TO WS-PC-ATM-WD(WS-PC-SLOT)
             END-IF
             PERFORM P-COUNT-BRANCH-USE
           ELSE
             IF TL-TYPE IS EQUAL TO "DEPOSIT" OR
               TL-TYPE IS EQUAL TO "WITHDRAW" OR
               TL-TYPE IS EQUAL TO "XFER-OUT" OR
               TL-TYPE IS EQUAL TO "IBXFER" THEN
               PERFORM P-CHECK-OPERATOR
               IF WS-OT-FOUND IS EQUAL TO "Y" THEN
                 ADD 1 TO WS-PC-TELLER(WS-PC-SLOT)
               END-IF
             END-IF
           END-IF.
           EXIT.
       P-COUNT-BRANCH-USE.
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
             UNTIL WS-TT-IDX > WS-TT-COUNT
             IF WS-TT-ID(WS-TT-IDX) IS EQUAL TO TL-TERMINAL THEN
               MOVE WS-TT-BRANCH(WS-TT-IDX) TO WS-BR-SLOT
               IF WS-PC-BR-USE(WS-PC-SLOT, WS-BR-SLOT) IS LESS
                 THAN 9999 THEN
                 ADD 1 TO WS-PC-BR-USE(WS-PC-SLOT, WS-BR-SLOT)
               END-IF
               EXIT PERFORM
             END-IF
           END-PERFORM.
           EXIT.
       P-CHECK-OPERATOR.
           MOVE "N" TO WS-OT-FOUND.
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
             UNTIL WS-OT-IDX > WS-OT-COUNT
             IF WS-OT-NAME(WS-OT-IDX) IS EQUAL TO TL-USER THEN
               MOVE "Y" TO WS-OT-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.
           EXIT.
       P-SCAN-WHTLOG.
           MOVE "N" TO WS-WL-EOF.
           OPEN INPUT WHTLOG-FILE.
           IF WS-WL-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-WL-EOF IS EQUAL TO "Y"
               READ WHTLOG-FILE
                 AT END MOVE "Y" TO WS-WL-EOF
                 NOT AT END
                   IF WL-DATE(1:6) IS EQUAL TO WS-PERIOD AND
                     WL-SOURCE IS EQUAL TO "TD-MATUR" THEN
                     MOVE WL-ACCT TO WS-FIND-ACCT
                     PERFORM P-FIND-ACCOUNT
                     IF WS-PA-SLOT IS GREATER THAN ZERO THEN
                       ADD WL-GROSS TO WS-PA-INT(WS-PA-SLOT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE WHTLOG-FILE
           END-IF.
           EXIT.
       P-SCAN-FEEQUEUE.
           MOVE "N" TO WS-FQ-EOF.
           OPEN INPUT FEEQUEUE-FILE.
           IF WS-FQ-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-FQ-EOF IS EQUAL TO "Y"
               READ FEEQUEUE-FILE
                 AT END MOVE "Y" TO WS-FQ-EOF
                 NOT AT END
                   MOVE FQ-ACCT TO WS-FIND-ACCT
                   PERFORM P-FIND-ACCOUNT
                   IF WS-PA-SLOT IS GREATER THAN ZERO THEN
                     ADD FQ-AMOUNT TO WS-PA-FEES-DUE(WS-PA-SLOT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FEEQUEUE-FILE
           END-IF.
           EXIT.
       P-SCAN-DISPUTES.
           MOVE "N" TO WS-DSP-EOF.
           OPEN INPUT DISPUTES-FILE.
           IF WS-DSP-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-DSP-EOF IS EQUAL TO "Y"
               READ DISPUTES-FILE
                 AT END MOVE "Y" TO WS-DSP-EOF
                 NOT AT END
                   IF DSP-STATUS IS EQUAL TO "O" OR
                     DSP-STATUS IS EQUAL TO "P" THEN
                     MOVE DSP-ACCT TO WS-FIND-ACCT
                     PERFORM P-FIND-ACCOUNT
                     IF WS-PA-SLOT IS GREATER THAN ZERO THEN
                       MOVE WS-PA-CUST(WS-PA-SLOT) TO WS-PC-SLOT
                       ADD 1 TO WS-PC-DISPUTES(WS-PC-SLOT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DISPUTES-FILE
           END-IF.
           EXIT.
       P-CLOSE-ACCOUNT-MONTH.
           IF WS-PA-STATE(WS-PA-IDX) IS EQUAL TO SPACE THEN
             MOVE WS-PA-CUR-BAL(WS-PA-IDX) TO WS-PA-BAL(WS-PA-IDX)
             MOVE 1 TO WS-PA-DAY(WS-PA-IDX)
           END-IF.
           COMPUTE WS-PA-BALDAYS(WS-PA-IDX) =
               WS-PA-BALDAYS(WS-PA-IDX) + WS-PA-BAL(WS-PA-IDX) *
               (WS-MONTH-DAYS + 1 - WS-PA-DAY(WS-PA-IDX)).
           MOVE WS-PA-CUST(WS-PA-IDX) TO WS-PC-SLOT.
           COMPUTE WS-WORK-AMT ROUNDED = WS-PA-BALDAYS(WS-PA-IDX) /
               WS-MONTH-DAYS / WS-PA-RATE(WS-PA-IDX).
           ADD WS-WORK-AMT TO WS-PC-AVG(WS-PC-SLOT).
           COMPUTE WS-WORK-AMT ROUNDED = WS-PA-INT(WS-PA-IDX) /
               WS-PA-RATE(WS-PA-IDX).
           ADD WS-WORK-AMT TO WS-PC-INT(WS-PC-SLOT).
           COMPUTE WS-WORK-AMT ROUNDED = WS-PA-FEES(WS-PA-IDX) /
               WS-PA-RATE(WS-PA-IDX).
           ADD WS-WORK-AMT TO WS-PC-FEES(WS-PC-SLOT).
           COMPUTE WS-WORK-AMT ROUNDED = WS-PA-FEES-DUE(WS-PA-IDX) /
               WS-PA-RATE(WS-PA-IDX).
           ADD WS-WORK-AMT TO WS-PC-FEES(WS-PC-SLOT).
           ADD WS-WORK-AMT TO WS-PC-FEES-DUE(WS-PC-SLOT).
           EXIT.
       P-RATE-CUSTOMER.
           COMPUTE WS-PC-NET(WS-PC-IDX) =
               WS-PC-FEES(WS-PC-IDX) - WS-PC-INT(WS-PC-IDX).
           IF WS-PC-NET(WS-PC-IDX) IS NOT LESS THAN WS-BAND-A-MIN THEN
             MOVE "A" TO WS-PC-BAND(WS-PC-IDX)
             MOVE 1 TO WS-BD-IDX
           ELSE IF WS-PC-NET(WS-PC-IDX) IS NOT LESS THAN
             WS-BAND-B-MIN THEN
             MOVE "B" TO WS-PC-BAND(WS-PC-IDX)
             MOVE 2 TO WS-BD-IDX
           ELSE IF WS-PC-NET(WS-PC-IDX) IS NOT LESS THAN ZERO THEN
             MOVE "C" TO WS-PC-BAND(WS-PC-IDX)
             MOVE 3 TO WS-BD-IDX
           ELSE
             MOVE "D" TO WS-PC-BAND(WS-PC-IDX)
             MOVE 4 TO WS-BD-IDX
           END-IF.
           ADD 1 TO WS-BD-CUSTS(WS-BD-IDX).
           ADD WS-PC-NET(WS-PC-IDX) TO WS-BD-NET(WS-BD-IDX).
           MOVE 1 TO WS-PC-BRANCH(WS-PC-IDX).
           MOVE ZERO TO WS-BR-BEST.
           PERFORM VARYING WS-BR-IDX FROM 2 BY 1
             UNTIL WS-BR-IDX > WS-BR-COUNT
             IF WS-PC-BR-USE(WS-PC-IDX, WS-BR-IDX) IS GREATER THAN
               WS-BR-BEST THEN
               MOVE WS-PC-BR-USE(WS-PC-IDX, WS-BR-IDX) TO WS-BR-BEST
               MOVE WS-BR-IDX TO WS-PC-BRANCH(WS-PC-IDX)
             END-IF
           END-PERFORM.
           MOVE WS-PC-BRANCH(WS-PC-IDX) TO WS-BR-SLOT.
           ADD 1 TO WS-BR-CUSTS(WS-BR-SLOT).
           ADD WS-PC-AVG(WS-PC-IDX) TO WS-BR-AVG(WS-BR-SLOT).
           ADD WS-PC-INT(WS-PC-IDX) TO WS-BR-INT(WS-BR-SLOT).
           ADD WS-PC-FEES(WS-PC-IDX) TO WS-BR-FEES(WS-BR-SLOT).
           ADD WS-PC-NET(WS-PC-IDX) TO WS-BR-NET(WS-BR-SLOT).
           ADD WS-PC-ATM-WD(WS-PC-IDX) TO WS-BR-ATM-WD(WS-BR-SLOT).
           ADD WS-PC-TELLER(WS-PC-IDX) TO WS-BR-TELLER(WS-BR-SLOT).
           ADD WS-PC-DISPUTES(WS-PC-IDX) TO WS-BR-DISPUTES(WS-BR-SLOT).
           EXIT.
       P-RANK-CUSTOMERS.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
             UNTIL WS-PC-IDX > WS-PC-COUNT
             MOVE WS-PC-IDX TO WS-PO-HOLD
             MOVE WS-PC-IDX TO WS-PO-POS
             MOVE "N" TO WS-PO-DONE
             PERFORM UNTIL WS-PO-DONE IS EQUAL TO "Y"
               IF WS-PO-POS IS EQUAL TO 1 THEN
                 MOVE "Y" TO WS-PO-DONE
               ELSE
                 COMPUTE WS-PO-PREV = WS-PO-POS - 1
                 MOVE WS-PO-ORDER(WS-PO-PREV) TO WS-PO-J
                 IF WS-PC-NET(WS-PO-J) IS NOT LESS THAN
                   WS-PC-NET(WS-PO-HOLD) THEN
                   MOVE "Y" TO WS-PO-DONE
                 ELSE
                   MOVE WS-PO-J TO WS-PO-ORDER(WS-PO-POS)
                   MOVE WS-PO-PREV TO WS-PO-POS
                 END-IF
               END-IF
             END-PERFORM
             MOVE WS-PO-HOLD TO WS-PO-ORDER(WS-PO-POS)
           END-PERFORM.
           EXIT.
       P-PRINT-REPORT.
           PERFORM VARYING WS-BR-SLOT FROM 2 BY 1
             UNTIL WS-BR-SLOT > WS-BR-COUNT
             IF WS-BR-CUSTS(WS-BR-SLOT) IS GREATER THAN ZERO THEN
               PERFORM P-PRINT-BRANCH
             END-IF
           END-PERFORM.
           MOVE 1 TO WS-BR-SLOT.
           IF WS-BR-CUSTS(WS-BR-SLOT) IS GREATER THAN ZERO THEN
             PERFORM P-PRINT-BRANCH
           END-IF.
           IF WS-PC-COUNT IS EQUAL TO ZERO THEN
             MOVE "  NO CUSTOMERS WITH OPEN ACCOUNTS" TO RP-LINE
             WRITE RP-LINE
             MOVE SPACES TO RP-LINE
             WRITE RP-LINE
           END-IF.
           MOVE "CONTRIBUTION BANDS" TO RP-LINE.
           WRITE RP-LINE.
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
             UNTIL WS-BD-IDX > 4
             MOVE WS-BD-CUSTS(WS-BD-IDX) TO WS-CUSTS-R
             MOVE WS-BD-NET(WS-BD-IDX) TO WS-NET-R
             MOVE SPACES TO RP-LINE
             STRING "  BAND " WS-BD-NAME(WS-BD-IDX)
               " CUSTOMERS " WS-CUSTS-R
               "  NET " WS-NET-R
               DELIMITED BY SIZE INTO RP-LINE
             WRITE RP-LINE
           END-PERFORM.
           MOVE SPACES TO RP-LINE.
           WRITE RP-LINE.
           MOVE WS-TOT-CUSTS TO WS-CUSTS-R.
           MOVE WS-TOT-AVG TO WS-AVG-R.
           MOVE WS-TOT-INT TO WS-INT-R.
           MOVE WS-TOT-FEES TO WS-FEES-R.
           MOVE WS-TOT-NET TO WS-NET-R.
           MOVE SPACES TO RP-LINE.
           STRING "ALL BRANCHES  CUSTOMERS " WS-CUSTS-R
             "  AVG BALANCE " WS-AVG-R
             "  INTEREST " WS-INT-R
             "  FEES " WS-FEES-R
             "  NET " WS-NET-R
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "ATM WITHDRAWALS " WS-TOT-ATM-WD
             "  TELLER TRANSACTIONS " WS-TOT-TELLER
             "  OPEN DISPUTES " WS-TOT-DISPUTES
             "  POSTINGS READ " WS-TL-COUNT
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           IF WS-PC-FULL IS EQUAL TO "Y" THEN
             MOVE "  *** CUSTOMER TABLE FULL (2000) - SOME CUSTOMERS"
               TO RP-LINE
             MOVE "ARE NOT REPORTED ***" TO RP-LINE(52:20)
             WRITE RP-LINE
           END-IF.
           IF WS-PA-FULL IS EQUAL TO "Y" THEN
             MOVE "  *** ACCOUNT TABLE FULL (5000) - SOME ACCOUNTS"
               TO RP-LINE
             MOVE "ARE NOT INCLUDED ***" TO RP-LINE(50:20)
             WRITE RP-LINE
           END-IF.
           IF WS-BR-FULL IS EQUAL TO "Y" THEN
             MOVE "  *** BRANCH TABLE FULL (20) - SOME ATM ACTIVITY"
               TO RP-LINE
             MOVE "IS NOT ATTRIBUTED ***" TO RP-LINE(51:21)
             WRITE RP-LINE
           END-IF.
           IF WS-PC-FULL NOT EQUAL TO "Y" AND
             WS-PA-FULL NOT EQUAL TO "Y" THEN
             MOVE WS-RPT-TRAILER TO RP-LINE
             WRITE RP-LINE
           END-IF.
           CLOSE REPORT-FILE.
           EXIT.
       P-PRINT-BRANCH.
           MOVE SPACES TO RP-LINE.
           IF WS-BR-SLOT IS EQUAL TO 1 THEN
             MOVE "BRANCH NONE   (NO ATM ACTIVITY IN THE PERIOD)"
               TO RP-LINE
           ELSE
             STRING "BRANCH " WS-BR-CODE(WS-BR-SLOT)
               DELIMITED BY SIZE INTO RP-LINE
           END-IF.
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           MOVE "RANK" TO RP-LINE(1:4).
           MOVE "CUSTOMER" TO RP-LINE(6:8).
           MOVE "NAME" TO RP-LINE(15:4).
           MOVE "ACC" TO RP-LINE(36:3).
           MOVE "AVG BALANCE" TO RP-LINE(45:11).
           MOVE "INTEREST PAID" TO RP-LINE(60:13).
           MOVE "FEES" TO RP-LINE(86:4).
           MOVE "NET" TO RP-LINE(104:3).
           MOVE "ATMWD TELLR DSP B" TO RP-LINE(108:17).
           WRITE RP-LINE.
           PERFORM VARYING WS-PO-POS FROM 1 BY 1
             UNTIL WS-PO-POS > WS-PC-COUNT
             MOVE WS-PO-ORDER(WS-PO-POS) TO WS-PC-IDX
             IF WS-PC-BRANCH(WS-PC-IDX) IS EQUAL TO WS-BR-SLOT THEN
               PERFORM P-PRINT-CUSTOMER
             END-IF
           END-PERFORM.
           MOVE WS-BR-CUSTS(WS-BR-SLOT) TO WS-CUSTS-R.
           MOVE WS-BR-AVG(WS-BR-SLOT) TO WS-AVG-R.
           MOVE WS-BR-INT(WS-BR-SLOT) TO WS-INT-R.
           MOVE WS-BR-FEES(WS-BR-SLOT) TO WS-FEES-R.
           MOVE WS-BR-NET(WS-BR-SLOT) TO WS-NET-R.
           MOVE WS-BR-ATM-WD(WS-BR-SLOT) TO WS-ATM-R.
           MOVE WS-BR-TELLER(WS-BR-SLOT) TO WS-TELLER-R.
           MOVE WS-BR-DISPUTES(WS-BR-SLOT) TO WS-DISP-R.
           MOVE SPACES TO RP-LINE.
           STRING "     BRANCH TOTAL " WS-CUSTS-R " CUSTOMERS"
             DELIMITED BY SIZE INTO RP-LINE.
           MOVE WS-AVG-R TO RP-LINE(40:16).
           MOVE WS-INT-R TO RP-LINE(57:16).
           MOVE WS-FEES-R TO RP-LINE(74:16).
           MOVE WS-NET-R TO RP-LINE(91:16).
           MOVE WS-ATM-R TO RP-LINE(108:5).
           MOVE WS-TELLER-R TO RP-LINE(114:5).
           MOVE WS-DISP-R TO RP-LINE(120:3).
           WRITE RP-LINE.
           MOVE SPACES TO RP-LINE.
           WRITE RP-LINE.
           ADD WS-BR-CUSTS(WS-BR-SLOT) TO WS-TOT-CUSTS.
           ADD WS-BR-AVG(WS-BR-SLOT) TO WS-TOT-AVG.
           ADD WS-BR-INT(WS-BR-SLOT) TO WS-TOT-INT.
           ADD WS-BR-FEES(WS-BR-SLOT) TO WS-TOT-FEES.
           ADD WS-BR-NET(WS-BR-SLOT) TO WS-TOT-NET.
           ADD WS-BR-ATM-WD(WS-BR-SLOT) TO WS-TOT-ATM-WD.
           ADD WS-BR-TELLER(WS-BR-SLOT) TO WS-TOT-TELLER.
           ADD WS-BR-DISPUTES(WS-BR-SLOT) TO WS-TOT-DISPUTES.
           EXIT.
       P-PRINT-CUSTOMER.
           MOVE WS-PO-POS TO WS-RANK-R.
           MOVE WS-PC-ACCTS(WS-PC-IDX) TO WS-ACCTS-R.
           MOVE WS-PC-AVG(WS-PC-IDX) TO WS-AVG-R.
           MOVE WS-PC-INT(WS-PC-IDX) TO WS-INT-R.
           MOVE WS-PC-FEES(WS-PC-IDX) TO WS-FEES-R.
           MOVE WS-PC-NET(WS-PC-IDX) TO WS-NET-R.
           MOVE WS-PC-ATM-WD(WS-PC-IDX) TO WS-ATM-R.
           MOVE WS-PC-TELLER(WS-PC-IDX) TO WS-TELLER-R.
           MOVE WS-PC-DISPUTES(WS-PC-IDX) TO WS-DISP-R.
           MOVE SPACES TO RP-LINE.
           STRING WS-RANK-R " " WS-PC-CUST(WS-PC-IDX) " "
             WS-PC-NAME(WS-PC-IDX) " " WS-ACCTS-R " "
             WS-AVG-R " " WS-INT-R " " WS-FEES-R " " WS-NET-R " "
             WS-ATM-R " " WS-TELLER-R " " WS-DISP-R " "
             WS-PC-BAND(WS-PC-IDX)
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           EXIT.
       P-WRITE-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE.
           IF WS-XT-STATUS NOT EQUAL TO "00" THEN
             DISPLAY "EXTRACT FILE " WS-EXT-NAME
             " COULD NOT BE OPENED - STATUS " WS-XT-STATUS
           ELSE
             MOVE SPACES TO XT-LINE
             STRING "PERIOD,RANK,CUSTOMER,NAME,BRANCH,ACCOUNTS,"
               "AVG BALANCE,INTEREST PAID,FEES COLLECTED,"
               "FEES PENDING,NET CONTRIBUTION,BAND,ATM WITHDRAWALS,"
               "TELLER TRANSACTIONS,OPEN DISPUTES"
               DELIMITED BY SIZE INTO XT-LINE
             WRITE XT-LINE
             PERFORM VARYING WS-PO-POS FROM 1 BY 1
               UNTIL WS-PO-POS > WS-PC-COUNT
               MOVE WS-PO-ORDER(WS-PO-POS) TO WS-PC-IDX
               PERFORM P-EXTRACT-CUSTOMER
             END-PERFORM
             CLOSE EXTRACT-FILE
           END-IF.
           EXIT.
       P-EXTRACT-CUSTOMER.
           MOVE SPACES TO XT-LINE.
           MOVE 1 TO WS-XT-PTR.
           STRING WS-PERIOD "," DELIMITED BY SIZE
             INTO XT-LINE WITH POINTER WS-XT-PTR.
           MOVE WS-PO-POS TO WS-XT-NUM.
           PERFORM P-EXTRACT-NUMBER.
           STRING WS-PC-CUST(WS-PC-IDX) ",""" DELIMITED BY SIZE
             WS-PC-NAME(WS-PC-IDX) DELIMITED BY "  "
             """," DELIMITED BY SIZE
             INTO XT-LINE WITH POINTER WS-XT-PTR.
           MOVE WS-PC-BRANCH(WS-PC-IDX) TO WS-BR-SLOT.
           IF WS-BR-SLOT IS EQUAL TO 1 THEN
             STRING "NONE," DELIMITED BY SIZE
               INTO XT-LINE WITH POINTER WS-XT-PTR
           ELSE
             STRING WS-BR-CODE(WS-BR-SLOT) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               INTO XT-LINE WITH POINTER WS-XT-PTR
           END-IF.
           MOVE WS-PC-ACCTS(WS-PC-IDX) TO WS-XT-NUM.
           PERFORM P-EXTRACT-NUMBER.
           MOVE WS-PC-AVG(WS-PC-IDX) TO WS-XT-NUM.
           PERFORM P-EXTRACT-NUMBER.
           MOVE WS-PC-INT(WS-PC-IDX) TO WS-XT-NUM.
           PERFORM P-EXTRACT-NUMBER.
           MOVE WS-PC-FEES(WS-PC-IDX) TO WS-XT-NUM.
           PERFORM P-EXTRACT-NUMBER.
           MOVE WS-PC-FEES-DUE(WS-PC-IDX) TO WS-XT-NUM.
           PERFORM P-EXTRACT-NUMBER.
           MOVE WS-PC-NET(WS-PC-IDX) TO WS-XT-NUM.
           PERFORM P-EXTRACT-NUMBER.
           STRING WS-PC-BAND(WS-PC-IDX) "," DELIMITED BY SIZE
             INTO XT-LINE WITH POINTER WS-XT-PTR.
           MOVE WS-PC-ATM-WD(WS-PC-IDX) TO WS-XT-NUM.
           PERFORM P-EXTRACT-NUMBER.
           MOVE WS-PC-TELLER(WS-PC-IDX) TO WS-XT-NUM.
           PERFORM P-EXTRACT-NUMBER.
           MOVE WS-PC-DISPUTES(WS-PC-IDX) TO WS-XT-NUM.
           PERFORM P-EXTRACT-NUMBER.
           SUBTRACT 1 FROM WS-XT-PTR.
           MOVE SPACE TO XT-LINE(WS-XT-PTR:1).
           WRITE XT-LINE.
           EXIT.
       P-EXTRACT-NUMBER.
           MOVE WS-XT-NUM TO WS-XT-VALUE.
           MOVE ZERO TO WS-XT-LEAD.
           INSPECT WS-XT-VALUE TALLYING WS-XT-LEAD FOR LEADING SPACE.
           STRING WS-XT-VALUE(WS-XT-LEAD + 1:) DELIMITED BY SPACE
             "," DELIMITED BY SIZE
             INTO XT-LINE WITH POINTER WS-XT-PTR.
           EXIT.
       P-LOAD-RATES.
           MOVE ZERO TO WS-RT-COUNT.
           MOVE "N" TO WS-EX-EOF.
           OPEN INPUT EXRATES.
           IF WS-EX-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-EX-EOF IS EQUAL TO "Y"
               OR WS-RT-COUNT IS EQUAL TO 50
               READ EXRATES
                 AT END MOVE "Y" TO WS-EX-EOF
                 NOT AT END
                   ADD 1 TO WS-RT-COUNT
                   MOVE EX-CODE TO WS-RT-CODE(WS-RT-COUNT)
                   MOVE EX-RATE TO WS-RT-RATE(WS-RT-COUNT)
               END-READ
             END-PERFORM
             CLOSE EXRATES
           END-IF.
           EXIT.
       P-LOAD-TERMINALS.
           MOVE 1 TO WS-BR-COUNT.
           MOVE SPACES TO WS-BR-CODE(1).
           MOVE ZERO TO WS-TT-COUNT.
           MOVE "N" TO WS-TM-EOF.
           OPEN INPUT TERMINAL-FILE.
           IF WS-TM-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-TM-EOF IS EQUAL TO "Y"
               OR WS-TT-COUNT IS EQUAL TO 200
               READ TERMINAL-FILE
                 AT END MOVE "Y" TO WS-TM-EOF
                 NOT AT END PERFORM P-LOAD-ONE-TERMINAL
               END-READ
             END-PERFORM
             CLOSE TERMINAL-FILE
           END-IF.
           EXIT.
       P-LOAD-ONE-TERMINAL.
           MOVE ZERO TO WS-BR-SLOT.
           PERFORM VARYING WS-BR-IDX FROM 2 BY 1
             UNTIL WS-BR-IDX > WS-BR-COUNT
             IF WS-BR-CODE(WS-BR-IDX) IS EQUAL TO TM-BRANCH THEN
               MOVE WS-BR-IDX TO WS-BR-SLOT
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF WS-BR-SLOT IS EQUAL TO ZERO AND
             WS-BR-COUNT IS LESS THAN 20 THEN
             ADD 1 TO WS-BR-COUNT
             MOVE WS-BR-COUNT TO WS-BR-SLOT
             MOVE TM-BRANCH TO WS-BR-CODE(WS-BR-SLOT)
           END-IF.
           IF WS-BR-SLOT IS EQUAL TO ZERO THEN
             MOVE "Y" TO WS-BR-FULL
           ELSE
             ADD 1 TO WS-TT-COUNT
             MOVE TM-ID TO WS-TT-ID(WS-TT-COUNT)
             MOVE WS-BR-SLOT TO WS-TT-BRANCH(WS-TT-COUNT)
           END-IF.
           EXIT.
       P-LOAD-OPERATORS.
           MOVE ZERO TO WS-OT-COUNT.
           MOVE "N" TO WS-OP-EOF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OP-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-OP-EOF IS EQUAL TO "Y"
               OR WS-OT-COUNT IS EQUAL TO 200
               READ OPERATOR-FILE
                 AT END MOVE "Y" TO WS-OP-EOF
                 NOT AT END
                   ADD 1 TO WS-OT-COUNT
                   MOVE OP-NAME TO WS-OT-NAME(WS-OT-COUNT)
               END-READ
             END-PERFORM
             CLOSE OPERATOR-FILE
           END-IF.
           EXIT.
       P-CHECK-PRODUCED.
           MOVE "N" TO WS-RPT-DONE.
           MOVE "N" TO WS-RP-EOF.
           OPEN INPUT REPORT-FILE.
           IF WS-RP-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-RP-EOF IS EQUAL TO "Y"
               READ REPORT-FILE
                 AT END MOVE "Y" TO WS-RP-EOF
                 NOT AT END
                   IF RP-LINE IS EQUAL TO WS-RPT-TRAILER THEN
                     MOVE "Y" TO WS-RPT-DONE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE REPORT-FILE
           END-IF.
           EXIT.
       P-WRITE-STEPSTAT.
           MOVE "CUSTOMER-PROFIT" TO SS-PROGRAM.
           MOVE "OK" TO SS-STATUS.
           MOVE WS-CUST-COUNT TO SS-COUNT.
           OPEN OUTPUT STEPSTAT-FILE.
           WRITE SS-RECORD.
           CLOSE STEPSTAT-FILE.
           EXIT.
       P-WRITE-STEPSTAT-FAILED.
           MOVE "CUSTOMER-PROFIT" TO SS-PROGRAM.
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
       END PROGRAM CUSTOMER-PROFIT.
