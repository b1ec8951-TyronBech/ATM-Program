       "files.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES.
       SELECT CUSTMAST ASSIGN TO
       "custmast.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY CM-CUST-NO
               FILE STATUS IS WS-CM-STATUS.
       SELECT TRANLOG ASSIGN TO
       "tranlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       SELECT REPORT-FILE ASSIGN TO
       "ctrreport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PROCDATE-FILE ASSIGN TO
       "procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD USERDATA.
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
       01 CP-RECORD.
         02 CP-THRESHOLD PIC 9(12).
       FD REPORT-FILE.
       01 RP-LINE PIC X(150).
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
       01 WS-TL-STATUS PIC XX VALUE SPACES.
       01 WS-CAT-STATUS PIC XX VALUE SPACES.
       01 WS-AG-EOF PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-THRESHOLD PIC 9(12) VALUE 10000.
       01 WS-FROM-DATE PIC 9(8) VALUE ZEROES.
       01 WS-TO-DATE PIC 9(8) VALUE ZEROES.
       01 WS-REC-REF PIC 9(10) VALUE ZEROES.
       01 WS-NAME-FOUND PIC 9 VALUE ZERO.
       01 WS-CUST-NAME PIC X(20) VALUE SPACES.
       01 WS-CM-STATUS PIC XX VALUE SPACES.
       01 WS-CM-OPEN PIC X VALUE "N".
       01 WS-RISK-FLAG PIC X(9) VALUE SPACES.
       01 WS-HIGH-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-AMT-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-THR-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-SINGLE-COUNT PIC 9(6) VALUE ZEROES.
           03 WS-AGG-T-REF OCCURS 5 TIMES PIC 9(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           DISPLAY "LARGE CASH TRANSACTION / STRUCTURING REPORT".
           PERFORM P-READ-THRESHOLD.
           MOVE WS-THRESHOLD TO WS-THR-R.
           MOVE WS-TO-DATE(1:6) TO WS-TO-PERIOD.
           OPEN OUTPUT REPORT-FILE.
           OPEN INPUT USERDATA.
           OPEN INPUT CUSTMAST.
           IF WS-CM-STATUS IS EQUAL TO "00" THEN
             MOVE "Y" TO WS-CM-OPEN
           END-IF.
           MOVE SPACES TO RP-LINE.
           STRING "CURRENCY TRANSACTION REPORT RUN " WS-TODAY
             " PERIOD " WS-FROM-DATE " TO " WS-TO-DATE
           STRING "RECORDS SCANNED " WS-SCANNED-COUNT
             "  SINGLE FLAGS " WS-SINGLE-COUNT
             "  AGGREGATE FLAGS " WS-AGG-COUNT
             "  HIGH RISK FLAGS " WS-HIGH-COUNT
             DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           CLOSE USERDATA.
           IF WS-CM-OPEN IS EQUAL TO "Y" THEN
             CLOSE CUSTMAST
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "RECORDS SCANNED: " WS-SCANNED-COUNT.
           DISPLAY "SINGLE TRANSACTIONS FLAGGED: " WS-SINGLE-COUNT.
           DISPLAY "AGGREGATES FLAGGED: " WS-AGG-COUNT.
           DISPLAY "HIGH RISK CUSTOMER FLAGS: " WS-HIGH-COUNT.
           IF WS-AGG-FULL IS EQUAL TO "Y" THEN
             DISPLAY "*** AGGREGATE TABLE FULL (500 ACCOUNT-DAYS) -"
             " REPORT IS INCOMPLETE ***"
               MOVE SPACES TO RP-LINE
               STRING WS-REC-DATE " " WS-REC-ACCT " "
                 WS-CUST-NAME " " WS-REC-TYPE " " WS-AMT-R
                 " REF " WS-REC-REF " " WS-RISK-FLAG
                 DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
             END-IF
               STRING WS-AGG-T-DATE(WS-AGG-IDX) " " WS-REC-ACCT
                 " " WS-CUST-NAME " " WS-AGG-T-COUNT(WS-AGG-IDX)
                 " TXNS " WS-AMT-R " REFS " WS-REF-LIST
                 WS-RISK-FLAG
                 DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
             END-IF
           ELSE
             MOVE F-NAME TO WS-CUST-NAME
           END-IF.
           MOVE SPACES TO WS-RISK-FLAG.
           IF WS-NAME-FOUND IS EQUAL TO ZERO AND
             WS-CM-OPEN IS EQUAL TO "Y" AND
             F-CUST-NO IS GREATER THAN ZERO THEN
             MOVE F-CUST-NO TO CM-CUST-NO
             READ CUSTMAST
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF CM-RISK-RATING IS EQUAL TO "H" THEN
                   MOVE "HIGH RISK" TO WS-RISK-FLAG
                   ADD 1 TO WS-HIGH-COUNT
                 END-IF
             END-READ
           END-IF.
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
       END PROGRAM CTR-REPORT.
