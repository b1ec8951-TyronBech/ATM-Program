       SELECT STEPSTAT-FILE ASSIGN TO
       "stepstat.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PROCDATE-FILE ASSIGN TO
       "procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANLOG.
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
       01 WS-TL-STATUS PIC XX VALUE SPACES.
       01 WS-GD-STATUS PIC XX VALUE SPACES.
       01 WS-TL-EOF PIC X VALUE "N".
       01 WS-POST-DATE PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-THIS-AMT PIC S9(13) VALUE ZEROES.
       01 WS-THIS-OLD PIC S9(13) VALUE ZEROES.
       01 WS-THIS-NEW PIC S9(13) VALUE ZEROES.
       01 WS-SUM-IDX PIC 9(2) VALUE ZEROES.
       01 WS-SUM-SLOT PIC 9(2) VALUE ZEROES.
       01 WS-SUM-TABLE.
         02 WS-SUM-ENTRY OCCURS 40 TIMES.
           03 WS-SUM-TYPE PIC X(8).
           03 WS-SUM-DIR PIC X.
           03 WS-SUM-COUNT-N PIC 9(6).
       01 WS-PST-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-PST-IDX PIC 9(2) VALUE ZEROES.
       01 WS-PST-TABLE.
         02 WS-PST-ENTRY OCCURS 80 TIMES.
           03 WS-PST-ACCOUNT PIC 9(6).
           03 WS-PST-DRCR PIC X.
           03 WS-PST-AMOUNT PIC 9(14).
           END-IF.
           GOBACK.
       P-SET-POST-DATE.
           PERFORM P-READ-PROCDATE.
           OPEN INPUT GLDATE-FILE.
           IF WS-GD-STATUS IS EQUAL TO "00" THEN
             READ GLDATE-FILE
             END-IF
           END-PERFORM.
           IF WS-SUM-SLOT IS EQUAL TO ZERO AND
             WS-SUM-COUNT IS LESS THAN 40 THEN
             ADD 1 TO WS-SUM-COUNT
             MOVE WS-SUM-COUNT TO WS-SUM-SLOT
             MOVE TL-TYPE TO WS-SUM-TYPE(WS-SUM-SLOT)
           EVALUATE WS-SUM-TYPE(WS-SUM-IDX)
             WHEN "DEPOSIT" MOVE 101000 TO WS-CONTRA-ACCT
             WHEN "WITHDRAW" MOVE 101000 TO WS-CONTRA-ACCT
             WHEN "RETURNED" MOVE 101000 TO WS-CONTRA-ACCT
             WHEN "XFER-IN" MOVE 201900 TO WS-CONTRA-ACCT
             WHEN "XFER-OUT" MOVE 201900 TO WS-CONTRA-ACCT
             WHEN "PROVCRED" MOVE 105000 TO WS-CONTRA-ACCT
             WHEN "INTEREST" MOVE 405000 TO WS-CONTRA-ACCT
             WHEN "LOANDISB" MOVE 130000 TO WS-CONTRA-ACCT
             WHEN "LOANPRIN" MOVE 130000 TO WS-CONTRA-ACCT
             WHEN "LOANINT" MOVE 410000 TO WS-CONTRA-ACCT
             WHEN "IBXFER" MOVE 108000 TO WS-CONTRA-ACCT
             WHEN "IBCREDIT" MOVE 108000 TO WS-CONTRA-ACCT
             WHEN "BILLPAY" MOVE 208000 TO WS-CONTRA-ACCT
             WHEN "BILLSETL" MOVE 208000 TO WS-CONTRA-ACCT
             WHEN "WHT-TAX" MOVE 240000 TO WS-CONTRA-ACCT
             WHEN OTHER MOVE 109000 TO WS-CONTRA-ACCT
           END-EVALUATE.
           EXIT.
           WRITE SS-RECORD.
           CLOSE STEPSTAT-FILE.
           EXIT.
       P-READ-PROCDATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(1:8) TO WS-POST-DATE.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PD-STATUS IS EQUAL TO "00" THEN
             READ PROCDATE-FILE
               AT END CONTINUE
               NOT AT END
                 IF PD-CURRENT IS NUMERIC AND
                   PD-CURRENT IS GREATER THAN ZERO THEN
                   MOVE PD-CURRENT TO WS-POST-DATE
                 END-IF
             END-READ
             CLOSE PROCDATE-FILE
           END-IF.
           EXIT.
       END PROGRAM GL-EXTRACT.
