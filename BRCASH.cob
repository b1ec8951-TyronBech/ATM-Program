       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-CASH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BRVAULT-FILE ASSIGN TO
       "brvault.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BV-STATUS.
       SELECT DRAWER-FILE ASSIGN TO
       "drawer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.
       SELECT OPTIONAL VAULT-FILE ASSIGN TO
       "vaultidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY VLT-KEY
               FILE STATUS IS WS-VLT-STATUS.
       SELECT CASHMOVE-FILE ASSIGN TO
       "cashmove.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STATUS.
       SELECT DRAWERLOG-FILE ASSIGN TO
       "drawerlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.
       SELECT VAULTLOAD-FILE ASSIGN TO
       "vaultload.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VL-STATUS.
       SELECT VAULTDISP-FILE ASSIGN TO
       "vaultdisp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VD-STATUS.
       SELECT VAULTDEP-FILE ASSIGN TO
       "vaultdep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VP-STATUS.
       SELECT TRANLOG ASSIGN TO
       "tranlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.
       SELECT BRPOSN-FILE ASSIGN TO
       "brposn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.
       SELECT REPORT-FILE ASSIGN TO
       "brcash.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT STEPSTAT-FILE ASSIGN TO
       "stepstat.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PROCDATE-FILE ASSIGN TO
       "procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BRVAULT-FILE.
       01 BV-RECORD.
         02 BV-DENOM PIC 9(4).
         02 FILLER PIC X VALUE SPACE.
         02 BV-COUNT PIC 9(6).
       FD DRAWER-FILE.
       01 DR-RECORD.
         02 DR-OPER PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 DR-DENOM PIC 9(4).
         02 FILLER PIC X VALUE SPACE.
         02 DR-COUNT PIC 9(6).
       FD VAULT-FILE.
       01 VLT-RECORD.
         02 VLT-KEY.
           03 VLT-TERMINAL PIC X(8).
           03 VLT-SECTION PIC X.
           03 VLT-DENOM PIC 9(4).
         02 VLT-COUNT PIC 9(6).
       FD CASHMOVE-FILE.
       01 CM-RECORD.
         02 CM-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 CM-TIME PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CM-TYPE PIC X(4).
         02 FILLER PIC X VALUE SPACE.
         02 CM-LOC PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 CM-N1000 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CM-N500 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CM-N100 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CM-OPER PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 CM-OPER2 PIC X(8).
       FD DRAWERLOG-FILE.
       01 DL-RECORD.
         02 DL-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 DL-OPER PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 DL-DENOM PIC 9(4).
         02 FILLER PIC X VALUE SPACE.
         02 DL-EXPECTED PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 DL-COUNTED PIC 9(6).
       FD VAULTLOAD-FILE.
       01 VL-RECORD.
         02 VL-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 VL-N1000 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VL-N500 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VL-N100 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VL-TERMINAL PIC X(8).
       FD VAULTDISP-FILE.
       01 VD-RECORD.
         02 VD-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 VD-N1000 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VD-N500 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VD-N100 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VD-TERMINAL PIC X(8).
       FD VAULTDEP-FILE.
       01 VP-RECORD.
         02 VP-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 VP-N1000 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VP-N500 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VP-N100 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VP-TERMINAL PIC X(8).
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
         02 TL-CHECK PIC X(14).
         02 FILLER PIC X VALUE SPACE.
         02 TL-TERMINAL PIC X(8).
       FD BRPOSN-FILE.
       01 BP-RECORD.
         02 BP-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 BP-LOC PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 BP-DENOM PIC 9(4).
         02 FILLER PIC X VALUE SPACE.
         02 BP-COUNT PIC 9(8).
       FD REPORT-FILE.
       01 RP-LINE PIC X(132).
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
       01 WS-BV-STATUS PIC XX VALUE SPACES.
       01 WS-DR-STATUS PIC XX VALUE SPACES.
       01 WS-VLT-STATUS PIC XX VALUE SPACES.
       01 WS-CM-STATUS PIC XX VALUE SPACES.
       01 WS-DL-STATUS PIC XX VALUE SPACES.
       01 WS-VL-STATUS PIC XX VALUE SPACES.
       01 WS-VD-STATUS PIC XX VALUE SPACES.
       01 WS-VP-STATUS PIC XX VALUE SPACES.
       01 WS-TL-STATUS PIC XX VALUE SPACES.
       01 WS-BP-STATUS PIC XX VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-BV-EOF PIC X VALUE "N".
       01 WS-DR-EOF PIC X VALUE "N".
       01 WS-VLT-EOF PIC X VALUE "N".
       01 WS-CM-EOF PIC X VALUE "N".
       01 WS-DL-EOF PIC X VALUE "N".
       01 WS-VL-EOF PIC X VALUE "N".
       01 WS-VD-EOF PIC X VALUE "N".
       01 WS-VP-EOF PIC X VALUE "N".
       01 WS-TL-EOF PIC X VALUE "N".
       01 WS-BP-EOF PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-HAS-PRIOR PIC X VALUE "N".
       01 WS-PRIOR-DATE PIC 9(8) VALUE ZEROES.
       01 WS-BALANCED PIC X VALUE "Y".
       01 WS-LOC-OK PIC X VALUE "Y".
       01 WS-MOVE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-LX PIC 9 VALUE ZERO.
       01 WS-DX PIC 9 VALUE ZERO.
       01 WS-DI PIC 9 VALUE ZERO.
       01 WS-FROM-LOC PIC 9 VALUE ZERO.
       01 WS-TO-LOC PIC 9 VALUE ZERO.
       01 WS-THIS-DENOM PIC 9(4) VALUE ZEROES.
       01 WS-DN-VALUES PIC X(12) VALUE "100005000100".
       01 WS-DN-TABLE REDEFINES WS-DN-VALUES.
         02 WS-DN-VALUE PIC 9(4) OCCURS 3 TIMES.
       01 WS-MV-TABLE.
         02 WS-MV-N PIC 9(6) OCCURS 3 TIMES.
       01 WS-PS-TABLE.
         02 WS-PS-LOC OCCURS 3 TIMES.
           03 WS-PS-CODE PIC X.
           03 WS-PS-NAME PIC X(14).
           03 WS-PS-DEN OCCURS 3 TIMES.
             04 WS-PS-PRIOR PIC 9(8).
             04 WS-PS-IN PIC 9(8).
             04 WS-PS-OUT PIC 9(8).
             04 WS-PS-ACTUAL PIC 9(8).
             04 WS-PS-EXPECT PIC S9(9).
       01 WS-LD-TABLE.
         02 WS-LD-ENTRY OCCURS 3 TIMES.
           03 WS-LD-MOVED PIC 9(8).
           03 WS-LD-FILED PIC 9(8).
       01 WS-DIFF PIC S9(9) VALUE ZEROES.
       01 WS-CNT-R PIC -(8)9.
       01 WS-DIFF-R PIC -(8)9.
       01 WS-LOC-PRIOR-VAL PIC S9(14) VALUE ZEROES.
       01 WS-LOC-EXP-VAL PIC S9(14) VALUE ZEROES.
       01 WS-LOC-ACT-VAL PIC S9(14) VALUE ZEROES.
       01 WS-BR-PRIOR-VAL PIC S9(14) VALUE ZEROES.
       01 WS-BR-EXP-VAL PIC S9(14) VALUE ZEROES.
       01 WS-BR-ACT-VAL PIC S9(14) VALUE ZEROES.
       01 WS-VALUE-DIFF PIC S9(14) VALUE ZEROES.
       01 WS-VAL-R PIC -(14)9.
       01 WS-VAL2-R PIC -(14)9.
       01 WS-VAL3-R PIC -(14)9.
       01 WS-CUOT-VALUE PIC 9(14) VALUE ZEROES.
       01 WS-TLWD-TOTAL PIC 9(14) VALUE ZEROES.
       01 WS-TLWD-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-THIS-AMT PIC S9(13) VALUE ZEROES.
       01 WS-DL-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-DL-DIFF PIC S9(8) VALUE ZEROES.
       01 WS-DL-NET PIC S9(14) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           DISPLAY "BRANCH CASH POSITION " WS-TODAY.
           INITIALIZE WS-PS-TABLE.
           INITIALIZE WS-LD-TABLE.
           MOVE "V" TO WS-PS-CODE(1).
           MOVE "BRANCH VAULT" TO WS-PS-NAME(1).
           MOVE "D" TO WS-PS-CODE(2).
           MOVE "TELLER DRAWERS" TO WS-PS-NAME(2).
           MOVE "A" TO WS-PS-CODE(3).
           MOVE "ATM CASSETTES" TO WS-PS-NAME(3).
           PERFORM P-READ-PRIOR.
           IF WS-HAS-PRIOR IS EQUAL TO "Y" AND
             WS-PRIOR-DATE IS EQUAL TO WS-TODAY THEN
             DISPLAY "BRANCH CASH ALREADY PROVED FOR " WS-TODAY
             " - NOTHING TO DO"
             PERFORM P-WRITE-STEPSTAT
             GOBACK
           END-IF.
           PERFORM P-READ-BRVAULT.
           PERFORM P-READ-DRAWERS.
           PERFORM P-READ-ATMS.
           IF WS-HAS-PRIOR IS EQUAL TO "N" THEN
             DISPLAY "NO PRIOR DAY POSITION ON FILE - TAKING TODAY'S"
             " POSITION AS THE BASELINE"
             PERFORM P-WRITE-POSITION
             PERFORM P-WRITE-STEPSTAT
             GOBACK
           END-IF.
           PERFORM P-SUM-MOVEMENTS.
           PERFORM P-SUM-DISPENSES.
           PERFORM P-SUM-DEPOSIT-NOTES.
           PERFORM P-SUM-LOADS.
           PERFORM P-SUM-TELLER-CASH.
           MOVE "Y" TO WS-BALANCED.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO RP-LINE.
           STRING "BRANCH CASH POSITION " WS-TODAY
             "   PRIOR POSITION " WS-PRIOR-DATE
             "   MOVEMENTS " WS-MOVE-COUNT
             DELIMITED BY SIZE INTO RP-LINE.
           PERFORM P-PUT-LINE.
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 3
             PERFORM P-PROVE-LOCATION
           END-PERFORM.
           PERFORM P-BRANCH-TOTAL.
           PERFORM P-PROVE-LOADS.
           PERFORM P-PROVE-TELLER-CASH.
           PERFORM P-DRAWER-DIFFS.
           CLOSE REPORT-FILE.
           DISPLAY "REPORT WRITTEN TO brcash.txt".
           IF WS-BALANCED IS EQUAL TO "Y" THEN
             DISPLAY "BRANCH CASH PROVES TO THE PRIOR DAY POSITION"
             PERFORM P-WRITE-POSITION
             PERFORM P-WRITE-STEPSTAT
           ELSE
             DISPLAY "*** BRANCH CASH DOES NOT PROVE - STREAM STOPPED,"
             " COUNT THE CASH BEFORE RELEASING THE DAY ***"
             DISPLAY "PRIOR DAY POSITION LEFT IN PLACE FOR REVIEW"
             PERFORM P-WRITE-STEPSTAT-FAILED
           END-IF.
           GOBACK.
       P-PROVE-LOCATION.
           MOVE "Y" TO WS-LOC-OK.
           MOVE ZEROES TO WS-LOC-PRIOR-VAL.
           MOVE ZEROES TO WS-LOC-EXP-VAL.
           MOVE ZEROES TO WS-LOC-ACT-VAL.
           MOVE SPACES TO RP-LINE.
           PERFORM P-PUT-LINE.
           MOVE WS-PS-NAME(WS-LX) TO RP-LINE.
           PERFORM P-PUT-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "DENOM     PRIOR        IN       OUT  EXPECTED"
             "    ACTUAL  OVER/SHORT" DELIMITED BY SIZE INTO RP-LINE.
           PERFORM P-PUT-LINE.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 3
             COMPUTE WS-PS-EXPECT(WS-LX, WS-DX) =
                 WS-PS-PRIOR(WS-LX, WS-DX) + WS-PS-IN(WS-LX, WS-DX)
                 - WS-PS-OUT(WS-LX, WS-DX)
             COMPUTE WS-DIFF = WS-PS-ACTUAL(WS-LX, WS-DX)
                 - WS-PS-EXPECT(WS-LX, WS-DX)
             IF WS-DIFF NOT EQUAL TO ZERO THEN
               MOVE "N" TO WS-LOC-OK
             END-IF
             MOVE WS-PS-EXPECT(WS-LX, WS-DX) TO WS-CNT-R
             MOVE WS-DIFF TO WS-DIFF-R
             MOVE SPACES TO RP-LINE
             STRING WS-DN-VALUE(WS-DX) "  "
               WS-PS-PRIOR(WS-LX, WS-DX) "  "
               WS-PS-IN(WS-LX, WS-DX) "  "
               WS-PS-OUT(WS-LX, WS-DX) " " WS-CNT-R "  "
               WS-PS-ACTUAL(WS-LX, WS-DX) "   " WS-DIFF-R
               DELIMITED BY SIZE INTO RP-LINE
             PERFORM P-PUT-LINE
             COMPUTE WS-LOC-PRIOR-VAL = WS-LOC-PRIOR-VAL
                 + WS-PS-PRIOR(WS-LX, WS-DX) * WS-DN-VALUE(WS-DX)
             COMPUTE WS-LOC-EXP-VAL = WS-LOC-EXP-VAL
                 + WS-PS-EXPECT(WS-LX, WS-DX) * WS-DN-VALUE(WS-DX)
             COMPUTE WS-LOC-ACT-VAL = WS-LOC-ACT-VAL
                 + WS-PS-ACTUAL(WS-LX, WS-DX) * WS-DN-VALUE(WS-DX)
           END-PERFORM.
           ADD WS-LOC-PRIOR-VAL TO WS-BR-PRIOR-VAL.
           ADD WS-LOC-EXP-VAL TO WS-BR-EXP-VAL.
           ADD WS-LOC-ACT-VAL TO WS-BR-ACT-VAL.
           MOVE WS-LOC-PRIOR-VAL TO WS-VAL-R.
           MOVE WS-LOC-EXP-VAL TO WS-VAL2-R.
           MOVE WS-LOC-ACT-VAL TO WS-VAL3-R.
           MOVE SPACES TO RP-LINE.
           STRING "VALUE  PRIOR " WS-VAL-R "  EXPECTED " WS-VAL2-R
             "  ACTUAL " WS-VAL3-R
             DELIMITED BY SIZE INTO RP-LINE.
           PERFORM P-PUT-LINE.
           MOVE SPACES TO RP-LINE.
           IF WS-LOC-OK IS EQUAL TO "Y" THEN
             STRING WS-PS-NAME(WS-LX) " PROVED"
               DELIMITED BY SIZE INTO RP-LINE
           ELSE
             MOVE "N" TO WS-BALANCED
             STRING "*** " WS-PS-NAME(WS-LX) " DOES NOT PROVE ***"
               DELIMITED BY SIZE INTO RP-LINE
           END-IF.
           PERFORM P-PUT-LINE.
           EXIT.
       P-BRANCH-TOTAL.
           MOVE SPACES TO RP-LINE.
           PERFORM P-PUT-LINE.
           MOVE WS-BR-PRIOR-VAL TO WS-VAL-R.
           MOVE SPACES TO RP-LINE.
           STRING "BRANCH CASH AT PRIOR DAY CLOSE:  " WS-VAL-R
             DELIMITED BY SIZE INTO RP-LINE.
           PERFORM P-PUT-LINE.
           MOVE WS-BR-EXP-VAL TO WS-VAL-R.
           MOVE SPACES TO RP-LINE.
           STRING "BRANCH CASH EXPECTED TODAY:      " WS-VAL-R
             DELIMITED BY SIZE INTO RP-LINE.
           PERFORM P-PUT-LINE.
           MOVE WS-BR-ACT-VAL TO WS-VAL-R.
           MOVE SPACES TO RP-LINE.
           STRING "BRANCH CASH HELD TODAY:          " WS-VAL-R
             DELIMITED BY SIZE INTO RP-LINE.
           PERFORM P-PUT-LINE.
           COMPUTE WS-VALUE-DIFF = WS-BR-ACT-VAL - WS-BR-EXP-VAL.
           MOVE WS-VALUE-DIFF TO WS-VAL-R.
           MOVE SPACES TO RP-LINE.
           STRING "BRANCH OVER/SHORT:               " WS-VAL-R
             DELIMITED BY SIZE INTO RP-LINE.
           PERFORM P-PUT-LINE.
           EXIT.
       P-PROVE-LOADS.
           MOVE SPACES TO RP-LINE.
           PERFORM P-PUT-LINE.
           MOVE "CASSETTE LOADS     VAULT ISSUES  LOAD FILE" TO RP-LINE.
           PERFORM P-PUT-LINE.
           MOVE "Y" TO WS-LOC-OK.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 3
             IF WS-LD-MOVED(WS-DX) NOT EQUAL TO WS-LD-FILED(WS-DX)
               THEN
               MOVE "N" TO WS-LOC-OK
             END-IF
             MOVE SPACES TO RP-LINE
             STRING WS-DN-VALUE(WS-DX) "                   "
               WS-LD-MOVED(WS-DX) "   " WS-LD-FILED(WS-DX)
               DELIMITED BY SIZE INTO RP-LINE
             PERFORM P-PUT-LINE
           END-PERFORM.
           IF WS-LOC-OK IS EQUAL TO "Y" THEN
             MOVE "CASSETTE LOADS AGREE WITH VAULT ISSUES TO ATMS"
               TO RP-LINE
           ELSE
             MOVE "N" TO WS-BALANCED
             MOVE SPACES TO RP-LINE
             STRING "*** CASSETTE LOADS AND VAULT ISSUES TO ATMS"
               " DISAGREE ***" DELIMITED BY SIZE INTO RP-LINE
           END-IF.
           PERFORM P-PUT-LINE.
           EXIT.
       P-PROVE-TELLER-CASH.
           MOVE SPACES TO RP-LINE.
           PERFORM P-PUT-LINE.
           MOVE WS-CUOT-VALUE TO WS-VAL-R.
           MOVE SPACES TO RP-LINE.
           STRING "CASH PAID OUT OF TELLER DRAWERS:   " WS-VAL-R
             DELIMITED BY SIZE INTO RP-LINE.
           PERFORM P-PUT-LINE.
           MOVE WS-TLWD-TOTAL TO WS-VAL-R.
           MOVE SPACES TO RP-LINE.
           STRING "TELLER WITHDRAWALS ON THE TRAN LOG:" WS-VAL-R
             " (" WS-TLWD-COUNT " RECORDS)"
             DELIMITED BY SIZE INTO RP-LINE.
           PERFORM P-PUT-LINE.
           IF WS-CUOT-VALUE IS EQUAL TO WS-TLWD-TOTAL THEN
             MOVE "DRAWER PAYMENTS AGREE WITH THE TRAN LOG" TO RP-LINE
           ELSE
             MOVE "N" TO WS-BALANCED
             MOVE SPACES TO RP-LINE
             STRING "*** DRAWER PAYMENTS AND LOGGED TELLER WITHDRAWALS"
               " DISAGREE ***" DELIMITED BY SIZE INTO RP-LINE
           END-IF.
           PERFORM P-PUT-LINE.
           EXIT.
       P-DRAWER-DIFFS.
           MOVE SPACES TO RP-LINE.
           PERFORM P-PUT-LINE.
           MOVE "DRAWER COUNT DIFFERENCES RECORDED TODAY" TO RP-LINE.
           PERFORM P-PUT-LINE.
           MOVE "OPERATOR DENOM  EXPECTED COUNTED  OVER/SHORT"
             TO RP-LINE.
           PERFORM P-PUT-LINE.
           MOVE ZERO TO WS-DL-COUNT.
           MOVE ZEROES TO WS-DL-NET.
           MOVE "N" TO WS-DL-EOF.
           OPEN INPUT DRAWERLOG-FILE.
           IF WS-DL-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-DL-EOF IS EQUAL TO "Y"
               READ DRAWERLOG-FILE
                 AT END MOVE "Y" TO WS-DL-EOF
                 NOT AT END
                   IF DL-DATE IS EQUAL TO WS-TODAY AND
                     DL-COUNTED NOT EQUAL TO DL-EXPECTED THEN
                     ADD 1 TO WS-DL-COUNT
                     COMPUTE WS-DL-DIFF = DL-COUNTED - DL-EXPECTED
                     COMPUTE WS-DL-NET = WS-DL-NET
                         + WS-DL-DIFF * DL-DENOM
                     MOVE WS-DL-DIFF TO WS-DIFF-R
                     MOVE SPACES TO RP-LINE
                     STRING DL-OPER " " DL-DENOM "   " DL-EXPECTED
                       "  " DL-COUNTED "  " WS-DIFF-R
                       DELIMITED BY SIZE INTO RP-LINE
                     PERFORM P-PUT-LINE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DRAWERLOG-FILE
           END-IF.
           IF WS-DL-COUNT IS EQUAL TO ZERO THEN
             MOVE "NONE - EVERY DRAWER COUNTED TO ITS RECORD"
               TO RP-LINE
             PERFORM P-PUT-LINE
           ELSE
             MOVE WS-DL-NET TO WS-VAL-R
             MOVE SPACES TO RP-LINE
             STRING "NET DRAWER OVER/SHORT:           " WS-VAL-R
               DELIMITED BY SIZE INTO RP-LINE
             PERFORM P-PUT-LINE
             COMPUTE WS-VALUE-DIFF = WS-BR-ACT-VAL + WS-DL-NET
             MOVE WS-VALUE-DIFF TO WS-VAL-R
             MOVE SPACES TO RP-LINE
             STRING "BRANCH CASH AFTER DRAWER COUNTS: " WS-VAL-R
               DELIMITED BY SIZE INTO RP-LINE
             PERFORM P-PUT-LINE
             DISPLAY "*** " WS-DL-COUNT " DRAWER COUNT DIFFERENCES"
             " RECORDED TODAY - REFER TO A SUPERVISOR ***"
           END-IF.
           EXIT.
       P-PUT-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           EXIT.
       P-DENOM-INDEX.
           EVALUATE WS-THIS-DENOM
             WHEN 1000 MOVE 1 TO WS-DI
             WHEN 500 MOVE 2 TO WS-DI
             WHEN 100 MOVE 3 TO WS-DI
             WHEN OTHER MOVE 0 TO WS-DI
           END-EVALUATE.
           EXIT.
       P-APPLY-MOVE.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 3
             IF WS-TO-LOC IS GREATER THAN ZERO THEN
               ADD WS-MV-N(WS-DX) TO WS-PS-IN(WS-TO-LOC, WS-DX)
             END-IF
             IF WS-FROM-LOC IS GREATER THAN ZERO THEN
               ADD WS-MV-N(WS-DX) TO WS-PS-OUT(WS-FROM-LOC, WS-DX)
             END-IF
           END-PERFORM.
           EXIT.
       P-READ-PRIOR.
           MOVE "N" TO WS-HAS-PRIOR.
           MOVE "N" TO WS-BP-EOF.
           OPEN INPUT BRPOSN-FILE.
           IF WS-BP-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-BP-EOF IS EQUAL TO "Y"
               READ BRPOSN-FILE
                 AT END MOVE "Y" TO WS-BP-EOF
                 NOT AT END
                   MOVE "Y" TO WS-HAS-PRIOR
                   MOVE BP-DATE TO WS-PRIOR-DATE
                   MOVE BP-DENOM TO WS-THIS-DENOM
                   PERFORM P-DENOM-INDEX
                   PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 3
                     IF WS-PS-CODE(WS-LX) IS EQUAL TO BP-LOC AND
                       WS-DI IS GREATER THAN ZERO THEN
                       ADD BP-COUNT TO WS-PS-PRIOR(WS-LX, WS-DI)
                     END-IF
                   END-PERFORM
               END-READ
             END-PERFORM
             CLOSE BRPOSN-FILE
           END-IF.
           EXIT.
       P-READ-BRVAULT.
           MOVE "N" TO WS-BV-EOF.
           OPEN INPUT BRVAULT-FILE.
           IF WS-BV-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-BV-EOF IS EQUAL TO "Y"
               READ BRVAULT-FILE
                 AT END MOVE "Y" TO WS-BV-EOF
                 NOT AT END
                   MOVE BV-DENOM TO WS-THIS-DENOM
                   PERFORM P-DENOM-INDEX
                   IF WS-DI IS GREATER THAN ZERO THEN
                     ADD BV-COUNT TO WS-PS-ACTUAL(1, WS-DI)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE BRVAULT-FILE
           END-IF.
           EXIT.
       P-READ-DRAWERS.
           MOVE "N" TO WS-DR-EOF.
           OPEN INPUT DRAWER-FILE.
           IF WS-DR-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-DR-EOF IS EQUAL TO "Y"
               READ DRAWER-FILE
                 AT END MOVE "Y" TO WS-DR-EOF
                 NOT AT END
                   MOVE DR-DENOM TO WS-THIS-DENOM
                   PERFORM P-DENOM-INDEX
                   IF WS-DI IS GREATER THAN ZERO THEN
                     ADD DR-COUNT TO WS-PS-ACTUAL(2, WS-DI)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DRAWER-FILE
           END-IF.
           EXIT.
       P-READ-ATMS.
           MOVE "N" TO WS-VLT-EOF.
           OPEN INPUT VAULT-FILE.
           IF WS-VLT-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-VLT-EOF IS EQUAL TO "Y"
               READ VAULT-FILE
                 AT END MOVE "Y" TO WS-VLT-EOF
                 NOT AT END
                   MOVE VLT-DENOM TO WS-THIS-DENOM
                   PERFORM P-DENOM-INDEX
                   IF WS-DI IS GREATER THAN ZERO THEN
                     ADD VLT-COUNT TO WS-PS-ACTUAL(3, WS-DI)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE VAULT-FILE
           ELSE
             IF WS-VLT-STATUS IS EQUAL TO "05" THEN
               CLOSE VAULT-FILE
             END-IF
           END-IF.
           EXIT.
       P-SUM-MOVEMENTS.
           MOVE ZERO TO WS-MOVE-COUNT.
           MOVE ZEROES TO WS-CUOT-VALUE.
           MOVE "N" TO WS-CM-EOF.
           OPEN INPUT CASHMOVE-FILE.
           IF WS-CM-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-CM-EOF IS EQUAL TO "Y"
               READ CASHMOVE-FILE
                 AT END MOVE "Y" TO WS-CM-EOF
                 NOT AT END
                   IF CM-DATE IS EQUAL TO WS-TODAY THEN
                     PERFORM P-STORE-MOVEMENT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CASHMOVE-FILE
           END-IF.
           EXIT.
       P-STORE-MOVEMENT.
           ADD 1 TO WS-MOVE-COUNT.
           MOVE CM-N1000 TO WS-MV-N(1).
           MOVE CM-N500 TO WS-MV-N(2).
           MOVE CM-N100 TO WS-MV-N(3).
           EVALUATE CM-TYPE
             WHEN "SHIN"
               MOVE 0 TO WS-FROM-LOC
               MOVE 1 TO WS-TO-LOC
             WHEN "SHOT"
               MOVE 1 TO WS-FROM-LOC
               MOVE 0 TO WS-TO-LOC
             WHEN "VTDR"
               MOVE 1 TO WS-FROM-LOC
               MOVE 2 TO WS-TO-LOC
             WHEN "DRVT"
               MOVE 2 TO WS-FROM-LOC
               MOVE 1 TO WS-TO-LOC
             WHEN "VTAT"
               MOVE 1 TO WS-FROM-LOC
               MOVE 3 TO WS-TO-LOC
               ADD CM-N1000 TO WS-LD-MOVED(1)
               ADD CM-N500 TO WS-LD-MOVED(2)
               ADD CM-N100 TO WS-LD-MOVED(3)
             WHEN "ATVT"
               MOVE 3 TO WS-FROM-LOC
               MOVE 1 TO WS-TO-LOC
             WHEN "CUIN"
               MOVE 0 TO WS-FROM-LOC
               MOVE 2 TO WS-TO-LOC
             WHEN "CUOT"
               MOVE 2 TO WS-FROM-LOC
               MOVE 0 TO WS-TO-LOC
               COMPUTE WS-CUOT-VALUE = WS-CUOT-VALUE
                   + CM-N1000 * 1000 + CM-N500 * 500 + CM-N100 * 100
             WHEN OTHER
               MOVE 0 TO WS-FROM-LOC
               MOVE 0 TO WS-TO-LOC
           END-EVALUATE.
           PERFORM P-APPLY-MOVE.
           EXIT.
       P-SUM-DISPENSES.
           MOVE "N" TO WS-VD-EOF.
           OPEN INPUT VAULTDISP-FILE.
           IF WS-VD-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-VD-EOF IS EQUAL TO "Y"
               READ VAULTDISP-FILE
                 AT END MOVE "Y" TO WS-VD-EOF
                 NOT AT END
                   IF VD-DATE IS EQUAL TO WS-TODAY THEN
                     MOVE VD-N1000 TO WS-MV-N(1)
                     MOVE VD-N500 TO WS-MV-N(2)
                     MOVE VD-N100 TO WS-MV-N(3)
                     MOVE 3 TO WS-FROM-LOC
                     MOVE 0 TO WS-TO-LOC
                     PERFORM P-APPLY-MOVE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE VAULTDISP-FILE
           END-IF.
           EXIT.
       P-SUM-DEPOSIT-NOTES.
           MOVE "N" TO WS-VP-EOF.
           OPEN INPUT VAULTDEP-FILE.
           IF WS-VP-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-VP-EOF IS EQUAL TO "Y"
               READ VAULTDEP-FILE
                 AT END MOVE "Y" TO WS-VP-EOF
                 NOT AT END
                   IF VP-DATE IS EQUAL TO WS-TODAY THEN
                     MOVE VP-N1000 TO WS-MV-N(1)
                     MOVE VP-N500 TO WS-MV-N(2)
                     MOVE VP-N100 TO WS-MV-N(3)
                     MOVE 0 TO WS-FROM-LOC
                     MOVE 3 TO WS-TO-LOC
                     PERFORM P-APPLY-MOVE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE VAULTDEP-FILE
           END-IF.
           EXIT.
       P-SUM-LOADS.
           MOVE "N" TO WS-VL-EOF.
           OPEN INPUT VAULTLOAD-FILE.
           IF WS-VL-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-VL-EOF IS EQUAL TO "Y"
               READ VAULTLOAD-FILE
                 AT END MOVE "Y" TO WS-VL-EOF
                 NOT AT END
                   IF VL-DATE IS EQUAL TO WS-TODAY THEN
                     ADD VL-N1000 TO WS-LD-FILED(1)
                     ADD VL-N500 TO WS-LD-FILED(2)
                     ADD VL-N100 TO WS-LD-FILED(3)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE VAULTLOAD-FILE
           END-IF.
           EXIT.
       P-SUM-TELLER-CASH.
           MOVE ZEROES TO WS-TLWD-TOTAL.
           MOVE ZERO TO WS-TLWD-COUNT.
           MOVE "N" TO WS-TL-EOF.
           OPEN INPUT TRANLOG.
           IF WS-TL-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-TL-EOF IS EQUAL TO "Y"
               READ TRANLOG
                 AT END MOVE "Y" TO WS-TL-EOF
                 NOT AT END
                   IF TL-TYPE IS EQUAL TO "WITHDRAW" AND
                     TL-TIMESTAMP(1:8) IS EQUAL TO WS-TODAY AND
                     TL-REASON(1:17) IS EQUAL TO
                     "TELLER WITHDRAWAL" THEN
                     COMPUTE WS-THIS-AMT =
                       FUNCTION NUMVAL-C(TL-AMOUNT)
                     ADD WS-THIS-AMT TO WS-TLWD-TOTAL
                     ADD 1 TO WS-TLWD-COUNT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TRANLOG
           END-IF.
           EXIT.
       P-WRITE-POSITION.
           OPEN OUTPUT BRPOSN-FILE.
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 3
             PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 3
               MOVE WS-TODAY TO BP-DATE
               MOVE WS-PS-CODE(WS-LX) TO BP-LOC
               MOVE WS-DN-VALUE(WS-DX) TO BP-DENOM
               MOVE WS-PS-ACTUAL(WS-LX, WS-DX) TO BP-COUNT
               WRITE BP-RECORD
             END-PERFORM
           END-PERFORM.
           CLOSE BRPOSN-FILE.
           EXIT.
       P-WRITE-STEPSTAT.
           MOVE "BRANCH-CASH" TO SS-PROGRAM.
           MOVE "OK" TO SS-STATUS.
           MOVE WS-MOVE-COUNT TO SS-COUNT.
           OPEN OUTPUT STEPSTAT-FILE.
           WRITE SS-RECORD.
           CLOSE STEPSTAT-FILE.
           EXIT.
       P-WRITE-STEPSTAT-FAILED.
           MOVE "BRANCH-CASH" TO SS-PROGRAM.
           MOVE "FAILED" TO SS-STATUS.
           MOVE WS-MOVE-COUNT TO SS-COUNT.
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
       END PROGRAM BRANCH-CASH.
