       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL VAULT-FILE ASSIGN TO
       "vaultidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY VLT-KEY
               FILE STATUS IS WS-VLT-STATUS.
       SELECT VAULTOPEN-FILE ASSIGN TO
       "vaultopen.txt"
       SELECT STEPSTAT-FILE ASSIGN TO
       "stepstat.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TERMINAL-FILE ASSIGN TO
       "terminal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.
       SELECT PROCDATE-FILE ASSIGN TO
       "procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
       SELECT CASHMOVE-FILE ASSIGN TO
       "cashmove.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VAULT-FILE.
       01 VLT-RECORD.
         02 VLT-KEY.
           03 VLT-TERMINAL PIC X(8).
           03 VLT-SECTION PIC X.
           03 VLT-DENOM PIC 9(4).
         02 VLT-COUNT PIC 9(6).
       FD VAULTOPEN-FILE.
       01 VO-RECORD.
         02 VO-DENOM PIC 9(4).
         02 VO-COUNT PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VO-SECTION PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 VO-TERMINAL PIC X(8).
       FD VAULTLOAD-FILE.
       01 VL-RECORD.
         02 VL-DATE PIC 9(8).
         02 VL-N500 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VL-N100 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VL-TERMINAL PIC X(8).
       FD VAULTDISP-FILE.
       01 VD-RECORD.
         02 VD-DATE PIC 9(8).
         02 VD-N500 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VD-N100 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VD-TERMINAL PIC X(8).
       FD VAULTDEP-FILE.
       01 VP-RECORD.
         02 VP-DATE PIC 9(8).
         02 VP-N500 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VP-N100 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VP-TERMINAL PIC X(8).
       FD VAULTXFER-FILE.
       01 VX-RECORD.
         02 VX-DATE PIC 9(8).
         02 VX-N500 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VX-N100 PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 VX-TERMINAL PIC X(8).
       FD TRANLOG.
       01 TL-RECORD.
         02 TL-ACCT PIC 9(10).
         02 TL-REF PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 TL-USER PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 TL-CHECK PIC X(14).
         02 FILLER PIC X VALUE SPACE.
         02 TL-TERMINAL PIC X(8).
       FD STEPSTAT-FILE.
       01 SS-RECORD.
         02 SS-PROGRAM PIC X(20).
         02 SS-STATUS PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 SS-COUNT PIC 9(6).
       FD TERMINAL-FILE.
       01 TM-RECORD.
         02 TM-ID PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 TM-BRANCH PIC X(6).
         02 FILLER PIC X VALUE SPACE.
         02 TM-LOCATION PIC X(30).
         02 FILLER PIC X VALUE SPACE.
         02 TM-STATUS PIC X.
       FD PROCDATE-FILE.
       01 PD-RECORD.
         02 PD-CURRENT PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 PD-PREVIOUS PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 PD-CHANGED PIC X(14).
         02 FILLER PIC X VALUE SPACE.
         02 PD-OPER PIC X(8).
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
       WORKING-STORAGE SECTION.
       01 WS-VLT-STATUS PIC XX VALUE SPACES.
       01 WS-VO-STATUS PIC XX VALUE SPACES.
       01 WS-VX-STATUS PIC XX VALUE SPACES.
       01 WS-VP-EOF PIC X VALUE "N".
       01 WS-VX-EOF PIC X VALUE "N".
       01 WS-CM-STATUS PIC XX VALUE SPACES.
       01 WS-CM-EOF PIC X VALUE "N".
       01 WS-VLT-EOF PIC X VALUE "N".
       01 WS-VO-EOF PIC X VALUE "N".
       01 WS-VL-EOF PIC X VALUE "N".
       01 WS-HAS-OPENING PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-OPEN-1000 PIC 9(6) VALUE ZEROES.
       01 WS-OPEN-500 PIC 9(6) VALUE ZEROES.
       01 WS-OPEN-100 PIC 9(6) VALUE ZEROES.
       01 WS-DISP-1000 PIC 9(8) VALUE ZEROES.
       01 WS-DISP-500 PIC 9(8) VALUE ZEROES.
       01 WS-DISP-100 PIC 9(8) VALUE ZEROES.
       01 WS-RETN-1000 PIC 9(8) VALUE ZEROES.
       01 WS-RETN-500 PIC 9(8) VALUE ZEROES.
       01 WS-RETN-100 PIC 9(8) VALUE ZEROES.
       01 WS-CLOSE-1000 PIC 9(6) VALUE ZEROES.
       01 WS-CLOSE-500 PIC 9(6) VALUE ZEROES.
       01 WS-CLOSE-100 PIC 9(6) VALUE ZEROES.
       01 WS-DEPC-VALUE PIC 9(14) VALUE ZEROES.
       01 WS-CASHDEP-TOTAL PIC 9(14) VALUE ZEROES.
       01 WS-CASHDEP-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-TM-STATUS PIC XX VALUE SPACES.
       01 WS-TM-EOF PIC X VALUE "N".
       01 WS-TERMINAL-ID PIC X(8) VALUE SPACES.
       01 WS-TERM-BALANCED PIC X VALUE "Y".
       01 WS-TB-OVERFLOW PIC X VALUE "N".
       01 WS-TB-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-TB-IDX PIC 9(3) VALUE ZEROES.
       01 WS-TB-TABLE.
         02 WS-TB-ENTRY OCCURS 100 TIMES.
           03 WS-TB-TERMINAL PIC X(8).
           03 WS-TB-HAS-OPEN PIC X.
           03 WS-TB-OPEN-1000 PIC 9(6).
           03 WS-TB-OPEN-500 PIC 9(6).
           03 WS-TB-OPEN-100 PIC 9(6).
           03 WS-TB-OPENC-1000 PIC 9(6).
           03 WS-TB-OPENC-500 PIC 9(6).
           03 WS-TB-OPENC-100 PIC 9(6).
           03 WS-TB-CLOSE-1000 PIC 9(6).
           03 WS-TB-CLOSE-500 PIC 9(6).
           03 WS-TB-CLOSE-100 PIC 9(6).
           03 WS-TB-CLOSEC-1000 PIC 9(6).
           03 WS-TB-CLOSEC-500 PIC 9(6).
           03 WS-TB-CLOSEC-100 PIC 9(6).
           03 WS-TB-LOAD-1000 PIC 9(8).
           03 WS-TB-LOAD-500 PIC 9(8).
           03 WS-TB-LOAD-100 PIC 9(8).
           03 WS-TB-DISP-1000 PIC 9(8).
           03 WS-TB-DISP-500 PIC 9(8).
           03 WS-TB-DISP-100 PIC 9(8).
           03 WS-TB-RETN-1000 PIC 9(8).
           03 WS-TB-RETN-500 PIC 9(8).
           03 WS-TB-RETN-100 PIC 9(8).
           03 WS-TB-DEPC-1000 PIC 9(8).
           03 WS-TB-DEPC-500 PIC 9(8).
           03 WS-TB-DEPC-100 PIC 9(8).
           03 WS-TB-XFR-1000 PIC 9(8).
           03 WS-TB-XFR-500 PIC 9(8).
           03 WS-TB-XFR-100 PIC 9(8).
           03 WS-TB-WD-TOTAL PIC 9(14).
           03 WS-TB-WD-COUNT PIC 9(6).
           03 WS-TB-CASHDEP-TOTAL PIC 9(14).
           03 WS-TB-CASHDEP-COUNT PIC 9(6).
       01 WS-TERM-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-TERM-SHORT PIC 9(3) VALUE ZEROES.
       01 WS-NET-EXP-VALUE PIC S9(14) VALUE ZEROES.
       01 WS-NET-CLOSE-VALUE PIC S9(14) VALUE ZEROES.
       01 WS-NET-DISP-VALUE PIC 9(14) VALUE ZEROES.
       01 WS-NET-WD-TOTAL PIC 9(14) VALUE ZEROES.
       01 WS-NET-WD-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-NET-DEPC-VALUE PIC 9(14) VALUE ZEROES.
       01 WS-NET-CASHDEP-TOTAL PIC 9(14) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           DISPLAY "DAILY CASH BALANCING " WS-TODAY.
           MOVE ZERO TO WS-TB-COUNT.
           MOVE "N" TO WS-TB-OVERFLOW.
           PERFORM P-LOAD-TERMINALS.
           PERFORM P-READ-OPENING.
           PERFORM P-READ-CLOSING.
           IF WS-HAS-OPENING IS EQUAL TO "N" THEN
           PERFORM P-SUM-DISPENSES.
           PERFORM P-SUM-DEPOSIT-NOTES.
           PERFORM P-SUM-CASSETTE-XFERS.
           PERFORM P-SUM-RETURNS.
           PERFORM P-SUM-WITHDRAWALS.
           MOVE "Y" TO WS-BALANCED.
           MOVE ZERO TO WS-TERM-COUNT.
           MOVE ZERO TO WS-TERM-SHORT.
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
             UNTIL WS-TB-IDX > WS-TB-COUNT
             PERFORM P-PROVE-TERMINAL
           END-PERFORM.
           PERFORM P-NETWORK-TOTAL.
           IF WS-TB-OVERFLOW IS EQUAL TO "Y" THEN
             MOVE "N" TO WS-BALANCED
             DISPLAY "*** MORE TERMINALS THAN THE 100-ENTRY TABLE"
             " HOLDS - MOVEMENTS NOT PROVED ***"
           END-IF.
           MOVE WS-NET-WD-COUNT TO WS-WD-COUNT.
           IF WS-BALANCED IS EQUAL TO "Y" THEN
             DISPLAY "VAULT MOVEMENTS PROVE TO THE TRANSACTION LOG"
             PERFORM P-WRITE-OPENING
             PERFORM P-WRITE-STEPSTAT
           ELSE
             DISPLAY "*** CASH OVER/SHORT - STREAM STOPPED, COUNT"
             " THE VAULT BEFORE RELEASING THE DAY ***"
             DISPLAY "OPENING SNAPSHOT LEFT IN PLACE FOR REVIEW"
             PERFORM P-WRITE-STEPSTAT-FAILED
           END-IF.
           GOBACK.
       P-PROVE-TERMINAL.
           ADD 1 TO WS-TERM-COUNT.
           MOVE WS-TB-OPEN-1000(WS-TB-IDX) TO WS-OPEN-1000.
           MOVE WS-TB-OPEN-500(WS-TB-IDX) TO WS-OPEN-500.
           MOVE WS-TB-OPEN-100(WS-TB-IDX) TO WS-OPEN-100.
           MOVE WS-TB-OPENC-1000(WS-TB-IDX) TO WS-OPENC-1000.
           MOVE WS-TB-OPENC-500(WS-TB-IDX) TO WS-OPENC-500.
           MOVE WS-TB-OPENC-100(WS-TB-IDX) TO WS-OPENC-100.
           MOVE WS-TB-CLOSE-1000(WS-TB-IDX) TO WS-CLOSE-1000.
           MOVE WS-TB-CLOSE-500(WS-TB-IDX) TO WS-CLOSE-500.
           MOVE WS-TB-CLOSE-100(WS-TB-IDX) TO WS-CLOSE-100.
           MOVE WS-TB-CLOSEC-1000(WS-TB-IDX) TO WS-CLOSEC-1000.
           MOVE WS-TB-CLOSEC-500(WS-TB-IDX) TO WS-CLOSEC-500.
           MOVE WS-TB-CLOSEC-100(WS-TB-IDX) TO WS-CLOSEC-100.
           MOVE WS-TB-LOAD-1000(WS-TB-IDX) TO WS-LOAD-1000.
           MOVE WS-TB-LOAD-500(WS-TB-IDX) TO WS-LOAD-500.
           MOVE WS-TB-LOAD-100(WS-TB-IDX) TO WS-LOAD-100.
           MOVE WS-TB-DISP-1000(WS-TB-IDX) TO WS-DISP-1000.
           MOVE WS-TB-DISP-500(WS-TB-IDX) TO WS-DISP-500.
           MOVE WS-TB-DISP-100(WS-TB-IDX) TO WS-DISP-100.
           MOVE WS-TB-RETN-1000(WS-TB-IDX) TO WS-RETN-1000.
           MOVE WS-TB-RETN-500(WS-TB-IDX) TO WS-RETN-500.
           MOVE WS-TB-RETN-100(WS-TB-IDX) TO WS-RETN-100.
           MOVE WS-TB-DEPC-1000(WS-TB-IDX) TO WS-DEPC-1000.
           MOVE WS-TB-DEPC-500(WS-TB-IDX) TO WS-DEPC-500.
           MOVE WS-TB-DEPC-100(WS-TB-IDX) TO WS-DEPC-100.
           MOVE WS-TB-XFR-1000(WS-TB-IDX) TO WS-XFR-1000.
           MOVE WS-TB-XFR-500(WS-TB-IDX) TO WS-XFR-500.
           MOVE WS-TB-XFR-100(WS-TB-IDX) TO WS-XFR-100.
           MOVE WS-TB-WD-TOTAL(WS-TB-IDX) TO WS-WD-TOTAL.
           MOVE WS-TB-WD-COUNT(WS-TB-IDX) TO WS-WD-COUNT.
           MOVE WS-TB-CASHDEP-TOTAL(WS-TB-IDX) TO WS-CASHDEP-TOTAL.
           MOVE WS-TB-CASHDEP-COUNT(WS-TB-IDX) TO WS-CASHDEP-COUNT.
           DISPLAY " ".
           DISPLAY "TERMINAL " WS-TB-TERMINAL(WS-TB-IDX).
           IF WS-TB-HAS-OPEN(WS-TB-IDX) IS EQUAL TO "N" THEN
             DISPLAY "NO OPENING SNAPSHOT FOR THIS TERMINAL - TAKING"
             " TODAY'S CLOSING COUNTS AS ITS BASELINE"
             MOVE WS-CLOSE-1000 TO WS-EXP-1000
             MOVE WS-CLOSE-500 TO WS-EXP-500
             MOVE WS-CLOSE-100 TO WS-EXP-100
             MOVE WS-CLOSEC-1000 TO WS-EXPC-1000
             MOVE WS-CLOSEC-500 TO WS-EXPC-500
             MOVE WS-CLOSEC-100 TO WS-EXPC-100
           ELSE
             PERFORM P-PROVE-COUNTS
           END-IF.
           COMPUTE WS-NET-EXP-VALUE = WS-NET-EXP-VALUE
               + WS-EXP-1000 * 1000 + WS-EXP-500 * 500
               + WS-EXP-100 * 100 + WS-EXPC-1000 * 1000
               + WS-EXPC-500 * 500 + WS-EXPC-100 * 100.
           COMPUTE WS-NET-CLOSE-VALUE = WS-NET-CLOSE-VALUE
               + WS-CLOSE-1000 * 1000 + WS-CLOSE-500 * 500
               + WS-CLOSE-100 * 100 + WS-CLOSEC-1000 * 1000
               + WS-CLOSEC-500 * 500 + WS-CLOSEC-100 * 100.
           ADD WS-WD-TOTAL TO WS-NET-WD-TOTAL.
           ADD WS-WD-COUNT TO WS-NET-WD-COUNT.
           ADD WS-CASHDEP-TOTAL TO WS-NET-CASHDEP-TOTAL.
           EXIT.
       P-PROVE-COUNTS.
           MOVE "Y" TO WS-TERM-BALANCED.
           COMPUTE WS-EXP-1000 = WS-OPEN-1000 + WS-LOAD-1000
               + WS-XFR-1000 - WS-DISP-1000 - WS-RETN-1000.
           COMPUTE WS-EXP-500 = WS-OPEN-500 + WS-LOAD-500
               + WS-XFR-500 - WS-DISP-500 - WS-RETN-500.
           COMPUTE WS-EXP-100 = WS-OPEN-100 + WS-LOAD-100
               + WS-XFR-100 - WS-DISP-100 - WS-RETN-100.
           DISPLAY "DISPENSABLE SECTION".
           DISPLAY "DENOM  OPENING  LOADED  DISPENSED  RETURNED"
           "  EXPECTED  COUNTED  OVER/SHORT".
           COMPUTE WS-DIFF = WS-CLOSE-1000 - WS-EXP-1000.
           MOVE WS-DIFF TO WS-DIFF-R.
           DISPLAY "1000   " WS-OPEN-1000 " " WS-LOAD-1000 " "
           WS-DISP-1000 " " WS-RETN-1000 " " WS-EXP-1000 " "
           WS-CLOSE-1000 " " WS-DIFF-R.
           IF WS-DIFF NOT EQUAL TO ZERO THEN
             MOVE "N" TO WS-TERM-BALANCED
           END-IF.
           COMPUTE WS-DIFF = WS-CLOSE-500 - WS-EXP-500.
           MOVE WS-DIFF TO WS-DIFF-R.
           DISPLAY "0500   " WS-OPEN-500 " " WS-LOAD-500 " "
           WS-DISP-500 " " WS-RETN-500 " " WS-EXP-500 " "
           WS-CLOSE-500 " " WS-DIFF-R.
           IF WS-DIFF NOT EQUAL TO ZERO THEN
             MOVE "N" TO WS-TERM-BALANCED
           END-IF.
           COMPUTE WS-DIFF = WS-CLOSE-100 - WS-EXP-100.
           MOVE WS-DIFF TO WS-DIFF-R.
           DISPLAY "0100   " WS-OPEN-100 " " WS-LOAD-100 " "
           WS-DISP-100 " " WS-RETN-100 " " WS-EXP-100 " "
           WS-CLOSE-100 " " WS-DIFF-R.
           IF WS-DIFF NOT EQUAL TO ZERO THEN
             MOVE "N" TO WS-TERM-BALANCED
           END-IF.
           COMPUTE WS-EXPC-1000 = WS-OPENC-1000 + WS-DEPC-1000
               - WS-XFR-1000.
           WS-XFR-1000 " " WS-EXPC-1000 " " WS-CLOSEC-1000 " "
           WS-DIFF-R.
           IF WS-DIFF NOT EQUAL TO ZERO THEN
             MOVE "N" TO WS-TERM-BALANCED
           END-IF.
           COMPUTE WS-DIFF = WS-CLOSEC-500 - WS-EXPC-500.
           MOVE WS-DIFF TO WS-DIFF-R.
           WS-XFR-500 " " WS-EXPC-500 " " WS-CLOSEC-500 " "
           WS-DIFF-R.
           IF WS-DIFF NOT EQUAL TO ZERO THEN
             MOVE "N" TO WS-TERM-BALANCED
           END-IF.
           COMPUTE WS-DIFF = WS-CLOSEC-100 - WS-EXPC-100.
           MOVE WS-DIFF TO WS-DIFF-R.
           WS-XFR-100 " " WS-EXPC-100 " " WS-CLOSEC-100 " "
           WS-DIFF-R.
           IF WS-DIFF NOT EQUAL TO ZERO THEN
             MOVE "N" TO WS-TERM-BALANCED
           END-IF.
           COMPUTE WS-DEPC-VALUE = WS-DEPC-1000 * 1000
               + WS-DEPC-500 * 500 + WS-DEPC-100 * 100.
           ADD WS-DEPC-VALUE TO WS-NET-DEPC-VALUE.
           MOVE WS-DEPC-VALUE TO WS-TOT-R.
           DISPLAY "CASH TAKEN BY THE DEPOSIT CASSETTE: " WS-TOT-R.
           MOVE WS-CASHDEP-TOTAL TO WS-TOT-R.
           " (" WS-CASHDEP-COUNT " RECORDS)".
           COMPUTE WS-VALUE-DIFF = WS-DEPC-VALUE - WS-CASHDEP-TOTAL.
           IF WS-VALUE-DIFF NOT EQUAL TO ZERO THEN
             MOVE "N" TO WS-TERM-BALANCED
             MOVE WS-VALUE-DIFF TO WS-VALUE-DIFF-R
             DISPLAY "*** CASSETTE INTAKE AND LOGGED CASH DEPOSITS"
             " DISAGREE BY " WS-VALUE-DIFF-R " ***"
           END-IF.
           COMPUTE WS-DISP-VALUE = WS-DISP-1000 * 1000
               + WS-DISP-500 * 500 + WS-DISP-100 * 100.
           ADD WS-DISP-VALUE TO WS-NET-DISP-VALUE.
           MOVE WS-DISP-VALUE TO WS-TOT-R.
           DISPLAY "VALUE DISPENSED BY THE MACHINE:  " WS-TOT-R.
           MOVE WS-WD-TOTAL TO WS-TOT-R.
           " (" WS-WD-COUNT " RECORDS)".
           COMPUTE WS-VALUE-DIFF = WS-DISP-VALUE - WS-WD-TOTAL.
           IF WS-VALUE-DIFF NOT EQUAL TO ZERO THEN
             MOVE "N" TO WS-TERM-BALANCED
             MOVE WS-VALUE-DIFF TO WS-VALUE-DIFF-R
             DISPLAY "*** DISPENSED CASH AND LOGGED WITHDRAWALS"
             " DISAGREE BY " WS-VALUE-DIFF-R " ***"
           END-IF.
           IF WS-TERM-BALANCED IS EQUAL TO "Y" THEN
             DISPLAY "TERMINAL " WS-TB-TERMINAL(WS-TB-IDX)
             " BALANCED"
           ELSE
             MOVE "N" TO WS-BALANCED
             ADD 1 TO WS-TERM-SHORT
             DISPLAY "*** TERMINAL " WS-TB-TERMINAL(WS-TB-IDX)
             " IS OVER/SHORT ***"
           END-IF.
           EXIT.
       P-NETWORK-TOTAL.
           DISPLAY " ".
           DISPLAY "NETWORK TOTAL - " WS-TERM-COUNT " TERMINALS, "
           WS-TERM-SHORT " OVER/SHORT".
           MOVE WS-NET-EXP-VALUE TO WS-TOT-R.
           DISPLAY "EXPECTED CASH IN MACHINES:       " WS-TOT-R.
           MOVE WS-NET-CLOSE-VALUE TO WS-TOT-R.
           DISPLAY "COUNTED CASH IN MACHINES:        " WS-TOT-R.
           COMPUTE WS-VALUE-DIFF = WS-NET-CLOSE-VALUE
               - WS-NET-EXP-VALUE.
           MOVE WS-VALUE-DIFF TO WS-VALUE-DIFF-R.
           DISPLAY "NETWORK OVER/SHORT:              "
           WS-VALUE-DIFF-R.
           MOVE WS-NET-DISP-VALUE TO WS-TOT-R.
           DISPLAY "VALUE DISPENSED BY THE NETWORK:  " WS-TOT-R.
           MOVE WS-NET-WD-TOTAL TO WS-TOT-R.
           DISPLAY "ATM WITHDRAWALS ON THE TRAN LOG: " WS-TOT-R
           " (" WS-NET-WD-COUNT " RECORDS)".
           MOVE WS-NET-DEPC-VALUE TO WS-TOT-R.
           DISPLAY "CASH TAKEN BY DEPOSIT CASSETTES: " WS-TOT-R.
           MOVE WS-NET-CASHDEP-TOTAL TO WS-TOT-R.
           DISPLAY "ATM CASH DEPOSITS ON THE TRAN LOG:" WS-TOT-R.
           EXIT.
       P-FIND-TERMINAL.
           MOVE ZERO TO WS-TB-IDX.
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
             UNTIL WS-TB-IDX > WS-TB-COUNT
             IF WS-TB-TERMINAL(WS-TB-IDX) IS EQUAL TO WS-TERMINAL-ID
               THEN
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF WS-TB-IDX > WS-TB-COUNT THEN
             IF WS-TB-COUNT IS EQUAL TO 100 THEN
               MOVE "Y" TO WS-TB-OVERFLOW
               MOVE ZERO TO WS-TB-IDX
             ELSE
               ADD 1 TO WS-TB-COUNT
               MOVE WS-TB-COUNT TO WS-TB-IDX
               INITIALIZE WS-TB-ENTRY(WS-TB-IDX)
               MOVE WS-TERMINAL-ID TO WS-TB-TERMINAL(WS-TB-IDX)
               MOVE "N" TO WS-TB-HAS-OPEN(WS-TB-IDX)
             END-IF
           END-IF.
           EXIT.
       P-LOAD-TERMINALS.
           MOVE "N" TO WS-TM-EOF.
           OPEN INPUT TERMINAL-FILE.
           IF WS-TM-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-TM-EOF IS EQUAL TO "Y"
               READ TERMINAL-FILE
                 AT END MOVE "Y" TO WS-TM-EOF
                 NOT AT END
                   MOVE TM-ID TO WS-TERMINAL-ID
                   PERFORM P-FIND-TERMINAL
               END-READ
             END-PERFORM
             CLOSE TERMINAL-FILE
           END-IF.
           EXIT.
       P-READ-OPENING.
           MOVE "N" TO WS-HAS-OPENING.
           MOVE "N" TO WS-VO-EOF.
                 AT END MOVE "Y" TO WS-VO-EOF
                 NOT AT END
                   MOVE "Y" TO WS-HAS-OPENING
                   MOVE VO-TERMINAL TO WS-TERMINAL-ID
                   PERFORM P-FIND-TERMINAL
                   IF WS-TB-IDX IS GREATER THAN ZERO THEN
                     MOVE "Y" TO WS-TB-HAS-OPEN(WS-TB-IDX)
                     PERFORM P-STORE-OPENING
                   END-IF
               END-READ
             END-PERFORM
             CLOSE VAULTOPEN-FILE
           END-IF.
           EXIT.
       P-STORE-OPENING.
           IF VO-SECTION IS EQUAL TO "C" THEN
             EVALUATE VO-DENOM
               WHEN 1000 MOVE VO-COUNT TO WS-TB-OPENC-1000(WS-TB-IDX)
               WHEN 500 MOVE VO-COUNT TO WS-TB-OPENC-500(WS-TB-IDX)
               WHEN 100 MOVE VO-COUNT TO WS-TB-OPENC-100(WS-TB-IDX)
             END-EVALUATE
           ELSE
             EVALUATE VO-DENOM
               WHEN 1000 MOVE VO-COUNT TO WS-TB-OPEN-1000(WS-TB-IDX)
               WHEN 500 MOVE VO-COUNT TO WS-TB-OPEN-500(WS-TB-IDX)
               WHEN 100 MOVE VO-COUNT TO WS-TB-OPEN-100(WS-TB-IDX)
             END-EVALUATE
           END-IF.
           EXIT.
       P-READ-CLOSING.
           MOVE "N" TO WS-VLT-EOF.
           OPEN INPUT VAULT-FILE.
               READ VAULT-FILE
                 AT END MOVE "Y" TO WS-VLT-EOF
                 NOT AT END
                   MOVE VLT-TERMINAL TO WS-TERMINAL-ID
                   PERFORM P-FIND-TERMINAL
                   IF WS-TB-IDX IS GREATER THAN ZERO THEN
                     PERFORM P-STORE-CLOSING
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
       P-STORE-CLOSING.
           IF VLT-SECTION IS EQUAL TO "C" THEN
             EVALUATE VLT-DENOM
               WHEN 1000
                 MOVE VLT-COUNT TO WS-TB-CLOSEC-1000(WS-TB-IDX)
               WHEN 500
                 MOVE VLT-COUNT TO WS-TB-CLOSEC-500(WS-TB-IDX)
               WHEN 100
                 MOVE VLT-COUNT TO WS-TB-CLOSEC-100(WS-TB-IDX)
             END-EVALUATE
           ELSE
             EVALUATE VLT-DENOM
               WHEN 1000
                 MOVE VLT-COUNT TO WS-TB-CLOSE-1000(WS-TB-IDX)
               WHEN 500
                 MOVE VLT-COUNT TO WS-TB-CLOSE-500(WS-TB-IDX)
               WHEN 100
                 MOVE VLT-COUNT TO WS-TB-CLOSE-100(WS-TB-IDX)
             END-EVALUATE
           END-IF.
           EXIT.
       P-WRITE-OPENING.
           OPEN OUTPUT VAULTOPEN-FILE.
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
             UNTIL WS-TB-IDX > WS-TB-COUNT
             MOVE WS-TB-TERMINAL(WS-TB-IDX) TO VO-TERMINAL
             MOVE "D" TO VO-SECTION
             MOVE 1000 TO VO-DENOM
             MOVE WS-TB-CLOSE-1000(WS-TB-IDX) TO VO-COUNT
             WRITE VO-RECORD
             MOVE 500 TO VO-DENOM
             MOVE WS-TB-CLOSE-500(WS-TB-IDX) TO VO-COUNT
             WRITE VO-RECORD
             MOVE 100 TO VO-DENOM
             MOVE WS-TB-CLOSE-100(WS-TB-IDX) TO VO-COUNT
             WRITE VO-RECORD
             MOVE "C" TO VO-SECTION
             MOVE 1000 TO VO-DENOM
             MOVE WS-TB-CLOSEC-1000(WS-TB-IDX) TO VO-COUNT
             WRITE VO-RECORD
             MOVE 500 TO VO-DENOM
             MOVE WS-TB-CLOSEC-500(WS-TB-IDX) TO VO-COUNT
             WRITE VO-RECORD
             MOVE 100 TO VO-DENOM
             MOVE WS-TB-CLOSEC-100(WS-TB-IDX) TO VO-COUNT
             WRITE VO-RECORD
           END-PERFORM.
           CLOSE VAULTOPEN-FILE.
           EXIT.
       P-SUM-LOADS.
                 AT END MOVE "Y" TO WS-VL-EOF
                 NOT AT END
                   IF VL-DATE IS EQUAL TO WS-TODAY THEN
                     MOVE VL-TERMINAL TO WS-TERMINAL-ID
                     PERFORM P-FIND-TERMINAL
                     IF WS-TB-IDX IS GREATER THAN ZERO THEN
                       ADD VL-N1000 TO WS-TB-LOAD-1000(WS-TB-IDX)
                       ADD VL-N500 TO WS-TB-LOAD-500(WS-TB-IDX)
                       ADD VL-N100 TO WS-TB-LOAD-100(WS-TB-IDX)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
                 AT END MOVE "Y" TO WS-VD-EOF
                 NOT AT END
                   IF VD-DATE IS EQUAL TO WS-TODAY THEN
                     MOVE VD-TERMINAL TO WS-TERMINAL-ID
                     PERFORM P-FIND-TERMINAL
                     IF WS-TB-IDX IS GREATER THAN ZERO THEN
                       ADD VD-N1000 TO WS-TB-DISP-1000(WS-TB-IDX)
                       ADD VD-N500 TO WS-TB-DISP-500(WS-TB-IDX)
                       ADD VD-N100 TO WS-TB-DISP-100(WS-TB-IDX)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
                 AT END MOVE "Y" TO WS-VP-EOF
                 NOT AT END
                   IF VP-DATE IS EQUAL TO WS-TODAY THEN
                     MOVE VP-TERMINAL TO WS-TERMINAL-ID
                     PERFORM P-FIND-TERMINAL
                     IF WS-TB-IDX IS GREATER THAN ZERO THEN
                       ADD VP-N1000 TO WS-TB-DEPC-1000(WS-TB-IDX)
                       ADD VP-N500 TO WS-TB-DEPC-500(WS-TB-IDX)
                       ADD VP-N100 TO WS-TB-DEPC-100(WS-TB-IDX)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
                 AT END MOVE "Y" TO WS-VX-EOF
                 NOT AT END
                   IF VX-DATE IS EQUAL TO WS-TODAY THEN
                     MOVE VX-TERMINAL TO WS-TERMINAL-ID
                     PERFORM P-FIND-TERMINAL
                     IF WS-TB-IDX IS GREATER THAN ZERO THEN
                       ADD VX-N1000 TO WS-TB-XFR-1000(WS-TB-IDX)
                       ADD VX-N500 TO WS-TB-XFR-500(WS-TB-IDX)
                       ADD VX-N100 TO WS-TB-XFR-100(WS-TB-IDX)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE VAULTXFER-FILE
           END-IF.
           EXIT.
       P-SUM-RETURNS.
           MOVE "N" TO WS-CM-EOF.
           OPEN INPUT CASHMOVE-FILE.
           IF WS-CM-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-CM-EOF IS EQUAL TO "Y"
               READ CASHMOVE-FILE
                 AT END MOVE "Y" TO WS-CM-EOF
                 NOT AT END
                   IF CM-DATE IS EQUAL TO WS-TODAY AND
                     CM-TYPE IS EQUAL TO "ATVT" THEN
                     MOVE CM-LOC TO WS-TERMINAL-ID
                     PERFORM P-FIND-TERMINAL
                     IF WS-TB-IDX IS GREATER THAN ZERO THEN
                       ADD CM-N1000 TO WS-TB-RETN-1000(WS-TB-IDX)
                       ADD CM-N500 TO WS-TB-RETN-500(WS-TB-IDX)
                       ADD CM-N100 TO WS-TB-RETN-100(WS-TB-IDX)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CASHMOVE-FILE
           END-IF.
           EXIT.
       P-SUM-WITHDRAWALS.
           MOVE "N" TO WS-TL-EOF.
           OPEN INPUT TRANLOG.
                     TL-TIMESTAMP(1:8) IS EQUAL TO WS-TODAY AND
                     TL-REASON(1:17) NOT EQUAL TO
                     "TELLER WITHDRAWAL" THEN
                     MOVE TL-TERMINAL TO WS-TERMINAL-ID
                     PERFORM P-FIND-TERMINAL
                     IF WS-TB-IDX IS GREATER THAN ZERO THEN
                       COMPUTE WS-THIS-AMT =
                         FUNCTION NUMVAL-C(TL-AMOUNT)
                       ADD WS-THIS-AMT TO WS-TB-WD-TOTAL(WS-TB-IDX)
                       ADD 1 TO WS-TB-WD-COUNT(WS-TB-IDX)
                     END-IF
                   END-IF
                   IF TL-TYPE IS EQUAL TO "DEPOSIT" AND
                     TL-TIMESTAMP(1:8) IS EQUAL TO WS-TODAY AND
                     TL-REASON(1:12) IS EQUAL TO "CASH DEPOSIT"
                     THEN
                     MOVE TL-TERMINAL TO WS-TERMINAL-ID
                     PERFORM P-FIND-TERMINAL
                     IF WS-TB-IDX IS GREATER THAN ZERO THEN
                       COMPUTE WS-THIS-AMT =
                         FUNCTION NUMVAL-C(TL-AMOUNT)
                       ADD WS-THIS-AMT TO
                         WS-TB-CASHDEP-TOTAL(WS-TB-IDX)
                       ADD 1 TO WS-TB-CASHDEP-COUNT(WS-TB-IDX)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
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
       END PROGRAM CASH-BALANCING.
