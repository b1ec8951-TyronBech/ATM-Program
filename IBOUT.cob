       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERBANK-OUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT IBCTL-FILE ASSIGN TO
       "ibctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       SELECT IBPEND-FILE ASSIGN TO
       "ibpend.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-STATUS.
       SELECT IBOUT-FILE ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT IBSENT-FILE ASSIGN TO
       "ibsent.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.
       SELECT STEPSTAT-FILE ASSIGN TO
       "stepstat.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PROCDATE-FILE ASSIGN TO
       "procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD IBCTL-FILE.
       01 CTL-RECORD.
         02 CTL-BANK PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CTL-OUT-SEQ PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CTL-IN-SEQ PIC 9(6).
       FD IBPEND-FILE.
       01 OB-RECORD.
         02 OB-REF PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OB-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 OB-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 OB-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OB-ORIG-NAME PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 OB-BANK PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 OB-BEN-ACCT PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 OB-BEN-NAME PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 OB-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 OB-CURRENCY PIC X(3).
         02 FILLER PIC X VALUE SPACE.
         02 OB-NET-REF PIC X(16).
         02 FILLER PIC X VALUE SPACE.
         02 OB-STATUS PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 OB-FILE-SEQ PIC 9(6).
       FD IBSENT-FILE.
       01 SN-RECORD PIC X(145).
       FD IBOUT-FILE.
       01 IOH-RECORD.
         02 IOH-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 IOH-BANK PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 IOH-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 IOH-SEQ PIC 9(6).
       01 IOD-RECORD.
         02 IOD-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 IOD-KIND PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 IOD-REF PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 IOD-ORIG-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 IOD-ORIG-NAME PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 IOD-DEST-BANK PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 IOD-DEST-ACCT PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 IOD-DEST-NAME PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 IOD-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 IOD-CURRENCY PIC X(3).
         02 FILLER PIC X VALUE SPACE.
         02 IOD-NET-REF PIC X(16).
       01 IOT-RECORD.
         02 IOT-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 IOT-COUNT PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 IOT-TOTAL PIC 9(14).
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
       01 WS-CTL-STATUS PIC XX VALUE SPACES.
       01 WS-CTL-FOUND PIC X VALUE "N".
       01 WS-OUR-BANK PIC 9(6) VALUE ZEROES.
       01 WS-OUT-SEQ PIC 9(6) VALUE ZEROES.
       01 WS-IN-SEQ PIC 9(6) VALUE ZEROES.
       01 WS-OB-STATUS PIC XX VALUE SPACES.
       01 WS-OB-EOF PIC X VALUE "N".
       01 WS-SN-STATUS PIC XX VALUE SPACES.
       01 WS-OUT-NAME PIC X(30) VALUE SPACES.
       01 WS-OUT-OPEN PIC X VALUE "N".
       01 WS-PEND-FOUND PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-SENT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-SENT-TOTAL PIC 9(14) VALUE ZEROES.
       01 WS-RETURN-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-OLD-SENT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-AMT-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-TOT-R PIC -(14)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           DISPLAY "INTERBANK OUTBOUND RUN " WS-TODAY.
           PERFORM P-LOAD-CONTROL.
           IF WS-CTL-FOUND IS EQUAL TO "N" THEN
             DISPLAY "*** NO INTERBANK CONTROL RECORD (ibctl.txt) -"
             " RUN ABORTED ***"
             PERFORM P-WRITE-STEPSTAT-FAILED
             GOBACK
           END-IF.
           MOVE ZERO TO WS-SENT-COUNT.
           MOVE ZERO TO WS-OLD-SENT-COUNT.
           MOVE "N" TO WS-OUT-OPEN.
           MOVE "N" TO WS-OB-EOF.
           MOVE "N" TO WS-PEND-FOUND.
           OPEN INPUT IBPEND-FILE.
           IF WS-OB-STATUS IS EQUAL TO "00" THEN
             MOVE "Y" TO WS-PEND-FOUND
             OPEN EXTEND IBSENT-FILE
             IF WS-SN-STATUS NOT EQUAL TO "00" THEN
               OPEN OUTPUT IBSENT-FILE
             END-IF
             PERFORM UNTIL WS-OB-EOF IS EQUAL TO "Y"
               READ IBPEND-FILE
                 AT END MOVE "Y" TO WS-OB-EOF
                 NOT AT END
                   IF OB-STATUS IS EQUAL TO "N" THEN
                     PERFORM P-WRITE-DETAIL
                   ELSE
                     ADD 1 TO WS-OLD-SENT-COUNT
                   END-IF
                   MOVE OB-RECORD TO SN-RECORD
                   WRITE SN-RECORD
               END-READ
             END-PERFORM
             CLOSE IBPEND-FILE
             CLOSE IBSENT-FILE
           END-IF.
           IF WS-OUT-OPEN IS EQUAL TO "Y" THEN
             MOVE SPACES TO IOT-RECORD
             MOVE "T" TO IOT-TYPE
             MOVE WS-SENT-COUNT TO IOT-COUNT
             MOVE WS-SENT-TOTAL TO IOT-TOTAL
             WRITE IOT-RECORD
             CLOSE IBOUT-FILE
           ELSE
             DISPLAY "NO OUTBOUND PAYMENTS PENDING - NO FILE WRITTEN"
           END-IF.
           PERFORM P-SAVE-CONTROL.
           IF WS-PEND-FOUND IS EQUAL TO "Y" THEN
             OPEN OUTPUT IBPEND-FILE
             CLOSE IBPEND-FILE
           END-IF.
           DISPLAY "OUTBOUND FILE SEQUENCE: " WS-OUT-SEQ.
           IF WS-OUT-OPEN IS EQUAL TO "Y" THEN
             DISPLAY "OUTBOUND FILE WRITTEN TO " WS-OUT-NAME
           END-IF.
           DISPLAY "ITEMS SENT: " WS-SENT-COUNT.
           DISPLAY "  OF WHICH RETURNS OF INBOUND ITEMS: "
           WS-RETURN-COUNT.
           MOVE WS-SENT-TOTAL TO WS-TOT-R.
           DISPLAY "TOTAL SENT: " WS-TOT-R.
           DISPLAY "EARLIER SENT ITEMS MOVED TO ibsent.txt: "
           WS-OLD-SENT-COUNT.
           PERFORM P-WRITE-STEPSTAT.
           GOBACK.
       P-WRITE-DETAIL.
           IF WS-OUT-OPEN IS EQUAL TO "N" THEN
             PERFORM P-OPEN-OUTBOUND
           END-IF.
           MOVE SPACES TO IOD-RECORD.
           MOVE "D" TO IOD-TYPE.
           MOVE OB-TYPE TO IOD-KIND.
           MOVE OB-REF TO IOD-REF.
           MOVE OB-ACCT TO IOD-ORIG-ACCT.
           MOVE OB-ORIG-NAME TO IOD-ORIG-NAME.
           MOVE OB-BANK TO IOD-DEST-BANK.
           MOVE OB-BEN-ACCT TO IOD-DEST-ACCT.
           MOVE OB-BEN-NAME TO IOD-DEST-NAME.
           MOVE OB-AMOUNT TO IOD-AMOUNT.
           MOVE OB-CURRENCY TO IOD-CURRENCY.
           MOVE OB-NET-REF TO IOD-NET-REF.
           WRITE IOD-RECORD.
           MOVE "S" TO OB-STATUS.
           MOVE WS-OUT-SEQ TO OB-FILE-SEQ.
           ADD 1 TO WS-SENT-COUNT.
           ADD OB-AMOUNT TO WS-SENT-TOTAL.
           IF OB-TYPE IS EQUAL TO "R" THEN
             ADD 1 TO WS-RETURN-COUNT
           END-IF.
           MOVE OB-AMOUNT TO WS-AMT-R.
           DISPLAY OB-REF " " OB-ACCT " " OB-BANK " "
           OB-BEN-ACCT " " WS-AMT-R.
           EXIT.
       P-OPEN-OUTBOUND.
           ADD 1 TO WS-OUT-SEQ.
           MOVE SPACES TO WS-OUT-NAME.
           STRING "ibout." WS-OUT-SEQ ".txt"
             DELIMITED BY SIZE INTO WS-OUT-NAME.
           OPEN OUTPUT IBOUT-FILE.
           MOVE "Y" TO WS-OUT-OPEN.
           MOVE SPACES TO IOH-RECORD.
           MOVE "H" TO IOH-TYPE.
           MOVE WS-OUR-BANK TO IOH-BANK.
           MOVE WS-TODAY TO IOH-DATE.
           MOVE WS-OUT-SEQ TO IOH-SEQ.
           WRITE IOH-RECORD.
           DISPLAY "REFERENCE  ACCOUNT    BANK   BENEFICIARY"
           "                    AMOUNT".
           EXIT.
       P-LOAD-CONTROL.
           MOVE "N" TO WS-CTL-FOUND.
           OPEN INPUT IBCTL-FILE.
           IF WS-CTL-STATUS IS EQUAL TO "00" THEN
             READ IBCTL-FILE
               AT END CONTINUE
               NOT AT END
                 MOVE "Y" TO WS-CTL-FOUND
                 MOVE CTL-BANK TO WS-OUR-BANK
                 MOVE CTL-OUT-SEQ TO WS-OUT-SEQ
                 MOVE CTL-IN-SEQ TO WS-IN-SEQ
             END-READ
             CLOSE IBCTL-FILE
           END-IF.
           EXIT.
       P-SAVE-CONTROL.
           OPEN OUTPUT IBCTL-FILE.
           MOVE SPACES TO CTL-RECORD.
           MOVE WS-OUR-BANK TO CTL-BANK.
           MOVE WS-OUT-SEQ TO CTL-OUT-SEQ.
           MOVE WS-IN-SEQ TO CTL-IN-SEQ.
           WRITE CTL-RECORD.
           CLOSE IBCTL-FILE.
           EXIT.
       P-WRITE-STEPSTAT.
           MOVE "INTERBANK-OUT" TO SS-PROGRAM.
           MOVE "OK" TO SS-STATUS.
           MOVE WS-SENT-COUNT TO SS-COUNT.
           OPEN OUTPUT STEPSTAT-FILE.
           WRITE SS-RECORD.
           CLOSE STEPSTAT-FILE.
           EXIT.
       P-WRITE-STEPSTAT-FAILED.
           MOVE "INTERBANK-OUT" TO SS-PROGRAM.
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
       END PROGRAM INTERBANK-OUT.
