       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERBANK-IN.
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
       SELECT ARCHIVE-DATA ASSIGN TO
       "archive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
       SELECT IBCTL-FILE ASSIGN TO
       "ibctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       SELECT IBIN-FILE ASSIGN TO
       "ibin.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IBI-STATUS.
       SELECT OPTIONAL IBSUSP-FILE ASSIGN TO
       "suspidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SU-ID
               FILE STATUS IS WS-SU-STATUS.
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
       FD ARCHIVE-DATA.
       01 ARCH-RECORD.
         02 AR-ACCT-NO PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 AR-PIN PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 AR-BAL PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 AR-NAME PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 AR-AGE PIC Z9.
         02 FILLER PIC X VALUE SPACE.
         02 AR-FAILED-ATTEMPTS PIC 9.
         02 FILLER PIC X VALUE SPACE.
         02 AR-LOCKED PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 AR-DAILY-WITHDRAWN PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 AR-LAST-WITHDRAW-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 AR-SEC-QUESTION PIC X(40).
         02 FILLER PIC X VALUE SPACE.
         02 AR-SEC-ANSWER PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 AR-ACCT-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 AR-CURRENCY PIC X(3).
         02 FILLER PIC X VALUE SPACE.
         02 AR-LAST-ACTIVITY PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 AR-DORMANT PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 AR-CLOSE-DATE PIC 9(8).
       FD IBCTL-FILE.
       01 CTL-RECORD.
         02 CTL-BANK PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CTL-OUT-SEQ PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CTL-IN-SEQ PIC 9(6).
       FD IBIN-FILE.
       01 IBH-RECORD.
         02 IBH-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 IBH-BANK PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 IBH-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 IBH-SEQ PIC 9(6).
       01 IBD-RECORD.
         02 IBD-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 IBD-ORIG-BANK PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 IBD-ORIG-ACCT PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 IBD-ORIG-NAME PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 IBD-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 IBD-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 IBD-CURRENCY PIC X(3).
         02 FILLER PIC X VALUE SPACE.
         02 IBD-NET-REF PIC X(16).
       01 IBT-RECORD.
         02 IBT-TYPE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 IBT-COUNT PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 IBT-TOTAL PIC 9(14).
       FD IBSUSP-FILE.
       01 SU-RECORD.
         02 SU-ID PIC 9(6).
         02 SU-DATE PIC 9(8).
         02 SU-ORIG-BANK PIC 9(6).
         02 SU-ORIG-ACCT PIC X(20).
         02 SU-ORIG-NAME PIC X(20).
         02 SU-ACCT PIC 9(10).
         02 SU-AMOUNT PIC 9(12).
         02 SU-CURRENCY PIC X(3).
         02 SU-NET-REF PIC X(16).
         02 SU-REASON PIC X(20).
         02 SU-STATUS PIC X.
         02 SU-ACTION-DATE PIC 9(8).
         02 SU-POST-ACCT PIC 9(10).
         02 SU-OPER PIC X(8).
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
       01 WS-AR-STATUS PIC XX VALUE SPACES.
       01 WS-AR-EOF PIC X VALUE "N".
       01 WS-CTL-STATUS PIC XX VALUE SPACES.
       01 WS-CTL-FOUND PIC X VALUE "N".
       01 WS-OUR-BANK PIC 9(6) VALUE ZEROES.
       01 WS-OUT-SEQ PIC 9(6) VALUE ZEROES.
       01 WS-IN-SEQ PIC 9(6) VALUE ZEROES.
       01 WS-IBI-STATUS PIC XX VALUE SPACES.
       01 WS-IBI-EOF PIC X VALUE "N".
       01 WS-SU-STATUS PIC XX VALUE SPACES.
       01 WS-SU-EOF PIC X VALUE "N".
       01 WS-SU-NEXT-ID PIC 9(6) VALUE ZEROES.
       01 WS-SU-WRITTEN PIC X VALUE "N".
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
       01 WS-TRAN-REF PIC 9(10) VALUE ZEROES.
       01 WS-TRAN-REASON PIC X(30) VALUE SPACES.
       01 WS-ACCT-FOUND PIC 9 VALUE ZERO.
       01 WS-CLOSED-FOUND PIC X VALUE "N".
       01 WS-SUSP-REASON PIC X(20) VALUE SPACES.
       01 WS-FILE-OK PIC X VALUE "Y".
       01 WS-ALREADY-DONE PIC X VALUE "N".
       01 WS-SU-FAILED PIC X VALUE "N".
       01 WS-FILE-ERROR PIC X(50) VALUE SPACES.
       01 WS-HEADER-SEEN PIC X VALUE "N".
       01 WS-TRAILER-SEEN PIC X VALUE "N".
       01 WS-FILE-SEQ PIC 9(6) VALUE ZEROES.
       01 WS-FILE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-FILE-TOTAL PIC 9(14) VALUE ZEROES.
       01 WS-TRL-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-TRL-TOTAL PIC 9(14) VALUE ZEROES.
       01 WS-POSTED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-POSTED-TOTAL PIC 9(14) VALUE ZEROES.
       01 WS-SUSP-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-SUSP-TOTAL PIC 9(14) VALUE ZEROES.
       01 WS-AMT-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-TOT-R PIC -(14)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           DISPLAY "INTERBANK INBOUND RUN " WS-TODAY.
           PERFORM P-LOAD-CONTROL.
           IF WS-CTL-FOUND IS EQUAL TO "N" THEN
             DISPLAY "*** NO INTERBANK CONTROL RECORD (ibctl.txt) -"
             " RUN ABORTED ***"
             PERFORM P-WRITE-STEPSTAT-FAILED
             GOBACK
           END-IF.
           OPEN INPUT IBIN-FILE.
           IF WS-IBI-STATUS NOT EQUAL TO "00" THEN
             DISPLAY "NO INBOUND CREDIT FILE - NOTHING TO PROCESS"
             PERFORM P-WRITE-STEPSTAT
             GOBACK
           END-IF.
           PERFORM P-CHECK-FILE.
           CLOSE IBIN-FILE.
           IF WS-FILE-OK IS EQUAL TO "N" THEN
             DISPLAY "*** INBOUND FILE REJECTED - " WS-FILE-ERROR
             DISPLAY "*** NOTHING POSTED ***"
             PERFORM P-WRITE-STEPSTAT-FAILED
             GOBACK
           END-IF.
           IF WS-ALREADY-DONE IS EQUAL TO "Y" THEN
             DISPLAY "INBOUND FILE SEQUENCE " WS-FILE-SEQ
             " HAS ALREADY BEEN PROCESSED - NOTHING POSTED"
             PERFORM P-WRITE-STEPSTAT
             GOBACK
           END-IF.
           DISPLAY "INBOUND FILE SEQUENCE " WS-FILE-SEQ " - "
           WS-FILE-COUNT " ITEMS".
           PERFORM P-FIND-LAST-SUSP-ID.
           IF WS-SU-FAILED IS EQUAL TO "Y" THEN
             DISPLAY "*** SUSPENSE FILE COULD NOT BE OPENED, STATUS "
             WS-SU-STATUS " - NOTHING POSTED ***"
             PERFORM P-WRITE-STEPSTAT-FAILED
             GOBACK
           END-IF.
           DISPLAY "ACCOUNT    NET REFERENCE               AMOUNT"
           "  RESULT".
           MOVE "N" TO WS-IBI-EOF.
           OPEN INPUT IBIN-FILE.
           OPEN I-O USERDATA.
           OPEN EXTEND TRANLOG.
           PERFORM UNTIL WS-IBI-EOF IS EQUAL TO "Y"
             OR WS-SU-FAILED IS EQUAL TO "Y"
             READ IBIN-FILE
               AT END MOVE "Y" TO WS-IBI-EOF
               NOT AT END
                 IF IBD-TYPE IS EQUAL TO "D" THEN
                   PERFORM P-PROCESS-ITEM
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE USERDATA.
           CLOSE TRANLOG.
           CLOSE IBIN-FILE.
           IF WS-SU-FAILED IS EQUAL TO "Y" THEN
             DISPLAY "*** ITEM " IBD-NET-REF " COULD NOT BE WRITTEN TO"
             " SUSPENSE, STATUS " WS-SU-STATUS " ***"
             DISPLAY "*** RUN STOPPED - " WS-POSTED-COUNT
             " ITEMS ALREADY POSTED AND " WS-SUSP-COUNT
             " SUSPENDED ABOVE ***"
             DISPLAY "*** FILE SEQUENCE NOT ADVANCED - REMOVE THOSE"
             " ITEMS FROM ibin.txt BEFORE RERUNNING ***"
             PERFORM P-WRITE-STEPSTAT-FAILED
             GOBACK
           END-IF.
           MOVE WS-FILE-SEQ TO WS-IN-SEQ.
           PERFORM P-SAVE-CONTROL.
           DISPLAY "ITEMS POSTED: " WS-POSTED-COUNT.
           MOVE WS-POSTED-TOTAL TO WS-TOT-R.
           DISPLAY "AMOUNT POSTED: " WS-TOT-R.
           DISPLAY "ITEMS TO SUSPENSE: " WS-SUSP-COUNT.
           MOVE WS-SUSP-TOTAL TO WS-TOT-R.
           DISPLAY "AMOUNT TO SUSPENSE: " WS-TOT-R.
           PERFORM P-WRITE-STEPSTAT.
           GOBACK.
       P-CHECK-FILE.
           MOVE "Y" TO WS-FILE-OK.
           MOVE "N" TO WS-ALREADY-DONE.
           MOVE "N" TO WS-HEADER-SEEN.
           MOVE "N" TO WS-TRAILER-SEEN.
           MOVE "N" TO WS-IBI-EOF.
           PERFORM UNTIL WS-IBI-EOF IS EQUAL TO "Y"
             OR WS-FILE-OK IS EQUAL TO "N"
             READ IBIN-FILE
               AT END MOVE "Y" TO WS-IBI-EOF
               NOT AT END
                 EVALUATE IBH-TYPE
                   WHEN "H"
                     IF WS-HEADER-SEEN IS EQUAL TO "Y" THEN
                       MOVE "N" TO WS-FILE-OK
                       MOVE "MORE THAN ONE HEADER RECORD"
                         TO WS-FILE-ERROR
                     ELSE
                       MOVE "Y" TO WS-HEADER-SEEN
                       MOVE IBH-SEQ TO WS-FILE-SEQ
                       IF IBH-BANK NOT EQUAL TO WS-OUR-BANK THEN
                         MOVE "N" TO WS-FILE-OK
                         MOVE "FILE IS NOT ADDRESSED TO THIS BANK"
                           TO WS-FILE-ERROR
                       END-IF
                     END-IF
                   WHEN "D"
                     IF WS-HEADER-SEEN IS EQUAL TO "N" OR
                       WS-TRAILER-SEEN IS EQUAL TO "Y" THEN
                       MOVE "N" TO WS-FILE-OK
                       MOVE "DETAIL OUTSIDE HEADER AND TRAILER"
                         TO WS-FILE-ERROR
                     ELSE IF IBD-AMOUNT IS NOT NUMERIC THEN
                       MOVE "N" TO WS-FILE-OK
                       MOVE "DETAIL AMOUNT IS NOT NUMERIC"
                         TO WS-FILE-ERROR
                     ELSE
                       ADD 1 TO WS-FILE-COUNT
                       ADD IBD-AMOUNT TO WS-FILE-TOTAL
                     END-IF
                   WHEN "T"
                     MOVE "Y" TO WS-TRAILER-SEEN
                     MOVE IBT-COUNT TO WS-TRL-COUNT
                     MOVE IBT-TOTAL TO WS-TRL-TOTAL
                   WHEN OTHER
                     MOVE "N" TO WS-FILE-OK
                     MOVE "UNKNOWN RECORD TYPE" TO WS-FILE-ERROR
                 END-EVALUATE
             END-READ
           END-PERFORM.
           IF WS-FILE-OK IS EQUAL TO "Y" THEN
             IF WS-HEADER-SEEN IS EQUAL TO "N" THEN
               MOVE "N" TO WS-FILE-OK
               MOVE "NO HEADER RECORD" TO WS-FILE-ERROR
             ELSE IF WS-TRAILER-SEEN IS EQUAL TO "N" THEN
               MOVE "N" TO WS-FILE-OK
               MOVE "NO TRAILER RECORD" TO WS-FILE-ERROR
             ELSE IF WS-TRL-COUNT NOT EQUAL TO WS-FILE-COUNT OR
               WS-TRL-TOTAL NOT EQUAL TO WS-FILE-TOTAL THEN
               MOVE "N" TO WS-FILE-OK
               MOVE "TRAILER COUNT OR TOTAL DOES NOT AGREE"
                 TO WS-FILE-ERROR
             ELSE IF WS-FILE-SEQ IS NOT GREATER THAN WS-IN-SEQ THEN
               MOVE "Y" TO WS-ALREADY-DONE
             END-IF
           END-IF.
           EXIT.
       P-PROCESS-ITEM.
           MOVE SPACES TO WS-SUSP-REASON.
           IF IBD-ACCT IS NOT NUMERIC THEN
             MOVE "INVALID ACCOUNT NO" TO WS-SUSP-REASON
           ELSE
             MOVE IBD-ACCT TO F-ACCT-NO
             MOVE ZERO TO WS-ACCT-FOUND
             READ USERDATA
               INVALID KEY MOVE 1 TO WS-ACCT-FOUND
             END-READ
             IF WS-ACCT-FOUND IS EQUAL TO 1 THEN
               PERFORM P-CHECK-ARCHIVE
               IF WS-CLOSED-FOUND IS EQUAL TO "Y" THEN
                 MOVE "ACCOUNT CLOSED" TO WS-SUSP-REASON
               ELSE
                 MOVE "ACCOUNT NOT ON FILE" TO WS-SUSP-REASON
               END-IF
             ELSE IF F-LOCKED IS EQUAL TO "Y" THEN
               MOVE "ACCOUNT LOCKED" TO WS-SUSP-REASON
             ELSE IF IBD-CURRENCY NOT EQUAL TO SPACES AND
               IBD-CURRENCY NOT EQUAL TO F-CURRENCY THEN
               MOVE "CURRENCY MISMATCH" TO WS-SUSP-REASON
             END-IF
           END-IF.
           MOVE IBD-AMOUNT TO WS-AMT-R.
           IF WS-SUSP-REASON IS EQUAL TO SPACES THEN
             MOVE F-BAL TO WS-OLD-BAL
             ADD IBD-AMOUNT TO F-BAL
             REWRITE F-DATA
             END-REWRITE
             MOVE SPACES TO WS-TRAN-REASON
             STRING "FROM BANK " IBD-ORIG-BANK " " IBD-ORIG-ACCT
               DELIMITED BY SIZE INTO WS-TRAN-REASON
             PERFORM P-LOG-CREDIT
             ADD 1 TO WS-POSTED-COUNT
             ADD IBD-AMOUNT TO WS-POSTED-TOTAL
             DISPLAY IBD-ACCT " " IBD-NET-REF " " WS-AMT-R
             "  POSTED REF " WS-TRAN-REF
           ELSE
             PERFORM P-WRITE-SUSPENSE
             IF WS-SU-FAILED NOT EQUAL TO "Y" THEN
               DISPLAY IBD-ACCT " " IBD-NET-REF " " WS-AMT-R
               "  SUSPENSE " SU-ID " " WS-SUSP-REASON
             END-IF
           END-IF.
           EXIT.
       P-CHECK-ARCHIVE.
           MOVE "N" TO WS-CLOSED-FOUND.
           MOVE "N" TO WS-AR-EOF.
           OPEN INPUT ARCHIVE-DATA.
           IF WS-AR-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-AR-EOF IS EQUAL TO "Y"
               READ ARCHIVE-DATA
                 AT END MOVE "Y" TO WS-AR-EOF
                 NOT AT END
                   IF AR-ACCT-NO IS EQUAL TO IBD-ACCT THEN
                     MOVE "Y" TO WS-CLOSED-FOUND
                     MOVE "Y" TO WS-AR-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARCHIVE-DATA
           END-IF.
           EXIT.
       P-WRITE-SUSPENSE.
           ADD 1 TO WS-SU-NEXT-ID.
           MOVE SPACES TO SU-RECORD.
           MOVE WS-SU-NEXT-ID TO SU-ID.
           MOVE WS-TODAY TO SU-DATE.
           MOVE IBD-ORIG-BANK TO SU-ORIG-BANK.
           MOVE IBD-ORIG-ACCT TO SU-ORIG-ACCT.
           MOVE IBD-ORIG-NAME TO SU-ORIG-NAME.
           IF IBD-ACCT IS NUMERIC THEN
             MOVE IBD-ACCT TO SU-ACCT
           ELSE
             MOVE ZEROES TO SU-ACCT
           END-IF.
           MOVE IBD-AMOUNT TO SU-AMOUNT.
           MOVE IBD-CURRENCY TO SU-CURRENCY.
           MOVE IBD-NET-REF TO SU-NET-REF.
           MOVE WS-SUSP-REASON TO SU-REASON.
           MOVE "O" TO SU-STATUS.
           MOVE ZEROES TO SU-ACTION-DATE.
           MOVE ZEROES TO SU-POST-ACCT.
           MOVE SPACES TO SU-OPER.
           OPEN I-O IBSUSP-FILE.
           IF WS-SU-STATUS NOT EQUAL TO "00" AND
             WS-SU-STATUS NOT EQUAL TO "05" THEN
             MOVE "Y" TO WS-SU-FAILED
           ELSE
             MOVE "N" TO WS-SU-WRITTEN
             PERFORM UNTIL WS-SU-WRITTEN IS EQUAL TO "Y"
               WRITE SU-RECORD
                 INVALID KEY
                   ADD 1 TO WS-SU-NEXT-ID
                   MOVE WS-SU-NEXT-ID TO SU-ID
               END-WRITE
               IF WS-SU-STATUS NOT EQUAL TO "22" THEN
                 MOVE "Y" TO WS-SU-WRITTEN
               END-IF
             END-PERFORM
             IF WS-SU-STATUS NOT EQUAL TO "00" THEN
               MOVE "Y" TO WS-SU-FAILED
             END-IF
             CLOSE IBSUSP-FILE
           END-IF.
           IF WS-SU-FAILED NOT EQUAL TO "Y" THEN
             ADD 1 TO WS-SUSP-COUNT
             ADD IBD-AMOUNT TO WS-SUSP-TOTAL
           END-IF.
           EXIT.
       P-FIND-LAST-SUSP-ID.
           MOVE ZERO TO WS-SU-NEXT-ID.
           MOVE "N" TO WS-SU-EOF.
           OPEN INPUT IBSUSP-FILE.
           IF WS-SU-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-SU-EOF IS EQUAL TO "Y"
               READ IBSUSP-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-SU-EOF
                 NOT AT END
                   IF SU-ID IS GREATER THAN WS-SU-NEXT-ID THEN
                     MOVE SU-ID TO WS-SU-NEXT-ID
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IBSUSP-FILE
           ELSE IF WS-SU-STATUS IS EQUAL TO "05" THEN
             CLOSE IBSUSP-FILE
           ELSE
             MOVE "Y" TO WS-SU-FAILED
           END-IF.
           EXIT.
       P-LOG-CREDIT.
           PERFORM P-NEXT-TRAN-REF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TODAY TO WS-TIMESTAMP(1:8).
           MOVE F-ACCT-NO TO TL-ACCT.
           MOVE "IBCREDIT" TO TL-TYPE.
           MOVE IBD-AMOUNT TO TL-AMOUNT.
           MOVE WS-OLD-BAL TO TL-OLD-BAL.
           MOVE F-BAL TO TL-NEW-BAL.
           MOVE WS-TIMESTAMP TO TL-TIMESTAMP.
           MOVE WS-TRAN-REASON TO TL-REASON.
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE "INTERBANK-IN" TO TL-USER.
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
           MOVE "INTERBANK-IN" TO SS-PROGRAM.
           MOVE "OK" TO SS-STATUS.
           MOVE WS-POSTED-COUNT TO SS-COUNT.
           OPEN OUTPUT STEPSTAT-FILE.
           WRITE SS-RECORD.
           CLOSE STEPSTAT-FILE.
           EXIT.
       P-WRITE-STEPSTAT-FAILED.
           MOVE "INTERBANK-IN" TO SS-PROGRAM.
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
       END PROGRAM INTERBANK-IN.
