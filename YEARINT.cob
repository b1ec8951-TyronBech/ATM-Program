       "files.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES.
       SELECT TRANLOG ASSIGN TO DYNAMIC WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.
       "archcat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
       SELECT WHTLOG-FILE ASSIGN TO
       "whtlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.
       SELECT CUSTMAST ASSIGN TO
       "custmast.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY CM-CUST-NO
               FILE STATUS IS WS-CM-STATUS.
       SELECT CERT-FILE ASSIGN TO DYNAMIC WS-CERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CERT-SORT ASSIGN TO
       "certsort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD USERDATA.
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
       FD CERT-FILE.
       01 CT-LINE PIC X(80).
       SD CERT-SORT.
       01 CS-RECORD.
         02 CS-KEY-TYPE PIC X.
         02 CS-KEY PIC 9(10).
         02 CS-CURRENCY PIC X(3).
         02 CS-TAX-STATUS PIC X.
         02 CS-GROSS PIC 9(12).
         02 CS-TAX PIC 9(12).
         02 CS-NET PIC 9(12).
       WORKING-STORAGE SECTION.
       01 WS-TL-STATUS PIC XX VALUE SPACES.
       01 WS-CAT-STATUS PIC XX VALUE SPACES.
       01 WS-AMT-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-TOT-R PIC -(14)9.
       01 WS-TABLE-FULL PIC X VALUE "N".
       01 WS-WL-STATUS PIC XX VALUE SPACES.
       01 WS-WL-EOF PIC X VALUE "N".
       01 WS-CM-STATUS PIC XX VALUE SPACES.
       01 WS-CERT-NAME PIC X(30) VALUE SPACES.
       01 WS-CS-EOF PIC X VALUE "N".
       01 WS-CT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-CT-KEY-TYPE PIC X VALUE SPACE.
       01 WS-CT-KEY PIC 9(10) VALUE ZEROES.
       01 WS-CT-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-CT-TAX-STATUS PIC X VALUE SPACE.
       01 WS-CT-GROSS PIC 9(14) VALUE ZEROES.
       01 WS-CT-TAX PIC 9(14) VALUE ZEROES.
       01 WS-CT-NET PIC 9(14) VALUE ZEROES.
       01 WS-CT-NAME PIC X(20) VALUE SPACES.
       01 WS-CT-ADDRESS PIC X(40) VALUE SPACES.
       01 WS-STATUS-NAME PIC X(12) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "YEAR-END INTEREST SUMMARY FOR TAX REPORTING".
             MOVE "tranlog.txt" TO WS-LOG-NAME
             PERFORM P-SCAN-ONE-LOG
             PERFORM P-PRINT-SUMMARY
             PERFORM P-TAX-CERTIFICATES
           END-IF.
           STOP RUN.
       P-SCAN-ARCHIVES.
             " WERE NOT TOTALLED, SUMMARY IS INCOMPLETE ***"
           END-IF.
           EXIT.
       P-TAX-CERTIFICATES.
           MOVE ZERO TO WS-CT-COUNT.
           SORT CERT-SORT
             ON ASCENDING KEY CS-KEY-TYPE CS-KEY CS-CURRENCY
             WITH DUPLICATES IN ORDER
             INPUT PROCEDURE IS P-CERT-SELECT
             OUTPUT PROCEDURE IS P-CERT-PRODUCE.
           IF WS-CT-COUNT IS EQUAL TO ZERO THEN
             DISPLAY "NO WITHHOLDING RECORDS FOR " WS-YEAR
             " - NO TAX CERTIFICATES PRODUCED"
           ELSE
             DISPLAY "TAX CERTIFICATES PRODUCED: " WS-CT-COUNT
             " IN " WS-CERT-NAME
           END-IF.
           EXIT.
       P-CERT-SELECT.
           MOVE "N" TO WS-WL-EOF.
           OPEN INPUT WHTLOG-FILE.
           IF WS-WL-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-WL-EOF IS EQUAL TO "Y"
               READ WHTLOG-FILE
                 AT END MOVE "Y" TO WS-WL-EOF
                 NOT AT END
                   IF WL-DATE(1:4) IS EQUAL TO WS-YEAR THEN
                     PERFORM P-RELEASE-CERT-ITEM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE WHTLOG-FILE
           END-IF.
           EXIT.
       P-RELEASE-CERT-ITEM.
           IF WL-CUST-NO IS GREATER THAN ZERO THEN
             MOVE "C" TO CS-KEY-TYPE
             MOVE WL-CUST-NO TO CS-KEY
           ELSE
             MOVE "A" TO CS-KEY-TYPE
             MOVE WL-ACCT TO CS-KEY
           END-IF.
           MOVE WL-CURRENCY TO CS-CURRENCY.
           MOVE WL-TAX-STATUS TO CS-TAX-STATUS.
           MOVE WL-GROSS TO CS-GROSS.
           MOVE WL-TAX TO CS-TAX.
           MOVE WL-NET TO CS-NET.
           RELEASE CS-RECORD.
           EXIT.
       P-CERT-PRODUCE.
           MOVE "N" TO WS-CS-EOF.
           PERFORM UNTIL WS-CS-EOF IS EQUAL TO "Y"
             RETURN CERT-SORT
               AT END MOVE "Y" TO WS-CS-EOF
               NOT AT END PERFORM P-CERT-ITEM
             END-RETURN
           END-PERFORM.
           IF WS-CT-COUNT IS GREATER THAN ZERO THEN
             PERFORM P-PRINT-CERTIFICATE
             IF WS-CM-STATUS IS EQUAL TO "00" THEN
               CLOSE CUSTMAST
             END-IF
             CLOSE USERDATA
             CLOSE CERT-FILE
           END-IF.
           EXIT.
       P-CERT-ITEM.
           IF WS-CT-COUNT IS EQUAL TO ZERO THEN
             MOVE SPACES TO WS-CERT-NAME
             STRING "taxcert." WS-YEAR ".txt"
               DELIMITED BY SIZE INTO WS-CERT-NAME
             OPEN OUTPUT CERT-FILE
             OPEN INPUT USERDATA
             OPEN INPUT CUSTMAST
             PERFORM P-CERT-NEW-GROUP
           ELSE IF CS-KEY-TYPE NOT EQUAL TO WS-CT-KEY-TYPE OR
             CS-KEY NOT EQUAL TO WS-CT-KEY OR
             CS-CURRENCY NOT EQUAL TO WS-CT-CURRENCY THEN
             PERFORM P-PRINT-CERTIFICATE
             PERFORM P-CERT-NEW-GROUP
           END-IF.
           MOVE CS-TAX-STATUS TO WS-CT-TAX-STATUS.
           ADD CS-GROSS TO WS-CT-GROSS.
           ADD CS-TAX TO WS-CT-TAX.
           ADD CS-NET TO WS-CT-NET.
           EXIT.
       P-CERT-NEW-GROUP.
           ADD 1 TO WS-CT-COUNT.
           MOVE CS-KEY-TYPE TO WS-CT-KEY-TYPE.
           MOVE CS-KEY TO WS-CT-KEY.
           MOVE CS-CURRENCY TO WS-CT-CURRENCY.
           MOVE ZERO TO WS-CT-GROSS.
           MOVE ZERO TO WS-CT-TAX.
           MOVE ZERO TO WS-CT-NET.
           EXIT.
       P-PRINT-CERTIFICATE.
           MOVE SPACES TO WS-CT-NAME.
           MOVE SPACES TO WS-CT-ADDRESS.
           IF WS-CT-KEY-TYPE IS EQUAL TO "C" THEN
             IF WS-CM-STATUS IS EQUAL TO "00" THEN
               MOVE WS-CT-KEY TO CM-CUST-NO
               READ CUSTMAST
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   MOVE CM-NAME TO WS-CT-NAME
                   MOVE CM-ADDRESS TO WS-CT-ADDRESS
               END-READ
             END-IF
           ELSE
             MOVE WS-CT-KEY TO F-ACCT-NO
             READ USERDATA
               INVALID KEY MOVE "(ACCOUNT CLOSED)" TO WS-CT-NAME
               NOT INVALID KEY
                 MOVE F-NAME TO WS-CT-NAME
                 MOVE F-ADDRESS TO WS-CT-ADDRESS
             END-READ
           END-IF.
           EVALUATE WS-CT-TAX-STATUS
             WHEN "N" MOVE "NON-RESIDENT" TO WS-STATUS-NAME
             WHEN "E" MOVE "EXEMPT" TO WS-STATUS-NAME
             WHEN OTHER MOVE "RESIDENT" TO WS-STATUS-NAME
           END-EVALUATE.
           MOVE ALL "-" TO CT-LINE.
           WRITE CT-LINE.
           MOVE SPACES TO CT-LINE.
           STRING "INTEREST AND WITHHOLDING TAX CERTIFICATE - TAX YEAR "
             WS-YEAR DELIMITED BY SIZE INTO CT-LINE.
           WRITE CT-LINE.
           MOVE SPACES TO CT-LINE.
           IF WS-CT-KEY-TYPE IS EQUAL TO "C" THEN
             STRING "CUSTOMER NO:   " WS-CT-KEY(3:8)
               DELIMITED BY SIZE INTO CT-LINE
           ELSE
             STRING "ACCOUNT NO:    " WS-CT-KEY
               DELIMITED BY SIZE INTO CT-LINE
           END-IF.
           WRITE CT-LINE.
           MOVE SPACES TO CT-LINE.
           STRING "NAME:          " WS-CT-NAME
             DELIMITED BY SIZE INTO CT-LINE.
           WRITE CT-LINE.
           MOVE SPACES TO CT-LINE.
           STRING "ADDRESS:       " WS-CT-ADDRESS
             DELIMITED BY SIZE INTO CT-LINE.
           WRITE CT-LINE.
           MOVE SPACES TO CT-LINE.
           STRING "TAX STATUS:    " WS-STATUS-NAME
             "   CURRENCY: " WS-CT-CURRENCY
             DELIMITED BY SIZE INTO CT-LINE.
           WRITE CT-LINE.
           MOVE WS-CT-GROSS TO WS-TOT-R.
           MOVE SPACES TO CT-LINE.
           STRING "GROSS INTEREST PAID:   " WS-TOT-R
             DELIMITED BY SIZE INTO CT-LINE.
           WRITE CT-LINE.
           MOVE WS-CT-TAX TO WS-TOT-R.
           MOVE SPACES TO CT-LINE.
           STRING "TAX WITHHELD:          " WS-TOT-R
             DELIMITED BY SIZE INTO CT-LINE.
           WRITE CT-LINE.
           MOVE WS-CT-NET TO WS-TOT-R.
           MOVE SPACES TO CT-LINE.
           STRING "NET INTEREST PAID:     " WS-TOT-R
             DELIMITED BY SIZE INTO CT-LINE.
           WRITE CT-LINE.
           EXIT.
       END PROGRAM INTEREST-SUMMARY.
