       "files.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES.
       SELECT DORMPARM-FILE ASSIGN TO
       "dormparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DP-STATUS.
       SELECT PROCDATE-FILE ASSIGN TO
       "procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD USERDATA.
       FD DORMPARM-FILE.
       01 DP-RECORD.
         02 DP-MONTHS PIC 9(3).
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
       01 WS-DP-STATUS PIC XX VALUE SPACES.
       01 WS-EOF PIC X VALUE "N".
       01 WS-MONTHS PIC 9(3) VALUE 12.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROES.
       01 WS-ACT-DATE PIC 9(8) VALUE ZEROES.
       01 WS-ACT-INT PIC 9(8) VALUE ZEROES.
       01 WS-BAL-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           PERFORM P-READ-PARM.
           DISPLAY "DORMANT ACCOUNT REVIEW " WS-TODAY.
             CLOSE DORMPARM-FILE
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
       END PROGRAM DORMANT-REVIEW.
