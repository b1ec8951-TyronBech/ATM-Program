       "archcat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
       SELECT PROCDATE-FILE ASSIGN TO
       "procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANLOG.
         02 TL-USER PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 TL-CHECK PIC 9(14).
         02 FILLER PIC X VALUE SPACE.
         02 TL-TERMINAL PIC X(8).
       FD ARCH-FILE.
       01 ARCH-RECORD PIC X(184).
       01 ARCH-CONTROL.
         02 AC-TAG PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 CAT-CREATED PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 CAT-CHAIN PIC 9(14).
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
       01 WS-TI-STATUS PIC XX VALUE SPACES.
       01 WS-TC-STATUS PIC XX VALUE SPACES.
       01 WS-THIS-AMT PIC S9(13) VALUE ZEROES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-CUTOFF PIC 9(6) VALUE ZEROES.
       01 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF.
         02 WS-CUTOFF-YYYY PIC 9(4).
           03 WS-CAT-T-KEEP PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-READ-PROCDATE.
           DISPLAY "TRANLOG PERIOD-END ROLLOVER".
           DISPLAY "ENTER PERIOD TO ARCHIVE (YYYYMM): "
           WITH NO ADVANCING.
           END-PERFORM.
           CLOSE CATALOG-FILE.
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
       END PROGRAM TRANLOG-ROLLOVER.
