       "files.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES.
       SELECT ARCHIVE-DATA ASSIGN TO
       "archive.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               FILE STATUS IS WS-OP-STATUS.
       SELECT ADMIN-LOG ASSIGN TO
       "adminlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
       SELECT TLCHAIN-FILE ASSIGN TO
       "tlchain.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       "feesched.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
       SELECT OPTIONAL TERMDEP-FILE ASSIGN TO
       "tdidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TD-KEY
               FILE STATUS IS WS-TD-STATUS.
       SELECT OPTIONAL LOAN-FILE ASSIGN TO
       "loanidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY LN-NO
               ALTERNATE RECORD KEY LN-ACCT WITH DUPLICATES
               FILE STATUS IS WS-LN-STATUS.
       SELECT OPTIONAL IBSUSP-FILE ASSIGN TO
       "suspidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SU-ID
               FILE STATUS IS WS-SU-STATUS.
       SELECT IBPEND-FILE ASSIGN TO
       "ibpend.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-STATUS.
       SELECT BILLER-FILE ASSIGN TO
       "billers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BL-STATUS.
       SELECT PENDING-FILE ASSIGN TO
       "pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY CM-CUST-NO
               FILE STATUS IS WS-CM-STATUS.
       SELECT PROCDATE-FILE ASSIGN TO
       "procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
       SELECT CUSTDUP-FILE ASSIGN TO
       "custdup.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ENTITLE-FILE ASSIGN TO
       "entitle.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EN-STATUS.
       SELECT ACCESSRV-FILE ASSIGN TO
       "accessrv.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ODLINK-FILE ASSIGN TO
       "odlink.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY OD-CHK-ACCT
               FILE STATUS IS WS-OD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD USERDATA.
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
       FD PENDING-FILE.
       01 PND-RECORD.
         02 PND-ID PIC 9(6).
         02 FS-FREQ PIC X.
       FD TERMDEP-FILE.
       01 TD-RECORD.
         02 TD-KEY.
           03 TD-ACCT PIC 9(10).
           03 TD-NO PIC 9(6).
         02 TD-AMOUNT PIC 9(12).
         02 TD-RATE PIC 9V9(4).
         02 TD-TERM PIC 9(3).
         02 TD-OPEN-DATE PIC 9(8).
         02 TD-MATURITY-DATE PIC 9(8).
         02 TD-STATUS PIC X.
       FD LOAN-FILE.
       01 LN-RECORD.
         02 LN-NO PIC 9(6).
         02 LN-ACCT PIC 9(10).
         02 LN-PRINCIPAL PIC 9(12).
         02 LN-BALANCE PIC 9(12).
         02 LN-RATE PIC 9V9(4).
         02 LN-TERM PIC 9(3).
         02 LN-INSTALMENT PIC 9(12).
         02 LN-NEXT-DUE PIC 9(8).
         02 LN-BILLED PIC 9(3).
         02 LN-ARR-PRIN PIC 9(12).
         02 LN-ARR-INT PIC 9(12).
         02 LN-ARR-SINCE PIC 9(8).
         02 LN-OPEN-DATE PIC 9(8).
         02 LN-STATUS PIC X.
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
       FD BILLER-FILE.
       01 BL-RECORD.
         02 BL-CODE PIC X(6).
         02 FILLER PIC X VALUE SPACE.
         02 BL-NAME PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 BL-SETTLE-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 BL-REF-FORMAT PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 BL-REF-LEN PIC 9(2).
       FD AUTHUSER-FILE.
       01 AU-RECORD.
         02 AU-ACCT PIC 9(10).
         02 AU-SEC-ANSWER PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 AU-STATUS PIC X.
       FD PROCDATE-FILE.
       01 PD-RECORD.
         02 PD-CURRENT PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 PD-PREVIOUS PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 PD-CHANGED PIC X(14).
         02 FILLER PIC X VALUE SPACE.
         02 PD-OPER PIC X(8).
       FD CUSTDUP-FILE.
       01 CD-LINE PIC X(132).
       FD ENTITLE-FILE.
       01 EN-RECORD.
         02 EN-ROLE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 EN-FUNC PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 EN-LIMIT PIC 9(12).
       FD ACCESSRV-FILE.
       01 AR-LINE PIC X(132).
       FD ODLINK-FILE.
       01 OD-RECORD.
         02 OD-CHK-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OD-SAV-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OD-ADDED PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 OD-OPER PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC 99 VALUE ZERO.
       01 WS-QUIT PIC X VALUE SPACE.
       01 WS-EOF PIC X VALUE "N".
       01 WS-SEARCH PIC X(20) VALUE SPACES.
       01 WS-SEARCH-UPPER PIC X(20) VALUE SPACES.
       01 WS-SLEN PIC 99 VALUE ZEROES.
       01 WS-NS-KEY PIC X(20) VALUE SPACES.
       01 WS-NS-FULL PIC X VALUE "N".
       01 WS-NS-SEEN PIC X VALUE "N".
       01 WS-NS-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-NS-IDX PIC 9(3) VALUE ZEROES.
       01 WS-NS-TABLE.
         02 WS-NS-ENTRY OCCURS 100 TIMES.
           03 WS-NS-T-CUST PIC 9(8).
       01 WS-BAL-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-ACCT-R PIC Z(9)9.
       01 WS-MATCH-COUNT PIC 9(6) VALUE ZEROES.
           03 WS-TD-T-OPEN PIC 9(8).
           03 WS-TD-T-MATURITY PIC 9(8).
           03 WS-TD-T-STATUS PIC X.
       01 WS-LN-STATUS PIC XX VALUE SPACES.
       01 WS-LN-EOF PIC X VALUE "N".
       01 WS-LN-WRITTEN PIC X VALUE "N".
       01 WS-LN-CHOICE PIC 9 VALUE ZERO.
       01 WS-LN-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-LN-LISTED PIC 9(3) VALUE ZEROES.
       01 WS-LN-PICK PIC 9(3) VALUE ZEROES.
       01 WS-LN-FOUND PIC 9 VALUE ZERO.
       01 WS-LN-HIGH-NO PIC 9(6) VALUE ZEROES.
       01 WS-LN-NEW-PRIN PIC 9(12) VALUE ZEROES.
       01 WS-LN-NEW-RATE PIC 9V9(4) VALUE ZEROES.
       01 WS-LN-NEW-TERM PIC 9(3) VALUE ZEROES.
       01 WS-LN-NEW-INST PIC 9(12) VALUE ZEROES.
       01 WS-LN-MRATE PIC 9V9(10) VALUE ZEROES.
       01 WS-LN-FACTOR PIC 9(8)V9(10) VALUE ZEROES.
       01 WS-LN-SCH-BAL PIC 9(12) VALUE ZEROES.
       01 WS-LN-SCH-INT PIC 9(12) VALUE ZEROES.
       01 WS-LN-SCH-PRIN PIC 9(12) VALUE ZEROES.
       01 WS-LN-SCH-NO PIC 9(3) VALUE ZEROES.
       01 WS-LN-INT-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-LN-BAL-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-LN-DUE-DATE PIC 9(8) VALUE ZEROES.
       01 WS-LN-DUE-PARTS REDEFINES WS-LN-DUE-DATE.
         02 WS-LN-DUE-YYYY PIC 9(4).
         02 WS-LN-DUE-MM PIC 9(2).
         02 WS-LN-DUE-DD PIC 9(2).
       01 WS-LN-WORK.
         02 WS-LN-W-NO PIC 9(6).
         02 WS-LN-W-ACCT PIC 9(10).
         02 WS-LN-W-PRINCIPAL PIC 9(12).
         02 WS-LN-W-BALANCE PIC 9(12).
         02 WS-LN-W-RATE PIC 9V9(4).
         02 WS-LN-W-TERM PIC 9(3).
         02 WS-LN-W-INSTALMENT PIC 9(12).
         02 WS-LN-W-NEXT-DUE PIC 9(8).
         02 WS-LN-W-BILLED PIC 9(3).
         02 WS-LN-W-ARR-PRIN PIC 9(12).
         02 WS-LN-W-ARR-INT PIC 9(12).
         02 WS-LN-W-ARR-SINCE PIC 9(8).
         02 WS-LN-W-OPEN PIC 9(8).
         02 WS-LN-W-STATUS PIC X.
       01 WS-FS-STATUS PIC XX VALUE SPACES.
       01 WS-FS-EOF PIC X VALUE "N".
       01 WS-FS-FULL PIC X VALUE "N".
           03 WS-FS-T-AMOUNT PIC 9(12).
           03 WS-FS-T-RATE PIC 9V9(4).
           03 WS-FS-T-FREQ PIC X.
       01 WS-SU-STATUS PIC XX VALUE SPACES.
       01 WS-SU-EOF PIC X VALUE "N".
       01 WS-SU-CHOICE PIC 9 VALUE ZERO.
       01 WS-SU-ID PIC 9(6) VALUE ZEROES.
       01 WS-SU-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-SU-FOUND PIC 9 VALUE ZERO.
       01 WS-SU-CLAIMED PIC X VALUE "N".
       01 WS-SU-LISTED PIC 9(6) VALUE ZEROES.
       01 WS-SU-WORK.
         02 WS-SU-W-ID PIC 9(6).
         02 WS-SU-W-DATE PIC 9(8).
         02 WS-SU-W-ORIG-BANK PIC 9(6).
         02 WS-SU-W-ORIG-ACCT PIC X(20).
         02 WS-SU-W-ORIG-NAME PIC X(20).
         02 WS-SU-W-ACCT PIC 9(10).
         02 WS-SU-W-AMOUNT PIC 9(12).
         02 WS-SU-W-CURRENCY PIC X(3).
         02 WS-SU-W-NET-REF PIC X(16).
         02 WS-SU-W-REASON PIC X(20).
         02 WS-SU-W-STATUS PIC X.
         02 WS-SU-W-ACTION-DATE PIC 9(8).
         02 WS-SU-W-POST-ACCT PIC 9(10).
         02 WS-SU-W-OPER PIC X(8).
       01 WS-OB-STATUS PIC XX VALUE SPACES.
       01 WS-BL-STATUS PIC XX VALUE SPACES.
       01 WS-BL-EOF PIC X VALUE "N".
       01 WS-BL-FULL PIC X VALUE "N".
       01 WS-BL-CHOICE PIC 9 VALUE ZERO.
       01 WS-BL-PICK PIC 9(2) VALUE ZEROES.
       01 WS-BL-FOUND PIC 9 VALUE ZERO.
       01 WS-BL-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-BL-IDX PIC 9(2) VALUE ZEROES.
       01 WS-BL-TABLE.
         02 WS-BL-ENTRY OCCURS 20 TIMES.
           03 WS-BL-T-CODE PIC X(6).
           03 WS-BL-T-NAME PIC X(20).
           03 WS-BL-T-SETTLE PIC 9(10).
           03 WS-BL-T-FORMAT PIC X.
           03 WS-BL-T-LEN PIC 9(2).
       01 WS-TX-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-TX-FOUND PIC 9 VALUE ZERO.
       01 WS-TX-NEW-STATUS PIC X VALUE SPACE.
       01 WS-TX-OLD-STATUS PIC X VALUE SPACE.
       01 WS-PD-STATUS PIC XX VALUE SPACES.
       01 WS-PD-FOUND PIC X VALUE "N".
       01 WS-PD-CURRENT PIC 9(8) VALUE ZEROES.
       01 WS-PD-NEW PIC 9(8) VALUE ZEROES.
       01 WS-PD-PRIOR PIC 9(8) VALUE ZEROES.
       01 WS-PD-CONFIRM PIC X VALUE SPACE.
       01 WS-PD-INT PIC 9(8) VALUE ZEROES.
       01 WS-PD-DOW PIC 9 VALUE ZERO.
       01 WS-PD-HOLIDAY PIC X VALUE "N".
       01 WS-PD-DONE PIC X VALUE "N".
       01 WS-MG-CHOICE PIC 9 VALUE ZERO.
       01 WS-MG-OLD PIC 9(8) VALUE ZEROES.
       01 WS-MG-OLD-X REDEFINES WS-MG-OLD PIC X(8).
       01 WS-MG-NEW PIC 9(8) VALUE ZEROES.
       01 WS-MG-OLD-NAME PIC X(20) VALUE SPACES.
       01 WS-MG-FOUND PIC 9 VALUE ZERO.
       01 WS-MG-MOVED PIC 9(4) VALUE ZEROES.
       01 WS-MG-SKIPPED PIC 9(4) VALUE ZEROES.
       01 WS-MG-PAIRS PIC 9(5) VALUE ZEROES.
       01 WS-MG-RULE PIC X(11) VALUE SPACES.
       01 WS-MG-WORK-IN PIC X(30) VALUE SPACES.
       01 WS-MG-WORK-OUT PIC X(30) VALUE SPACES.
       01 WS-MG-POS PIC 99 VALUE ZEROES.
       01 WS-MG-OPOS PIC 99 VALUE ZEROES.
       01 WS-MG-CHAR PIC X VALUE SPACE.
       01 WS-MG-FULL PIC X VALUE "N".
       01 WS-MG-CNT PIC 9(3) VALUE ZEROES.
       01 WS-MG-I PIC 9(3) VALUE ZEROES.
       01 WS-MG-J PIC 9(3) VALUE ZEROES.
       01 WS-MG-TABLE.
         02 WS-MG-ENTRY OCCURS 500 TIMES.
           03 WS-MG-T-CUST PIC 9(8).
           03 WS-MG-T-NAME PIC X(20).
           03 WS-MG-T-KEY PIC X(30).
           03 WS-MG-T-PHONE PIC X(30).
           03 WS-MG-T-EMAIL PIC X(30).
       01 WS-MG-AL-EOF PIC X VALUE "N".
       01 WS-MG-AL-OK PIC X VALUE "N".
       01 WS-AL-STATUS PIC XX VALUE SPACES.
       01 WS-MG-AC-CNT PIC 9(3) VALUE ZEROES.
       01 WS-MG-AC-IDX PIC 9(3) VALUE ZEROES.
       01 WS-MG-AC-FULL PIC X VALUE "N".
       01 WS-MG-AC-TABLE.
         02 WS-MG-AC-ACCT PIC 9(10) OCCURS 200 TIMES.
       01 WS-EN-STATUS PIC XX VALUE SPACES.
       01 WS-EN-EOF PIC X VALUE "N".
       01 WS-EN-FULL PIC X VALUE "N".
       01 WS-EN-ON-FILE PIC X VALUE "N".
       01 WS-EN-FUNC PIC X(8) VALUE SPACES.
       01 WS-EN-SUPV PIC X VALUE "N".
       01 WS-EN-OK PIC X VALUE "N".
       01 WS-EN-LIMIT PIC 9(12) VALUE ZEROES.
       01 WS-EN-CHK-ROLE PIC X VALUE SPACE.
       01 WS-EN-CHOICE PIC 9 VALUE ZERO.
       01 WS-EN-NEW-ROLE PIC X VALUE SPACE.
       01 WS-EN-NEW-FUNC PIC X(8) VALUE SPACES.
       01 WS-EN-NEW-LIMIT PIC 9(12) VALUE ZEROES.
       01 WS-EN-SLOT PIC 9(3) VALUE ZEROES.
       01 WS-EN-GRANTS PIC 9(3) VALUE ZEROES.
       01 WS-EN-OPERS PIC 9(4) VALUE ZEROES.
       01 WS-EN-LIMIT-R PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-EN-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-EN-IDX PIC 9(3) VALUE ZEROES.
       01 WS-EN-TABLE.
         02 WS-EN-ENTRY OCCURS 500 TIMES.
           03 WS-EN-T-ROLE PIC X.
           03 WS-EN-T-FUNC PIC X(8).
           03 WS-EN-T-LIMIT PIC 9(12).
       01 WS-EN-RL-COUNT PIC 99 VALUE ZEROES.
       01 WS-EN-RL-IDX PIC 99 VALUE ZEROES.
       01 WS-EN-RL-TABLE.
         02 WS-EN-RL-ROLE PIC X OCCURS 36 TIMES.
       01 WS-OD-STATUS PIC XX VALUE SPACES.
       01 WS-OD-CHOICE PIC 9 VALUE ZERO.
       01 WS-OD-FOUND PIC X VALUE "N".
       01 WS-OD-CHK PIC 9(10) VALUE ZEROES.
       01 WS-OD-SAV PIC 9(10) VALUE ZEROES.
       01 WS-OD-CHK-OK PIC X VALUE "N".
       01 WS-OD-SAV-OK PIC X VALUE "N".
       01 WS-OD-CHK-TYPE PIC X VALUE SPACE.
       01 WS-OD-CHK-NAME PIC X(20) VALUE SPACES.
       01 WS-OD-CHK-CUST PIC 9(8) VALUE ZEROES.
       01 WS-OD-CHK-CUR PIC X(3) VALUE SPACES.
       01 WS-KY-CHOICE PIC 9 VALUE ZERO.
       01 WS-KY-OK PIC X VALUE "N".
       01 WS-KY-FOUND PIC 9 VALUE ZERO.
       01 WS-KY-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-KY-CUST PIC 9(8) VALUE ZEROES.
       01 WS-KY-ID-TYPE PIC XX VALUE SPACES.
       01 WS-KY-ID-NUMBER PIC X(20) VALUE SPACES.
       01 WS-KY-ID-EXPIRY PIC 9(8) VALUE ZEROES.
       01 WS-KY-DOB PIC 9(8) VALUE ZEROES.
       01 WS-KY-OCCUPATION PIC X(20) VALUE SPACES.
       01 WS-KY-RISK PIC X VALUE SPACE.
       01 WS-KY-YEARS PIC 9 VALUE ZERO.
       01 WS-KY-REVIEW PIC 9(8) VALUE ZEROES.
       01 WS-KY-RESTRICT PIC X VALUE SPACE.
       01 WS-EC-IDX PIC 99 VALUE ZEROES.
       01 WS-EC-FOUND PIC X VALUE "N".
       01 WS-EC-CATALOG.
         02 FILLER PIC X(9) VALUE "CLOSEACTS".
         02 FILLER PIC X(30) VALUE "CLOSE AN ACCOUNT".
         02 FILLER PIC X(9) VALUE "UNLOCK  N".
         02 FILLER PIC X(30) VALUE "UNLOCK AN ACCOUNT".
         02 FILLER PIC X(9) VALUE "REVERSALS".
         02 FILLER PIC X(30) VALUE "POST A REVERSAL OR ADJUSTMENT".
         02 FILLER PIC X(9) VALUE "REACTIV N".
         02 FILLER PIC X(30) VALUE "REACTIVATE A DORMANT ACCOUNT".
         02 FILLER PIC X(9) VALUE "AUTHUSERN".
         02 FILLER PIC X(30) VALUE "MANAGE AUTHORIZED USERS".
         02 FILLER PIC X(9) VALUE "FEESCHEDS".
         02 FILLER PIC X(30) VALUE "MAINTAIN THE FEE SCHEDULE".
         02 FILLER PIC X(9) VALUE "TDBREAK S".
         02 FILLER PIC X(30) VALUE "BREAK A TERM DEPOSIT EARLY".
         02 FILLER PIC X(9) VALUE "APPROVE S".
         02 FILLER PIC X(30) VALUE "WORK THE APPROVAL QUEUE".
         02 FILLER PIC X(9) VALUE "CALENDARS".
         02 FILLER PIC X(30) VALUE "MAINTAIN THE HOLIDAY CALENDAR".
         02 FILLER PIC X(9) VALUE "PRODPARMS".
         02 FILLER PIC X(30) VALUE "CHANGE PRODUCT PARAMETERS".
         02 FILLER PIC X(9) VALUE "LOANDISBS".
         02 FILLER PIC X(30) VALUE "DISBURSE A PERSONAL LOAN".
         02 FILLER PIC X(9) VALUE "IBSUSP  S".
         02 FILLER PIC X(30) VALUE "CLEAR INTERBANK SUSPENSE".
         02 FILLER PIC X(9) VALUE "BILLERS S".
         02 FILLER PIC X(30) VALUE "MAINTAIN THE BILLER MASTER".
         02 FILLER PIC X(9) VALUE "TAXSTAT S".
         02 FILLER PIC X(30) VALUE "CHANGE CUSTOMER TAX STATUS".
         02 FILLER PIC X(9) VALUE "PROCDATES".
         02 FILLER PIC X(30) VALUE "SET THE PROCESSING DATE".
         02 FILLER PIC X(9) VALUE "CUSTMRG S".
         02 FILLER PIC X(30) VALUE "MERGE CUSTOMER RECORDS".
         02 FILLER PIC X(9) VALUE "ENTITLE S".
         02 FILLER PIC X(30) VALUE "MAINTAIN ROLE ENTITLEMENTS".
         02 FILLER PIC X(9) VALUE "ACCESSRPS".
         02 FILLER PIC X(30) VALUE "RUN THE ACCESS REVIEW REPORT".
         02 FILLER PIC X(9) VALUE "TLDEP   N".
         02 FILLER PIC X(30) VALUE "TELLER DEPOSIT".
         02 FILLER PIC X(9) VALUE "TLWDRAW N".
         02 FILLER PIC X(30) VALUE "TELLER WITHDRAWAL (LIMIT)".
         02 FILLER PIC X(9) VALUE "TLXFER  N".
         02 FILLER PIC X(30) VALUE "TELLER TRANSFER".
         02 FILLER PIC X(9) VALUE "TLDRAWERN".
         02 FILLER PIC X(30) VALUE "LOAD A TELLER DRAWER".
         02 FILLER PIC X(9) VALUE "TLRETURNN".
         02 FILLER PIC X(30) VALUE "RETURN DRAWER CASH TO VAULT".
         02 FILLER PIC X(9) VALUE "TLOPEN  N".
         02 FILLER PIC X(30) VALUE "TELLER ACCOUNT OPENING".
         02 FILLER PIC X(9) VALUE "DSPOPEN N".
         02 FILLER PIC X(30) VALUE "OPEN A DISPUTE CASE".
         02 FILLER PIC X(9) VALUE "DSPPROV N".
         02 FILLER PIC X(30) VALUE "GIVE PROVISIONAL CREDIT".
         02 FILLER PIC X(9) VALUE "DSPRESOLN".
         02 FILLER PIC X(30) VALUE "RESOLVE OR DENY A DISPUTE".
         02 FILLER PIC X(9) VALUE "VLTLOAD N".
         02 FILLER PIC X(30) VALUE "LOAD ATM CASSETTES".
         02 FILLER PIC X(9) VALUE "VLTMOVE N".
         02 FILLER PIC X(30) VALUE "MOVE THE DEPOSIT CASSETTE".
         02 FILLER PIC X(9) VALUE "TERMMASTN".
         02 FILLER PIC X(30) VALUE "MAINTAIN THE TERMINAL MASTER".
         02 FILLER PIC X(9) VALUE "VLTRETRNN".
         02 FILLER PIC X(30) VALUE "RETURN ATM CASH TO VAULT".
         02 FILLER PIC X(9) VALUE "VLTSHIP N".
         02 FILLER PIC X(30) VALUE "CASH CENTRE SHIPMENTS".
         02 FILLER PIC X(9) VALUE "HOTBLOCKN".
         02 FILLER PIC X(30) VALUE "REQUEST A HOT-LIST BLOCK".
         02 FILLER PIC X(9) VALUE "HOTUNBLKN".
         02 FILLER PIC X(30) VALUE "REMOVE A HOT-LIST BLOCK".
         02 FILLER PIC X(9) VALUE "HOTAPPR S".
         02 FILLER PIC X(30) VALUE "APPROVE HOT-LIST CHANGES".
         02 FILLER PIC X(9) VALUE "CARDISS N".
         02 FILLER PIC X(30) VALUE "ISSUE A REPLACEMENT CARD".
         02 FILLER PIC X(9) VALUE "REFWORK N".
         02 FILLER PIC X(30) VALUE "WORK A FRAUD REFERRAL".
         02 FILLER PIC X(9) VALUE "REFRLSE S".
         02 FILLER PIC X(30) VALUE "RELEASE A HELD TRANSACTION".
         02 FILLER PIC X(9) VALUE "FXRATE  N".
         02 FILLER PIC X(30) VALUE "CHANGE EXCHANGE RATES".
         02 FILLER PIC X(9) VALUE "ODLINK  N".
         02 FILLER PIC X(30) VALUE "MAINTAIN OVERDRAFT LINKS".
         02 FILLER PIC X(9) VALUE "KYC     N".
         02 FILLER PIC X(30) VALUE "MAINTAIN CUSTOMER ID DETAILS".
         02 FILLER PIC X(9) VALUE "KYCRISK S".
         02 FILLER PIC X(30) VALUE "SET RISK RATING / RESTRICTION".
       01 WS-EC-TABLE REDEFINES WS-EC-CATALOG.
         02 WS-EC-ENTRY OCCURS 42 TIMES.
           03 WS-EC-FUNC PIC X(8).
           03 WS-EC-SUPV PIC X.
           03 WS-EC-DESC PIC X(30).
       01 WS-EC-COUNT PIC 99 VALUE 42.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-OPERATOR-SIGNON.
             DISPLAY "12 - APPROVAL QUEUE (SUPERVISOR)"
             DISPLAY "13 - HOLIDAY CALENDAR"
             DISPLAY "14 - PRODUCT PARAMETERS (SUPERVISOR)"
             DISPLAY "15 - PERSONAL LOANS"
             DISPLAY "16 - INTERBANK SUSPENSE"
             DISPLAY "17 - BILLER MASTER (SUPERVISOR)"
             DISPLAY "18 - CUSTOMER TAX STATUS (SUPERVISOR)"
             DISPLAY "19 - PROCESSING DATE (SUPERVISOR)"
             DISPLAY "20 - MERGE DUPLICATE CUSTOMERS (SUPERVISOR)"
             DISPLAY "21 - ROLE ENTITLEMENTS (SUPERVISOR)"
             DISPLAY "22 - ACCESS REVIEW REPORT (SUPERVISOR)"
             DISPLAY "23 - OVERDRAFT PROTECTION LINKS"
             DISPLAY "24 - CUSTOMER IDENTIFICATION (KYC)"
             DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN 1 PERFORM P-BROWSE-ALL
               WHEN 2 PERFORM P-SEARCH-BY-NAME
               WHEN 3 PERFORM P-CHECK-CLOSE
               WHEN 4 PERFORM P-CHECK-UNLOCK
               WHEN 5 PERFORM P-CHECK-REVERSE
               WHEN 6 PERFORM P-CHECK-REACTIVATE
               WHEN 7 PERFORM P-CHECK-AUTH-USERS
               WHEN 8 PERFORM P-VIEW-DETAILS
               WHEN 9 DISPLAY "EXITING ADMIN UTILITY"
               WHEN 10 PERFORM P-CHECK-FEES
               WHEN 12 PERFORM P-CHECK-APPROVALS
               WHEN 13 PERFORM P-CALENDAR-MAINT
               WHEN 14 PERFORM P-CHECK-PRODPARM
               WHEN 15 PERFORM P-LOANS
               WHEN 16 PERFORM P-IB-SUSPENSE
               WHEN 17 PERFORM P-CHECK-BILLERS
               WHEN 18 PERFORM P-CHECK-TAX-STATUS
               WHEN 19 PERFORM P-CHECK-PROCDATE
               WHEN 20 PERFORM P-CHECK-MERGE
               WHEN 21 PERFORM P-CHECK-ENTITLE-MAINT
               WHEN 22 PERFORM P-CHECK-ACCESS-REPORT
               WHEN 23 PERFORM P-CHECK-ODLINK
               WHEN 24 PERFORM P-CHECK-KYC
               WHEN OTHER DISPLAY "INVALID CHOICE"
             END-EVALUATE
           END-PERFORM.
           END-IF.
           EXIT.
       P-CHECK-CLOSE.
           MOVE "CLOSEACT" TO WS-EN-FUNC.
           MOVE "Y" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-CLOSE-ACCOUNT
           ELSE
             DISPLAY "YOUR ROLE MAY NOT CLOSE ACCOUNTS"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-CHECK-REVERSE.
           MOVE "REVERSAL" TO WS-EN-FUNC.
           MOVE "Y" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-REVERSE-TRANSACTION
           ELSE
             DISPLAY "YOUR ROLE MAY NOT POST CORRECTIONS"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-CHECK-UNLOCK.
           MOVE "UNLOCK" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-UNLOCK-ACCOUNT
           ELSE
             DISPLAY "YOUR ROLE MAY NOT UNLOCK ACCOUNTS"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-CHECK-REACTIVATE.
           MOVE "REACTIV" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-REACTIVATE-ACCOUNT
           ELSE
             DISPLAY "YOUR ROLE MAY NOT REACTIVATE DORMANT ACCOUNTS"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-CHECK-AUTH-USERS.
           MOVE "AUTHUSER" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-MANAGE-AUTH-USERS
           ELSE
             DISPLAY "YOUR ROLE MAY NOT MANAGE AUTHORIZED USERS"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-LOG-REFUSAL.
           MOVE "DENIED" TO WS-LOG-ACTION.
           MOVE WS-EN-FUNC TO WS-LOG-OPER2.
           PERFORM P-WRITE-ADMIN-LOG.
           EXIT.
       P-CHECK-ENTITLEMENT.
           PERFORM P-EN-LOAD-TABLE.
           MOVE WS-OPER-ROLE TO WS-EN-CHK-ROLE.
           PERFORM P-EN-LOOKUP.
           EXIT.
       P-EN-LOOKUP.
           MOVE "N" TO WS-EN-OK.
           MOVE ZEROES TO WS-EN-LIMIT.
           IF WS-EN-ON-FILE IS EQUAL TO "N" THEN
             IF WS-EN-SUPV IS EQUAL TO "N" OR
               WS-EN-CHK-ROLE IS EQUAL TO "S" THEN
               MOVE "Y" TO WS-EN-OK
             END-IF
           ELSE
             PERFORM VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-EN-COUNT
               IF WS-EN-T-ROLE(WS-EN-IDX) IS EQUAL TO WS-EN-CHK-ROLE
                 AND WS-EN-T-FUNC(WS-EN-IDX) IS EQUAL TO WS-EN-FUNC
                 THEN
                 MOVE "Y" TO WS-EN-OK
                 MOVE WS-EN-T-LIMIT(WS-EN-IDX) TO WS-EN-LIMIT
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF.
           EXIT.
       P-EN-LOAD-TABLE.
           MOVE ZERO TO WS-EN-COUNT.
           MOVE "N" TO WS-EN-EOF.
           MOVE "N" TO WS-EN-FULL.
           MOVE "N" TO WS-EN-ON-FILE.
           OPEN INPUT ENTITLE-FILE.
           IF WS-EN-STATUS IS EQUAL TO "00" THEN
             MOVE "Y" TO WS-EN-ON-FILE
             PERFORM UNTIL WS-EN-EOF IS EQUAL TO "Y"
               OR WS-EN-COUNT IS EQUAL TO 500
               READ ENTITLE-FILE
                 AT END MOVE "Y" TO WS-EN-EOF
                 NOT AT END
                   ADD 1 TO WS-EN-COUNT
                   MOVE EN-ROLE TO WS-EN-T-ROLE(WS-EN-COUNT)
                   MOVE EN-FUNC TO WS-EN-T-FUNC(WS-EN-COUNT)
                   MOVE EN-LIMIT TO WS-EN-T-LIMIT(WS-EN-COUNT)
               END-READ
             END-PERFORM
             IF WS-EN-EOF NOT EQUAL TO "Y" THEN
               READ ENTITLE-FILE
                 AT END MOVE "Y" TO WS-EN-EOF
                 NOT AT END MOVE "Y" TO WS-EN-FULL
               END-READ
             END-IF
             CLOSE ENTITLE-FILE
           END-IF.
           EXIT.
       P-EN-SAVE-TABLE.
           OPEN OUTPUT ENTITLE-FILE.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
             UNTIL WS-EN-IDX > WS-EN-COUNT
             MOVE WS-EN-T-ROLE(WS-EN-IDX) TO EN-ROLE
             MOVE WS-EN-T-FUNC(WS-EN-IDX) TO EN-FUNC
             MOVE WS-EN-T-LIMIT(WS-EN-IDX) TO EN-LIMIT
             WRITE EN-RECORD
           END-PERFORM.
           CLOSE ENTITLE-FILE.
           MOVE "Y" TO WS-EN-ON-FILE.
           EXIT.
       P-EC-FIND.
           MOVE "N" TO WS-EC-FOUND.
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
             UNTIL WS-EC-IDX > WS-EC-COUNT
             IF WS-EC-FUNC(WS-EC-IDX) IS EQUAL TO WS-EN-FUNC THEN
               MOVE "Y" TO WS-EC-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.
           EXIT.
       P-CHECK-ENTITLE-MAINT.
           MOVE "ENTITLE" TO WS-EN-FUNC.
           MOVE "Y" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-OPER-ROLE IS EQUAL TO "S" THEN
             MOVE "Y" TO WS-EN-OK
           END-IF.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-ENTITLE-MAINT
           ELSE
             DISPLAY "YOUR ROLE MAY NOT MAINTAIN ROLE ENTITLEMENTS"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-ENTITLE-MAINT.
           MOVE ZERO TO WS-EN-CHOICE.
           PERFORM UNTIL WS-EN-CHOICE IS EQUAL TO 5
             PERFORM P-EN-LOAD-TABLE
             DISPLAY " "
             DISPLAY "ROLE ENTITLEMENTS"
             IF WS-EN-ON-FILE IS EQUAL TO "N" THEN
               DISPLAY "NO ENTITLEMENT FILE - BUILT-IN RULES APPLY"
             END-IF
             DISPLAY "1 - LIST THE MATRIX"
             DISPLAY "2 - GRANT A FUNCTION TO A ROLE"
             DISPLAY "3 - REVOKE A FUNCTION FROM A ROLE"
             DISPLAY "4 - BUILD THE MATRIX FROM THE BUILT-IN RULES"
             DISPLAY "5 - BACK"
             DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
             ACCEPT WS-EN-CHOICE
             IF WS-EN-FULL IS EQUAL TO "Y" AND
               WS-EN-CHOICE IS GREATER THAN 1 AND
               WS-EN-CHOICE IS LESS THAN 5 THEN
               DISPLAY "ENTITLEMENT FILE EXCEEDS THE 500-RECORD TABLE"
               " - NOT MAINTAINED HERE"
             ELSE
               EVALUATE WS-EN-CHOICE
                 WHEN 1 PERFORM P-EN-LIST
                 WHEN 2 PERFORM P-EN-GRANT
                 WHEN 3 PERFORM P-EN-REVOKE
                 WHEN 4 PERFORM P-EN-SEED
                 WHEN 5 CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
               END-EVALUATE
             END-IF
           END-PERFORM.
           EXIT.
       P-EN-LIST.
           IF WS-EN-ON-FILE IS EQUAL TO "N" THEN
             DISPLAY "FUNCTION  ALLOWED     DESCRIPTION"
             PERFORM VARYING WS-EC-IDX FROM 1 BY 1
               UNTIL WS-EC-IDX > WS-EC-COUNT
               IF WS-EC-SUPV(WS-EC-IDX) IS EQUAL TO "S" THEN
                 DISPLAY WS-EC-FUNC(WS-EC-IDX) "  SUPERVISOR  "
                 WS-EC-DESC(WS-EC-IDX)
               ELSE
                 DISPLAY WS-EC-FUNC(WS-EC-IDX) "  ALL ROLES   "
                 WS-EC-DESC(WS-EC-IDX)
               END-IF
             END-PERFORM
           ELSE
             IF WS-EN-COUNT IS EQUAL TO ZERO THEN
               DISPLAY "THE MATRIX IS EMPTY - NO ROLE HOLDS ANY"
               " FUNCTION"
             ELSE
               DISPLAY "ROLE FUNCTION  LIMIT            DESCRIPTION"
               PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                 UNTIL WS-EN-IDX > WS-EN-COUNT
                 MOVE WS-EN-T-FUNC(WS-EN-IDX) TO WS-EN-FUNC
                 PERFORM P-EC-FIND
                 MOVE WS-EN-T-LIMIT(WS-EN-IDX) TO WS-EN-LIMIT-R
                 IF WS-EC-FOUND IS EQUAL TO "Y" THEN
                   DISPLAY WS-EN-T-ROLE(WS-EN-IDX) "    "
                   WS-EN-T-FUNC(WS-EN-IDX) " " WS-EN-LIMIT-R "  "
                   WS-EC-DESC(WS-EC-IDX)
                 ELSE
                   DISPLAY WS-EN-T-ROLE(WS-EN-IDX) "    "
                   WS-EN-T-FUNC(WS-EN-IDX) " " WS-EN-LIMIT-R "  "
                   "(UNKNOWN FUNCTION)"
                 END-IF
               END-PERFORM
             END-IF
           END-IF.
           EXIT.
       P-EN-ACCEPT-ENTRY.
           DISPLAY "ENTER ROLE LETTER: " WITH NO ADVANCING.
           ACCEPT WS-EN-NEW-ROLE.
           MOVE FUNCTION UPPER-CASE(WS-EN-NEW-ROLE) TO WS-EN-NEW-ROLE.
           DISPLAY "ENTER FUNCTION CODE: " WITH NO ADVANCING.
           ACCEPT WS-EN-NEW-FUNC.
           MOVE FUNCTION UPPER-CASE(WS-EN-NEW-FUNC) TO WS-EN-NEW-FUNC.
           MOVE ZERO TO WS-EN-SLOT.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
             UNTIL WS-EN-IDX > WS-EN-COUNT
             IF WS-EN-T-ROLE(WS-EN-IDX) IS EQUAL TO WS-EN-NEW-ROLE AND
               WS-EN-T-FUNC(WS-EN-IDX) IS EQUAL TO WS-EN-NEW-FUNC THEN
               MOVE WS-EN-IDX TO WS-EN-SLOT
               EXIT PERFORM
             END-IF
           END-PERFORM.
           EXIT.
       P-EN-GRANT.
           IF WS-EN-ON-FILE IS EQUAL TO "N" THEN
             DISPLAY "BUILD THE MATRIX FROM THE BUILT-IN RULES FIRST"
           ELSE
             PERFORM P-EN-ACCEPT-ENTRY
             MOVE WS-EN-NEW-FUNC TO WS-EN-FUNC
             PERFORM P-EC-FIND
             IF WS-EN-NEW-ROLE IS EQUAL TO SPACE THEN
               DISPLAY "ROLE MAY NOT BE BLANK"
             ELSE IF WS-EC-FOUND IS EQUAL TO "N" THEN
               DISPLAY "THAT IS NOT A KNOWN FUNCTION CODE"
             ELSE IF WS-EN-SLOT IS EQUAL TO ZERO AND
               WS-EN-COUNT IS EQUAL TO 500 THEN
               DISPLAY "ENTITLEMENT TABLE IS FULL (500 ENTRIES)"
             ELSE
               MOVE ZEROES TO WS-EN-NEW-LIMIT
               IF WS-EN-NEW-FUNC IS EQUAL TO "TLWDRAW" THEN
                 DISPLAY "ENTER WITHDRAWAL LIMIT (0 = NO LIMIT): "
                 WITH NO ADVANCING
                 ACCEPT WS-AMT-EDIT
                 MOVE WS-AMT-EDIT TO WS-EN-NEW-LIMIT
               END-IF
               IF WS-EN-SLOT IS EQUAL TO ZERO THEN
                 ADD 1 TO WS-EN-COUNT
                 MOVE WS-EN-COUNT TO WS-EN-SLOT
                 MOVE WS-EN-NEW-ROLE TO WS-EN-T-ROLE(WS-EN-SLOT)
                 MOVE WS-EN-NEW-FUNC TO WS-EN-T-FUNC(WS-EN-SLOT)
               END-IF
               MOVE WS-EN-NEW-LIMIT TO WS-EN-T-LIMIT(WS-EN-SLOT)
               PERFORM P-EN-SAVE-TABLE
               DISPLAY "ROLE " WS-EN-NEW-ROLE " GRANTED "
               WS-EN-NEW-FUNC
               MOVE SPACES TO WS-LOG-ACTION
               STRING "ENTGRANT-" WS-EN-NEW-ROLE DELIMITED BY SIZE
                 INTO WS-LOG-ACTION
               MOVE WS-EN-NEW-LIMIT TO WS-LOG-TARGET
               MOVE WS-EN-NEW-FUNC TO WS-LOG-OPER2
               PERFORM P-WRITE-ADMIN-LOG
             END-IF.
           EXIT.
       P-EN-REVOKE.
           IF WS-EN-ON-FILE IS EQUAL TO "N" THEN
             DISPLAY "BUILD THE MATRIX FROM THE BUILT-IN RULES FIRST"
           ELSE
             PERFORM P-EN-ACCEPT-ENTRY
             IF WS-EN-SLOT IS EQUAL TO ZERO THEN
               DISPLAY "THAT ROLE DOES NOT HOLD THAT FUNCTION"
             ELSE
               PERFORM VARYING WS-EN-IDX FROM WS-EN-SLOT BY 1
                 UNTIL WS-EN-IDX >= WS-EN-COUNT
                 MOVE WS-EN-ENTRY(WS-EN-IDX + 1)
                   TO WS-EN-ENTRY(WS-EN-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-EN-COUNT
               PERFORM P-EN-SAVE-TABLE
               DISPLAY "ROLE " WS-EN-NEW-ROLE " NO LONGER HOLDS "
               WS-EN-NEW-FUNC
               MOVE SPACES TO WS-LOG-ACTION
               STRING "ENTREVOKE-" WS-EN-NEW-ROLE DELIMITED BY SIZE
                 INTO WS-LOG-ACTION
               MOVE ZEROES TO WS-LOG-TARGET
               MOVE WS-EN-NEW-FUNC TO WS-LOG-OPER2
               PERFORM P-WRITE-ADMIN-LOG
             END-IF
           END-IF.
           EXIT.
       P-EN-SEED.
           IF WS-EN-ON-FILE IS EQUAL TO "Y" AND
             WS-EN-COUNT IS GREATER THAN ZERO THEN
             DISPLAY "THE MATRIX ALREADY HAS ENTRIES - NOT REBUILT"
           ELSE
             PERFORM P-EN-COLLECT-ROLES
             MOVE ZERO TO WS-EN-COUNT
             PERFORM VARYING WS-EN-RL-IDX FROM 1 BY 1
               UNTIL WS-EN-RL-IDX > WS-EN-RL-COUNT
               PERFORM VARYING WS-EC-IDX FROM 1 BY 1
                 UNTIL WS-EC-IDX > WS-EC-COUNT
                 IF (WS-EC-SUPV(WS-EC-IDX) IS EQUAL TO "N" OR
                   WS-EN-RL-ROLE(WS-EN-RL-IDX) IS EQUAL TO "S") AND
                   WS-EN-COUNT IS LESS THAN 500 THEN
                   ADD 1 TO WS-EN-COUNT
                   MOVE WS-EN-RL-ROLE(WS-EN-RL-IDX) TO
                     WS-EN-T-ROLE(WS-EN-COUNT)
                   MOVE WS-EC-FUNC(WS-EC-IDX) TO
                     WS-EN-T-FUNC(WS-EN-COUNT)
                   MOVE ZEROES TO WS-EN-T-LIMIT(WS-EN-COUNT)
                 END-IF
               END-PERFORM
             END-PERFORM
             PERFORM P-EN-SAVE-TABLE
             DISPLAY "MATRIX BUILT FOR " WS-EN-RL-COUNT " ROLES, "
             WS-EN-COUNT " ENTRIES"
             MOVE "ENTSEED" TO WS-LOG-ACTION
             MOVE WS-EN-COUNT TO WS-LOG-TARGET
             PERFORM P-WRITE-ADMIN-LOG
           END-IF.
           EXIT.
       P-EN-COLLECT-ROLES.
           MOVE 1 TO WS-EN-RL-COUNT.
           MOVE "S" TO WS-EN-RL-ROLE(1).
           MOVE "N" TO WS-OP-EOF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OP-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-OP-EOF IS EQUAL TO "Y"
               READ OPERATOR-FILE
                 AT END MOVE "Y" TO WS-OP-EOF
                 NOT AT END
                   MOVE "N" TO WS-EC-FOUND
                   PERFORM VARYING WS-EN-RL-IDX FROM 1 BY 1
                     UNTIL WS-EN-RL-IDX > WS-EN-RL-COUNT
                     IF WS-EN-RL-ROLE(WS-EN-RL-IDX) IS EQUAL TO
                       OP-ROLE THEN
                       MOVE "Y" TO WS-EC-FOUND
                       EXIT PERFORM
                     END-IF
                   END-PERFORM
                   IF WS-EC-FOUND IS EQUAL TO "N" AND
                     OP-ROLE NOT EQUAL TO SPACE AND
                     WS-EN-RL-COUNT IS LESS THAN 36 THEN
                     ADD 1 TO WS-EN-RL-COUNT
                     MOVE OP-ROLE TO WS-EN-RL-ROLE(WS-EN-RL-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE OPERATOR-FILE
           END-IF.
           EXIT.
       P-CHECK-ODLINK.
           MOVE "ODLINK" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-ODLINK-MAINT
           ELSE
             DISPLAY "YOUR ROLE MAY NOT MAINTAIN OVERDRAFT LINKS"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-ODLINK-MAINT.
           DISPLAY "OVERDRAFT PROTECTION LINKS".
           DISPLAY "1 - SHOW THE LINK FOR A CHECKING ACCOUNT".
           DISPLAY "2 - LINK A SAVINGS ACCOUNT".
           DISPLAY "3 - REMOVE A LINK".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-OD-CHOICE.
           EVALUATE WS-OD-CHOICE
             WHEN 1 PERFORM P-OD-SHOW
             WHEN 2 PERFORM P-OD-LINK
             WHEN 3 PERFORM P-OD-UNLINK
             WHEN OTHER DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           EXIT.
       P-OD-SHOW.
           DISPLAY "ENTER CHECKING ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-OD-CHK.
           MOVE "N" TO WS-OD-FOUND.
           OPEN INPUT ODLINK-FILE.
           IF WS-OD-STATUS IS EQUAL TO "00" THEN
             MOVE WS-OD-CHK TO OD-CHK-ACCT
             READ ODLINK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-OD-FOUND
             END-READ
             CLOSE ODLINK-FILE
           END-IF.
           IF WS-OD-FOUND IS EQUAL TO "Y" THEN
             DISPLAY "CHECKING " OD-CHK-ACCT " IS PROTECTED BY SAVINGS "
             OD-SAV-ACCT
             DISPLAY "LINKED ON " OD-ADDED " BY " OD-OPER
           ELSE
             DISPLAY "NO OVERDRAFT LINK FOR THAT ACCOUNT"
           END-IF.
           EXIT.
       P-OD-LINK.
           DISPLAY "ENTER CHECKING ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-OD-CHK.
           DISPLAY "ENTER SAVINGS ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-OD-SAV.
           MOVE "Y" TO WS-OD-CHK-OK.
           MOVE "Y" TO WS-OD-SAV-OK.
           OPEN INPUT USERDATA.
           MOVE WS-OD-CHK TO F-ACCT-NO.
           READ USERDATA
             INVALID KEY MOVE "N" TO WS-OD-CHK-OK
           END-READ.
           MOVE F-ACCT-TYPE TO WS-OD-CHK-TYPE.
           MOVE F-NAME TO WS-OD-CHK-NAME.
           MOVE F-CUST-NO TO WS-OD-CHK-CUST.
           MOVE F-CURRENCY TO WS-OD-CHK-CUR.
           MOVE WS-OD-SAV TO F-ACCT-NO.
           READ USERDATA
             INVALID KEY MOVE "N" TO WS-OD-SAV-OK
           END-READ.
           MOVE "N" TO WS-OD-FOUND.
           OPEN INPUT ODLINK-FILE.
           IF WS-OD-STATUS IS EQUAL TO "00" THEN
             MOVE WS-OD-CHK TO OD-CHK-ACCT
             READ ODLINK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-OD-FOUND
             END-READ
           END-IF.
           CLOSE ODLINK-FILE.
           IF WS-OD-CHK-OK IS EQUAL TO "N" THEN
             DISPLAY "CHECKING ACCOUNT NOT FOUND"
           ELSE IF WS-OD-CHK-TYPE NOT EQUAL TO "C" THEN
             DISPLAY "THE FIRST ACCOUNT IS NOT A CHECKING ACCOUNT"
           ELSE IF WS-OD-SAV-OK IS EQUAL TO "N" THEN
             DISPLAY "SAVINGS ACCOUNT NOT FOUND"
           ELSE IF F-ACCT-TYPE NOT EQUAL TO "S" THEN
             DISPLAY "THE SECOND ACCOUNT IS NOT A SAVINGS ACCOUNT"
           ELSE IF F-CURRENCY NOT EQUAL TO WS-OD-CHK-CUR THEN
             DISPLAY "BOTH ACCOUNTS MUST BE IN THE SAME CURRENCY"
           ELSE IF F-NAME NOT EQUAL TO WS-OD-CHK-NAME AND
             (F-CUST-NO IS EQUAL TO ZERO OR
              F-CUST-NO NOT EQUAL TO WS-OD-CHK-CUST) THEN
             DISPLAY "ACCOUNTS ARE NOT IN THE SAME NAME OR UNDER THE"
             " SAME CUSTOMER NUMBER"
           ELSE IF WS-OD-FOUND IS EQUAL TO "Y" THEN
             DISPLAY "CHECKING ACCOUNT IS ALREADY LINKED TO SAVINGS "
             OD-SAV-ACCT " - REMOVE THAT LINK FIRST"
           ELSE
             MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
             MOVE SPACES TO OD-RECORD
             MOVE WS-OD-CHK TO OD-CHK-ACCT
             MOVE WS-OD-SAV TO OD-SAV-ACCT
             MOVE WS-DATE-TIME(1:8) TO OD-ADDED
             MOVE WS-OPER-ID TO OD-OPER
             OPEN I-O ODLINK-FILE
             WRITE OD-RECORD
               INVALID KEY DISPLAY "LINK COULD NOT BE WRITTEN"
             END-WRITE
             CLOSE ODLINK-FILE
             DISPLAY "OVERDRAFT LINK ADDED"
             MOVE "ODLINK" TO WS-LOG-ACTION
             MOVE WS-OD-CHK TO WS-LOG-TARGET
             PERFORM P-WRITE-ADMIN-LOG
           END-IF.
           CLOSE USERDATA.
           EXIT.
       P-OD-UNLINK.
           DISPLAY "ENTER CHECKING ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-OD-CHK.
           MOVE "N" TO WS-OD-FOUND.
           OPEN I-O ODLINK-FILE.
           MOVE WS-OD-CHK TO OD-CHK-ACCT.
           READ ODLINK-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE "Y" TO WS-OD-FOUND
           END-READ.
           IF WS-OD-FOUND IS EQUAL TO "Y" THEN
             DELETE ODLINK-FILE RECORD
               INVALID KEY MOVE "N" TO WS-OD-FOUND
             END-DELETE
           END-IF.
           CLOSE ODLINK-FILE.
           IF WS-OD-FOUND IS EQUAL TO "Y" THEN
             DISPLAY "OVERDRAFT LINK REMOVED"
             MOVE "ODUNLINK" TO WS-LOG-ACTION
             MOVE WS-OD-CHK TO WS-LOG-TARGET
             PERFORM P-WRITE-ADMIN-LOG
           ELSE
             DISPLAY "NO OVERDRAFT LINK FOR THAT ACCOUNT"
           END-IF.
           EXIT.
       P-CHECK-ACCESS-REPORT.
           MOVE "ACCESSRP" TO WS-EN-FUNC.
           MOVE "Y" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-ACCESS-REPORT
           ELSE
             DISPLAY "YOUR ROLE MAY NOT RUN THE ACCESS REVIEW REPORT"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-ACCESS-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           PERFORM P-EN-LOAD-TABLE.
           MOVE ZERO TO WS-EN-OPERS.
           MOVE "N" TO WS-OP-EOF.
           OPEN OUTPUT ACCESSRV-FILE.
           MOVE SPACES TO AR-LINE.
           STRING "ACCESS REVIEW - WHO CAN DO WHAT "
             WS-DATE-TIME(1:8) " BY " WS-OPER-ID
             DELIMITED BY SIZE INTO AR-LINE.
           WRITE AR-LINE.
           MOVE SPACES TO AR-LINE.
           IF WS-EN-ON-FILE IS EQUAL TO "N" THEN
             MOVE "NO ENTITLEMENT FILE - BUILT-IN RULES SHOWN"
               TO AR-LINE
           ELSE
             STRING "ENTITLEMENT FILE ENTRIES: " WS-EN-COUNT
               DELIMITED BY SIZE INTO AR-LINE
           END-IF.
           WRITE AR-LINE.
           DISPLAY AR-LINE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OP-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-OP-EOF IS EQUAL TO "Y"
               READ OPERATOR-FILE
                 AT END MOVE "Y" TO WS-OP-EOF
                 NOT AT END
                   ADD 1 TO WS-EN-OPERS
                   PERFORM P-AR-OPERATOR
               END-READ
             END-PERFORM
             CLOSE OPERATOR-FILE
           END-IF.
           MOVE SPACES TO AR-LINE.
           STRING "OPERATORS REVIEWED: " WS-EN-OPERS
             DELIMITED BY SIZE INTO AR-LINE.
           WRITE AR-LINE.
           CLOSE ACCESSRV-FILE.
           DISPLAY "OPERATORS REVIEWED: " WS-EN-OPERS
           " - REPORT WRITTEN TO accessrv.txt".
           MOVE "ACCESSRPT" TO WS-LOG-ACTION.
           MOVE WS-EN-OPERS TO WS-LOG-TARGET.
           PERFORM P-WRITE-ADMIN-LOG.
           EXIT.
       P-AR-OPERATOR.
           MOVE SPACES TO AR-LINE.
           WRITE AR-LINE.
           MOVE SPACES TO AR-LINE.
           STRING "OPERATOR " OP-ID " " OP-NAME " ROLE " OP-ROLE
             DELIMITED BY SIZE INTO AR-LINE.
           WRITE AR-LINE.
           DISPLAY AR-LINE.
           MOVE ZERO TO WS-EN-GRANTS.
           MOVE OP-ROLE TO WS-EN-CHK-ROLE.
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
             UNTIL WS-EC-IDX > WS-EC-COUNT
             MOVE WS-EC-FUNC(WS-EC-IDX) TO WS-EN-FUNC
             IF WS-EC-SUPV(WS-EC-IDX) IS EQUAL TO "S" THEN
               MOVE "Y" TO WS-EN-SUPV
             ELSE
               MOVE "N" TO WS-EN-SUPV
             END-IF
             PERFORM P-EN-LOOKUP
             IF WS-EN-FUNC IS EQUAL TO "ENTITLE" AND
               OP-ROLE IS EQUAL TO "S" THEN
               MOVE "Y" TO WS-EN-OK
             END-IF
             IF WS-EN-OK IS EQUAL TO "Y" THEN
               ADD 1 TO WS-EN-GRANTS
               MOVE SPACES TO AR-LINE
               IF WS-EN-LIMIT IS GREATER THAN ZERO THEN
                 MOVE WS-EN-LIMIT TO WS-EN-LIMIT-R
                 STRING "    " WS-EC-FUNC(WS-EC-IDX) "  "
                   WS-EC-DESC(WS-EC-IDX) " LIMIT " WS-EN-LIMIT-R
                   DELIMITED BY SIZE INTO AR-LINE
               ELSE
                 STRING "    " WS-EC-FUNC(WS-EC-IDX) "  "
                   WS-EC-DESC(WS-EC-IDX)
                   DELIMITED BY SIZE INTO AR-LINE
               END-IF
               WRITE AR-LINE
               DISPLAY AR-LINE
             END-IF
           END-PERFORM.
           IF WS-EN-GRANTS IS EQUAL TO ZERO THEN
             MOVE "    NO FUNCTIONS" TO AR-LINE
             WRITE AR-LINE
             DISPLAY AR-LINE
           END-IF.
           EXIT.
       P-WRITE-ADMIN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-LOG-TARGET TO AL-TARGET.
           MOVE WS-LOG-OPER2 TO AL-OPER2.
           OPEN EXTEND ADMIN-LOG.
           IF WS-AL-STATUS NOT EQUAL TO "00" THEN
             OPEN OUTPUT ADMIN-LOG
           END-IF.
           WRITE AL-RECORD.
           CLOSE ADMIN-LOG.
           MOVE SPACES TO WS-LOG-OPER2.
           PERFORM P-WRITE-ADMIN-LOG.
           EXIT.
       P-SEARCH-BY-NAME.
           DISPLAY "ENTER NAME (OR START OF NAME) TO SEARCH: "
           WITH NO ADVANCING.
           ACCEPT WS-SEARCH.
           MOVE FUNCTION UPPER-CASE(WS-SEARCH) TO WS-SEARCH-UPPER.
           PERFORM VARYING WS-SLEN FROM 20 BY -1
             UNTIL WS-SLEN IS EQUAL TO 0
             OR WS-SEARCH(WS-SLEN:1) NOT EQUAL TO SPACE
             CONTINUE
           END-PERFORM.
           MOVE ZERO TO WS-MATCH-COUNT.
           MOVE ZERO TO WS-NS-COUNT.
           MOVE "N" TO WS-NS-FULL.
           IF WS-SLEN IS EQUAL TO 0 THEN
             DISPLAY "SEARCH TEXT MAY NOT BE BLANK"
           ELSE
             OPEN INPUT USERDATA
             DISPLAY "STANDALONE ACCOUNTS (NO CUSTOMER RECORD):"
             MOVE WS-SEARCH TO WS-NS-KEY
             PERFORM P-NS-SCAN-NAMES
             IF WS-SEARCH-UPPER NOT EQUAL TO WS-SEARCH THEN
               MOVE WS-SEARCH-UPPER TO WS-NS-KEY
               PERFORM P-NS-SCAN-NAMES
             END-IF
             MOVE "N" TO WS-CM-OPEN
             OPEN INPUT CUSTMAST
             IF WS-CM-STATUS IS EQUAL TO "00" THEN
               MOVE "Y" TO WS-CM-OPEN
             END-IF
             IF WS-NS-COUNT IS GREATER THAN ZERO THEN
               DISPLAY "CUSTOMERS ON THE MASTER FILE:"
               PERFORM VARYING WS-NS-IDX FROM 1 BY 1
                 UNTIL WS-NS-IDX > WS-NS-COUNT
                 PERFORM P-NS-SHOW-CUSTOMER
               END-PERFORM
             END-IF
             IF WS-CM-OPEN IS EQUAL TO "Y" THEN
               CLOSE CUSTMAST
             END-IF
             CLOSE USERDATA
             IF WS-NS-FULL IS EQUAL TO "Y" THEN
               DISPLAY "MORE THAN 100 CUSTOMERS MATCH - ONLY THE FIRST"
               " 100 ARE SHOWN, PLEASE REFINE THE SEARCH"
             END-IF
             DISPLAY "MATCHES FOUND: " WS-MATCH-COUNT
             MOVE "SEARCH" TO WS-LOG-ACTION
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-WRITE-ADMIN-LOG
           END-IF.
           EXIT.
       P-NS-SCAN-NAMES.
           MOVE WS-NS-KEY TO F-NAME.
           MOVE "N" TO WS-EOF.
           START USERDATA KEY IS GREATER THAN OR EQUAL TO F-NAME
             INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
             READ USERDATA NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                 IF F-NAME(1:WS-SLEN) NOT EQUAL TO
                   WS-NS-KEY(1:WS-SLEN) THEN
                   MOVE "Y" TO WS-EOF
                 ELSE
                   IF F-CUST-NO IS EQUAL TO ZERO THEN
                     PERFORM P-DISPLAY-RECORD
                     ADD 1 TO WS-MATCH-COUNT
                   ELSE
                     PERFORM P-NS-NOTE-CUSTOMER
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           EXIT.
       P-NS-NOTE-CUSTOMER.
           MOVE "N" TO WS-NS-SEEN.
           PERFORM VARYING WS-NS-IDX FROM 1 BY 1
             UNTIL WS-NS-IDX > WS-NS-COUNT
             IF WS-NS-T-CUST(WS-NS-IDX) IS EQUAL TO F-CUST-NO THEN
               MOVE "Y" TO WS-NS-SEEN
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF WS-NS-SEEN IS EQUAL TO "N" THEN
             IF WS-NS-COUNT IS EQUAL TO 100 THEN
               MOVE "Y" TO WS-NS-FULL
             ELSE
               ADD 1 TO WS-NS-COUNT
               MOVE F-CUST-NO TO WS-NS-T-CUST(WS-NS-COUNT)
             END-IF
           END-IF.
           EXIT.
       P-NS-SHOW-CUSTOMER.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE WS-NS-T-CUST(WS-NS-IDX) TO CM-CUST-NO.
           MOVE "N" TO WS-CM-EOF.
           IF WS-CM-OPEN IS EQUAL TO "Y" THEN
             READ CUSTMAST
               INVALID KEY MOVE "Y" TO WS-CM-EOF
             END-READ
           ELSE
             MOVE "Y" TO WS-CM-EOF
           END-IF.
           IF WS-CM-EOF IS EQUAL TO "Y" THEN
             DISPLAY "CUSTOMER " WS-NS-T-CUST(WS-NS-IDX)
             " (NO MASTER RECORD)"
             MOVE WS-NS-T-CUST(WS-NS-IDX) TO CM-CUST-NO
             PERFORM P-LIST-CIF-ACCOUNTS
           ELSE
             DISPLAY "CUSTOMER " CM-CUST-NO " " CM-NAME " "
             CM-PHONE
             IF CM-MERGED-INTO IS NUMERIC AND
               CM-MERGED-INTO IS GREATER THAN ZERO THEN
               DISPLAY "    (MERGED INTO CUSTOMER " CM-MERGED-INTO ")"
             ELSE
               PERFORM P-LIST-CIF-ACCOUNTS
             END-IF
           END-IF.
           EXIT.
       P-LIST-CIF-ACCOUNTS.
           MOVE CM-CUST-NO TO WS-CIF-NO.
           MOVE ZERO TO WS-CIF-ACCTS.
           MOVE WS-CIF-NO TO F-CUST-NO.
           MOVE "N" TO WS-EOF.
           START USERDATA KEY IS EQUAL TO F-CUST-NO
             INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
             READ USERDATA NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                 IF F-CUST-NO NOT EQUAL TO WS-CIF-NO THEN
                   MOVE "Y" TO WS-EOF
                 ELSE
                   ADD 1 TO WS-CIF-ACCTS
                   MOVE F-BAL TO WS-BAL-R
                   DISPLAY "    " F-ACCT-NO " " F-ACCT-TYPE " "
             DISPLAY "    (NO OPEN ACCOUNTS)"
           END-IF.
           EXIT.
       P-CLOSE-ACCOUNT.
           DISPLAY "ENTER ACCOUNT NUMBER TO CLOSE: " WITH NO ADVANCING.
           ACCEPT WS-CLOSE-ACCT.
           ACCEPT WS-TD-ACCT.
           PERFORM P-TDA-LOAD-TABLE.
           IF WS-TD-FULL IS EQUAL TO "Y" THEN
             DISPLAY "ACCOUNT HOLDS MORE THAN 100 TERM DEPOSITS"
             " - NOT MAINTAINED HERE"
           ELSE
             PERFORM P-TDA-LIST
               DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
               ACCEPT WS-TD-CHOICE
               IF WS-TD-CHOICE IS EQUAL TO 1 THEN
                 MOVE "TDBREAK" TO WS-EN-FUNC
                 MOVE "Y" TO WS-EN-SUPV
                 PERFORM P-CHECK-ENTITLEMENT
                 IF WS-EN-OK IS EQUAL TO "Y" THEN
                   PERFORM P-TDA-BREAK
                 ELSE
                   DISPLAY "YOUR ROLE MAY NOT BREAK A TERM DEPOSIT"
                   MOVE WS-TD-ACCT TO WS-LOG-TARGET
                   PERFORM P-LOG-REFUSAL
                 END-IF
               END-IF
             END-IF
                 DELIMITED BY SIZE INTO WS-REV-REASON
               PERFORM P-LOG-CORRECTION
               MOVE "B" TO WS-TD-T-STATUS(WS-TD-IDX)
               PERFORM P-TDA-SAVE-ENTRY
               DISPLAY "TERM DEPOSIT CLOSED AND FUNDS CREDITED"
               MOVE "TDBREAK" TO WS-LOG-ACTION
               MOVE WS-TD-ACCT TO WS-LOG-TARGET
           MOVE "N" TO WS-TD-FULL.
           OPEN INPUT TERMDEP-FILE.
           IF WS-TD-STATUS IS EQUAL TO "00" THEN
             MOVE WS-TD-ACCT TO TD-ACCT
             MOVE ZEROES TO TD-NO
             START TERMDEP-FILE KEY IS GREATER THAN OR EQUAL TO TD-KEY
               INVALID KEY MOVE "Y" TO WS-TD-EOF
             END-START
             PERFORM UNTIL WS-TD-EOF IS EQUAL TO "Y"
               READ TERMDEP-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-TD-EOF
                 NOT AT END
                   IF TD-ACCT NOT EQUAL TO WS-TD-ACCT THEN
                     MOVE "Y" TO WS-TD-EOF
                   ELSE
                     IF WS-TD-COUNT IS EQUAL TO 100 THEN
                       MOVE "Y" TO WS-TD-FULL
                       MOVE "Y" TO WS-TD-EOF
                     ELSE
                       PERFORM P-TDA-ADD-ENTRY
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TERMDEP-FILE
           ELSE
             IF WS-TD-STATUS IS EQUAL TO "05" THEN
               CLOSE TERMDEP-FILE
             END-IF
           END-IF.
           EXIT.
       P-TDA-ADD-ENTRY.
           ADD 1 TO WS-TD-COUNT.
           MOVE TD-NO TO WS-TD-T-NO(WS-TD-COUNT).
           MOVE TD-ACCT TO WS-TD-T-ACCT(WS-TD-COUNT).
           MOVE TD-AMOUNT TO WS-TD-T-AMOUNT(WS-TD-COUNT).
           MOVE TD-RATE TO WS-TD-T-RATE(WS-TD-COUNT).
           MOVE TD-TERM TO WS-TD-T-TERM(WS-TD-COUNT).
           MOVE TD-OPEN-DATE TO WS-TD-T-OPEN(WS-TD-COUNT).
           MOVE TD-MATURITY-DATE TO WS-TD-T-MATURITY(WS-TD-COUNT).
           MOVE TD-STATUS TO WS-TD-T-STATUS(WS-TD-COUNT).
           EXIT.
       P-TDA-SAVE-ENTRY.
           OPEN I-O TERMDEP-FILE.
           MOVE WS-TD-T-NO(WS-TD-IDX) TO TD-NO.
           MOVE WS-TD-T-ACCT(WS-TD-IDX) TO TD-ACCT.
           MOVE WS-TD-T-AMOUNT(WS-TD-IDX) TO TD-AMOUNT.
           MOVE WS-TD-T-RATE(WS-TD-IDX) TO TD-RATE.
           MOVE WS-TD-T-TERM(WS-TD-IDX) TO TD-TERM.
           MOVE WS-TD-T-OPEN(WS-TD-IDX) TO TD-OPEN-DATE.
           MOVE WS-TD-T-MATURITY(WS-TD-IDX) TO TD-MATURITY-DATE.
           MOVE WS-TD-T-STATUS(WS-TD-IDX) TO TD-STATUS.
           REWRITE TD-RECORD
             INVALID KEY
               DISPLAY "TERM DEPOSIT " TD-NO " COULD NOT BE UPDATED"
           END-REWRITE.
           CLOSE TERMDEP-FILE.
           EXIT.
       P-LOANS.
           DISPLAY "ENTER ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-LN-ACCT.
           MOVE ZERO TO WS-LN-PICK.
           PERFORM P-LNA-LIST.
           DISPLAY "1 - NEW LOAN AND DISBURSEMENT (SUPERVISOR)".
           DISPLAY "2 - REPAYMENT SCHEDULE".
           DISPLAY "3 - BACK".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-LN-CHOICE.
           EVALUATE WS-LN-CHOICE
             WHEN 1
               MOVE "LOANDISB" TO WS-EN-FUNC
               MOVE "Y" TO WS-EN-SUPV
               PERFORM P-CHECK-ENTITLEMENT
               IF WS-EN-OK IS EQUAL TO "Y" THEN
                 PERFORM P-LNA-NEW
               ELSE
                 DISPLAY "YOUR ROLE MAY NOT DISBURSE A LOAN"
                 MOVE WS-LN-ACCT TO WS-LOG-TARGET
                 PERFORM P-LOG-REFUSAL
               END-IF
             WHEN 2
               IF WS-LN-LISTED IS GREATER THAN ZERO THEN
                 PERFORM P-LNA-SCHEDULE
               END-IF
             WHEN OTHER CONTINUE
           END-EVALUATE.
           EXIT.
       P-LNA-LIST.
           MOVE ZERO TO WS-LN-LISTED.
           DISPLAY "NO  LOAN    BALANCE          RATE    TERM  NEXT DUE"
           "  ARREARS           ST".
           PERFORM P-LNA-BROWSE.
           IF WS-LN-LISTED IS EQUAL TO ZERO THEN
             DISPLAY "NO LOANS FOR THAT ACCOUNT"
           END-IF.
           EXIT.
       P-LNA-BROWSE.
           MOVE ZERO TO WS-LN-LISTED.
           MOVE ZERO TO WS-LN-FOUND.
           MOVE "N" TO WS-LN-EOF.
           OPEN INPUT LOAN-FILE.
           IF WS-LN-STATUS IS EQUAL TO "00" THEN
             MOVE WS-LN-ACCT TO LN-ACCT
             START LOAN-FILE KEY IS EQUAL TO LN-ACCT
               INVALID KEY MOVE "Y" TO WS-LN-EOF
             END-START
             PERFORM UNTIL WS-LN-EOF IS EQUAL TO "Y"
               READ LOAN-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-LN-EOF
                 NOT AT END
                   IF LN-ACCT NOT EQUAL TO WS-LN-ACCT THEN
                     MOVE "Y" TO WS-LN-EOF
                   ELSE
                     PERFORM P-LNA-BROWSE-ONE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LOAN-FILE
           ELSE
             IF WS-LN-STATUS IS EQUAL TO "05" THEN
               CLOSE LOAN-FILE
             END-IF
           END-IF.
           EXIT.
       P-LNA-BROWSE-ONE.
           ADD 1 TO WS-LN-LISTED.
           IF WS-LN-PICK IS EQUAL TO ZERO THEN
             MOVE LN-BALANCE TO WS-AMT-EDIT
             COMPUTE WS-LN-BAL-R = LN-ARR-PRIN + LN-ARR-INT
             DISPLAY WS-LN-LISTED " " LN-NO
             WS-AMT-EDIT " " LN-RATE "  "
             LN-TERM "  "
             LN-NEXT-DUE WS-LN-BAL-R "  "
             LN-STATUS
           ELSE IF WS-LN-LISTED IS EQUAL TO WS-LN-PICK THEN
             PERFORM P-LN-TO-WORK
             MOVE 1 TO WS-LN-FOUND
             MOVE "Y" TO WS-LN-EOF
           END-IF.
           EXIT.
       P-LN-TO-WORK.
           MOVE LN-NO TO WS-LN-W-NO.
           MOVE LN-ACCT TO WS-LN-W-ACCT.
           MOVE LN-PRINCIPAL TO WS-LN-W-PRINCIPAL.
           MOVE LN-BALANCE TO WS-LN-W-BALANCE.
           MOVE LN-RATE TO WS-LN-W-RATE.
           MOVE LN-TERM TO WS-LN-W-TERM.
           MOVE LN-INSTALMENT TO WS-LN-W-INSTALMENT.
           MOVE LN-NEXT-DUE TO WS-LN-W-NEXT-DUE.
           MOVE LN-BILLED TO WS-LN-W-BILLED.
           MOVE LN-ARR-PRIN TO WS-LN-W-ARR-PRIN.
           MOVE LN-ARR-INT TO WS-LN-W-ARR-INT.
           MOVE LN-ARR-SINCE TO WS-LN-W-ARR-SINCE.
           MOVE LN-OPEN-DATE TO WS-LN-W-OPEN.
           MOVE LN-STATUS TO WS-LN-W-STATUS.
           EXIT.
       P-LNA-NEW.
           OPEN I-O USERDATA.
           MOVE WS-LN-ACCT TO F-ACCT-NO.
           MOVE ZERO TO WS-LN-FOUND.
           READ USERDATA
             INVALID KEY MOVE 1 TO WS-LN-FOUND
           END-READ.
           IF WS-LN-FOUND IS EQUAL TO 1 THEN
             DISPLAY "ACCOUNT NOT FOUND"
           ELSE IF F-ACCT-TYPE NOT EQUAL TO "C" THEN
             DISPLAY "LOANS ARE DISBURSED TO CHECKING ACCOUNTS ONLY"
           ELSE IF F-LOCKED IS EQUAL TO "Y" THEN
             DISPLAY "ACCOUNT IS LOCKED - NO DISBURSEMENT"
           ELSE
             PERFORM P-LNA-CAPTURE
           END-IF.
           CLOSE USERDATA.
           EXIT.
       P-LNA-CAPTURE.
           DISPLAY "LOAN AMOUNT: " WITH NO ADVANCING.
           ACCEPT WS-AMT-EDIT.
           MOVE WS-AMT-EDIT TO WS-LN-NEW-PRIN.
           DISPLAY "ANNUAL INTEREST RATE (N.NNNN): " WITH NO
           ADVANCING.
           ACCEPT WS-LN-NEW-RATE.
           DISPLAY "TERM IN MONTHS (1-120): " WITH NO ADVANCING.
           ACCEPT WS-LN-NEW-TERM.
           IF WS-LN-NEW-PRIN IS EQUAL TO ZERO OR
             WS-LN-NEW-TERM IS EQUAL TO ZERO OR
             WS-LN-NEW-TERM IS GREATER THAN 120 THEN
             DISPLAY "INVALID AMOUNT OR TERM - NO LOAN OPENED"
           ELSE
             PERFORM P-LNA-CALC-INSTALMENT
             MOVE WS-LN-NEW-INST TO WS-AMT-EDIT
             DISPLAY "MONTHLY INSTALMENT" WS-AMT-EDIT " FOR "
             WS-LN-NEW-TERM " MONTHS"
             MOVE WS-LN-NEW-PRIN TO WS-AMT-EDIT
             DISPLAY "CREDIT" WS-AMT-EDIT " TO " WS-LN-ACCT
             " - PROCEED (Y/N)? " WITH NO ADVANCING
             ACCEPT WS-CONFIRM
             IF WS-CONFIRM IS EQUAL TO "Y" OR WS-CONFIRM IS EQUAL TO
               "y" THEN
               PERFORM P-LNA-POST-DISBURSE
             ELSE
               DISPLAY "LOAN CANCELLED"
             END-IF
           END-IF.
           EXIT.
       P-LNA-CALC-INSTALMENT.
           IF WS-LN-NEW-RATE IS EQUAL TO ZERO THEN
             COMPUTE WS-LN-NEW-INST ROUNDED =
                 WS-LN-NEW-PRIN / WS-LN-NEW-TERM
           ELSE
             COMPUTE WS-LN-MRATE ROUNDED = WS-LN-NEW-RATE / 12
             COMPUTE WS-LN-FACTOR ROUNDED =
                 (1 + WS-LN-MRATE) ** WS-LN-NEW-TERM
             COMPUTE WS-LN-NEW-INST ROUNDED =
                 WS-LN-NEW-PRIN * WS-LN-MRATE * WS-LN-FACTOR
                 / (WS-LN-FACTOR - 1)
           END-IF.
           EXIT.
       P-LNA-POST-DISBURSE.
           PERFORM P-LNA-FIND-HIGH-NO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-LN-DUE-DATE.
           IF WS-LN-DUE-DD IS GREATER THAN 28 THEN
             MOVE 28 TO WS-LN-DUE-DD
           END-IF.
           IF WS-LN-DUE-MM IS EQUAL TO 12 THEN
             MOVE 1 TO WS-LN-DUE-MM
             ADD 1 TO WS-LN-DUE-YYYY
           ELSE
             ADD 1 TO WS-LN-DUE-MM
           END-IF.
           COMPUTE WS-LN-W-NO = WS-LN-HIGH-NO + 1.
           MOVE WS-LN-ACCT TO WS-LN-W-ACCT.
           MOVE WS-LN-NEW-PRIN TO WS-LN-W-PRINCIPAL.
           MOVE WS-LN-NEW-PRIN TO WS-LN-W-BALANCE.
           MOVE WS-LN-NEW-RATE TO WS-LN-W-RATE.
           MOVE WS-LN-NEW-TERM TO WS-LN-W-TERM.
           MOVE WS-LN-NEW-INST TO WS-LN-W-INSTALMENT.
           MOVE WS-LN-DUE-DATE TO WS-LN-W-NEXT-DUE.
           MOVE ZERO TO WS-LN-W-BILLED.
           MOVE ZERO TO WS-LN-W-ARR-PRIN.
           MOVE ZERO TO WS-LN-W-ARR-INT.
           MOVE ZERO TO WS-LN-W-ARR-SINCE.
           MOVE WS-TODAY TO WS-LN-W-OPEN.
           MOVE "A" TO WS-LN-W-STATUS.
           PERFORM P-LNA-WRITE-NEW.
           IF WS-LN-WRITTEN IS EQUAL TO "Y" THEN
             PERFORM P-LNA-CREDIT-DISBURSE
           ELSE
             DISPLAY "LOAN FILE COULD NOT BE UPDATED - NOTHING"
             " DISBURSED"
           END-IF.
           EXIT.
       P-LNA-CREDIT-DISBURSE.
           MOVE F-BAL TO WS-REV-OLD-BAL.
           ADD WS-LN-NEW-PRIN TO F-BAL.
           REWRITE F-DATA
           END-REWRITE.
           MOVE "LOANDISB" TO WS-REV-TYPE.
           MOVE WS-LN-NEW-PRIN TO WS-REV-AMOUNT.
           MOVE SPACES TO WS-REV-REASON.
           STRING "LOAN " WS-LN-W-NO " DISBURSED"
             DELIMITED BY SIZE INTO WS-REV-REASON.
           PERFORM P-LOG-CORRECTION.
           DISPLAY "LOAN " WS-LN-W-NO
           " OPENED - FIRST INSTALMENT DUE " WS-LN-DUE-DATE.
           MOVE "LOANDISB" TO WS-LOG-ACTION.
           MOVE WS-LN-ACCT TO WS-LOG-TARGET.
           PERFORM P-WRITE-ADMIN-LOG.
           EXIT.
       P-LNA-SCHEDULE.
           DISPLAY "ENTER LOAN NUMBER FROM THE LIST: " WITH NO
           ADVANCING.
           ACCEPT WS-LN-PICK.
           IF WS-LN-PICK IS EQUAL TO ZERO OR
             WS-LN-PICK IS GREATER THAN WS-LN-LISTED THEN
             DISPLAY "THAT IS NOT A LISTED LOAN"
           ELSE
             PERFORM P-LNA-BROWSE
             IF WS-LN-FOUND IS EQUAL TO 1 THEN
               PERFORM P-LNA-SHOW-SCHEDULE
             ELSE
               DISPLAY "THAT IS NOT A LISTED LOAN"
             END-IF
           END-IF.
           EXIT.
       P-LNA-SHOW-SCHEDULE.
           MOVE WS-LN-W-INSTALMENT TO WS-AMT-EDIT.
           DISPLAY "LOAN " WS-LN-W-NO " OPENED "
           WS-LN-W-OPEN " INSTALMENT" WS-AMT-EDIT.
           IF WS-LN-W-ARR-PRIN IS GREATER THAN ZERO OR
             WS-LN-W-ARR-INT IS GREATER THAN ZERO THEN
             MOVE WS-LN-W-ARR-PRIN TO WS-AMT-EDIT
             MOVE WS-LN-W-ARR-INT TO WS-LN-INT-R
             DISPLAY "IN ARREARS SINCE " WS-LN-W-ARR-SINCE
             " PRINCIPAL" WS-AMT-EDIT " INTEREST" WS-LN-INT-R
           END-IF.
           IF WS-LN-W-STATUS NOT EQUAL TO "A" OR
             WS-LN-W-BILLED IS NOT LESS THAN
             WS-LN-W-TERM THEN
             DISPLAY "NO FURTHER INSTALMENTS SCHEDULED"
           ELSE
             DISPLAY "NO   DUE DATE         PRINCIPAL          INTEREST"
             "           BALANCE"
             COMPUTE WS-LN-SCH-BAL = WS-LN-W-BALANCE
                 - WS-LN-W-ARR-PRIN
             MOVE WS-LN-W-NEXT-DUE TO WS-LN-DUE-DATE
             COMPUTE WS-LN-SCH-NO = WS-LN-W-BILLED + 1
             PERFORM UNTIL WS-LN-SCH-NO IS GREATER THAN
               WS-LN-W-TERM
               COMPUTE WS-LN-SCH-INT ROUNDED =
                   WS-LN-SCH-BAL * WS-LN-W-RATE / 12
               IF WS-LN-SCH-NO IS EQUAL TO WS-LN-W-TERM
                 THEN
                 MOVE WS-LN-SCH-BAL TO WS-LN-SCH-PRIN
               ELSE
                 IF WS-LN-W-INSTALMENT IS GREATER THAN
                   WS-LN-SCH-INT THEN
                   COMPUTE WS-LN-SCH-PRIN =
                       WS-LN-W-INSTALMENT - WS-LN-SCH-INT
                 ELSE
                   MOVE ZERO TO WS-LN-SCH-PRIN
                 END-IF
                 IF WS-LN-SCH-PRIN IS GREATER THAN WS-LN-SCH-BAL THEN
                   MOVE WS-LN-SCH-BAL TO WS-LN-SCH-PRIN
                 END-IF
               END-IF
               SUBTRACT WS-LN-SCH-PRIN FROM WS-LN-SCH-BAL
               MOVE WS-LN-SCH-PRIN TO WS-AMT-EDIT
               MOVE WS-LN-SCH-INT TO WS-LN-INT-R
               MOVE WS-LN-SCH-BAL TO WS-LN-BAL-R
               DISPLAY WS-LN-SCH-NO "  " WS-LN-DUE-DATE " "
               WS-AMT-EDIT WS-LN-INT-R WS-LN-BAL-R
               IF WS-LN-DUE-MM IS EQUAL TO 12 THEN
                 MOVE 1 TO WS-LN-DUE-MM
                 ADD 1 TO WS-LN-DUE-YYYY
               ELSE
                 ADD 1 TO WS-LN-DUE-MM
               END-IF
               ADD 1 TO WS-LN-SCH-NO
             END-PERFORM
           END-IF.
           EXIT.
       P-LNA-FIND-HIGH-NO.
           MOVE ZERO TO WS-LN-HIGH-NO.
           MOVE "N" TO WS-LN-EOF.
           OPEN INPUT LOAN-FILE.
           IF WS-LN-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-LN-EOF IS EQUAL TO "Y"
               READ LOAN-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-LN-EOF
                 NOT AT END
                   IF LN-NO IS GREATER THAN WS-LN-HIGH-NO THEN
                     MOVE LN-NO TO WS-LN-HIGH-NO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LOAN-FILE
           ELSE
             IF WS-LN-STATUS IS EQUAL TO "05" THEN
               CLOSE LOAN-FILE
             END-IF
           END-IF.
           EXIT.
       P-LNA-WRITE-NEW.
           MOVE "N" TO WS-LN-WRITTEN.
           OPEN I-O LOAN-FILE.
           IF WS-LN-STATUS IS EQUAL TO "00" OR
             WS-LN-STATUS IS EQUAL TO "05" THEN
             MOVE WS-LN-W-NO TO LN-NO
             MOVE WS-LN-W-ACCT TO LN-ACCT
             MOVE WS-LN-W-PRINCIPAL TO LN-PRINCIPAL
             MOVE WS-LN-W-BALANCE TO LN-BALANCE
             MOVE WS-LN-W-RATE TO LN-RATE
             MOVE WS-LN-W-TERM TO LN-TERM
             MOVE WS-LN-W-INSTALMENT TO LN-INSTALMENT
             MOVE WS-LN-W-NEXT-DUE TO LN-NEXT-DUE
             MOVE WS-LN-W-BILLED TO LN-BILLED
             MOVE WS-LN-W-ARR-PRIN TO LN-ARR-PRIN
             MOVE WS-LN-W-ARR-INT TO LN-ARR-INT
             MOVE WS-LN-W-ARR-SINCE TO LN-ARR-SINCE
             MOVE WS-LN-W-OPEN TO LN-OPEN-DATE
             MOVE WS-LN-W-STATUS TO LN-STATUS
             MOVE "N" TO WS-LN-EOF
             PERFORM UNTIL WS-LN-EOF IS EQUAL TO "Y"
               WRITE LN-RECORD
                 INVALID KEY
                   ADD 1 TO WS-LN-W-NO
                   MOVE WS-LN-W-NO TO LN-NO
                 NOT INVALID KEY
                   MOVE "Y" TO WS-LN-WRITTEN
               END-WRITE
               IF WS-LN-STATUS NOT EQUAL TO "22" THEN
                 MOVE "Y" TO WS-LN-EOF
               END-IF
             END-PERFORM
             CLOSE LOAN-FILE
           END-IF.
           EXIT.
       P-IB-SUSPENSE.
           PERFORM P-SUA-LIST.
           DISPLAY "1 - REPAIR TO A CORRECTED ACCOUNT (SUPERVISOR)".
           DISPLAY "2 - RETURN TO THE SENDING BANK (SUPERVISOR)".
           DISPLAY "3 - BACK".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-SU-CHOICE.
           EVALUATE WS-SU-CHOICE
             WHEN 1
             WHEN 2
               MOVE "IBSUSP" TO WS-EN-FUNC
               MOVE "Y" TO WS-EN-SUPV
               PERFORM P-CHECK-ENTITLEMENT
               IF WS-EN-OK IS EQUAL TO "Y" THEN
                 IF WS-SU-LISTED IS GREATER THAN ZERO THEN
                   PERFORM P-SUA-PICK
                 END-IF
               ELSE
                 DISPLAY "YOUR ROLE MAY NOT CLEAR SUSPENSE ITEMS"
                 MOVE ZEROES TO WS-LOG-TARGET
                 PERFORM P-LOG-REFUSAL
               END-IF
             WHEN OTHER CONTINUE
           END-EVALUATE.
           EXIT.
       P-SUA-LIST.
           MOVE ZERO TO WS-SU-LISTED.
           DISPLAY "ITEM   RECEIVED BANK   ORIGINATOR           ACCOUNT"
           "              AMOUNT REASON".
           MOVE "N" TO WS-SU-EOF.
           OPEN INPUT IBSUSP-FILE.
           IF WS-SU-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-SU-EOF IS EQUAL TO "Y"
               READ IBSUSP-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-SU-EOF
                 NOT AT END
                   IF SU-STATUS IS EQUAL TO "O" THEN
                     ADD 1 TO WS-SU-LISTED
                     MOVE SU-AMOUNT TO WS-AMT-EDIT
                     DISPLAY SU-ID " " SU-DATE " " SU-ORIG-BANK " "
                     SU-ORIG-ACCT " " SU-ACCT WS-AMT-EDIT " "
                     SU-REASON
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IBSUSP-FILE
           ELSE
             IF WS-SU-STATUS IS EQUAL TO "05" THEN
               CLOSE IBSUSP-FILE
             END-IF
           END-IF.
           IF WS-SU-LISTED IS EQUAL TO ZERO THEN
             DISPLAY "NO OPEN SUSPENSE ITEMS"
           END-IF.
           EXIT.
       P-SUA-PICK.
           DISPLAY "ENTER SUSPENSE ITEM NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-SU-ID.
           PERFORM P-SUA-READ.
           IF WS-SU-FOUND IS EQUAL TO ZERO THEN
             DISPLAY "THAT IS NOT AN OPEN SUSPENSE ITEM"
           ELSE IF WS-SU-CHOICE IS EQUAL TO 1 THEN
             PERFORM P-SUA-REPAIR
           ELSE
             PERFORM P-SUA-RETURN
           END-IF.
           EXIT.
       P-SUA-REPAIR.
           DISPLAY "ENTER THE CORRECT ACCOUNT NUMBER: " WITH NO
           ADVANCING.
           ACCEPT WS-SU-ACCT.
           OPEN I-O USERDATA.
           MOVE WS-SU-ACCT TO F-ACCT-NO.
           MOVE ZERO TO WS-SU-FOUND.
           READ USERDATA
             INVALID KEY MOVE 1 TO WS-SU-FOUND
           END-READ.
           IF WS-SU-FOUND IS EQUAL TO 1 THEN
             DISPLAY "ACCOUNT NOT FOUND"
           ELSE IF F-LOCKED IS EQUAL TO "Y" THEN
             DISPLAY "ACCOUNT IS LOCKED - ITEM LEFT IN SUSPENSE"
           ELSE IF WS-SU-W-CURRENCY NOT EQUAL TO SPACES
             AND WS-SU-W-CURRENCY NOT EQUAL TO F-CURRENCY
             THEN
             DISPLAY "ACCOUNT CURRENCY IS " F-CURRENCY
             " - ITEM IS IN " WS-SU-W-CURRENCY
           ELSE
             MOVE WS-SU-W-AMOUNT TO WS-AMT-EDIT
             DISPLAY "CREDIT" WS-AMT-EDIT " TO " F-NAME
             " - PROCEED (Y/N)? " WITH NO ADVANCING
             ACCEPT WS-CONFIRM
             IF WS-CONFIRM IS EQUAL TO "Y" OR WS-CONFIRM IS EQUAL TO
               "y" THEN
               MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
               MOVE "P" TO WS-SU-W-STATUS
               MOVE WS-DATE-TIME(1:8) TO WS-SU-W-ACTION-DATE
               MOVE WS-SU-ACCT TO WS-SU-W-POST-ACCT
               MOVE WS-OPER-ID TO WS-SU-W-OPER
               PERFORM P-SUA-REWRITE
               IF WS-SU-CLAIMED IS EQUAL TO "Y" THEN
                 PERFORM P-SUA-CREDIT
               END-IF
             ELSE
               DISPLAY "REPAIR CANCELLED"
             END-IF
           END-IF.
           CLOSE USERDATA.
           EXIT.
       P-SUA-CREDIT.
           MOVE WS-SU-ACCT TO F-ACCT-NO.
           MOVE ZERO TO WS-SU-FOUND.
           READ USERDATA
             INVALID KEY MOVE 1 TO WS-SU-FOUND
           END-READ.
           IF WS-SU-FOUND IS EQUAL TO 1 THEN
             DISPLAY "ACCOUNT NO LONGER ON FILE - SUSPENSE ITEM "
             WS-SU-W-ID " MARKED REPAIRED BUT NOT CREDITED"
           ELSE
             PERFORM P-SUA-POST
           END-IF.
           EXIT.
       P-SUA-POST.
           MOVE F-BAL TO WS-REV-OLD-BAL.
           ADD WS-SU-W-AMOUNT TO F-BAL.
           REWRITE F-DATA
           END-REWRITE.
           MOVE "IBCREDIT" TO WS-REV-TYPE.
           MOVE WS-SU-W-AMOUNT TO WS-REV-AMOUNT.
           MOVE SPACES TO WS-REV-REASON.
           STRING "SUSP " WS-SU-W-ID " FROM BANK "
             WS-SU-W-ORIG-BANK
             DELIMITED BY SIZE INTO WS-REV-REASON.
           PERFORM P-LOG-CORRECTION.
           DISPLAY "SUSPENSE ITEM " WS-SU-W-ID
           " REPAIRED".
           MOVE "IBREPAIR" TO WS-LOG-ACTION.
           MOVE WS-SU-ACCT TO WS-LOG-TARGET.
           PERFORM P-WRITE-ADMIN-LOG.
           EXIT.
       P-SUA-RETURN.
           MOVE WS-SU-W-AMOUNT TO WS-AMT-EDIT.
           DISPLAY "RETURN" WS-AMT-EDIT " TO BANK "
           WS-SU-W-ORIG-BANK " - PROCEED (Y/N)? "
           WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           MOVE "N" TO WS-SU-CLAIMED.
           IF WS-CONFIRM IS EQUAL TO "Y" OR WS-CONFIRM IS EQUAL TO
             "y" THEN
             MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
             MOVE "R" TO WS-SU-W-STATUS
             MOVE WS-DATE-TIME(1:8) TO WS-SU-W-ACTION-DATE
             MOVE ZEROES TO WS-SU-W-POST-ACCT
             MOVE WS-OPER-ID TO WS-SU-W-OPER
             PERFORM P-SUA-REWRITE
           END-IF.
           IF WS-SU-CLAIMED IS EQUAL TO "Y" THEN
             MOVE SPACES TO OB-RECORD
             MOVE ZEROES TO OB-REF
             MOVE WS-DATE-TIME(1:8) TO OB-DATE
             MOVE "R" TO OB-TYPE
             MOVE WS-SU-W-ACCT TO OB-ACCT
             MOVE SPACES TO OB-ORIG-NAME
             MOVE WS-SU-W-ORIG-BANK TO OB-BANK
             MOVE WS-SU-W-ORIG-ACCT TO OB-BEN-ACCT
             MOVE WS-SU-W-ORIG-NAME TO OB-BEN-NAME
             MOVE WS-SU-W-AMOUNT TO OB-AMOUNT
             MOVE WS-SU-W-CURRENCY TO OB-CURRENCY
             MOVE WS-SU-W-NET-REF TO OB-NET-REF
             MOVE "N" TO OB-STATUS
             MOVE ZEROES TO OB-FILE-SEQ
             OPEN EXTEND IBPEND-FILE
             IF WS-OB-STATUS NOT EQUAL TO "00" THEN
               OPEN OUTPUT IBPEND-FILE
             END-IF
             WRITE OB-RECORD
             CLOSE IBPEND-FILE
             DISPLAY "SUSPENSE ITEM " WS-SU-W-ID
             " QUEUED FOR RETURN ON THE NEXT OUTBOUND FILE"
             MOVE "IBRETURN" TO WS-LOG-ACTION
             MOVE WS-SU-W-ID TO WS-LOG-TARGET
             PERFORM P-WRITE-ADMIN-LOG
           ELSE IF WS-CONFIRM NOT EQUAL TO "Y" AND WS-CONFIRM NOT
             EQUAL TO "y" THEN
             DISPLAY "RETURN CANCELLED"
           END-IF.
           EXIT.
       P-SUA-READ.
           MOVE ZERO TO WS-SU-FOUND.
           OPEN INPUT IBSUSP-FILE.
           IF WS-SU-STATUS IS EQUAL TO "00" THEN
             MOVE WS-SU-ID TO SU-ID
             READ IBSUSP-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF SU-STATUS IS EQUAL TO "O" THEN
                   MOVE 1 TO WS-SU-FOUND
                 END-IF
                 MOVE SU-ID TO WS-SU-W-ID
                 MOVE SU-DATE TO WS-SU-W-DATE
                 MOVE SU-ORIG-BANK TO WS-SU-W-ORIG-BANK
                 MOVE SU-ORIG-ACCT TO WS-SU-W-ORIG-ACCT
                 MOVE SU-ORIG-NAME TO WS-SU-W-ORIG-NAME
                 MOVE SU-ACCT TO WS-SU-W-ACCT
                 MOVE SU-AMOUNT TO WS-SU-W-AMOUNT
                 MOVE SU-CURRENCY TO WS-SU-W-CURRENCY
                 MOVE SU-NET-REF TO WS-SU-W-NET-REF
                 MOVE SU-REASON TO WS-SU-W-REASON
                 MOVE SU-STATUS TO WS-SU-W-STATUS
                 MOVE SU-ACTION-DATE TO WS-SU-W-ACTION-DATE
                 MOVE SU-POST-ACCT TO WS-SU-W-POST-ACCT
                 MOVE SU-OPER TO WS-SU-W-OPER
             END-READ
             CLOSE IBSUSP-FILE
           ELSE
             IF WS-SU-STATUS IS EQUAL TO "05" THEN
               CLOSE IBSUSP-FILE
             END-IF
           END-IF.
           EXIT.
       P-SUA-REWRITE.
           MOVE "N" TO WS-SU-CLAIMED.
           OPEN I-O IBSUSP-FILE.
           MOVE WS-SU-W-ID TO SU-ID.
           MOVE ZERO TO WS-SU-FOUND.
           READ IBSUSP-FILE
             INVALID KEY MOVE 1 TO WS-SU-FOUND
           END-READ.
           IF WS-SU-FOUND IS EQUAL TO 1 THEN
             DISPLAY "SUSPENSE ITEM " WS-SU-W-ID " NO LONGER ON FILE"
             " - NOTHING DONE"
           ELSE IF SU-STATUS NOT EQUAL TO "O" THEN
             DISPLAY "SUSPENSE ITEM " WS-SU-W-ID " HAS ALREADY BEEN"
             " DEALT WITH (STATUS " SU-STATUS ") - NOTHING DONE"
           ELSE
             PERFORM P-SUA-CLAIM
           END-IF.
           CLOSE IBSUSP-FILE.
           EXIT.
       P-SUA-CLAIM.
           MOVE WS-SU-W-DATE TO SU-DATE.
           MOVE WS-SU-W-ORIG-BANK TO SU-ORIG-BANK.
           MOVE WS-SU-W-ORIG-ACCT TO SU-ORIG-ACCT.
           MOVE WS-SU-W-ORIG-NAME TO SU-ORIG-NAME.
           MOVE WS-SU-W-ACCT TO SU-ACCT.
           MOVE WS-SU-W-AMOUNT TO SU-AMOUNT.
           MOVE WS-SU-W-CURRENCY TO SU-CURRENCY.
           MOVE WS-SU-W-NET-REF TO SU-NET-REF.
           MOVE WS-SU-W-REASON TO SU-REASON.
           MOVE WS-SU-W-STATUS TO SU-STATUS.
           MOVE WS-SU-W-ACTION-DATE TO SU-ACTION-DATE.
           MOVE WS-SU-W-POST-ACCT TO SU-POST-ACCT.
           MOVE WS-SU-W-OPER TO SU-OPER.
           REWRITE SU-RECORD
             INVALID KEY
               DISPLAY "SUSPENSE ITEM " WS-SU-W-ID
               " COULD NOT BE UPDATED - NOTHING DONE"
             NOT INVALID KEY
               MOVE "Y" TO WS-SU-CLAIMED
           END-REWRITE.
           EXIT.
       P-CHECK-BILLERS.
           MOVE "BILLERS" TO WS-EN-FUNC.
           MOVE "Y" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-BILLER-MAINT
           ELSE
             DISPLAY "YOUR ROLE MAY NOT MAINTAIN THE BILLER MASTER"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-BILLER-MAINT.
           DISPLAY "BILLER MASTER MAINTENANCE".
           DISPLAY "1 - LIST BILLERS".
           DISPLAY "2 - ADD A BILLER".
           DISPLAY "3 - REMOVE A BILLER".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-BL-CHOICE.
           EVALUATE WS-BL-CHOICE
             WHEN 1 PERFORM P-BL-LIST
             WHEN 2 PERFORM P-BL-ADD
             WHEN 3 PERFORM P-BL-REMOVE
             WHEN OTHER DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           EXIT.
       P-BL-LIST.
           PERFORM P-BL-LOAD-TABLE.
           IF WS-BL-COUNT IS EQUAL TO ZERO THEN
             DISPLAY "NO BILLERS ON FILE"
           ELSE
             DISPLAY "NO  CODE   NAME                 SETTLEMENT"
             " FMT LEN"
             PERFORM VARYING WS-BL-IDX FROM 1 BY 1
               UNTIL WS-BL-IDX > WS-BL-COUNT
               DISPLAY WS-BL-IDX "  " WS-BL-T-CODE(WS-BL-IDX) " "
               WS-BL-T-NAME(WS-BL-IDX) " "
               WS-BL-T-SETTLE(WS-BL-IDX) " "
               WS-BL-T-FORMAT(WS-BL-IDX) "   "
               WS-BL-T-LEN(WS-BL-IDX)
             END-PERFORM
           END-IF.
           EXIT.
       P-BL-ADD.
           PERFORM P-BL-LOAD-TABLE.
           IF WS-BL-FULL IS EQUAL TO "Y" OR
             WS-BL-COUNT IS EQUAL TO 20 THEN
             DISPLAY "BILLER MASTER IS FULL (20 BILLERS)"
           ELSE
             ADD 1 TO WS-BL-COUNT
             DISPLAY "ENTER BILLER CODE: " WITH NO ADVANCING
             ACCEPT WS-BL-T-CODE(WS-BL-COUNT)
             MOVE FUNCTION UPPER-CASE(WS-BL-T-CODE(WS-BL-COUNT))
               TO WS-BL-T-CODE(WS-BL-COUNT)
             DISPLAY "ENTER BILLER NAME: " WITH NO ADVANCING
             ACCEPT WS-BL-T-NAME(WS-BL-COUNT)
             MOVE FUNCTION UPPER-CASE(WS-BL-T-NAME(WS-BL-COUNT))
               TO WS-BL-T-NAME(WS-BL-COUNT)
             DISPLAY "ENTER SETTLEMENT ACCOUNT: " WITH NO ADVANCING
             ACCEPT WS-BL-T-SETTLE(WS-BL-COUNT)
             DISPLAY "REFERENCE FORMAT (N = DIGITS, A = LETTERS AND"
             " DIGITS, C = DIGITS WITH CHECK DIGIT): " WITH NO
             ADVANCING
             ACCEPT WS-BL-T-FORMAT(WS-BL-COUNT)
             MOVE FUNCTION UPPER-CASE(WS-BL-T-FORMAT(WS-BL-COUNT))
               TO WS-BL-T-FORMAT(WS-BL-COUNT)
             DISPLAY "REFERENCE LENGTH (1-20): " WITH NO ADVANCING
             ACCEPT WS-BL-T-LEN(WS-BL-COUNT)
             MOVE ZERO TO WS-BL-FOUND
             PERFORM VARYING WS-BL-IDX FROM 1 BY 1
               UNTIL WS-BL-IDX >= WS-BL-COUNT
               IF WS-BL-T-CODE(WS-BL-IDX) IS EQUAL TO
                 WS-BL-T-CODE(WS-BL-COUNT) THEN
                 MOVE 1 TO WS-BL-FOUND
               END-IF
             END-PERFORM
             OPEN INPUT USERDATA
             MOVE WS-BL-T-SETTLE(WS-BL-COUNT) TO F-ACCT-NO
             READ USERDATA
               INVALID KEY MOVE 2 TO WS-BL-FOUND
             END-READ
             CLOSE USERDATA
             IF WS-BL-FOUND IS EQUAL TO 1 THEN
               DISPLAY "THAT BILLER CODE IS ALREADY ON FILE"
               SUBTRACT 1 FROM WS-BL-COUNT
             ELSE IF WS-BL-FOUND IS EQUAL TO 2 THEN
               DISPLAY "SETTLEMENT ACCOUNT NOT FOUND - NOT ADDED"
               SUBTRACT 1 FROM WS-BL-COUNT
             ELSE IF WS-BL-T-CODE(WS-BL-COUNT) IS EQUAL TO SPACES OR
               WS-BL-T-NAME(WS-BL-COUNT) IS EQUAL TO SPACES OR
               WS-BL-T-LEN(WS-BL-COUNT) IS EQUAL TO ZERO OR
               WS-BL-T-LEN(WS-BL-COUNT) IS GREATER THAN 20 OR
               (WS-BL-T-FORMAT(WS-BL-COUNT) NOT EQUAL TO "N" AND
                WS-BL-T-FORMAT(WS-BL-COUNT) NOT EQUAL TO "A" AND
                WS-BL-T-FORMAT(WS-BL-COUNT) NOT EQUAL TO "C") THEN
               DISPLAY "INVALID BILLER - NOT ADDED"
               SUBTRACT 1 FROM WS-BL-COUNT
             ELSE
               PERFORM P-BL-SAVE-TABLE
               DISPLAY "BILLER ADDED TO THE MASTER"
               MOVE "BILLMAINT" TO WS-LOG-ACTION
               MOVE WS-BL-T-SETTLE(WS-BL-COUNT) TO WS-LOG-TARGET
               PERFORM P-WRITE-ADMIN-LOG
             END-IF
           END-IF.
           EXIT.
       P-BL-REMOVE.
           PERFORM P-BL-LIST.
           IF WS-BL-COUNT IS GREATER THAN ZERO THEN
             DISPLAY "ENTER BILLER NUMBER TO REMOVE: " WITH NO
             ADVANCING
             ACCEPT WS-BL-PICK
             IF WS-BL-PICK IS EQUAL TO ZERO OR
               WS-BL-PICK IS GREATER THAN WS-BL-COUNT THEN
               DISPLAY "THAT IS NOT A LISTED BILLER"
             ELSE
               MOVE WS-BL-T-SETTLE(WS-BL-PICK) TO WS-LOG-TARGET
               PERFORM VARYING WS-BL-IDX FROM WS-BL-PICK BY 1
                 UNTIL WS-BL-IDX >= WS-BL-COUNT
                 MOVE WS-BL-ENTRY(WS-BL-IDX + 1)
                   TO WS-BL-ENTRY(WS-BL-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-BL-COUNT
               PERFORM P-BL-SAVE-TABLE
               DISPLAY "BILLER REMOVED FROM THE MASTER"
               DISPLAY "PAYMENTS ALREADY TAKEN FOR IT WAIT IN"
               " billpay.txt UNTIL THE BILLER IS RESTORED"
               MOVE "BILLMAINT" TO WS-LOG-ACTION
               PERFORM P-WRITE-ADMIN-LOG
             END-IF
           END-IF.
           EXIT.
       P-BL-LOAD-TABLE.
           MOVE ZERO TO WS-BL-COUNT.
           MOVE "N" TO WS-BL-EOF.
           MOVE "N" TO WS-BL-FULL.
           OPEN INPUT BILLER-FILE.
           IF WS-BL-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-BL-EOF IS EQUAL TO "Y"
               OR WS-BL-COUNT IS EQUAL TO 20
               READ BILLER-FILE
                 AT END MOVE "Y" TO WS-BL-EOF
                 NOT AT END
                   ADD 1 TO WS-BL-COUNT
                   MOVE BL-CODE TO WS-BL-T-CODE(WS-BL-COUNT)
                   MOVE BL-NAME TO WS-BL-T-NAME(WS-BL-COUNT)
                   MOVE BL-SETTLE-ACCT TO WS-BL-T-SETTLE(WS-BL-COUNT)
                   MOVE BL-REF-FORMAT TO WS-BL-T-FORMAT(WS-BL-COUNT)
                   MOVE BL-REF-LEN TO WS-BL-T-LEN(WS-BL-COUNT)
               END-READ
             END-PERFORM
             IF WS-BL-EOF NOT EQUAL TO "Y" THEN
               READ BILLER-FILE
                 AT END MOVE "Y" TO WS-BL-EOF
                 NOT AT END MOVE "Y" TO WS-BL-FULL
               END-READ
             END-IF
             CLOSE BILLER-FILE
           END-IF.
           EXIT.
       P-BL-SAVE-TABLE.
           OPEN OUTPUT BILLER-FILE.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
             UNTIL WS-BL-IDX > WS-BL-COUNT
             MOVE WS-BL-T-CODE(WS-BL-IDX) TO BL-CODE
             MOVE WS-BL-T-NAME(WS-BL-IDX) TO BL-NAME
             MOVE WS-BL-T-SETTLE(WS-BL-IDX) TO BL-SETTLE-ACCT
             MOVE WS-BL-T-FORMAT(WS-BL-IDX) TO BL-REF-FORMAT
             MOVE WS-BL-T-LEN(WS-BL-IDX) TO BL-REF-LEN
             WRITE BL-RECORD
           END-PERFORM.
           CLOSE BILLER-FILE.
           EXIT.
       P-CHECK-TAX-STATUS.
           MOVE "TAXSTAT" TO WS-EN-FUNC.
           MOVE "Y" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-TAX-STATUS-MAINT
           ELSE
             DISPLAY "YOUR ROLE MAY NOT CHANGE A CUSTOMER TAX STATUS"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-TAX-STATUS-MAINT.
           DISPLAY "ENTER ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-TX-ACCT.
           OPEN INPUT USERDATA.
           MOVE WS-TX-ACCT TO F-ACCT-NO.
           MOVE ZERO TO WS-TX-FOUND.
           READ USERDATA
             INVALID KEY MOVE 1 TO WS-TX-FOUND
           END-READ.
           CLOSE USERDATA.
           IF WS-TX-FOUND IS EQUAL TO 1 THEN
             DISPLAY "NO ACCOUNT FOUND FOR THAT ACCOUNT NUMBER"
           ELSE IF F-CUST-NO IS EQUAL TO ZERO THEN
             DISPLAY "ACCOUNT IS NOT LINKED TO A CUSTOMER RECORD"
           ELSE
             OPEN I-O CUSTMAST
             IF WS-CM-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "CUSTOMER MASTER FILE IS NOT AVAILABLE"
             ELSE
               MOVE F-CUST-NO TO CM-CUST-NO
               READ CUSTMAST
                 INVALID KEY MOVE 1 TO WS-TX-FOUND
               END-READ
               IF WS-TX-FOUND IS EQUAL TO 1 THEN
                 DISPLAY "NO CUSTOMER RECORD " F-CUST-NO
               ELSE
                 PERFORM P-TAX-STATUS-CHANGE
               END-IF
               CLOSE CUSTMAST
             END-IF
           END-IF.
           EXIT.
       P-TAX-STATUS-CHANGE.
           IF CM-TAX-STATUS NOT EQUAL TO "N" AND
             CM-TAX-STATUS NOT EQUAL TO "E" THEN
             MOVE "R" TO CM-TAX-STATUS
           END-IF.
           MOVE CM-TAX-STATUS TO WS-TX-OLD-STATUS.
           DISPLAY "CUSTOMER " CM-CUST-NO " " CM-NAME.
           DISPLAY "CURRENT TAX STATUS: " CM-TAX-STATUS
           " (R=RESIDENT N=NON-RESIDENT E=EXEMPT)".
           DISPLAY "ENTER NEW TAX STATUS (R/N/E): " WITH NO ADVANCING.
           ACCEPT WS-TX-NEW-STATUS.
           MOVE FUNCTION UPPER-CASE(WS-TX-NEW-STATUS)
             TO WS-TX-NEW-STATUS.
           IF WS-TX-NEW-STATUS NOT EQUAL TO "R" AND
             WS-TX-NEW-STATUS NOT EQUAL TO "N" AND
             WS-TX-NEW-STATUS NOT EQUAL TO "E" THEN
             DISPLAY "TAX STATUS MUST BE R, N OR E"
           ELSE IF WS-TX-NEW-STATUS IS EQUAL TO WS-TX-OLD-STATUS THEN
             DISPLAY "TAX STATUS UNCHANGED"
           ELSE
             MOVE WS-TX-NEW-STATUS TO CM-TAX-STATUS
             REWRITE CM-RECORD
               INVALID KEY DISPLAY "COULD NOT UPDATE CUSTOMER RECORD"
               NOT INVALID KEY
                 DISPLAY "TAX STATUS CHANGED FROM " WS-TX-OLD-STATUS
                 " TO " WS-TX-NEW-STATUS
                 MOVE "TAXSTATUS" TO WS-LOG-ACTION
                 MOVE WS-TX-ACCT TO WS-LOG-TARGET
                 PERFORM P-WRITE-ADMIN-LOG
             END-REWRITE
           END-IF.
           EXIT.
       P-CHECK-KYC.
           MOVE "KYC" TO WS-EN-FUNC.
           MOVE "N" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-KYC-MAINT
           ELSE
             DISPLAY "YOUR ROLE MAY NOT MAINTAIN CUSTOMER ID DETAILS"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-KYC-MAINT.
           DISPLAY "CUSTOMER IDENTIFICATION (KYC)".
           DISPLAY "1 - SHOW CUSTOMER ID AND RISK DETAILS".
           DISPLAY "2 - UPDATE ID, DATE OF BIRTH AND OCCUPATION".
           DISPLAY "3 - SET RISK RATING AND NEXT REVIEW (SUPERVISOR)".
           DISPLAY "4 - SET OR RELEASE RESTRICTION (SUPERVISOR)".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-KY-CHOICE.
           MOVE "Y" TO WS-KY-OK.
           IF WS-KY-CHOICE IS LESS THAN 1 OR
             WS-KY-CHOICE IS GREATER THAN 4 THEN
             DISPLAY "INVALID CHOICE"
             MOVE "N" TO WS-KY-OK
           END-IF.
           IF WS-KY-CHOICE IS EQUAL TO 3 OR
             WS-KY-CHOICE IS EQUAL TO 4 THEN
             MOVE "KYCRISK" TO WS-EN-FUNC
             MOVE "Y" TO WS-EN-SUPV
             PERFORM P-CHECK-ENTITLEMENT
             IF WS-EN-OK NOT EQUAL TO "Y" THEN
               DISPLAY "YOUR ROLE MAY NOT SET RISK RATINGS OR"
               " RESTRICTIONS"
               MOVE ZEROES TO WS-LOG-TARGET
               PERFORM P-LOG-REFUSAL
               MOVE "N" TO WS-KY-OK
             END-IF
           END-IF.
           IF WS-KY-OK IS EQUAL TO "Y" THEN
             PERFORM P-KYC-FIND-CUSTOMER
           END-IF.
           IF WS-KY-OK IS EQUAL TO "Y" THEN
             OPEN I-O CUSTMAST
             IF WS-CM-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "CUSTOMER MASTER FILE IS NOT AVAILABLE"
             ELSE
               MOVE WS-KY-CUST TO CM-CUST-NO
               MOVE ZERO TO WS-KY-FOUND
               READ CUSTMAST
                 INVALID KEY MOVE 1 TO WS-KY-FOUND
               END-READ
               IF WS-KY-FOUND IS EQUAL TO 1 THEN
                 DISPLAY "NO CUSTOMER RECORD " WS-KY-CUST
               ELSE IF CM-MERGED-INTO IS NUMERIC AND
                 CM-MERGED-INTO IS GREATER THAN ZERO THEN
                 DISPLAY "CUSTOMER WAS MERGED INTO " CM-MERGED-INTO
               ELSE
                 PERFORM P-KYC-SHOW
                 EVALUATE WS-KY-CHOICE
                   WHEN 2 PERFORM P-KYC-UPDATE-ID
                   WHEN 3 PERFORM P-KYC-SET-RISK
                   WHEN 4 PERFORM P-KYC-SET-RESTRICTION
                 END-EVALUATE
               END-IF
               CLOSE CUSTMAST
             END-IF
           END-IF.
           EXIT.
       P-KYC-FIND-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER (0 TO LOOK UP BY ACCOUNT): "
           WITH NO ADVANCING.
           ACCEPT WS-KY-CUST.
           IF WS-KY-CUST IS EQUAL TO ZERO THEN
             DISPLAY "ENTER ACCOUNT NUMBER: " WITH NO ADVANCING
             ACCEPT WS-KY-ACCT
             OPEN INPUT USERDATA
             MOVE WS-KY-ACCT TO F-ACCT-NO
             MOVE ZERO TO WS-KY-FOUND
             READ USERDATA
               INVALID KEY MOVE 1 TO WS-KY-FOUND
             END-READ
             CLOSE USERDATA
             IF WS-KY-FOUND IS EQUAL TO 1 THEN
               DISPLAY "NO ACCOUNT FOUND FOR THAT ACCOUNT NUMBER"
               MOVE "N" TO WS-KY-OK
             ELSE IF F-CUST-NO IS EQUAL TO ZERO THEN
               DISPLAY "ACCOUNT IS NOT LINKED TO A CUSTOMER RECORD"
               MOVE "N" TO WS-KY-OK
             ELSE
               MOVE F-CUST-NO TO WS-KY-CUST
             END-IF
           END-IF.
           EXIT.
       P-KYC-SHOW.
           DISPLAY "CUSTOMER " CM-CUST-NO " " CM-NAME.
           DISPLAY "ID TYPE/NUMBER: " CM-ID-TYPE " " CM-ID-NUMBER.
           DISPLAY "ID EXPIRY:      " CM-ID-EXPIRY.
           DISPLAY "DATE OF BIRTH:  " CM-BIRTH-DATE.
           DISPLAY "OCCUPATION:     " CM-OCCUPATION.
           DISPLAY "RISK RATING:    " CM-RISK-RATING
           " (L=LOW M=MEDIUM H=HIGH)".
           DISPLAY "NEXT REVIEW:    " CM-NEXT-REVIEW.
           DISPLAY "RESTRICTED:     " CM-RESTRICTED.
           EXIT.
       P-KYC-UPDATE-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(1:8) TO WS-TODAY.
           DISPLAY "LEAVE A FIELD BLANK TO KEEP THE CURRENT VALUE".
           DISPLAY "ID TYPE (PP/DL/NI/RP, BC FOR MINORS): "
           WITH NO ADVANCING.
           ACCEPT WS-KY-ID-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-KY-ID-TYPE) TO WS-KY-ID-TYPE.
           DISPLAY "ID NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-KY-ID-NUMBER.
           MOVE FUNCTION UPPER-CASE(WS-KY-ID-NUMBER) TO WS-KY-ID-NUMBER.
           DISPLAY "ID EXPIRY DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-KY-ID-EXPIRY.
           DISPLAY "DATE OF BIRTH (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-KY-DOB.
           DISPLAY "OCCUPATION: " WITH NO ADVANCING.
           ACCEPT WS-KY-OCCUPATION.
           MOVE FUNCTION UPPER-CASE(WS-KY-OCCUPATION)
             TO WS-KY-OCCUPATION.
           IF WS-KY-ID-TYPE NOT EQUAL TO SPACES AND
             WS-KY-ID-TYPE NOT EQUAL TO "PP" AND
             WS-KY-ID-TYPE NOT EQUAL TO "DL" AND
             WS-KY-ID-TYPE NOT EQUAL TO "NI" AND
             WS-KY-ID-TYPE NOT EQUAL TO "RP" AND
             WS-KY-ID-TYPE NOT EQUAL TO "BC" THEN
             DISPLAY "ID TYPE MUST BE PP, DL, NI, RP OR BC"
           ELSE IF WS-KY-ID-EXPIRY IS GREATER THAN ZERO AND
             FUNCTION TEST-DATE-YYYYMMDD(WS-KY-ID-EXPIRY)
             NOT EQUAL TO ZERO THEN
             DISPLAY "INVALID ID EXPIRY DATE"
           ELSE IF WS-KY-DOB IS GREATER THAN ZERO AND
             (FUNCTION TEST-DATE-YYYYMMDD(WS-KY-DOB) NOT EQUAL TO ZERO
              OR WS-KY-DOB IS NOT LESS THAN WS-TODAY) THEN
             DISPLAY "INVALID DATE OF BIRTH"
           ELSE
             IF WS-KY-ID-TYPE NOT EQUAL TO SPACES THEN
               MOVE WS-KY-ID-TYPE TO CM-ID-TYPE
             END-IF
             IF WS-KY-ID-NUMBER NOT EQUAL TO SPACES THEN
               MOVE WS-KY-ID-NUMBER TO CM-ID-NUMBER
             END-IF
             IF WS-KY-ID-EXPIRY IS GREATER THAN ZERO THEN
               MOVE WS-KY-ID-EXPIRY TO CM-ID-EXPIRY
             END-IF
             IF WS-KY-DOB IS GREATER THAN ZERO THEN
               MOVE WS-KY-DOB TO CM-BIRTH-DATE
             END-IF
             IF WS-KY-OCCUPATION NOT EQUAL TO SPACES THEN
               MOVE WS-KY-OCCUPATION TO CM-OCCUPATION
             END-IF
             REWRITE CM-RECORD
               INVALID KEY DISPLAY "COULD NOT UPDATE CUSTOMER RECORD"
               NOT INVALID KEY
                 DISPLAY "CUSTOMER ID DETAILS UPDATED"
                 IF CM-ID-EXPIRY IS NOT GREATER THAN WS-TODAY THEN
                   DISPLAY "WARNING - ID ON FILE HAS EXPIRED"
                 END-IF
                 MOVE "KYCUPDATE" TO WS-LOG-ACTION
                 MOVE CM-CUST-NO TO WS-LOG-TARGET
                 PERFORM P-WRITE-ADMIN-LOG
             END-REWRITE
           END-IF.
           EXIT.
       P-KYC-SET-RISK.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(1:8) TO WS-TODAY.
           DISPLAY "NEW RISK RATING (L/M/H): " WITH NO ADVANCING.
           ACCEPT WS-KY-RISK.
           MOVE FUNCTION UPPER-CASE(WS-KY-RISK) TO WS-KY-RISK.
           DISPLAY "NEXT REVIEW DATE (YYYYMMDD, 0 = BY RATING): "
           WITH NO ADVANCING.
           ACCEPT WS-KY-REVIEW.
           IF WS-KY-RISK NOT EQUAL TO "L" AND
             WS-KY-RISK NOT EQUAL TO "M" AND
             WS-KY-RISK NOT EQUAL TO "H" THEN
             DISPLAY "RISK RATING MUST BE L, M OR H"
           ELSE IF WS-KY-REVIEW IS GREATER THAN ZERO AND
             (FUNCTION TEST-DATE-YYYYMMDD(WS-KY-REVIEW)
              NOT EQUAL TO ZERO OR
              WS-KY-REVIEW IS NOT GREATER THAN WS-TODAY) THEN
             DISPLAY "NEXT REVIEW DATE MUST BE A VALID FUTURE DATE"
           ELSE
             IF WS-KY-REVIEW IS EQUAL TO ZERO THEN
               EVALUATE WS-KY-RISK
                 WHEN "H" MOVE 1 TO WS-KY-YEARS
                 WHEN "L" MOVE 3 TO WS-KY-YEARS
                 WHEN OTHER MOVE 2 TO WS-KY-YEARS
               END-EVALUATE
               COMPUTE WS-KY-REVIEW = WS-TODAY + WS-KY-YEARS * 10000
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-KY-REVIEW)
                 NOT EQUAL TO ZERO THEN
                 SUBTRACT 1 FROM WS-KY-REVIEW
               END-IF
             END-IF
             MOVE WS-KY-RISK TO CM-RISK-RATING
             MOVE WS-KY-REVIEW TO CM-NEXT-REVIEW
             REWRITE CM-RECORD
               INVALID KEY DISPLAY "COULD NOT UPDATE CUSTOMER RECORD"
               NOT INVALID KEY
                 DISPLAY "RISK RATING " CM-RISK-RATING
                 " NEXT REVIEW " CM-NEXT-REVIEW
                 MOVE "KYCRISK" TO WS-LOG-ACTION
                 MOVE CM-CUST-NO TO WS-LOG-TARGET
                 PERFORM P-WRITE-ADMIN-LOG
             END-REWRITE
           END-IF.
           EXIT.
       P-KYC-SET-RESTRICTION.
           DISPLAY "RESTRICT WITHDRAWALS AND TRANSFERS (Y/N): "
           WITH NO ADVANCING.
           ACCEPT WS-KY-RESTRICT.
           MOVE FUNCTION UPPER-CASE(WS-KY-RESTRICT) TO WS-KY-RESTRICT.
           IF WS-KY-RESTRICT NOT EQUAL TO "Y" AND
             WS-KY-RESTRICT NOT EQUAL TO "N" THEN
             DISPLAY "ENTER Y OR N"
           ELSE IF WS-KY-RESTRICT IS EQUAL TO CM-RESTRICTED THEN
             DISPLAY "RESTRICTION UNCHANGED"
           ELSE
             MOVE WS-KY-RESTRICT TO CM-RESTRICTED
             REWRITE CM-RECORD
               INVALID KEY DISPLAY "COULD NOT UPDATE CUSTOMER RECORD"
               NOT INVALID KEY
                 IF CM-RESTRICTED IS EQUAL TO "Y" THEN
                   DISPLAY "CUSTOMER RESTRICTED"
                   MOVE "KYCRESTRICT" TO WS-LOG-ACTION
                 ELSE
                   DISPLAY "RESTRICTION RELEASED"
                   MOVE "KYCRELEASE" TO WS-LOG-ACTION
                 END-IF
                 MOVE CM-CUST-NO TO WS-LOG-TARGET
                 PERFORM P-WRITE-ADMIN-LOG
             END-REWRITE
           END-IF.
           EXIT.
       P-CHECK-PROCDATE.
           MOVE "PROCDATE" TO WS-EN-FUNC.
           MOVE "Y" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-PROCDATE-MAINT
           ELSE
             DISPLAY "YOUR ROLE MAY NOT SET THE PROCESSING DATE"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-PROCDATE-MAINT.
           MOVE "N" TO WS-PD-FOUND.
           MOVE ZEROES TO WS-PD-CURRENT.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PD-STATUS IS EQUAL TO "00" THEN
             READ PROCDATE-FILE
               AT END CONTINUE
               NOT AT END
                 IF PD-CURRENT IS NUMERIC AND
                   PD-CURRENT IS GREATER THAN ZERO THEN
                   MOVE "Y" TO WS-PD-FOUND
                   MOVE PD-CURRENT TO WS-PD-CURRENT
                 END-IF
             END-READ
             CLOSE PROCDATE-FILE
           END-IF.
           IF WS-PD-FOUND IS EQUAL TO "Y" THEN
             DISPLAY "CURRENT PROCESSING DATE:  " PD-CURRENT
             DISPLAY "PREVIOUS PROCESSING DATE: " PD-PREVIOUS
             DISPLAY "LAST SET " PD-CHANGED " BY " PD-OPER
           ELSE
             DISPLAY "NO PROCESSING DATE IS SET - BATCH RUNS ON THE"
             " SYSTEM DATE"
           END-IF.
           DISPLAY "ENTER PROCESSING DATE (YYYYMMDD, 0 TO CANCEL): "
           WITH NO ADVANCING.
           ACCEPT WS-PD-NEW.
           PERFORM P-CAL-LOAD-TABLE.
           IF WS-PD-NEW IS EQUAL TO ZERO THEN
             DISPLAY "PROCESSING DATE UNCHANGED"
           ELSE IF FUNCTION TEST-DATE-YYYYMMDD(WS-PD-NEW)
             NOT EQUAL TO ZERO THEN
             DISPLAY "INVALID DATE - PROCESSING DATE UNCHANGED"
           ELSE IF WS-PD-FOUND IS EQUAL TO "Y" AND
             WS-PD-NEW NOT LESS THAN WS-PD-CURRENT THEN
             DISPLAY "THE DATE MAY ONLY BE SET BACK FOR A RERUN - THE"
             " END-OF-DAY DATE ROLL MOVES IT FORWARD"
           ELSE
             MOVE WS-PD-NEW TO WS-PD-PRIOR
             PERFORM P-PD-CHECK-BUSINESS-DAY
             IF WS-PD-HOLIDAY IS EQUAL TO "Y" THEN
               DISPLAY WS-PD-NEW " IS NOT A PROCESSING DAY -"
               " PROCESSING DATE UNCHANGED"
             ELSE
               PERFORM P-PD-SET-DATE
             END-IF
           END-IF.
           EXIT.
       P-PD-SET-DATE.
           COMPUTE WS-PD-INT = FUNCTION INTEGER-OF-DATE(WS-PD-NEW) - 1.
           MOVE "N" TO WS-PD-DONE.
           PERFORM UNTIL WS-PD-DONE IS EQUAL TO "Y"
             COMPUTE WS-PD-PRIOR = FUNCTION DATE-OF-INTEGER(WS-PD-INT)
             PERFORM P-PD-CHECK-BUSINESS-DAY
             IF WS-PD-HOLIDAY IS EQUAL TO "Y" THEN
               SUBTRACT 1 FROM WS-PD-INT
             ELSE
               MOVE "Y" TO WS-PD-DONE
             END-IF
           END-PERFORM.
           DISPLAY "SET PROCESSING DATE TO " WS-PD-NEW
           " (PREVIOUS " WS-PD-PRIOR ")? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-PD-CONFIRM.
           MOVE FUNCTION UPPER-CASE(WS-PD-CONFIRM) TO WS-PD-CONFIRM.
           IF WS-PD-CONFIRM IS EQUAL TO "Y" THEN
             MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
             MOVE SPACES TO PD-RECORD
             MOVE WS-PD-NEW TO PD-CURRENT
             MOVE WS-PD-PRIOR TO PD-PREVIOUS
             MOVE WS-TIMESTAMP(1:14) TO PD-CHANGED
             MOVE WS-OPER-ID TO PD-OPER
             OPEN OUTPUT PROCDATE-FILE
             WRITE PD-RECORD
             CLOSE PROCDATE-FILE
             DISPLAY "PROCESSING DATE SET TO " WS-PD-NEW
             MOVE "PROCDATE" TO WS-LOG-ACTION
             MOVE WS-PD-NEW TO WS-LOG-TARGET
             IF WS-PD-FOUND IS EQUAL TO "Y" THEN
               MOVE WS-PD-CURRENT TO WS-LOG-OPER2
             END-IF
             PERFORM P-WRITE-ADMIN-LOG
           ELSE
             DISPLAY "PROCESSING DATE UNCHANGED"
           END-IF.
           EXIT.
       P-PD-CHECK-BUSINESS-DAY.
           MOVE "N" TO WS-PD-HOLIDAY.
           COMPUTE WS-PD-DOW =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-PD-PRIOR), 7).
           IF WS-PD-DOW IS EQUAL TO 6 OR WS-PD-DOW IS EQUAL TO 0 THEN
             MOVE "Y" TO WS-PD-HOLIDAY
           END-IF.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
             UNTIL WS-CAL-IDX > WS-CAL-COUNT
             IF WS-CAL-T-DATE(WS-CAL-IDX) IS EQUAL TO WS-PD-PRIOR THEN
               MOVE "Y" TO WS-PD-HOLIDAY
               EXIT PERFORM
             END-IF
           END-PERFORM.
           EXIT.
       P-CHECK-MERGE.
           MOVE "CUSTMRG" TO WS-EN-FUNC.
           MOVE "Y" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-CUST-MERGE
           ELSE
             DISPLAY "YOUR ROLE MAY NOT MERGE CUSTOMER RECORDS"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-CUST-MERGE.
           MOVE ZERO TO WS-MG-CHOICE.
           PERFORM UNTIL WS-MG-CHOICE IS EQUAL TO 4
             DISPLAY " "
             DISPLAY "CUSTOMER MERGE"
             DISPLAY "1 - DUPLICATE CANDIDATE REPORT"
             DISPLAY "2 - REQUEST A MERGE"
             DISPLAY "3 - REQUEST REVERSAL OF A MERGE"
             DISPLAY "4 - BACK"
             DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
             ACCEPT WS-MG-CHOICE
             EVALUATE WS-MG-CHOICE
               WHEN 1 PERFORM P-MG-CANDIDATES
               WHEN 2 PERFORM P-MG-REQUEST
               WHEN 3 PERFORM P-MG-REQUEST-REVERSAL
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "INVALID CHOICE"
             END-EVALUATE
           END-PERFORM.
           EXIT.
       P-MG-CANDIDATES.
           PERFORM P-MG-LOAD-TABLE.
           IF WS-CM-OPEN IS EQUAL TO "N" THEN
             DISPLAY "CUSTOMER MASTER FILE IS NOT AVAILABLE"
           ELSE
             IF WS-MG-FULL IS EQUAL TO "Y" THEN
               DISPLAY "MORE THAN 500 ACTIVE CUSTOMERS - ONLY THE FIRST"
               " 500 COMPARED"
             END-IF
             MOVE ZERO TO WS-MG-PAIRS
             OPEN OUTPUT CUSTDUP-FILE
             MOVE SPACES TO CD-LINE
             STRING "DUPLICATE CUSTOMER CANDIDATES "
               WS-DATE-TIME(1:8) " BY " WS-OPER-ID
               DELIMITED BY SIZE INTO CD-LINE
             WRITE CD-LINE
             MOVE SPACES TO CD-LINE
             STRING "CUSTOMER NAME                 CUSTOMER NAME"
               "                 MATCHED ON"
               DELIMITED BY SIZE INTO CD-LINE
             WRITE CD-LINE
             DISPLAY "CUSTOMER NAME                 CUSTOMER NAME"
             "                 MATCHED ON"
             PERFORM VARYING WS-MG-I FROM 1 BY 1
               UNTIL WS-MG-I > WS-MG-CNT
               PERFORM VARYING WS-MG-J FROM WS-MG-I BY 1
                 UNTIL WS-MG-J > WS-MG-CNT
                 IF WS-MG-J > WS-MG-I THEN
                   PERFORM P-MG-COMPARE
                 END-IF
               END-PERFORM
             END-PERFORM
             MOVE SPACES TO CD-LINE
             STRING "CANDIDATE PAIRS: " WS-MG-PAIRS
               DELIMITED BY SIZE INTO CD-LINE
             WRITE CD-LINE
             CLOSE CUSTDUP-FILE
             DISPLAY "CANDIDATE PAIRS: " WS-MG-PAIRS
             " - REPORT WRITTEN TO custdup.txt"
             MOVE "MERGERPT" TO WS-LOG-ACTION
             MOVE WS-MG-PAIRS TO WS-LOG-TARGET
             PERFORM P-WRITE-ADMIN-LOG
           END-IF.
           EXIT.
       P-MG-COMPARE.
           MOVE SPACES TO WS-MG-RULE.
           IF WS-MG-T-KEY(WS-MG-I) NOT EQUAL TO SPACES AND
             WS-MG-T-KEY(WS-MG-I) IS EQUAL TO WS-MG-T-KEY(WS-MG-J)
             THEN
             IF WS-MG-T-PHONE(WS-MG-I) NOT EQUAL TO SPACES AND
               WS-MG-T-PHONE(WS-MG-I) IS EQUAL TO
               WS-MG-T-PHONE(WS-MG-J) THEN
               MOVE "NAME+PHONE" TO WS-MG-RULE
             END-IF
             IF WS-MG-T-EMAIL(WS-MG-I) NOT EQUAL TO SPACES AND
               WS-MG-T-EMAIL(WS-MG-I) IS EQUAL TO
               WS-MG-T-EMAIL(WS-MG-J) THEN
               IF WS-MG-RULE IS EQUAL TO SPACES THEN
                 MOVE "NAME+EMAIL" TO WS-MG-RULE
               ELSE
                 MOVE "NAME+BOTH" TO WS-MG-RULE
               END-IF
             END-IF
           END-IF.
           IF WS-MG-RULE NOT EQUAL TO SPACES THEN
             ADD 1 TO WS-MG-PAIRS
             MOVE SPACES TO CD-LINE
             STRING WS-MG-T-CUST(WS-MG-I) " " WS-MG-T-NAME(WS-MG-I)
               " " WS-MG-T-CUST(WS-MG-J) " " WS-MG-T-NAME(WS-MG-J)
               " " WS-MG-RULE
               DELIMITED BY SIZE INTO CD-LINE
             WRITE CD-LINE
             DISPLAY WS-MG-T-CUST(WS-MG-I) " " WS-MG-T-NAME(WS-MG-I)
             " " WS-MG-T-CUST(WS-MG-J) " " WS-MG-T-NAME(WS-MG-J)
             " " WS-MG-RULE
           END-IF.
           EXIT.
       P-MG-LOAD-TABLE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE ZERO TO WS-MG-CNT.
           MOVE "N" TO WS-MG-FULL.
           MOVE "N" TO WS-CM-OPEN.
           OPEN INPUT CUSTMAST.
           IF WS-CM-STATUS IS EQUAL TO "00" THEN
             MOVE "Y" TO WS-CM-OPEN
             MOVE ZEROES TO CM-CUST-NO
             MOVE "N" TO WS-CM-EOF
             START CUSTMAST KEY IS GREATER THAN OR EQUAL TO CM-CUST-NO
               INVALID KEY MOVE "Y" TO WS-CM-EOF
             END-START
             PERFORM UNTIL WS-CM-EOF IS EQUAL TO "Y"
               READ CUSTMAST NEXT RECORD
                 AT END MOVE "Y" TO WS-CM-EOF
                 NOT AT END
                   IF CM-MERGED-INTO IS NOT NUMERIC OR
                     CM-MERGED-INTO IS EQUAL TO ZERO THEN
                     IF WS-MG-CNT IS LESS THAN 500 THEN
                       PERFORM P-MG-ADD-ENTRY
                     ELSE
                       MOVE "Y" TO WS-MG-FULL
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CUSTMAST
           END-IF.
           EXIT.
       P-MG-ADD-ENTRY.
           ADD 1 TO WS-MG-CNT.
           MOVE CM-CUST-NO TO WS-MG-T-CUST(WS-MG-CNT).
           MOVE CM-NAME TO WS-MG-T-NAME(WS-MG-CNT).
           MOVE CM-NAME TO WS-MG-WORK-IN.
           PERFORM P-MG-NORMALISE.
           MOVE WS-MG-WORK-OUT TO WS-MG-T-KEY(WS-MG-CNT).
           MOVE CM-PHONE TO WS-MG-WORK-IN.
           PERFORM P-MG-NORMALISE.
           MOVE WS-MG-WORK-OUT TO WS-MG-T-PHONE(WS-MG-CNT).
           MOVE CM-EMAIL TO WS-MG-WORK-IN.
           PERFORM P-MG-NORMALISE.
           MOVE WS-MG-WORK-OUT TO WS-MG-T-EMAIL(WS-MG-CNT).
           EXIT.
       P-MG-NORMALISE.
           MOVE FUNCTION UPPER-CASE(WS-MG-WORK-IN) TO WS-MG-WORK-IN.
           MOVE SPACES TO WS-MG-WORK-OUT.
           MOVE ZERO TO WS-MG-OPOS.
           PERFORM VARYING WS-MG-POS FROM 1 BY 1
             UNTIL WS-MG-POS > 30
             MOVE WS-MG-WORK-IN(WS-MG-POS:1) TO WS-MG-CHAR
             IF (WS-MG-CHAR >= "A" AND WS-MG-CHAR <= "Z") OR
               (WS-MG-CHAR >= "0" AND WS-MG-CHAR <= "9") OR
               WS-MG-CHAR IS EQUAL TO "@" THEN
               ADD 1 TO WS-MG-OPOS
               MOVE WS-MG-CHAR TO WS-MG-WORK-OUT(WS-MG-OPOS:1)
             END-IF
           END-PERFORM.
           EXIT.
       P-MG-REQUEST.
           DISPLAY "CUSTOMER NUMBER TO RETIRE: " WITH NO ADVANCING.
           ACCEPT WS-MG-OLD.
           DISPLAY "SURVIVING CUSTOMER NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-MG-NEW.
           MOVE ZERO TO WS-MG-FOUND.
           IF WS-MG-OLD IS EQUAL TO ZERO OR WS-MG-NEW IS EQUAL TO ZERO
             THEN
             DISPLAY "BOTH CUSTOMER NUMBERS ARE REQUIRED"
           ELSE IF WS-MG-OLD IS EQUAL TO WS-MG-NEW THEN
             DISPLAY "A CUSTOMER CANNOT BE MERGED INTO ITSELF"
           ELSE
             OPEN INPUT CUSTMAST
             IF WS-CM-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "CUSTOMER MASTER FILE IS NOT AVAILABLE"
             ELSE
               MOVE WS-MG-NEW TO CM-CUST-NO
               READ CUSTMAST
                 INVALID KEY MOVE 1 TO WS-MG-FOUND
               END-READ
               IF WS-MG-FOUND IS EQUAL TO ZERO AND
                 CM-MERGED-INTO IS NUMERIC AND
                 CM-MERGED-INTO IS GREATER THAN ZERO THEN
                 MOVE 2 TO WS-MG-FOUND
               END-IF
               IF WS-MG-FOUND IS EQUAL TO ZERO THEN
                 DISPLAY "SURVIVOR: " CM-CUST-NO " " CM-NAME " "
                 CM-PHONE
                 MOVE WS-MG-OLD TO CM-CUST-NO
                 READ CUSTMAST
                   INVALID KEY MOVE 1 TO WS-MG-FOUND
                 END-READ
                 IF WS-MG-FOUND IS EQUAL TO ZERO AND
                   CM-MERGED-INTO IS NUMERIC AND
                   CM-MERGED-INTO IS GREATER THAN ZERO THEN
                   MOVE 2 TO WS-MG-FOUND
                 END-IF
               END-IF
               IF WS-MG-FOUND IS EQUAL TO ZERO THEN
                 DISPLAY "RETIRE:   " CM-CUST-NO " " CM-NAME " "
                 CM-PHONE
               END-IF
               CLOSE CUSTMAST
               IF WS-MG-FOUND IS EQUAL TO 1 THEN
                 DISPLAY "CUSTOMER RECORD NOT FOUND"
               ELSE IF WS-MG-FOUND IS EQUAL TO 2 THEN
                 DISPLAY "CUSTOMER HAS ALREADY BEEN MERGED INTO "
                 CM-MERGED-INTO
               ELSE
                 PERFORM P-MG-QUEUE-MERGE
               END-IF
             END-IF
           END-IF.
           EXIT.
       P-MG-QUEUE-MERGE.
           OPEN INPUT USERDATA.
           MOVE WS-MG-OLD TO CM-CUST-NO.
           PERFORM P-LIST-CIF-ACCOUNTS.
           CLOSE USERDATA.
           DISPLAY WS-CIF-ACCTS " ACCOUNT(S) WILL MOVE TO CUSTOMER "
           WS-MG-NEW.
           DISPLAY "QUEUE THIS MERGE FOR APPROVAL (Y/N)? "
           WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM IS EQUAL TO "Y" OR WS-CONFIRM IS EQUAL TO "y"
             THEN
             MOVE "CUSTMRG" TO PND-ACTION
             MOVE WS-MG-OLD TO PND-TARGET
             MOVE ZEROES TO PND-AMOUNT
             MOVE SPACE TO PND-DIRECTION
             MOVE WS-MG-NEW TO PND-TYPE
             MOVE "CUSTOMER MERGE" TO PND-REASON
             PERFORM P-QUEUE-PENDING
             DISPLAY "MERGE QUEUED - A DIFFERENT SUPERVISOR MUST"
             " APPROVE IT FROM THE APPROVAL QUEUE"
             MOVE "PENDMERGE" TO WS-LOG-ACTION
             MOVE WS-MG-OLD TO WS-LOG-TARGET
             MOVE WS-MG-NEW TO WS-LOG-OPER2
             PERFORM P-WRITE-ADMIN-LOG
           ELSE
             DISPLAY "MERGE CANCELLED"
           END-IF.
           EXIT.
       P-MG-REQUEST-REVERSAL.
           DISPLAY "RETIRED CUSTOMER NUMBER TO RESTORE: "
           WITH NO ADVANCING.
           ACCEPT WS-MG-OLD.
           MOVE ZERO TO WS-MG-FOUND.
           OPEN INPUT CUSTMAST.
           IF WS-CM-STATUS NOT EQUAL TO "00" THEN
             DISPLAY "CUSTOMER MASTER FILE IS NOT AVAILABLE"
           ELSE
             MOVE WS-MG-OLD TO CM-CUST-NO
             READ CUSTMAST
               INVALID KEY MOVE 1 TO WS-MG-FOUND
             END-READ
             CLOSE CUSTMAST
             IF WS-MG-FOUND IS EQUAL TO 1 THEN
               DISPLAY "CUSTOMER RECORD NOT FOUND"
             ELSE IF CM-MERGED-INTO IS NOT NUMERIC OR
               CM-MERGED-INTO IS EQUAL TO ZERO THEN
               DISPLAY "THAT CUSTOMER HAS NOT BEEN MERGED"
             ELSE
               MOVE CM-MERGED-INTO TO WS-MG-NEW
               DISPLAY "CUSTOMER " CM-CUST-NO " " CM-NAME
               " WAS MERGED INTO " WS-MG-NEW
               DISPLAY "QUEUE REVERSAL OF THIS MERGE FOR APPROVAL"
               " (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM IS EQUAL TO "Y" OR
                 WS-CONFIRM IS EQUAL TO "y" THEN
                 MOVE "CUSTUNMG" TO PND-ACTION
                 MOVE WS-MG-OLD TO PND-TARGET
                 MOVE ZEROES TO PND-AMOUNT
                 MOVE SPACE TO PND-DIRECTION
                 MOVE WS-MG-NEW TO PND-TYPE
                 MOVE "REVERSE CUSTOMER MERGE" TO PND-REASON
                 PERFORM P-QUEUE-PENDING
                 DISPLAY "REVERSAL QUEUED - A DIFFERENT SUPERVISOR"
                 " MUST APPROVE IT FROM THE APPROVAL QUEUE"
                 MOVE "PENDUNMERGE" TO WS-LOG-ACTION
                 MOVE WS-MG-OLD TO WS-LOG-TARGET
                 MOVE WS-MG-NEW TO WS-LOG-OPER2
                 PERFORM P-WRITE-ADMIN-LOG
               ELSE
                 DISPLAY "REVERSAL CANCELLED"
               END-IF
             END-IF
           END-IF.
           EXIT.
       P-CHECK-FEES.
           MOVE "FEESCHED" TO WS-EN-FUNC.
           MOVE "Y" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-FEE-SCHEDULE
           ELSE
             DISPLAY "YOUR ROLE MAY NOT MAINTAIN THE FEE SCHEDULE"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-FEE-SCHEDULE.
               ACCEPT WS-FS-AMT-R
               MOVE WS-FS-AMT-R TO WS-FS-T-AMOUNT(WS-FS-COUNT)
             END-IF
             DISPLAY "ENTER FREQUENCY (M/D, E = PER EVENT): " WITH NO
             ADVANCING
             ACCEPT WS-FS-T-FREQ(WS-FS-COUNT)
             MOVE FUNCTION UPPER-CASE(WS-FS-T-FREQ(WS-FS-COUNT))
               TO WS-FS-T-FREQ(WS-FS-COUNT)
             IF WS-FS-T-CODE(WS-FS-COUNT) IS EQUAL TO SPACES OR
               (WS-FS-T-FREQ(WS-FS-COUNT) NOT EQUAL TO "M" AND
                WS-FS-T-FREQ(WS-FS-COUNT) NOT EQUAL TO "D" AND
                WS-FS-T-FREQ(WS-FS-COUNT) NOT EQUAL TO "E") THEN
               DISPLAY "INVALID FEE - NOT ADDED"
               SUBTRACT 1 FROM WS-FS-COUNT
             ELSE
           CLOSE FEESCHED-FILE.
           EXIT.
       P-CHECK-PRODPARM.
           MOVE "PRODPARM" TO WS-EN-FUNC.
           MOVE "Y" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-PRODPARM-MAINT
           ELSE
             DISPLAY "YOUR ROLE MAY NOT CHANGE PRODUCT PARAMETERS"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-PRODPARM-MAINT.
           DISPLAY "3 - REMOVE A DAY (SUPERVISOR)".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CAL-CHOICE.
           MOVE "Y" TO WS-EN-OK.
           IF WS-CAL-CHOICE IS GREATER THAN 1 AND
             WS-CAL-CHOICE IS LESS THAN 4 THEN
             MOVE "CALENDAR" TO WS-EN-FUNC
             MOVE "Y" TO WS-EN-SUPV
             PERFORM P-CHECK-ENTITLEMENT
           END-IF.
           IF WS-EN-OK NOT EQUAL TO "Y" THEN
             DISPLAY "YOUR ROLE MAY NOT CHANGE THE CALENDAR"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           ELSE
             EVALUATE WS-CAL-CHOICE
               WHEN 1 PERFORM P-CAL-LIST
           DISPLAY "PENDING REQUEST " WS-PND-HIGH " RECORDED".
           EXIT.
       P-CHECK-APPROVALS.
           MOVE "APPROVE" TO WS-EN-FUNC.
           MOVE "Y" TO WS-EN-SUPV.
           PERFORM P-CHECK-ENTITLEMENT.
           IF WS-EN-OK IS EQUAL TO "Y" THEN
             PERFORM P-APPROVAL-QUEUE
           ELSE
             DISPLAY "YOUR ROLE MAY NOT WORK THE APPROVAL QUEUE"
             MOVE ZEROES TO WS-LOG-TARGET
             PERFORM P-LOG-REFUSAL
           END-IF.
           EXIT.
       P-APPROVAL-QUEUE.
                 WS-PND-T-TARGET(WS-PND-IDX) WS-AMT-EDIT " "
                 WS-PND-T-MAKER(WS-PND-IDX) " "
                 WS-PND-T-DATE(WS-PND-IDX)
                 IF WS-PND-T-ACTION(WS-PND-IDX) IS EQUAL TO "CUSTMRG"
                   OR WS-PND-T-ACTION(WS-PND-IDX) IS EQUAL TO
                   "CUSTUNMG" THEN
                   DISPLAY "        SURVIVING CUSTOMER "
                   WS-PND-T-TYPE(WS-PND-IDX)
                 END-IF
               END-IF
             END-PERFORM
             IF WS-PND-LISTED IS EQUAL TO ZERO THEN
             MOVE FUNCTION UPPER-CASE(WS-PND-DECIDE)
               TO WS-PND-DECIDE
             IF WS-PND-DECIDE IS EQUAL TO "A" THEN
               EVALUATE WS-PND-T-ACTION(WS-PND-SLOT)
                 WHEN "CLOSE" PERFORM P-EXECUTE-CLOSE
                 WHEN "CUSTMRG" PERFORM P-EXECUTE-MERGE
                 WHEN "CUSTUNMG" PERFORM P-EXECUTE-UNMERGE
                 WHEN OTHER PERFORM P-EXECUTE-REVERSE
               END-EVALUATE
             ELSE IF WS-PND-DECIDE IS EQUAL TO "R" THEN
               MOVE "R" TO WS-PND-T-STATUS(WS-PND-SLOT)
               PERFORM P-PND-SAVE-TABLE
           END-IF.
           CLOSE USERDATA.
           EXIT.
       P-EXECUTE-MERGE.
           MOVE WS-PND-T-TARGET(WS-PND-SLOT) TO WS-MG-OLD.
           MOVE WS-PND-T-TYPE(WS-PND-SLOT) TO WS-MG-NEW.
           MOVE ZERO TO WS-MG-FOUND.
           OPEN I-O CUSTMAST.
           IF WS-CM-STATUS NOT EQUAL TO "00" THEN
             DISPLAY "CUSTOMER MASTER FILE IS NOT AVAILABLE - REQUEST"
             " LEFT PENDING"
           ELSE
             MOVE WS-MG-NEW TO CM-CUST-NO
             READ CUSTMAST
               INVALID KEY MOVE 1 TO WS-MG-FOUND
             END-READ
             IF WS-MG-FOUND IS EQUAL TO ZERO AND
               CM-MERGED-INTO IS NUMERIC AND
               CM-MERGED-INTO IS GREATER THAN ZERO THEN
               MOVE 2 TO WS-MG-FOUND
             END-IF
             IF WS-MG-FOUND IS EQUAL TO ZERO THEN
               MOVE WS-MG-OLD TO CM-CUST-NO
               READ CUSTMAST
                 INVALID KEY MOVE 1 TO WS-MG-FOUND
               END-READ
               IF WS-MG-FOUND IS EQUAL TO ZERO AND
                 CM-MERGED-INTO IS NUMERIC AND
                 CM-MERGED-INTO IS GREATER THAN ZERO THEN
                 MOVE 2 TO WS-MG-FOUND
               END-IF
             END-IF
             IF WS-MG-FOUND NOT EQUAL TO ZERO THEN
               DISPLAY "CUSTOMER RECORD MISSING OR ALREADY MERGED -"
               " REQUEST REJECTED"
               MOVE "R" TO WS-PND-T-STATUS(WS-PND-SLOT)
               PERFORM P-PND-SAVE-TABLE
             ELSE
               MOVE CM-NAME TO WS-MG-OLD-NAME
               PERFORM P-MG-MOVE-ACCOUNTS
               MOVE WS-MG-NEW TO CM-MERGED-INTO
               REWRITE CM-RECORD
                 INVALID KEY
                   DISPLAY "COULD NOT RETIRE CUSTOMER RECORD"
               END-REWRITE
               MOVE "A" TO WS-PND-T-STATUS(WS-PND-SLOT)
               PERFORM P-PND-SAVE-TABLE
               DISPLAY "CUSTOMER " WS-MG-OLD " " WS-MG-OLD-NAME
               " MERGED INTO " WS-MG-NEW
               DISPLAY "ACCOUNTS MOVED: " WS-MG-MOVED
               MOVE "APPRMERGE" TO WS-LOG-ACTION
               MOVE WS-MG-OLD TO WS-LOG-TARGET
               MOVE WS-PND-T-MAKER(WS-PND-SLOT) TO WS-LOG-OPER2
               PERFORM P-WRITE-ADMIN-LOG
               MOVE "CUSTRETIRE" TO WS-LOG-ACTION
               MOVE WS-MG-OLD TO WS-LOG-TARGET
               MOVE WS-MG-NEW TO WS-LOG-OPER2
               PERFORM P-WRITE-ADMIN-LOG
             END-IF
             CLOSE CUSTMAST
           END-IF.
           EXIT.
       P-MG-MOVE-ACCOUNTS.
           MOVE ZERO TO WS-MG-MOVED.
           OPEN I-O USERDATA.
           MOVE WS-MG-OLD TO F-CUST-NO.
           MOVE "N" TO WS-EOF.
           START USERDATA KEY IS EQUAL TO F-CUST-NO
             INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF IS EQUAL TO "Y"
             READ USERDATA NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                 IF F-CUST-NO NOT EQUAL TO WS-MG-OLD THEN
                   MOVE "Y" TO WS-EOF
                 ELSE
                   MOVE WS-MG-NEW TO F-CUST-NO
                   REWRITE F-DATA
                     INVALID KEY
                       DISPLAY "COULD NOT MOVE ACCOUNT " F-ACCT-NO
                       MOVE "Y" TO WS-EOF
                     NOT INVALID KEY
                       ADD 1 TO WS-MG-MOVED
                       MOVE "MERGEACCT" TO WS-LOG-ACTION
                       MOVE F-ACCT-NO TO WS-LOG-TARGET
                       MOVE WS-MG-OLD-X TO WS-LOG-OPER2
                       PERFORM P-WRITE-ADMIN-LOG
                       MOVE WS-MG-OLD TO F-CUST-NO
                       START USERDATA KEY IS EQUAL TO F-CUST-NO
                         INVALID KEY MOVE "Y" TO WS-EOF
                       END-START
                   END-REWRITE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE USERDATA.
           EXIT.
       P-EXECUTE-UNMERGE.
           MOVE WS-PND-T-TARGET(WS-PND-SLOT) TO WS-MG-OLD.
           MOVE WS-PND-T-TYPE(WS-PND-SLOT) TO WS-MG-NEW.
           MOVE ZERO TO WS-MG-FOUND.
           OPEN I-O CUSTMAST.
           IF WS-CM-STATUS NOT EQUAL TO "00" THEN
             DISPLAY "CUSTOMER MASTER FILE IS NOT AVAILABLE - REQUEST"
             " LEFT PENDING"
           ELSE
             MOVE WS-MG-OLD TO CM-CUST-NO
             READ CUSTMAST
               INVALID KEY MOVE 1 TO WS-MG-FOUND
             END-READ
             IF WS-MG-FOUND IS EQUAL TO ZERO AND
               CM-MERGED-INTO NOT EQUAL TO WS-MG-NEW THEN
               MOVE 2 TO WS-MG-FOUND
             END-IF
             IF WS-MG-FOUND NOT EQUAL TO ZERO THEN
               DISPLAY "CUSTOMER IS NO LONGER MERGED INTO " WS-MG-NEW
               " - REQUEST REJECTED"
               MOVE "R" TO WS-PND-T-STATUS(WS-PND-SLOT)
               PERFORM P-PND-SAVE-TABLE
             ELSE
               MOVE CM-NAME TO WS-MG-OLD-NAME
               PERFORM P-MG-LOAD-MOVED
               IF WS-MG-AL-OK IS EQUAL TO "Y" THEN
                 PERFORM P-MG-COMPLETE-UNMERGE
               END-IF
             END-IF
             CLOSE CUSTMAST
           END-IF.
           EXIT.
       P-MG-COMPLETE-UNMERGE.
           PERFORM P-MG-RESTORE-ACCOUNTS.
           MOVE ZEROES TO CM-MERGED-INTO.
           REWRITE CM-RECORD
             INVALID KEY
               DISPLAY "COULD NOT RESTORE CUSTOMER RECORD"
           END-REWRITE.
           MOVE "A" TO WS-PND-T-STATUS(WS-PND-SLOT).
           PERFORM P-PND-SAVE-TABLE.
           DISPLAY "CUSTOMER " WS-MG-OLD " " WS-MG-OLD-NAME
           " RESTORED".
           DISPLAY "ACCOUNTS MOVED BACK: " WS-MG-MOVED.
           IF WS-MG-SKIPPED IS GREATER THAN ZERO THEN
             DISPLAY "ACCOUNTS LEFT WITH " WS-MG-NEW
             " (CLOSED OR RELINKED SINCE): " WS-MG-SKIPPED
           END-IF.
           MOVE "APPRUNMERGE" TO WS-LOG-ACTION.
           MOVE WS-MG-OLD TO WS-LOG-TARGET.
           MOVE WS-PND-T-MAKER(WS-PND-SLOT) TO WS-LOG-OPER2.
           PERFORM P-WRITE-ADMIN-LOG.
           EXIT.
       P-MG-LOAD-MOVED.
           MOVE ZERO TO WS-MG-AC-CNT.
           MOVE "N" TO WS-MG-AC-FULL.
           MOVE "N" TO WS-MG-AL-EOF.
           MOVE "N" TO WS-MG-AL-OK.
           OPEN INPUT ADMIN-LOG.
           IF WS-AL-STATUS NOT EQUAL TO "00" THEN
             DISPLAY "ADMINISTRATION LOG IS NOT AVAILABLE - THE MOVED"
             " ACCOUNTS CANNOT BE FOUND"
             DISPLAY "REQUEST LEFT PENDING"
           ELSE
             PERFORM UNTIL WS-MG-AL-EOF IS EQUAL TO "Y"
               READ ADMIN-LOG
                 AT END MOVE "Y" TO WS-MG-AL-EOF
                 NOT AT END
                   IF AL-ACTION IS EQUAL TO "MERGEACCT" AND
                     AL-OPER2 IS EQUAL TO WS-MG-OLD-X THEN
                     IF WS-MG-AC-CNT IS LESS THAN 200 THEN
                       ADD 1 TO WS-MG-AC-CNT
                       MOVE AL-TARGET TO WS-MG-AC-ACCT(WS-MG-AC-CNT)
                     ELSE
                       MOVE "Y" TO WS-MG-AC-FULL
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ADMIN-LOG
             IF WS-MG-AC-FULL IS EQUAL TO "Y" THEN
               DISPLAY "MORE THAN 200 MERGED ACCOUNTS ON THE LOG -"
               " TOO MANY TO MOVE BACK IN ONE REQUEST"
               DISPLAY "REQUEST LEFT PENDING - NOTHING WAS MOVED"
             ELSE
               MOVE "Y" TO WS-MG-AL-OK
             END-IF
           END-IF.
           EXIT.
       P-MG-RESTORE-ACCOUNTS.
           MOVE ZERO TO WS-MG-MOVED.
           MOVE ZERO TO WS-MG-SKIPPED.
           OPEN I-O USERDATA.
           PERFORM VARYING WS-MG-AC-IDX FROM 1 BY 1
             UNTIL WS-MG-AC-IDX > WS-MG-AC-CNT
             MOVE WS-MG-AC-ACCT(WS-MG-AC-IDX) TO F-ACCT-NO
             MOVE ZERO TO WS-MG-FOUND
             READ USERDATA
               INVALID KEY MOVE 1 TO WS-MG-FOUND
             END-READ
             IF WS-MG-FOUND IS EQUAL TO ZERO AND
               F-CUST-NO IS EQUAL TO WS-MG-NEW THEN
               MOVE WS-MG-OLD TO F-CUST-NO
               REWRITE F-DATA
                 INVALID KEY
                   DISPLAY "COULD NOT MOVE ACCOUNT " F-ACCT-NO
                 NOT INVALID KEY
                   ADD 1 TO WS-MG-MOVED
                   MOVE "UNMERGEACCT" TO WS-LOG-ACTION
                   MOVE F-ACCT-NO TO WS-LOG-TARGET
                   MOVE WS-MG-NEW TO WS-LOG-OPER2
                   PERFORM P-WRITE-ADMIN-LOG
               END-REWRITE
             ELSE
               IF WS-MG-FOUND IS EQUAL TO 1 OR
                 F-CUST-NO NOT EQUAL TO WS-MG-OLD THEN
                 ADD 1 TO WS-MG-SKIPPED
               END-IF
             END-IF
           END-PERFORM.
           CLOSE USERDATA.
           MOVE ZERO TO WS-MG-FOUND.
           EXIT.
       P-PND-LOAD-TABLE.
           MOVE ZERO TO WS-PND-CNT.
           MOVE "N" TO WS-PND-EOF.
