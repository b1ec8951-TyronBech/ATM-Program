       "files.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY F-ACCT-NO
               ALTERNATE RECORD KEY F-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY F-CUST-NO WITH DUPLICATES.
       SELECT TRANLOG ASSIGN TO
       "tranlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PIN-MAILER ASSIGN TO
       "pinmailer.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL VAULT-FILE ASSIGN TO
       "vaultidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY VLT-KEY
               FILE STATUS IS WS-VLT-STATUS.
       SELECT OPTIONAL STANDING-FILE ASSIGN TO
       "standidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SO-KEY
               FILE STATUS IS WS-SO-STATUS.
       SELECT TRANLOG-IN ASSIGN TO
       "tranlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLI-STATUS.
       SELECT OPTIONAL HOLDS-FILE ASSIGN TO
       "holdidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.
       SELECT TRANSEQ-FILE ASSIGN TO
       "transeq.txt"
       "hotlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HL-STATUS.
       SELECT OPTIONAL TERMDEP-FILE ASSIGN TO
       "tdidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TD-KEY
               FILE STATUS IS WS-TD-STATUS.
       SELECT VAULTDISP-FILE ASSIGN TO
       "vaultdisp.txt"
       "msgcat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MC-STATUS.
       SELECT OPTIONAL ALERTPREF-FILE ASSIGN TO
       "alertidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY AP-ACCT
               FILE STATUS IS WS-AP-STATUS.
       SELECT CALENDAR-FILE ASSIGN TO
       "calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
       SELECT OPTIONAL PAYEE-FILE ASSIGN TO
       "payeeidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY PY-KEY
               FILE STATUS IS WS-PAY-STATUS.
       SELECT CUSTMAST ASSIGN TO
       "custmast.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY CM-CUST-NO.
       SELECT TERMINAL-FILE ASSIGN TO
       "terminal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.
       SELECT TERMCFG-FILE ASSIGN TO
       "termid.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCF-STATUS.
       SELECT IBPEND-FILE ASSIGN TO
       "ibpend.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-STATUS.
       SELECT BILLER-FILE ASSIGN TO
       "billers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BL-STATUS.
       SELECT BILLPAY-FILE ASSIGN TO
       "billpay.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.
       SELECT FRAUDPARM-FILE ASSIGN TO
       "fraudparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-STATUS.
       SELECT OPTIONAL REFERRAL-FILE ASSIGN TO
       "referidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY RF-ID
               FILE STATUS IS WS-RF-STATUS.
       SELECT OPTIONAL ODLINK-FILE ASSIGN TO
       "odlink.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY OD-CHK-ACCT
               FILE STATUS IS WS-OD-STATUS.
       SELECT OPTIONAL MINOR-FILE ASSIGN TO
       "minor.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY MN-ACCT-NO
               ALTERNATE RECORD KEY MN-GUARDIAN WITH DUPLICATES
               FILE STATUS IS WS-MN-STATUS.
       SELECT ODSWEEP-FILE ASSIGN TO
       "odsweep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OS-STATUS.
       SELECT OPTIONAL CARD-FILE ASSIGN TO
       "cards.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY CD-CARD-NO
               ALTERNATE RECORD KEY CD-ACCT-NO WITH DUPLICATES
               FILE STATUS IS WS-CD-STATUS.
       SELECT CARD-MAILER ASSIGN TO
       "cardmailer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD USERDATA.
         02 TL-USER PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 TL-CHECK PIC 9(14).
         02 FILLER PIC X VALUE SPACE.
         02 TL-TERMINAL PIC X(8).
       FD PRINT-RECEIPT.
       01 RC-RECORD.
         02 RC-ACCT-MASKED PIC X(8).
         02 RC-TIMESTAMP PIC X(26).
         02 FILLER PIC X VALUE SPACE.
         02 RC-REF PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 RC-TERMINAL PIC X(8).
       FD EXRATES.
       01 EX-RECORD.
         02 EX-CODE PIC X(3).
       01 PM-LINE PIC X(60).
       FD VAULT-FILE.
       01 VLT-RECORD.
         02 VLT-KEY.
           03 VLT-TERMINAL PIC X(8).
           03 VLT-SECTION PIC X.
           03 VLT-DENOM PIC 9(4).
         02 VLT-COUNT PIC 9(6).
       FD STANDING-FILE.
       01 SO-RECORD.
         02 SO-KEY.
           03 SO-SRC-ACCT PIC 9(10).
           03 SO-SEQ PIC 9(4).
         02 SO-DEST-ACCT PIC 9(10).
         02 SO-AMOUNT PIC 9(12).
         02 SO-FREQ PIC X.
         02 SO-NEXT-DATE PIC 9(8).
         02 SO-STATUS PIC X.
         02 SO-BANK PIC 9(6).
         02 SO-EXT-ACCT PIC X(20).
         02 SO-EXT-NAME PIC X(20).
       FD TRANLOG-IN.
       01 TLI-RECORD.
         02 TLI-ACCT PIC 9(10).
         02 TLI-USER PIC X(20).
       FD HOLDS-FILE.
       01 HLD-RECORD.
         02 HLD-KEY.
           03 HLD-ACCT PIC 9(10).
           03 HLD-REF PIC 9(10).
         02 HLD-AMOUNT PIC 9(12).
         02 HLD-RELEASE-DATE PIC 9(8).
         02 HLD-STATUS PIC X.
       FD TRANSEQ-FILE.
       01 TSQ-RECORD.
         02 HL-OPER PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 HL-REASON PIC X(30).
         02 FILLER PIC X VALUE SPACE.
         02 HL-CARD PIC 9(16).
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
       FD VAULTDISP-FILE.
       01 VD-RECORD.
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
       FD TLCHAIN-FILE.
       01 TC-RECORD.
         02 TC-CHECK PIC 9(14).
       FD ALERTPREF-FILE.
       01 AP-RECORD.
         02 AP-ACCT PIC 9(10).
         02 AP-LOW-BAL PIC 9(12).
         02 AP-LARGE-DEBIT PIC 9(12).
         02 AP-SO-FAIL PIC X.
       FD CALENDAR-FILE.
       01 CAL-RECORD.
         02 CAL-DESC PIC X(30).
       FD PAYEE-FILE.
       01 PY-RECORD.
         02 PY-KEY.
           03 PY-OWNER PIC 9(10).
           03 PY-DEST PIC 9(10).
         02 PY-NICK PIC X(15).
         02 PY-CONFIRMED PIC X.
         02 PY-ADDED PIC 9(8).
       FD CUSTMAST.
       01 CM-RECORD.
         02 CM-CUST-NO PIC 9(8) VALUE ZEROES.
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
       FD TERMINAL-FILE.
       01 TM-RECORD.
         02 TM-ID PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 TM-BRANCH PIC X(6).
         02 FILLER PIC X VALUE SPACE.
         02 TM-LOCATION PIC X(30).
         02 FILLER PIC X VALUE SPACE.
         02 TM-STATUS PIC X.
       FD TERMCFG-FILE.
       01 TCF-RECORD.
         02 TCF-ID PIC X(8).
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
       FD BILLPAY-FILE.
       01 BP-RECORD.
         02 BP-REF PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 BP-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 BP-BILLER PIC X(6).
         02 FILLER PIC X VALUE SPACE.
         02 BP-CUST-REF PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 BP-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 BP-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 BP-STATUS PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 BP-REM-DATE PIC 9(8).
       FD FRAUDPARM-FILE.
       01 FP-RECORD.
         02 FP-RULE PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 FP-ACTIVE PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 FP-ACTION PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 FP-COUNT PIC 9(3).
         02 FILLER PIC X VALUE SPACE.
         02 FP-MINUTES PIC 9(4).
         02 FILLER PIC X VALUE SPACE.
         02 FP-DAYS PIC 9(4).
         02 FILLER PIC X VALUE SPACE.
         02 FP-AMOUNT PIC 9(12).
       FD REFERRAL-FILE.
       01 RF-RECORD.
         02 RF-ID PIC 9(6).
         02 RF-TIMESTAMP PIC X(14).
         02 RF-ACCT PIC 9(10).
         02 RF-RULE PIC X(8).
         02 RF-FUNCTION PIC X(8).
         02 RF-ACTION PIC X.
         02 RF-AMOUNT PIC 9(12).
         02 RF-CREDIT-AMT PIC 9(12).
         02 RF-DEST PIC 9(10).
         02 RF-BANK PIC 9(6).
         02 RF-EXT-ACCT PIC X(20).
         02 RF-NAME PIC X(20).
         02 RF-REASON PIC X(30).
         02 RF-USER PIC X(20).
         02 RF-TERMINAL PIC X(8).
         02 RF-STATUS PIC X.
         02 RF-OPER PIC X(8).
         02 RF-DECIDED PIC 9(8).
         02 RF-TRAN-REF PIC 9(10).
       FD ODLINK-FILE.
       01 OD-RECORD.
         02 OD-CHK-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OD-SAV-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OD-ADDED PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 OD-OPER PIC X(8).
       FD MINOR-FILE.
       01 MN-RECORD.
         02 MN-ACCT-NO PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 MN-GUARDIAN PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 MN-BIRTH-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 MN-STATUS PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 MN-OPENED PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 MN-CONVERTED PIC 9(8).
       FD ODSWEEP-FILE.
       01 OS-RECORD.
         02 OS-DATE PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 OS-TIME PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 OS-CHK-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OS-SAV-ACCT PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 OS-AMOUNT PIC 9(12).
         02 FILLER PIC X VALUE SPACE.
         02 OS-SOURCE PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 OS-TRAN-REF PIC 9(10).
       FD CARD-FILE.
       01 CD-RECORD.
         02 CD-CARD-NO PIC 9(16).
         02 FILLER PIC X VALUE SPACE.
         02 CD-ACCT-NO PIC 9(10).
         02 FILLER PIC X VALUE SPACE.
         02 CD-CUST-NO PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 CD-STATUS PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 CD-ISSUED PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 CD-EXPIRY PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 CD-REPLACES PIC 9(16).
         02 FILLER PIC X VALUE SPACE.
         02 CD-REPLACED-BY PIC 9(16).
       FD CARD-MAILER.
       01 CL-LINE PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-OLD-BAL PIC 9(12) VALUE ZEROES.
       01 WS-TRAN-TYPE PIC X(8) VALUE SPACES.
       01 WS-DEP-OK PIC X VALUE "Y".
       01 WS-VLT-EOF PIC X VALUE "N".
       01 WS-DISPENSE-OK PIC X VALUE "N".
       01 WS-TM-STATUS PIC XX VALUE SPACES.
       01 WS-TM-EOF PIC X VALUE "N".
       01 WS-TCF-STATUS PIC XX VALUE SPACES.
       01 WS-TERMINAL-ID PIC X(8) VALUE SPACES.
       01 WS-TERMINAL-BRANCH PIC X(6) VALUE SPACES.
       01 WS-TERMINAL-LOCATION PIC X(30) VALUE SPACES.
       01 WS-TERMINAL-OK PIC X VALUE "N".
       01 WS-SO-STATUS PIC XX VALUE SPACES.
       01 WS-SO-EOF PIC X VALUE "N".
       01 WS-SO-FULL PIC X VALUE "N".
       01 WS-SO-TABLE.
         02 WS-SO-ENTRY OCCURS 100 TIMES.
           03 WS-SO-T-SRC PIC 9(10).
           03 WS-SO-T-SEQ PIC 9(4).
           03 WS-SO-T-DEST PIC 9(10).
           03 WS-SO-T-AMOUNT PIC 9(12).
           03 WS-SO-T-FREQ PIC X.
           03 WS-SO-T-NEXT PIC 9(8).
           03 WS-SO-T-STATUS PIC X.
           03 WS-SO-T-BANK PIC 9(6).
           03 WS-SO-T-EXT-ACCT PIC X(20).
           03 WS-SO-T-EXT-NAME PIC X(20).
       01 WS-SO-IDX PIC 9(3) VALUE ZEROES.
       01 WS-SO-NEXT-SEQ PIC 9(4) VALUE ZEROES.
       01 WS-TLI-STATUS PIC XX VALUE SPACES.
       01 WS-TLI-EOF PIC X VALUE "N".
       01 WS-MS-COUNT PIC 99 VALUE ZEROES.
       01 WS-HL-EOF PIC X VALUE "N".
       01 WS-HOT-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-HOT-BLOCKED PIC X VALUE "N".
       01 WS-HOT-CARD PIC 9(16) VALUE ZEROES.
       01 WS-HL-MATCH PIC X VALUE "N".
       01 WS-NEW-ADDRESS PIC X(40) VALUE SPACES.
       01 WS-NEW-PHONE PIC X(15) VALUE SPACES.
       01 WS-NEW-EMAIL PIC X(30) VALUE SPACES.
       01 WS-LOGIN-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-LOGIN-PIN PIC 9(6) VALUE ZEROES.
       01 WS-LOGIN-FOUND PIC X VALUE "N".
       01 WS-LOGIN-CARD PIC 9(16) VALUE ZEROES.
       01 WS-LOGIN-CARD-OK PIC X VALUE "N".
       01 WS-LOGIN-REPLACES PIC 9(16) VALUE ZEROES.
       01 WS-TD-STATUS PIC XX VALUE SPACES.
       01 WS-TD-EOF PIC X VALUE "N".
       01 WS-TD-FULL PIC X VALUE "N".
           03 WS-MC-T-NUM PIC 9(4).
           03 WS-MC-T-TEXT PIC X(60).
       01 WS-AP-STATUS PIC XX VALUE SPACES.
       01 WS-AP-FOUND PIC 9 VALUE ZERO.
       01 WS-AP-ANSWER PIC X VALUE SPACE.
       01 WS-AP-AMT-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-AP-LOW PIC 9(12) VALUE ZEROES.
       01 WS-AP-DEBIT PIC 9(12) VALUE ZEROES.
       01 WS-AP-SOFAIL PIC X VALUE "N".
       01 WS-CAL-STATUS PIC XX VALUE SPACES.
       01 WS-CAL-EOF PIC X VALUE "N".
       01 WS-CAL-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-ROLL-HOLIDAY PIC X VALUE "N".
       01 WS-PAY-STATUS PIC XX VALUE SPACES.
       01 WS-PAY-EOF PIC X VALUE "N".
       01 WS-PAY-FOUND PIC X VALUE "N".
       01 WS-PAY-CHOICE PIC 9 VALUE ZERO.
       01 WS-OB-STATUS PIC XX VALUE SPACES.
       01 WS-IB-BANK PIC 9(6) VALUE ZEROES.
       01 WS-IB-ACCT PIC X(20) VALUE SPACES.
       01 WS-IB-NAME PIC X(20) VALUE SPACES.
       01 WS-PAY-SLOT PIC 9(3) VALUE ZEROES.
       01 WS-PAY-MINE PIC 9(3) VALUE ZEROES.
       01 WS-PAY-PICK PIC 9(3) VALUE ZEROES.
       01 WS-PAY-LINE PIC 99 VALUE ZEROES.
       01 WS-PAY-CONFIRM PIC X VALUE SPACE.
       01 WS-PAYEE-OK PIC X VALUE "Y".
       01 WS-PAY-NEW-DEST PIC 9(10) VALUE ZEROES.
       01 WS-PAY-NEW-NICK PIC X(15) VALUE SPACES.
       01 WS-PAY-SEL-OWNER PIC 9(10) VALUE ZEROES.
       01 WS-PAY-SEL-DEST PIC 9(10) VALUE ZEROES.
       01 WS-PAY-SEL-CONF PIC X VALUE SPACE.
       01 WS-BL-STATUS PIC XX VALUE SPACES.
       01 WS-BL-EOF PIC X VALUE "N".
       01 WS-BL-CNT PIC 9(2) VALUE ZEROES.
       01 WS-BL-IDX PIC 9(2) VALUE ZEROES.
       01 WS-BL-PICK PIC 9(2) VALUE ZEROES.
       01 WS-BL-LINE PIC 99 VALUE ZEROES.
       01 WS-BL-COL PIC 999 VALUE ZEROES.
       01 WS-BL-TABLE.
         02 WS-BL-ENTRY OCCURS 20 TIMES.
           03 WS-BL-T-CODE PIC X(6).
           03 WS-BL-T-NAME PIC X(20).
           03 WS-BL-T-FORMAT PIC X.
           03 WS-BL-T-LEN PIC 9(2).
       01 WS-BP-STATUS PIC XX VALUE SPACES.
       01 WS-BP-CUST-REF PIC X(20) VALUE SPACES.
       01 WS-BP-REF-OK PIC X VALUE "N".
       01 WS-BP-REF-LEN PIC 9(2) VALUE ZEROES.
       01 WS-BP-I PIC 9(2) VALUE ZEROES.
       01 WS-BP-DIGIT PIC 9 VALUE ZERO.
       01 WS-BP-DOUBLE PIC X VALUE "N".
       01 WS-BP-SUM PIC 9(4) VALUE ZEROES.
       01 WS-CM-FOUND PIC 9 VALUE ZERO.
       01 WS-KYC-RESTRICTED PIC X VALUE "N".
       01 WS-SI-DOB PIC 9(8) VALUE ZEROES.
       01 WS-SI-DOB-OK PIC X VALUE "N".
       01 WS-SI-AGE PIC 9(3) VALUE ZEROES.
       01 WS-MN-STATUS PIC XX VALUE SPACES.
       01 WS-MN-EOF PIC X VALUE "N".
       01 WS-MN-MINOR PIC X VALUE "N".
       01 WS-MN-GUARDIAN PIC 9(8) VALUE ZEROES.
       01 WS-MN-DEST-OK PIC X VALUE "Y".
       01 WS-MN-CHECK-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-MN-KEY-CUST PIC 9(8) VALUE ZEROES.
       01 WS-MN-COUNT PIC 99 VALUE ZEROES.
       01 WS-MN-LINE PIC 99 VALUE ZEROES.
       01 WS-MN-BAL-R PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-CD-STATUS PIC XX VALUE SPACES.
       01 WS-CD-EOF PIC X VALUE "N".
       01 WS-CL-STATUS PIC XX VALUE SPACES.
       01 WS-CD-WRITTEN PIC X VALUE "N".
       01 WS-CD-BIN PIC 9(4) VALUE 4539.
       01 WS-CD-HIGH-SEQ PIC 99 VALUE ZEROES.
       01 WS-CD-NEW-CARD.
         02 WS-CD-NEW-BIN PIC 9(4) VALUE ZEROES.
         02 WS-CD-NEW-ACCT PIC 9(10) VALUE ZEROES.
         02 WS-CD-NEW-SEQ PIC 99 VALUE ZEROES.
       01 WS-CD-NEW-NO REDEFINES WS-CD-NEW-CARD PIC 9(16).
       01 WS-CD-NEW-EXPIRY PIC 9(6) VALUE ZEROES.
       01 WS-CIF-NO PIC 9(8) VALUE ZEROES.
       01 WS-GEN-CUST PIC 9(8) VALUE ZEROES.
       01 WS-SESSION-ACCT PIC 9(10) VALUE ZEROES.
       01 GEN-NUM PIC 9(3) VALUE ZEROES.
       01 GEN-COL PIC 9 VALUE ZERO.
       01 WS-MES PIC X(8) VALUE SPACES.
       01 WS-FP-STATUS PIC XX VALUE SPACES.
       01 WS-FP-EOF PIC X VALUE "N".
       01 WS-RF-STATUS PIC XX VALUE SPACES.
       01 WS-RF-EOF PIC X VALUE "N".
       01 WS-RF-HIGH PIC 9(6) VALUE ZEROES.
       01 WS-RF-WRITTEN PIC X VALUE "N".
       01 WS-RF-FAILED PIC X VALUE "N".
       01 WS-FR-CNT PIC 9(2) VALUE ZEROES.
       01 WS-FR-IDX PIC 9(2) VALUE ZEROES.
       01 WS-FR-J PIC 9(2) VALUE ZEROES.
       01 WS-FR-TABLE.
         02 WS-FR-ENTRY OCCURS 10 TIMES.
           03 WS-FR-T-RULE PIC X(8).
           03 WS-FR-T-ACTIVE PIC X.
           03 WS-FR-T-ACTION PIC X.
           03 WS-FR-T-COUNT PIC 9(3).
           03 WS-FR-T-MINUTES PIC 9(4).
           03 WS-FR-T-DAYS PIC 9(4).
           03 WS-FR-T-AMOUNT PIC 9(12).
       01 WS-FR-HIT PIC X VALUE "N".
       01 WS-FR-RULE PIC X(8) VALUE SPACES.
       01 WS-FR-ACTION PIC X VALUE SPACE.
       01 WS-FR-FUNCTION PIC X(8) VALUE SPACES.
       01 WS-FR-LINE PIC 99 VALUE ZEROES.
       01 WS-FR-DORMANT-LOGIN PIC X VALUE "N".
       01 WS-FR-PIN-MINUTE PIC 9(12) VALUE ZEROES.
       01 WS-FR-NOW-MINUTE PIC 9(12) VALUE ZEROES.
       01 WS-FR-FROM-MINUTE PIC 9(12) VALUE ZEROES.
       01 WS-FR-MINUTE PIC 9(12) VALUE ZEROES.
       01 WS-FR-STAMP PIC X(26) VALUE SPACES.
       01 WS-FR-DATE PIC 9(8) VALUE ZEROES.
       01 WS-FR-HH PIC 99 VALUE ZEROES.
       01 WS-FR-MM PIC 99 VALUE ZEROES.
       01 WS-FR-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-FR-IDLE-DAYS PIC 9(6) VALUE ZEROES.
       01 WS-FR-LIMIT PIC 9(12) VALUE ZEROES.
       01 WS-FR-DETAIL.
         02 WS-FR-AMOUNT PIC 9(12) VALUE ZEROES.
         02 WS-FR-CREDIT-AMT PIC 9(12) VALUE ZEROES.
         02 WS-FR-DEST PIC 9(10) VALUE ZEROES.
         02 WS-FR-BANK PIC 9(6) VALUE ZEROES.
         02 WS-FR-EXT-ACCT PIC X(20) VALUE SPACES.
         02 WS-FR-NAME PIC X(20) VALUE SPACES.
         02 WS-FR-REASON PIC X(30) VALUE SPACES.
       01 WS-OD-STATUS PIC XX VALUE SPACES.
       01 WS-OS-STATUS PIC XX VALUE SPACES.
       01 WS-OD-OK PIC X VALUE "N".
       01 WS-OD-FOUND PIC X VALUE "N".
       01 WS-OD-NEED PIC S9(13) VALUE ZEROES.
       01 WS-OD-AMOUNT PIC 9(12) VALUE ZEROES.
       01 WS-OD-SAV-ACCT PIC 9(10) VALUE ZEROES.
       01 WS-OD-SAV-MIN PIC 9(12) VALUE ZEROES.
       01 WS-OD-EXCLUDE PIC 9(10) VALUE ZEROES.
       01 WS-OD-CHK-AVAIL PIC S9(13) VALUE ZEROES.
       01 WS-OD-LINE PIC 99 VALUE ZEROES.
       01 WS-OD-SHOW PIC Z,ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-IDENTIFY-TERMINAL.
           IF WS-TERMINAL-OK IS EQUAL TO "N" THEN
             STOP RUN
           END-IF.
           PERFORM P-LOAD-RATE-TABLE.
           PERFORM P-LOAD-CALENDAR.
           PERFORM P-LOAD-MESSAGES.
           PERFORM P-LOAD-PRODPARM.
           PERFORM P-LOAD-FRAUDPARM.
           OPEN I-O USERDATA.
           OPEN I-O CUSTMAST.
           OPEN EXTEND TRANLOG.
             PERFORM P-STARS
             DISPLAY "ATM MACHINE COBOL PROGRAM" AT 0647
             FOREGROUND-COLOR 3
             DISPLAY "TERMINAL " WS-TERMINAL-ID " "
             WS-TERMINAL-LOCATION AT 0737
             DISPLAY "1 - SIGN-IN" AT 0850
             DISPLAY "2 - LOG-IN" AT 0950
             DISPLAY "3 - EXIT" AT 1050
             ADD 1 TO WS-FLAG
           END-PERFORM.
           IF WS-IS-VALID IS EQUAL TO "Y" THEN
             DISPLAY "ENTER YOUR DATE OF BIRTH (YYYYMMDD):" AT 0950
             ACCEPT WS-SI-DOB AT 0987
             MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
             MOVE WS-DATE-TIME(1:8) TO WS-TODAY
             MOVE "N" TO WS-SI-DOB-OK
             MOVE ZEROES TO WS-SI-AGE
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-SI-DOB) IS EQUAL TO 0
               AND WS-SI-DOB IS LESS THAN WS-TODAY THEN
               MOVE "Y" TO WS-SI-DOB-OK
               COMPUTE WS-SI-AGE = (WS-TODAY - WS-SI-DOB) / 10000
             END-IF
             IF WS-SI-AGE IS LESS THAN 18 THEN
               IF WS-SI-DOB-OK IS EQUAL TO "N" THEN
                 DISPLAY "INVALID DATE OF BIRTH" AT 1144
                 FOREGROUND-COLOR 4
               ELSE
                 DISPLAY "YOU ARE NOT OLD ENOUGH TO ENTER" AT 1144
                 FOREGROUND-COLOR 4
                 DISPLAY "ACCOUNTS FOR MINORS ARE OPENED AT A BRANCH"
                 AT 1244 FOREGROUND-COLOR 4
               END-IF
               MOVE SPACES TO F-NAME
               MOVE ZERO TO F-AGE
             ELSE
               MOVE WS-SI-AGE TO F-AGE
              COMPUTE WS-GEN-PIN = FUNCTION RANDOM * (99999 + 1) + 99999
              COMPUTE WS-GEN-ACCT = FUNCTION RANDOM * 8999999999
                   + 1000000000
                   NOT INVALID KEY MOVE 2 TO WS-CM-FOUND
                 END-READ
               END-IF
               IF WS-CM-FOUND IS EQUAL TO 2 AND
                 CM-MERGED-INTO IS NUMERIC AND
                 CM-MERGED-INTO IS GREATER THAN ZERO THEN
                 MOVE CM-MERGED-INTO TO CM-CUST-NO
                 READ CUSTMAST
                   INVALID KEY MOVE 1 TO WS-CM-FOUND
                 END-READ
               END-IF
               IF WS-CM-FOUND IS EQUAL TO 2 THEN
                 MOVE CM-CUST-NO TO F-CUST-NO
                 MOVE CM-ADDRESS TO F-ADDRESS
                 MOVE F-ADDRESS TO CM-ADDRESS
                 MOVE F-PHONE TO CM-PHONE
                 MOVE F-EMAIL TO CM-EMAIL
                 MOVE "R" TO CM-TAX-STATUS
                 MOVE ZEROES TO CM-MERGED-INTO
                 MOVE SPACES TO CM-ID-TYPE
                 MOVE SPACES TO CM-ID-NUMBER
                 MOVE ZEROES TO CM-ID-EXPIRY
                 MOVE WS-SI-DOB TO CM-BIRTH-DATE
                 MOVE SPACES TO CM-OCCUPATION
                 MOVE "M" TO CM-RISK-RATING
                 MOVE ZEROES TO CM-NEXT-REVIEW
                 MOVE "N" TO CM-RESTRICTED
                 WRITE CM-RECORD
                   INVALID KEY
                     DISPLAY "COULD NOT CREATE THE CUSTOMER RECORD"
                   DISPLAY "YOUR ACCOUNT NUMBER IS: " F-ACCT-NO
                   AT 2050 FOREGROUND-COLOR 6
                   PERFORM P-PIN-MAILER
                   PERFORM P-NEW-CARD
                   IF WS-CD-WRITTEN IS EQUAL TO "Y" THEN
                     DISPLAY "YOUR CARD NUMBER IS: " WS-CD-NEW-NO
                     AT 2350 FOREGROUND-COLOR 6
                   ELSE
                     DISPLAY "YOUR CARD COULD NOT BE ISSUED - CONTACT"
                     " YOUR BRANCH" AT 2350 FOREGROUND-COLOR 4
                   END-IF
               END-WRITE
             END-IF
           ELSE
           MOVE ZERO TO WS-CHOICE.
           EXIT.
       P-LOG-IN-WITH-PIN.
           DISPLAY "ENTER YOUR CARD NUMBER:" AT 1150.
           ACCEPT WS-LOGIN-CARD AT 1174.
           DISPLAY "LANGUAGE / IDIOMA: 1 - ENGLISH  2 - ESPANOL"
           AT 1250.
           ACCEPT WS-LANG-CHOICE AT 1295.
           MOVE WS-LOGIN-PIN TO WS-HASH-PIN-IN.
           PERFORM P-HASH-PIN.
           MOVE WS-HASH-PIN-OUT TO WS-LOGIN-PIN.
           PERFORM P-READ-LOGIN-CARD.
           MOVE WS-LOGIN-ACCT TO F-ACCT-NO.
           MOVE "N" TO WS-LOGIN-FOUND.
           READ USERDATA
             NOT INVALID KEY MOVE "Y" TO WS-LOGIN-FOUND
           END-READ.
           MOVE WS-LOGIN-ACCT TO WS-HOT-ACCT.
           MOVE WS-LOGIN-CARD TO WS-HOT-CARD.
           PERFORM P-CHECK-HOTLIST.
           MOVE ZEROES TO WS-HOT-CARD.
           IF WS-LOGIN-CARD-OK IS EQUAL TO "L" THEN
             MOVE "Y" TO WS-HOT-BLOCKED
           END-IF.
           IF WS-HOT-BLOCKED IS EQUAL TO "Y" THEN
             DISPLAY "CARD BLOCKED - CONTACT YOUR BRANCH" AT 1450
             FOREGROUND-COLOR 4
             PERFORM P-PAUSE
           ELSE
           IF WS-LOGIN-CARD-OK IS EQUAL TO "E" THEN
             DISPLAY "CARD EXPIRED OR REPLACED - CONTACT YOUR BRANCH"
             AT 1450 FOREGROUND-COLOR 4
             PERFORM P-PAUSE
           ELSE IF WS-LOGIN-FOUND IS EQUAL TO "N" THEN
             DISPLAY "CARD NUMBER OR PIN IS INCORRECT" AT 1450
             FOREGROUND-COLOR 4
             PERFORM P-PAUSE
           ELSE
               END-IF
               IF WS-AU-MATCH IS EQUAL TO "Y" THEN
                 MOVE ZERO TO F-FAILED-ATTEMPTS
                 PERFORM P-FRAUD-CHECK-LOGIN
                 PERFORM P-STAMP-ACTIVITY
                 REWRITE F-DATA
                 END-REWRITE
                 IF WS-LOGIN-REPLACES IS GREATER THAN ZERO THEN
                   PERFORM P-RETIRE-OLD-CARD
                 END-IF
                 MOVE "Y" TO WS-PIN-CHANGED
                 IF F-PIN-TEMP IS EQUAL TO "Y" AND
                   WS-OWN-PIN IS EQUAL TO "Y" THEN
               READ HOTLIST-FILE
                 AT END MOVE "Y" TO WS-HL-EOF
                 NOT AT END
                   MOVE "N" TO WS-HL-MATCH
                   IF HL-CARD IS NUMERIC AND
                     HL-CARD IS GREATER THAN ZERO THEN
                     IF HL-CARD IS EQUAL TO WS-HOT-CARD THEN
                       MOVE "Y" TO WS-HL-MATCH
                     END-IF
                   ELSE
                     IF HL-ACCT IS EQUAL TO WS-HOT-ACCT THEN
                       MOVE "Y" TO WS-HL-MATCH
                     END-IF
                   END-IF
                   IF WS-HL-MATCH IS EQUAL TO "Y" THEN
                     IF HL-ACTION IS EQUAL TO "ADD" THEN
                       MOVE "Y" TO WS-HOT-BLOCKED
                     ELSE
           MOVE 1012 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 1952.
           MOVE "12 - PAY A BILL" TO WS-MSG-TEXT.
           MOVE 1207 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 2052.
           MOVE "13 - MINOR ACCOUNTS IN MY CARE" TO WS-MSG-TEXT.
           MOVE 1220 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 2152.
           MOVE "ENTER YOUR CHOICE:" TO WS-MSG-TEXT.
           MOVE 1013 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 2252.
           MOVE "N" TO WS-IDLE-TIMEOUT.
           ACCEPT WS-CHOICE AT 2271 WITH TIME-OUT WS-IDLE-TIMEOUT-SECS
             ON EXCEPTION
               MOVE "Y" TO WS-IDLE-TIMEOUT
               MOVE 11 TO WS-CHOICE
             MOVE 1014 TO WS-MSG-NO
             PERFORM P-GET-MESSAGE
             DISPLAY WS-MSG-TEXT
             AT 2252 FOREGROUND-COLOR 4
           ELSE
             EVALUATE WS-CHOICE
                 WHEN 1 PERFORM P-BALANCE
                 WHEN 2 PERFORM P-DEPOSIT
                 WHEN 3
                   PERFORM P-CHECK-RESTRICTION
                   IF WS-KYC-RESTRICTED IS EQUAL TO "N" THEN
                     PERFORM P-WITHDRAW
                   END-IF
                 WHEN 4
                   PERFORM P-CHECK-RESTRICTION
                   IF WS-KYC-RESTRICTED IS EQUAL TO "N" THEN
                     PERFORM P-TRANSFER
                   END-IF
                 WHEN 5 PERFORM P-MINI-STATEMENT
                 WHEN 6 PERFORM P-STANDING-ORDERS
                 WHEN 7 PERFORM P-UPDATE-DETAILS
                 WHEN 9 PERFORM P-TERM-DEPOSITS
                 WHEN 10 PERFORM P-MANAGE-PAYEES
                 WHEN 11 DISPLAY " "
                 WHEN 12
                   PERFORM P-CHECK-RESTRICTION
                   IF WS-KYC-RESTRICTED IS EQUAL TO "N" THEN
                     PERFORM P-PAY-BILL
                   END-IF
                 WHEN 13 PERFORM P-MINOR-ACCOUNTS
                 WHEN OTHER PERFORM P-INVALID
             END-EVALUATE
           END-IF.
           MOVE WS-DEPN-1000 TO VP-N1000.
           MOVE WS-DEPN-500 TO VP-N500.
           MOVE WS-DEPN-100 TO VP-N100.
           MOVE WS-TERMINAL-ID TO VP-TERMINAL.
           OPEN EXTEND VAULTDEP-FILE.
           WRITE VP-RECORD.
           CLOSE VAULTDEP-FILE.
           MOVE WS-C-AMOUNT TO HLD-AMOUNT.
           MOVE WS-HOLD-REL-DATE TO HLD-RELEASE-DATE.
           MOVE "O" TO HLD-STATUS.
           MOVE WS-TRAN-REF TO HLD-REF.
           OPEN I-O HOLDS-FILE.
           IF WS-HLD-STATUS IS EQUAL TO "00" OR
             WS-HLD-STATUS IS EQUAL TO "05" THEN
             WRITE HLD-RECORD
               INVALID KEY
                 DISPLAY "COULD NOT RECORD HOLD " HLD-ACCT " " HLD-REF
             END-WRITE
             CLOSE HOLDS-FILE
           END-IF.
           EXIT.
       P-CALC-AVAILABLE.
           MOVE ZERO TO WS-HOLD-TOTAL.
           MOVE "N" TO WS-HLD-EOF.
           OPEN INPUT HOLDS-FILE.
           IF WS-HLD-STATUS IS EQUAL TO "00" THEN
             MOVE F-ACCT-NO TO HLD-ACCT
             MOVE ZEROES TO HLD-REF
             START HOLDS-FILE KEY IS GREATER THAN OR EQUAL TO HLD-KEY
               INVALID KEY MOVE "Y" TO WS-HLD-EOF
             END-START
             PERFORM UNTIL WS-HLD-EOF IS EQUAL TO "Y"
               READ HOLDS-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-HLD-EOF
                 NOT AT END
                   IF HLD-ACCT NOT EQUAL TO F-ACCT-NO THEN
                     MOVE "Y" TO WS-HLD-EOF
                   ELSE
                     IF HLD-STATUS IS EQUAL TO "O" THEN
                       ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HOLDS-FILE
           ELSE
             IF WS-HLD-STATUS IS EQUAL TO "05" THEN
               CLOSE HOLDS-FILE
             END-IF
           END-IF.
           COMPUTE WS-AVAILABLE-BAL = F-BAL - WS-HOLD-TOTAL.
           EXIT.
       P-OD-CHECK.
           MOVE "N" TO WS-OD-OK.
           MOVE ZEROES TO WS-OD-AMOUNT.
           IF F-ACCT-TYPE IS EQUAL TO "C" AND
             WS-RESULT-BAL IS LESS THAN WS-MIN-BALANCE THEN
             COMPUTE WS-OD-NEED = WS-MIN-BALANCE - WS-RESULT-BAL
             MOVE "N" TO WS-OD-FOUND
             OPEN INPUT ODLINK-FILE
             IF WS-OD-STATUS IS EQUAL TO "00" THEN
               MOVE F-ACCT-NO TO OD-CHK-ACCT
               READ ODLINK-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   MOVE "Y" TO WS-OD-FOUND
                   MOVE OD-SAV-ACCT TO WS-OD-SAV-ACCT
               END-READ
               CLOSE ODLINK-FILE
             ELSE
               IF WS-OD-STATUS IS EQUAL TO "05" THEN
                 CLOSE ODLINK-FILE
               END-IF
             END-IF
             IF WS-OD-FOUND IS EQUAL TO "Y" AND
               WS-OD-SAV-ACCT NOT EQUAL TO WS-OD-EXCLUDE THEN
               PERFORM P-OD-CHECK-SAVINGS
             END-IF
           END-IF.
           EXIT.
       P-OD-CHECK-SAVINGS.
           MOVE WS-AVAILABLE-BAL TO WS-OD-CHK-AVAIL.
           PERFORM P-SAVE-SESSION.
           MOVE WS-OD-SAV-ACCT TO F-ACCT-NO.
           READ USERDATA
             INVALID KEY MOVE "N" TO WS-OD-FOUND
           END-READ.
           IF WS-OD-FOUND IS EQUAL TO "Y" AND
             F-ACCT-TYPE IS EQUAL TO "S" AND
             F-LOCKED NOT EQUAL TO "Y" AND
             F-DORMANT NOT EQUAL TO "Y" AND
             F-CURRENCY IS EQUAL TO WS-SRC-CURRENCY THEN
             PERFORM P-CALC-AVAILABLE
             MOVE 100 TO WS-OD-SAV-MIN
             PERFORM VARYING WS-PP-IDX FROM 1 BY 1
               UNTIL WS-PP-IDX > WS-PP-CNT
               IF WS-PP-T-TYPE(WS-PP-IDX) IS EQUAL TO "S" THEN
                 MOVE WS-PP-T-MIN(WS-PP-IDX) TO WS-OD-SAV-MIN
                 EXIT PERFORM
               END-IF
             END-PERFORM
             IF (WS-AVAILABLE-BAL - WS-OD-NEED) IS NOT LESS THAN
               WS-OD-SAV-MIN THEN
               MOVE "Y" TO WS-OD-OK
               MOVE WS-OD-NEED TO WS-OD-AMOUNT
             END-IF
           END-IF.
           PERFORM P-RESTORE-SESSION.
           MOVE WS-OD-CHK-AVAIL TO WS-AVAILABLE-BAL.
           EXIT.
       P-OD-SWEEP.
           PERFORM P-SAVE-SESSION.
           MOVE WS-OD-SAV-ACCT TO F-ACCT-NO.
           MOVE "Y" TO WS-OD-FOUND.
           READ USERDATA
             INVALID KEY MOVE "N" TO WS-OD-FOUND
           END-READ.
           IF WS-OD-FOUND IS EQUAL TO "Y" THEN
             MOVE F-BAL TO WS-OLD-BAL
             SUBTRACT WS-OD-AMOUNT FROM F-BAL
             REWRITE F-DATA
             END-REWRITE
             MOVE "XFER-OUT" TO WS-TRAN-TYPE
             MOVE WS-OD-AMOUNT TO WS-TRAN-AMOUNT
             MOVE SPACES TO WS-TRAN-REASON
             STRING "OD SWEEP TO " WS-SRC-ACCT
               DELIMITED BY SIZE INTO WS-TRAN-REASON
             PERFORM P-LOG-TRANSACTION
           END-IF.
           PERFORM P-RESTORE-SESSION.
           IF WS-OD-FOUND IS EQUAL TO "Y" THEN
             MOVE F-BAL TO WS-OLD-BAL
             ADD WS-OD-AMOUNT TO F-BAL
             REWRITE F-DATA
             END-REWRITE
             MOVE "XFER-IN" TO WS-TRAN-TYPE
             MOVE WS-OD-AMOUNT TO WS-TRAN-AMOUNT
             MOVE SPACES TO WS-TRAN-REASON
             STRING "OD SWEEP FROM " WS-OD-SAV-ACCT
               DELIMITED BY SIZE INTO WS-TRAN-REASON
             PERFORM P-LOG-TRANSACTION
             PERFORM P-RECEIPT
             PERFORM P-OD-LOG-SWEEP
             MOVE WS-OD-AMOUNT TO WS-OD-SHOW
             MOVE "OVERDRAFT SWEEP FROM SAVINGS:" TO WS-MSG-TEXT
             MOVE 1218 TO WS-MSG-NO
             PERFORM P-GET-MESSAGE
             MOVE SPACES TO WS-MSG-LINE
             STRING WS-MSG-TEXT DELIMITED BY "  " " " WS-OD-SHOW
               DELIMITED BY SIZE INTO WS-MSG-LINE
             DISPLAY WS-MSG-LINE
             AT LINE WS-OD-LINE POSITION 49 FOREGROUND-COLOR 6
           ELSE
             MOVE "N" TO WS-OD-OK
           END-IF.
           EXIT.
       P-OD-LOG-SWEEP.
           MOVE SPACES TO OS-RECORD.
           MOVE WS-TIMESTAMP(1:8) TO OS-DATE.
           MOVE WS-TIMESTAMP(9:6) TO OS-TIME.
           MOVE F-ACCT-NO TO OS-CHK-ACCT.
           MOVE WS-OD-SAV-ACCT TO OS-SAV-ACCT.
           MOVE WS-OD-AMOUNT TO OS-AMOUNT.
           MOVE "ATM" TO OS-SOURCE.
           MOVE WS-TRAN-REF TO OS-TRAN-REF.
           OPEN EXTEND ODSWEEP-FILE.
           IF WS-OS-STATUS NOT EQUAL TO "00" THEN
             OPEN OUTPUT ODSWEEP-FILE
           END-IF.
           WRITE OS-RECORD.
           CLOSE ODSWEEP-FILE.
           EXIT.
       P-WITHDRAW.
           DISPLAY " " ERASE SCREEN.
           PERFORM P-BOARDER.
           PERFORM P-CALC-AVAILABLE.
           COMPUTE WS-RESULT-BAL = WS-AVAILABLE-BAL - WS-WITHDRAW.
           PERFORM P-CHECK-DAILY-RESET.
           PERFORM P-FRAUD-CHECK-WITHDRAW.
           MOVE ZEROES TO WS-OD-EXCLUDE.
           PERFORM P-OD-CHECK.
           IF WS-AMOUNT IS LESS THAN 0 THEN
               MOVE "INVALID AMOUNT" TO WS-MSG-TEXT
               MOVE 1044 TO WS-MSG-NO
                 WS-SMALLEST-NOTE DELIMITED BY SIZE
                 INTO WS-MSG-LINE
               DISPLAY WS-MSG-LINE AT 0949 FOREGROUND-COLOR 4
           ELSE IF WS-WITHDRAW IS GREATER THAN WS-AVAILABLE-BAL AND
               WS-OD-OK NOT EQUAL TO "Y" THEN
               MOVE "INSUFFICIENT AVAILABLE BALANCE" TO WS-MSG-TEXT
               MOVE 1041 TO WS-MSG-NO
               PERFORM P-GET-MESSAGE
               DISPLAY WS-MSG-TEXT AT 0949
               FOREGROUND-COLOR 4
           ELSE IF WS-RESULT-BAL IS LESS THAN WS-MIN-BALANCE AND
               WS-OD-OK NOT EQUAL TO "Y" THEN
               MOVE "WITHDRAWAL WOULD GO BELOW MINIMUM BALANCE"
                 TO WS-MSG-TEXT
               MOVE 1042 TO WS-MSG-NO
               PERFORM P-GET-MESSAGE
               DISPLAY WS-MSG-TEXT AT 0949
               FOREGROUND-COLOR 4
           ELSE IF WS-FR-HIT IS EQUAL TO "Y" THEN
               MOVE WS-WITHDRAW TO WS-FR-AMOUNT
               MOVE 9 TO WS-FR-LINE
               PERFORM P-FRAUD-REFER
           ELSE
               PERFORM P-LOAD-VAULT
               PERFORM P-PLAN-DENOMINATION
                 DISPLAY WS-MSG-TEXT AT 1049
                 FOREGROUND-COLOR 4
               ELSE
                 IF WS-OD-OK IS EQUAL TO "Y" THEN
                   MOVE 12 TO WS-OD-LINE
                   PERFORM P-OD-SWEEP
                 END-IF
                 MOVE F-BAL TO WS-OLD-BAL
                 SUBTRACT WS-WITHDRAW FROM F-BAL
                 GIVING F-BAL
           MOVE WS-NOTE-1000 TO VD-N1000.
           MOVE WS-NOTE-500 TO VD-N500.
           MOVE WS-NOTE-100 TO VD-N100.
           MOVE WS-TERMINAL-ID TO VD-TERMINAL.
           OPEN EXTEND VAULTDISP-FILE.
           WRITE VD-RECORD.
           CLOSE VAULTDISP-FILE.
           MOVE "N" TO WS-VLT-EOF.
           OPEN INPUT VAULT-FILE.
           IF WS-VLT-STATUS IS EQUAL TO "00" THEN
             MOVE WS-TERMINAL-ID TO VLT-TERMINAL
             MOVE LOW-VALUES TO VLT-SECTION
             MOVE ZEROES TO VLT-DENOM
             START VAULT-FILE KEY IS GREATER THAN OR EQUAL TO VLT-KEY
               INVALID KEY MOVE "Y" TO WS-VLT-EOF
             END-START
             PERFORM UNTIL WS-VLT-EOF IS EQUAL TO "Y"
               READ VAULT-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-VLT-EOF
                 NOT AT END
                   IF VLT-TERMINAL NOT EQUAL TO WS-TERMINAL-ID THEN
                     MOVE "Y" TO WS-VLT-EOF
                   ELSE IF VLT-SECTION IS EQUAL TO "C" THEN
                     EVALUATE VLT-DENOM
                       WHEN 1000 MOVE VLT-COUNT TO WS-CASS-1000
                       WHEN 500 MOVE VLT-COUNT TO WS-CASS-500
               END-READ
             END-PERFORM
             CLOSE VAULT-FILE
           ELSE
             IF WS-VLT-STATUS IS EQUAL TO "05" THEN
               CLOSE VAULT-FILE
             END-IF
           END-IF.
           EXIT.
       P-SAVE-VAULT.
           OPEN I-O VAULT-FILE.
           MOVE WS-TERMINAL-ID TO VLT-TERMINAL.
           MOVE "D" TO VLT-SECTION.
           MOVE 1000 TO VLT-DENOM.
           MOVE WS-VAULT-1000 TO VLT-COUNT.
           PERFORM P-PUT-VAULT-ROW.
           MOVE 500 TO VLT-DENOM.
           MOVE WS-VAULT-500 TO VLT-COUNT.
           PERFORM P-PUT-VAULT-ROW.
           MOVE 100 TO VLT-DENOM.
           MOVE WS-VAULT-100 TO VLT-COUNT.
           PERFORM P-PUT-VAULT-ROW.
           MOVE "C" TO VLT-SECTION.
           MOVE 1000 TO VLT-DENOM.
           MOVE WS-CASS-1000 TO VLT-COUNT.
           PERFORM P-PUT-VAULT-ROW.
           MOVE 500 TO VLT-DENOM.
           MOVE WS-CASS-500 TO VLT-COUNT.
           PERFORM P-PUT-VAULT-ROW.
           MOVE 100 TO VLT-DENOM.
           MOVE WS-CASS-100 TO VLT-COUNT.
           PERFORM P-PUT-VAULT-ROW.
           CLOSE VAULT-FILE.
           EXIT.
       P-PUT-VAULT-ROW.
           WRITE VLT-RECORD
             INVALID KEY
               REWRITE VLT-RECORD
               END-REWRITE
           END-WRITE.
           EXIT.
       P-IDENTIFY-TERMINAL.
           MOVE "N" TO WS-TERMINAL-OK.
           MOVE SPACES TO WS-TERMINAL-ID.
           OPEN INPUT TERMCFG-FILE.
           IF WS-TCF-STATUS IS EQUAL TO "00" THEN
             READ TERMCFG-FILE
               AT END CONTINUE
               NOT AT END MOVE TCF-ID TO WS-TERMINAL-ID
             END-READ
             CLOSE TERMCFG-FILE
           END-IF.
           IF WS-TERMINAL-ID IS EQUAL TO SPACES THEN
             DISPLAY "NO TERMINAL ID CONFIGURED FOR THIS MACHINE"
             " - ATM NOT STARTED"
           ELSE
             MOVE "N" TO WS-TM-EOF
             OPEN INPUT TERMINAL-FILE
             IF WS-TM-STATUS IS EQUAL TO "00" THEN
               PERFORM UNTIL WS-TM-EOF IS EQUAL TO "Y"
                 READ TERMINAL-FILE
                   AT END MOVE "Y" TO WS-TM-EOF
                   NOT AT END
                     IF TM-ID IS EQUAL TO WS-TERMINAL-ID THEN
                       MOVE "Y" TO WS-TM-EOF
                       MOVE TM-BRANCH TO WS-TERMINAL-BRANCH
                       MOVE TM-LOCATION TO WS-TERMINAL-LOCATION
                       IF TM-STATUS IS EQUAL TO "I" THEN
                         MOVE "Y" TO WS-TERMINAL-OK
                       ELSE
                         DISPLAY "TERMINAL " WS-TERMINAL-ID
                         " IS OUT OF SERVICE - ATM NOT STARTED"
                         MOVE "X" TO WS-TERMINAL-OK
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMINAL-FILE
             END-IF
             IF WS-TERMINAL-OK IS EQUAL TO "N" THEN
               DISPLAY "TERMINAL " WS-TERMINAL-ID
               " IS NOT ON THE TERMINAL MASTER - ATM NOT STARTED"
             END-IF
             IF WS-TERMINAL-OK IS EQUAL TO "X" THEN
               MOVE "N" TO WS-TERMINAL-OK
             END-IF
           END-IF.
           EXIT.
       P-CHECK-RESTRICTION.
           MOVE "N" TO WS-KYC-RESTRICTED.
           IF F-CUST-NO IS GREATER THAN ZERO THEN
             MOVE F-CUST-NO TO CM-CUST-NO
             READ CUSTMAST
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF CM-RESTRICTED IS EQUAL TO "Y" THEN
                   MOVE "Y" TO WS-KYC-RESTRICTED
                 END-IF
             END-READ
           END-IF.
           IF WS-KYC-RESTRICTED IS EQUAL TO "Y" THEN
             DISPLAY " " ERASE SCREEN
             PERFORM P-BOARDER
             PERFORM P-STARS
             MOVE "ACCOUNT RESTRICTED - PLEASE CONTACT YOUR BRANCH"
               TO WS-MSG-TEXT
             MOVE 1219 TO WS-MSG-NO
             PERFORM P-GET-MESSAGE
             DISPLAY WS-MSG-TEXT AT 0841 FOREGROUND-COLOR 4
           END-IF.
           EXIT.
       P-CHECK-DAILY-RESET.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(1:8) TO WS-TODAY.
           MOVE 1052 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 0941.
           MOVE "3 - AN ACCOUNT AT ANOTHER BANK" TO WS-MSG-TEXT.
           MOVE 1200 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 1041.
           MOVE "ENTER YOUR CHOICE:" TO WS-MSG-TEXT.
           MOVE 1013 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 1141.
           ACCEPT WS-PAY-CHOICE AT 1160.
           IF WS-PAY-CHOICE IS EQUAL TO 3 AND
             WS-MN-MINOR IS EQUAL TO "Y" THEN
             PERFORM P-MINOR-REFUSED
             DISPLAY WS-MSG-TEXT AT 1249 FOREGROUND-COLOR 4
           ELSE IF WS-PAY-CHOICE IS EQUAL TO 3 THEN
             PERFORM P-INTERBANK-TRANSFER
           ELSE
             PERFORM P-TRANSFER-INTERNAL
           END-IF.
           EXIT.
       P-TRANSFER-INTERNAL.
           MOVE ZERO TO WS-PAY-SLOT.
           MOVE ZEROES TO WS-DEST-ACCT.
           IF WS-PAY-CHOICE IS EQUAL TO 1 THEN
           END-IF.
           MOVE WS-DEST-ACCT TO WS-HOT-ACCT.
           PERFORM P-CHECK-HOTLIST.
           MOVE WS-DEST-ACCT TO WS-MN-CHECK-ACCT.
           PERFORM P-MINOR-CHECK-DEST.
           IF WS-DEST-ACCT IS EQUAL TO ZERO THEN
             MOVE "NO DESTINATION SELECTED" TO WS-MSG-TEXT
             MOVE 1058 TO WS-MSG-NO
           ELSE IF WS-HOT-BLOCKED IS EQUAL TO "Y" THEN
             DISPLAY "DESTINATION CARD BLOCKED - CONTACT YOUR BRANCH"
             AT 1249 FOREGROUND-COLOR 4
           ELSE IF WS-MN-DEST-OK IS EQUAL TO "N" THEN
             PERFORM P-MINOR-REFUSED
             DISPLAY WS-MSG-TEXT AT 1249 FOREGROUND-COLOR 4
           ELSE
             MOVE "ENTER THE AMOUNT TO TRANSFER:" TO WS-MSG-TEXT
             MOVE 1054 TO WS-MSG-NO
             PERFORM P-CALC-AVAILABLE
             COMPUTE WS-RESULT-BAL = WS-AVAILABLE-BAL - WS-XFER-AMOUNT
             PERFORM P-CHECK-DAILY-RESET
             PERFORM P-FRAUD-CHECK-TRANSFER
             MOVE WS-DEST-ACCT TO WS-OD-EXCLUDE
             PERFORM P-OD-CHECK
             IF WS-AMOUNT IS LESS THAN 0 THEN
               DISPLAY "INVALID AMOUNT" AT 1149 FOREGROUND-COLOR 4
             ELSE IF WS-XFER-AMOUNT IS GREATER THAN WS-AVAILABLE-BAL
               AND WS-OD-OK NOT EQUAL TO "Y" THEN
               DISPLAY "INSUFFICIENT AVAILABLE BALANCE" AT 1149
               FOREGROUND-COLOR 4
             ELSE IF WS-RESULT-BAL IS LESS THAN WS-MIN-BALANCE AND
               WS-OD-OK NOT EQUAL TO "Y" THEN
               DISPLAY "TRANSFER WOULD GO BELOW MINIMUM BALANCE" AT 1149
               FOREGROUND-COLOR 4
             ELSE IF WS-LIMIT-APPLIES IS EQUAL TO "Y" AND
                   PERFORM P-GET-MESSAGE
                   DISPLAY WS-MSG-TEXT AT 1949
                   FOREGROUND-COLOR 4
                 ELSE IF WS-FR-HIT IS EQUAL TO "Y" THEN
                   PERFORM P-RESTORE-SESSION
                   MOVE WS-XFER-AMOUNT TO WS-FR-AMOUNT
                   MOVE WS-XFER-CREDIT-AMT TO WS-FR-CREDIT-AMT
                   MOVE WS-DEST-ACCT TO WS-FR-DEST
                   MOVE WS-FX-REASON TO WS-FR-REASON
                   MOVE 19 TO WS-FR-LINE
                   PERFORM P-FRAUD-REFER
                 ELSE
                   MOVE F-BAL TO WS-OLD-BAL
                   ADD WS-XFER-CREDIT-AMT TO F-BAL
                   MOVE WS-FX-REASON TO WS-TRAN-REASON
                   PERFORM P-LOG-TRANSACTION
                   PERFORM P-RESTORE-SESSION
                   IF WS-OD-OK IS EQUAL TO "Y" THEN
                     MOVE 21 TO WS-OD-LINE
                     PERFORM P-OD-SWEEP
                   END-IF
                   MOVE F-BAL TO WS-OLD-BAL
                   SUBTRACT WS-XFER-AMOUNT FROM F-BAL
                   ADD WS-XFER-AMOUNT TO F-DAILY-WITHDRAWN
             END-IF
           END-IF.
           EXIT.
       P-INTERBANK-TRANSFER.
           DISPLAY " " ERASE SCREEN.
           PERFORM P-BOARDER.
           MOVE "TRANSFER TO ANOTHER BANK" TO WS-MSG-TEXT.
           MOVE 1201 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 0651 FOREGROUND-COLOR 3.
           MOVE ZEROES TO WS-IB-BANK.
           MOVE SPACES TO WS-IB-ACCT.
           MOVE SPACES TO WS-IB-NAME.
           MOVE "ENTER THE BANK CODE:" TO WS-MSG-TEXT.
           MOVE 1202 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 0841.
           ACCEPT WS-IB-BANK AT 0875.
           MOVE "ENTER THE BENEFICIARY ACCOUNT:" TO WS-MSG-TEXT.
           MOVE 1203 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 0941.
           ACCEPT WS-IB-ACCT AT 0975.
           MOVE "ENTER THE BENEFICIARY NAME:" TO WS-MSG-TEXT.
           MOVE 1204 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 1041.
           ACCEPT WS-IB-NAME AT 1075.
           MOVE FUNCTION UPPER-CASE(WS-IB-ACCT) TO WS-IB-ACCT.
           MOVE FUNCTION UPPER-CASE(WS-IB-NAME) TO WS-IB-NAME.
           IF WS-IB-BANK IS EQUAL TO ZERO OR
             WS-IB-ACCT IS EQUAL TO SPACES OR
             WS-IB-NAME IS EQUAL TO SPACES THEN
             MOVE "BANK CODE, ACCOUNT AND NAME ARE ALL REQUIRED"
               TO WS-MSG-TEXT
             MOVE 1205 TO WS-MSG-NO
             PERFORM P-GET-MESSAGE
             DISPLAY WS-MSG-TEXT AT 1249
             FOREGROUND-COLOR 4
           ELSE
             MOVE "ENTER THE AMOUNT TO TRANSFER:" TO WS-MSG-TEXT
             MOVE 1054 TO WS-MSG-NO
             PERFORM P-GET-MESSAGE
             DISPLAY WS-MSG-TEXT AT 1141
             ACCEPT WS-AMOUNT AT 1171
             MOVE WS-AMOUNT TO WS-XFER-AMOUNT
             PERFORM P-CALC-AVAILABLE
             COMPUTE WS-RESULT-BAL = WS-AVAILABLE-BAL - WS-XFER-AMOUNT
             PERFORM P-CHECK-DAILY-RESET
             PERFORM P-FRAUD-CHECK-IBXFER
             MOVE ZEROES TO WS-OD-EXCLUDE
             PERFORM P-OD-CHECK
             IF WS-AMOUNT IS LESS THAN 0 OR
               WS-XFER-AMOUNT IS EQUAL TO ZERO THEN
               DISPLAY "INVALID AMOUNT" AT 1249 FOREGROUND-COLOR 4
             ELSE IF WS-XFER-AMOUNT IS GREATER THAN WS-AVAILABLE-BAL
               AND WS-OD-OK NOT EQUAL TO "Y" THEN
               DISPLAY "INSUFFICIENT AVAILABLE BALANCE" AT 1249
               FOREGROUND-COLOR 4
             ELSE IF WS-RESULT-BAL IS LESS THAN WS-MIN-BALANCE AND
               WS-OD-OK NOT EQUAL TO "Y" THEN
               DISPLAY "TRANSFER WOULD GO BELOW MINIMUM BALANCE" AT 1249
               FOREGROUND-COLOR 4
             ELSE IF WS-LIMIT-APPLIES IS EQUAL TO "Y" AND
               (F-DAILY-WITHDRAWN + WS-XFER-AMOUNT) IS GREATER THAN
               WS-DAILY-LIMIT THEN
               DISPLAY "DAILY WITHDRAWAL LIMIT EXCEEDED" AT 1249
               FOREGROUND-COLOR 4
             ELSE IF WS-FR-HIT IS EQUAL TO "Y" THEN
               MOVE WS-XFER-AMOUNT TO WS-FR-AMOUNT
               MOVE WS-XFER-AMOUNT TO WS-FR-CREDIT-AMT
               MOVE WS-IB-BANK TO WS-FR-BANK
               MOVE WS-IB-ACCT TO WS-FR-EXT-ACCT
               MOVE WS-IB-NAME TO WS-FR-NAME
               MOVE 13 TO WS-FR-LINE
               PERFORM P-FRAUD-REFER
             ELSE
               IF WS-OD-OK IS EQUAL TO "Y" THEN
                 MOVE 21 TO WS-OD-LINE
                 PERFORM P-OD-SWEEP
               END-IF
               MOVE F-BAL TO WS-OLD-BAL
               SUBTRACT WS-XFER-AMOUNT FROM F-BAL
               ADD WS-XFER-AMOUNT TO F-DAILY-WITHDRAWN
               PERFORM P-STAMP-ACTIVITY
               REWRITE F-DATA
               END-REWRITE
               MOVE "IBXFER" TO WS-TRAN-TYPE
               MOVE WS-XFER-AMOUNT TO WS-TRAN-AMOUNT
               MOVE SPACES TO WS-TRAN-REASON
               STRING "TO BANK " WS-IB-BANK " " WS-IB-ACCT
                 DELIMITED BY SIZE INTO WS-TRAN-REASON
               PERFORM P-LOG-TRANSACTION
               PERFORM P-WRITE-IBPEND
               PERFORM P-RECEIPT
               MOVE "TRANSFER SENT TO THE OTHER BANK" TO WS-MSG-TEXT
               MOVE 1206 TO WS-MSG-NO
               PERFORM P-GET-MESSAGE
               DISPLAY WS-MSG-TEXT AT 1949
               FOREGROUND-COLOR 6
               DISPLAY "TRANSACTION REFERENCE: " WS-TRAN-REF
               AT 2049 FOREGROUND-COLOR 6
             END-IF
           END-IF.
           EXIT.
       P-WRITE-IBPEND.
           MOVE SPACES TO OB-RECORD.
           MOVE WS-TRAN-REF TO OB-REF.
           MOVE WS-TIMESTAMP(1:8) TO OB-DATE.
           MOVE "P" TO OB-TYPE.
           MOVE F-ACCT-NO TO OB-ACCT.
           MOVE F-NAME TO OB-ORIG-NAME.
           MOVE WS-IB-BANK TO OB-BANK.
           MOVE WS-IB-ACCT TO OB-BEN-ACCT.
           MOVE WS-IB-NAME TO OB-BEN-NAME.
           MOVE WS-XFER-AMOUNT TO OB-AMOUNT.
           MOVE F-CURRENCY TO OB-CURRENCY.
           MOVE SPACES TO OB-NET-REF.
           MOVE "N" TO OB-STATUS.
           MOVE ZEROES TO OB-FILE-SEQ.
           OPEN EXTEND IBPEND-FILE.
           IF WS-OB-STATUS NOT EQUAL TO "00" THEN
             OPEN OUTPUT IBPEND-FILE
           END-IF.
           WRITE OB-RECORD.
           CLOSE IBPEND-FILE.
           EXIT.
       P-PAY-BILL.
           DISPLAY " " ERASE SCREEN.
           PERFORM P-BOARDER.
           MOVE "PAY A BILL" TO WS-MSG-TEXT.
           MOVE 1208 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 0651 FOREGROUND-COLOR 3.
           PERFORM P-BILLER-LOAD-TABLE.
           IF WS-MN-MINOR IS EQUAL TO "Y" THEN
             PERFORM P-MINOR-REFUSED
             DISPLAY WS-MSG-TEXT AT 0849 FOREGROUND-COLOR 4
           ELSE IF WS-BL-CNT IS EQUAL TO ZERO THEN
             MOVE "NO BILLERS ARE AVAILABLE" TO WS-MSG-TEXT
             MOVE 1209 TO WS-MSG-NO
             PERFORM P-GET-MESSAGE
             DISPLAY WS-MSG-TEXT AT 0849 FOREGROUND-COLOR 4
           ELSE
             MOVE 8 TO WS-BL-LINE
             MOVE 20 TO WS-BL-COL
             PERFORM VARYING WS-BL-IDX FROM 1 BY 1
               UNTIL WS-BL-IDX > WS-BL-CNT
               IF WS-BL-IDX IS EQUAL TO 11 THEN
                 MOVE 8 TO WS-BL-LINE
                 MOVE 62 TO WS-BL-COL
               END-IF
               DISPLAY WS-BL-IDX " - " WS-BL-T-NAME(WS-BL-IDX)
               AT LINE WS-BL-LINE POSITION WS-BL-COL
               ADD 1 TO WS-BL-LINE
             END-PERFORM
             MOVE "ENTER BILLER NUMBER:" TO WS-MSG-TEXT
             MOVE 1210 TO WS-MSG-NO
             PERFORM P-GET-MESSAGE
             DISPLAY WS-MSG-TEXT AT 1920
             ACCEPT WS-BL-PICK AT 1955
             IF WS-BL-PICK IS EQUAL TO ZERO OR
               WS-BL-PICK IS GREATER THAN WS-BL-CNT THEN
               MOVE "THAT IS A INVALID CHOICE" TO WS-MSG-TEXT
               MOVE 1016 TO WS-MSG-NO
               PERFORM P-GET-MESSAGE
               DISPLAY WS-MSG-TEXT AT 2220 FOREGROUND-COLOR 4
             ELSE
               PERFORM P-PAY-BILL-ENTRY
             END-IF
           END-IF.
           EXIT.
       P-PAY-BILL-ENTRY.
           MOVE SPACES TO WS-BP-CUST-REF.
           MOVE "ENTER YOUR CUSTOMER REFERENCE:" TO WS-MSG-TEXT.
           MOVE 1211 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 2020.
           ACCEPT WS-BP-CUST-REF AT 2055.
           MOVE FUNCTION UPPER-CASE(WS-BP-CUST-REF) TO WS-BP-CUST-REF.
           PERFORM P-CHECK-BILL-REF.
           IF WS-BP-REF-OK IS EQUAL TO "N" THEN
             MOVE "CUSTOMER REFERENCE IS NOT VALID FOR THIS BILLER"
               TO WS-MSG-TEXT
             MOVE 1212 TO WS-MSG-NO
             PERFORM P-GET-MESSAGE
             DISPLAY WS-MSG-TEXT AT 2220 FOREGROUND-COLOR 4
           ELSE
             MOVE "ENTER THE AMOUNT TO PAY:" TO WS-MSG-TEXT
             MOVE 1213 TO WS-MSG-NO
             PERFORM P-GET-MESSAGE
             DISPLAY WS-MSG-TEXT AT 2120
             ACCEPT WS-AMOUNT AT 2155
             MOVE WS-AMOUNT TO WS-XFER-AMOUNT
             PERFORM P-CALC-AVAILABLE
             COMPUTE WS-RESULT-BAL = WS-AVAILABLE-BAL - WS-XFER-AMOUNT
             PERFORM P-CHECK-DAILY-RESET
             IF WS-AMOUNT IS LESS THAN 0 OR
               WS-XFER-AMOUNT IS EQUAL TO ZERO THEN
               DISPLAY "INVALID AMOUNT" AT 2220 FOREGROUND-COLOR 4
             ELSE IF WS-XFER-AMOUNT IS GREATER THAN WS-AVAILABLE-BAL
               THEN
               DISPLAY "INSUFFICIENT AVAILABLE BALANCE" AT 2220
               FOREGROUND-COLOR 4
             ELSE IF WS-RESULT-BAL IS LESS THAN WS-MIN-BALANCE THEN
               DISPLAY "PAYMENT WOULD GO BELOW MINIMUM BALANCE" AT 2220
               FOREGROUND-COLOR 4
             ELSE IF WS-LIMIT-APPLIES IS EQUAL TO "Y" AND
               (F-DAILY-WITHDRAWN + WS-XFER-AMOUNT) IS GREATER THAN
               WS-DAILY-LIMIT THEN
               DISPLAY "DAILY WITHDRAWAL LIMIT EXCEEDED" AT 2220
               FOREGROUND-COLOR 4
             ELSE
               MOVE F-BAL TO WS-OLD-BAL
               SUBTRACT WS-XFER-AMOUNT FROM F-BAL
               ADD WS-XFER-AMOUNT TO F-DAILY-WITHDRAWN
               PERFORM P-STAMP-ACTIVITY
               REWRITE F-DATA
               END-REWRITE
               MOVE "BILLPAY" TO WS-TRAN-TYPE
               MOVE WS-XFER-AMOUNT TO WS-TRAN-AMOUNT
               MOVE SPACES TO WS-TRAN-REASON
               STRING WS-BL-T-CODE(WS-BL-PICK) " " WS-BP-CUST-REF
                 DELIMITED BY SIZE INTO WS-TRAN-REASON
               PERFORM P-LOG-TRANSACTION
               PERFORM P-WRITE-BILLPAY
               PERFORM P-RECEIPT
               MOVE "BILL PAYMENT ACCEPTED" TO WS-MSG-TEXT
               MOVE 1214 TO WS-MSG-NO
               PERFORM P-GET-MESSAGE
               DISPLAY WS-MSG-TEXT AT 2220 FOREGROUND-COLOR 6
               DISPLAY "TRANSACTION REFERENCE: " WS-TRAN-REF
               AT 2320 FOREGROUND-COLOR 6
             END-IF
           END-IF.
           EXIT.
       P-CHECK-BILL-REF.
           MOVE "Y" TO WS-BP-REF-OK.
           MOVE ZERO TO WS-BP-REF-LEN.
           PERFORM VARYING WS-BP-I FROM 20 BY -1
             UNTIL WS-BP-I < 1 OR WS-BP-REF-LEN > 0
             IF WS-BP-CUST-REF(WS-BP-I:1) NOT EQUAL TO SPACE THEN
               MOVE WS-BP-I TO WS-BP-REF-LEN
             END-IF
           END-PERFORM.
           IF WS-BP-REF-LEN IS EQUAL TO ZERO OR
             WS-BP-REF-LEN NOT EQUAL TO WS-BL-T-LEN(WS-BL-PICK) THEN
             MOVE "N" TO WS-BP-REF-OK
           ELSE
             EVALUATE WS-BL-T-FORMAT(WS-BL-PICK)
               WHEN "N"
                 IF WS-BP-CUST-REF(1:WS-BP-REF-LEN) IS NOT NUMERIC
                   THEN
                   MOVE "N" TO WS-BP-REF-OK
                 END-IF
               WHEN "C"
                 IF WS-BP-CUST-REF(1:WS-BP-REF-LEN) IS NOT NUMERIC
                   THEN
                   MOVE "N" TO WS-BP-REF-OK
                 ELSE
                   PERFORM P-CHECK-REF-DIGIT
                 END-IF
               WHEN OTHER
                 PERFORM VARYING WS-BP-I FROM 1 BY 1
                   UNTIL WS-BP-I > WS-BP-REF-LEN
                   IF WS-BP-CUST-REF(WS-BP-I:1) IS EQUAL TO SPACE OR
                     (WS-BP-CUST-REF(WS-BP-I:1) IS NOT NUMERIC AND
                      WS-BP-CUST-REF(WS-BP-I:1) IS NOT ALPHABETIC)
                     THEN
                     MOVE "N" TO WS-BP-REF-OK
                   END-IF
                 END-PERFORM
             END-EVALUATE
           END-IF.
           EXIT.
       P-CHECK-REF-DIGIT.
           MOVE ZERO TO WS-BP-SUM.
           MOVE "N" TO WS-BP-DOUBLE.
           PERFORM VARYING WS-BP-I FROM WS-BP-REF-LEN BY -1
             UNTIL WS-BP-I < 1
             MOVE WS-BP-CUST-REF(WS-BP-I:1) TO WS-BP-DIGIT
             IF WS-BP-DOUBLE IS EQUAL TO "Y" THEN
               COMPUTE WS-BP-SUM = WS-BP-SUM + (WS-BP-DIGIT * 2)
               IF WS-BP-DIGIT IS GREATER THAN 4 THEN
                 SUBTRACT 9 FROM WS-BP-SUM
               END-IF
               MOVE "N" TO WS-BP-DOUBLE
             ELSE
               ADD WS-BP-DIGIT TO WS-BP-SUM
               MOVE "Y" TO WS-BP-DOUBLE
             END-IF
           END-PERFORM.
           IF FUNCTION MOD(WS-BP-SUM, 10) NOT EQUAL TO ZERO THEN
             MOVE "N" TO WS-BP-REF-OK
           END-IF.
           EXIT.
       P-WRITE-BILLPAY.
           MOVE SPACES TO BP-RECORD.
           MOVE WS-TRAN-REF TO BP-REF.
           MOVE WS-TIMESTAMP(1:8) TO BP-DATE.
           MOVE WS-BL-T-CODE(WS-BL-PICK) TO BP-BILLER.
           MOVE WS-BP-CUST-REF TO BP-CUST-REF.
           MOVE F-ACCT-NO TO BP-ACCT.
           MOVE WS-XFER-AMOUNT TO BP-AMOUNT.
           MOVE "N" TO BP-STATUS.
           MOVE ZEROES TO BP-REM-DATE.
           OPEN EXTEND BILLPAY-FILE.
           IF WS-BP-STATUS NOT EQUAL TO "00" THEN
             OPEN OUTPUT BILLPAY-FILE
           END-IF.
           WRITE BP-RECORD.
           CLOSE BILLPAY-FILE.
           EXIT.
       P-BILLER-LOAD-TABLE.
           MOVE ZERO TO WS-BL-CNT.
           MOVE "N" TO WS-BL-EOF.
           OPEN INPUT BILLER-FILE.
           IF WS-BL-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-BL-EOF IS EQUAL TO "Y"
               OR WS-BL-CNT IS EQUAL TO 20
               READ BILLER-FILE
                 AT END MOVE "Y" TO WS-BL-EOF
                 NOT AT END
                   ADD 1 TO WS-BL-CNT
                   MOVE BL-CODE TO WS-BL-T-CODE(WS-BL-CNT)
                   MOVE BL-NAME TO WS-BL-T-NAME(WS-BL-CNT)
                   MOVE BL-REF-FORMAT TO WS-BL-T-FORMAT(WS-BL-CNT)
                   MOVE BL-REF-LEN TO WS-BL-T-LEN(WS-BL-CNT)
               END-READ
             END-PERFORM
             CLOSE BILLER-FILE
           END-IF.
           EXIT.
       P-PLAN-FX-CONVERSION.
           PERFORM P-LOOKUP-CURRENCY.
           MOVE WS-EX-RATE TO WS-FX-DEST-RATE.
           IF WS-EX-FOUND IS EQUAL TO "N" OR
             WS-FX-SRC-OK IS EQUAL TO "N" THEN
             DISPLAY "NO EXCHANGE RATE ON FILE FOR THIS TRANSFER"
             AT 1441 FOREGROUND-COLOR 4
             MOVE "N" TO WS-FX-CONFIRM
           ELSE
             COMPUTE WS-FX-RATE ROUNDED =
                 WS-FX-DEST-RATE / WS-FX-SRC-RATE
             COMPUTE WS-XFER-CREDIT-AMT ROUNDED =
                 WS-XFER-AMOUNT * WS-FX-RATE
           END-IF.
           EXIT.
       P-ALERT-PREFS.
           PERFORM P-AP-READ-PREFS.
           MOVE "LOW BALANCE THRESHOLD (0 = OFF):" TO WS-MSG-TEXT.
           MOVE 1190 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 1742.
           ACCEPT WS-AP-AMT-R AT 1775.
           MOVE WS-AP-AMT-R TO WS-AP-LOW.
           MOVE "LARGE DEBIT THRESHOLD (0 = OFF):" TO WS-MSG-TEXT.
           MOVE 1191 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 1842.
           ACCEPT WS-AP-AMT-R AT 1875.
           MOVE WS-AP-AMT-R TO WS-AP-DEBIT.
           MOVE "ALERT ON STANDING ORDER FAILURE (Y/N)?"
             TO WS-MSG-TEXT.
           MOVE 1192 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT
           AT 1942.
           ACCEPT WS-AP-ANSWER AT 1981.
           IF WS-AP-ANSWER IS EQUAL TO "Y" OR
             WS-AP-ANSWER IS EQUAL TO "y" THEN
             MOVE "Y" TO WS-AP-SOFAIL
           ELSE
             MOVE "N" TO WS-AP-SOFAIL
           END-IF.
           PERFORM P-AP-SAVE-PREFS.
           MOVE "ALERT PREFERENCES SAVED" TO WS-MSG-TEXT.
           MOVE 1193 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 2042
           FOREGROUND-COLOR 6.
           EXIT.
       P-AP-READ-PREFS.
           MOVE ZERO TO WS-AP-FOUND.
           MOVE ZEROES TO WS-AP-LOW.
           MOVE ZEROES TO WS-AP-DEBIT.
           MOVE "N" TO WS-AP-SOFAIL.
           OPEN INPUT ALERTPREF-FILE.
           IF WS-AP-STATUS IS EQUAL TO "00" THEN
             MOVE F-ACCT-NO TO AP-ACCT
             MOVE 1 TO WS-AP-FOUND
             READ ALERTPREF-FILE
               INVALID KEY MOVE ZERO TO WS-AP-FOUND
             END-READ
             IF WS-AP-FOUND IS EQUAL TO 1 THEN
               MOVE AP-LOW-BAL TO WS-AP-LOW
               MOVE AP-LARGE-DEBIT TO WS-AP-DEBIT
               MOVE AP-SO-FAIL TO WS-AP-SOFAIL
             END-IF
             CLOSE ALERTPREF-FILE
           ELSE
             IF WS-AP-STATUS IS EQUAL TO "05" THEN
               CLOSE ALERTPREF-FILE
             END-IF
           END-IF.
           EXIT.
       P-AP-SAVE-PREFS.
           OPEN I-O ALERTPREF-FILE.
           MOVE F-ACCT-NO TO AP-ACCT.
           MOVE WS-AP-LOW TO AP-LOW-BAL.
           MOVE WS-AP-DEBIT TO AP-LARGE-DEBIT.
           MOVE WS-AP-SOFAIL TO AP-SO-FAIL.
           REWRITE AP-RECORD
             INVALID KEY
               WRITE AP-RECORD
               END-WRITE
           END-REWRITE.
           CLOSE ALERTPREF-FILE.
           EXIT.
       P-MIRROR-CONTACT.
           MOVE F-CUST-NO TO WS-CIF-NO.
           MOVE F-ACCT-NO TO WS-SESSION-ACCT.
           MOVE WS-CIF-NO TO F-CUST-NO.
           MOVE "N" TO WS-ACL-EOF.
           START USERDATA KEY IS EQUAL TO F-CUST-NO
             INVALID KEY MOVE "Y" TO WS-ACL-EOF
           END-START.
           PERFORM UNTIL WS-ACL-EOF IS EQUAL TO "Y"
             READ USERDATA NEXT RECORD
               AT END MOVE "Y" TO WS-ACL-EOF
               NOT AT END
                 IF F-CUST-NO NOT EQUAL TO WS-CIF-NO THEN
                   MOVE "Y" TO WS-ACL-EOF
                 ELSE
                   MOVE CM-ADDRESS TO F-ADDRESS
                   MOVE CM-PHONE TO F-PHONE
                   MOVE CM-EMAIL TO F-EMAIL
           MOVE F-CUST-NO TO WS-CIF-NO.
           MOVE F-ACCT-NO TO WS-SESSION-ACCT.
           MOVE ZERO TO WS-ACL-COUNT.
           MOVE WS-CIF-NO TO F-CUST-NO.
           MOVE "N" TO WS-ACL-EOF.
           START USERDATA KEY IS EQUAL TO F-CUST-NO
             INVALID KEY MOVE "Y" TO WS-ACL-EOF
           END-START.
           PERFORM UNTIL WS-ACL-EOF IS EQUAL TO "Y"
             READ USERDATA NEXT RECORD
               AT END MOVE "Y" TO WS-ACL-EOF
               NOT AT END
                 IF F-CUST-NO NOT EQUAL TO WS-CIF-NO THEN
                   MOVE "Y" TO WS-ACL-EOF
                 ELSE
                   IF F-LOCKED IS EQUAL TO "N" AND
                     F-DORMANT IS EQUAL TO "N" THEN
                     MOVE F-ACCT-NO TO WS-HOT-ACCT
                     PERFORM P-CHECK-HOTLIST
                     IF WS-HOT-BLOCKED IS EQUAL TO "N" THEN
                       ADD 1 TO WS-ACL-COUNT
                       MOVE F-ACCT-NO TO WS-ACL-T-ACCT(WS-ACL-COUNT)
                       MOVE F-ACCT-TYPE TO
                         WS-ACL-T-TYPE(WS-ACL-COUNT)
                       MOVE F-CURRENCY TO
                         WS-ACL-T-CURR(WS-ACL-COUNT)
                       MOVE F-BAL TO WS-ACL-T-BAL(WS-ACL-COUNT)
                     END-IF
                   END-IF
                 END-IF
             END-READ
             ELSE
               PERFORM P-TD-LOAD-TABLE
               IF WS-TD-FULL IS EQUAL TO "Y" THEN
                 DISPLAY "ACCOUNT HOLDS MORE THAN 100 TERM DEPOSITS"
                 " - SEE AN ADMINISTRATOR" AT 1950
                 FOREGROUND-COLOR 4
               ELSE
                 MOVE ZERO TO WS-TD-HIGH-NO
                   MOVE WS-TODAY TO TD-OPEN-DATE
                   MOVE WS-TD-MAT-DATE TO TD-MATURITY-DATE
                   MOVE "O" TO TD-STATUS
                   OPEN I-O TERMDEP-FILE
                   WRITE TD-RECORD
                     INVALID KEY
                       DISPLAY "TERM DEPOSIT NUMBER ALREADY ON FILE"
                       AT 2150 FOREGROUND-COLOR 4
                   END-WRITE
                   CLOSE TERMDEP-FILE
                   MOVE "TERM DEPOSIT OPENED - NUMBER"
                     TO WS-MSG-TEXT
       P-TD-BREAK.
           PERFORM P-TD-LIST.
           IF WS-TD-FULL IS EQUAL TO "Y" THEN
             DISPLAY "ACCOUNT HOLDS MORE THAN 100 TERM DEPOSITS"
             " - SEE AN ADMINISTRATOR"
             AT LINE WS-TD-LINE POSITION 30 FOREGROUND-COLOR 4
           ELSE
               DELIMITED BY SIZE INTO WS-TRAN-REASON
             PERFORM P-LOG-TRANSACTION
             MOVE "B" TO WS-TD-T-STATUS(WS-TD-IDX)
             PERFORM P-TD-SAVE-ENTRY
             MOVE "TERM DEPOSIT CLOSED AND FUNDS CREDITED"
               TO WS-MSG-TEXT
             MOVE 1152 TO WS-MSG-NO
           MOVE "N" TO WS-TD-FULL.
           OPEN INPUT TERMDEP-FILE.
           IF WS-TD-STATUS IS EQUAL TO "00" THEN
             MOVE F-ACCT-NO TO TD-ACCT
             MOVE ZEROES TO TD-NO
             START TERMDEP-FILE KEY IS GREATER THAN OR EQUAL TO TD-KEY
               INVALID KEY MOVE "Y" TO WS-TD-EOF
             END-START
             PERFORM UNTIL WS-TD-EOF IS EQUAL TO "Y"
               READ TERMDEP-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-TD-EOF
                 NOT AT END
                   IF TD-ACCT NOT EQUAL TO F-ACCT-NO THEN
                     MOVE "Y" TO WS-TD-EOF
                   ELSE
                     IF WS-TD-COUNT IS EQUAL TO 100 THEN
                       MOVE "Y" TO WS-TD-FULL
                       MOVE "Y" TO WS-TD-EOF
                     ELSE
                       PERFORM P-TD-ADD-ENTRY
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
       P-TD-ADD-ENTRY.
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
       P-TD-SAVE-ENTRY.
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
             INVALID KEY CONTINUE
           END-REWRITE.
           CLOSE TERMDEP-FILE.
           EXIT.
       P-PICK-PAYEE.
           MOVE ZERO TO WS-PAY-PICK.
           MOVE 12 TO WS-PAY-LINE.
           PERFORM P-PAYEE-BROWSE.
           IF WS-PAY-MINE IS EQUAL TO ZERO THEN
             MOVE "YOU HAVE NO SAVED PAYEES" TO WS-MSG-TEXT
             MOVE 1171 TO WS-MSG-NO
             IF WS-PAY-PICK IS GREATER THAN ZERO AND
               WS-PAY-PICK IS LESS THAN OR EQUAL TO WS-PAY-MINE
               THEN
               PERFORM P-PAYEE-BROWSE
               IF WS-PAY-SLOT IS GREATER THAN ZERO THEN
                 MOVE WS-PAY-SEL-DEST TO WS-DEST-ACCT
               END-IF
             END-IF
           END-IF.
           EXIT.
       P-CONFIRM-NEW-PAYEE.
           MOVE "Y" TO WS-PAYEE-OK.
           IF WS-PAY-SLOT IS GREATER THAN ZERO AND
             WS-PAY-SEL-CONF IS EQUAL TO "Y" THEN
             CONTINUE
           ELSE
             DISPLAY "DESTINATION ACCOUNT HOLDER: " F-NAME
             ADD 1 TO WS-PAY-LINE
             IF WS-PAY-CONFIRM IS EQUAL TO "Y" OR
               WS-PAY-CONFIRM IS EQUAL TO "y" THEN
               IF WS-PAY-SLOT IS GREATER THAN ZERO THEN
                 MOVE "Y" TO WS-PAY-SEL-CONF
                 PERFORM P-PAYEE-SAVE-ENTRY
               END-IF
             ELSE
               MOVE "N" TO WS-PAYEE-OK
           END-EVALUATE.
           EXIT.
       P-PAYEE-LIST.
           MOVE ZERO TO WS-PAY-PICK.
           MOVE 14 TO WS-PAY-LINE.
           PERFORM P-PAYEE-BROWSE.
           IF WS-PAY-MINE IS EQUAL TO ZERO THEN
             MOVE "YOU HAVE NO SAVED PAYEES" TO WS-MSG-TEXT
             MOVE 1171 TO WS-MSG-NO
               DISPLAY WS-MSG-TEXT AT 1750
               ACCEPT WS-PAY-CONFIRM AT 1773
               PERFORM P-RESTORE-SESSION
               PERFORM P-FRAUD-CHECK-PAYEE
               IF (WS-PAY-CONFIRM IS EQUAL TO "Y" OR
                 WS-PAY-CONFIRM IS EQUAL TO "y") AND
                 WS-FR-HIT IS EQUAL TO "Y" THEN
                 MOVE WS-PAY-NEW-DEST TO WS-FR-DEST
                 MOVE WS-PAY-NEW-NICK TO WS-FR-NAME
                 MOVE 18 TO WS-FR-LINE
                 PERFORM P-FRAUD-REFER
               ELSE IF WS-PAY-CONFIRM IS EQUAL TO "Y" OR
                 WS-PAY-CONFIRM IS EQUAL TO "y" THEN
                 MOVE F-ACCT-NO TO PY-OWNER
                 MOVE WS-PAY-NEW-DEST TO PY-DEST
                 MOVE WS-PAY-NEW-NICK TO PY-NICK
                 MOVE "Y" TO PY-CONFIRMED
                 MOVE WS-TODAY TO PY-ADDED
                 OPEN I-O PAYEE-FILE
                 WRITE PY-RECORD
                   INVALID KEY
                     REWRITE PY-RECORD
                     END-REWRITE
                 END-WRITE
                 CLOSE PAYEE-FILE
                 MOVE "PAYEE SAVED" TO WS-MSG-TEXT
                 MOVE 1166 TO WS-MSG-NO
           EXIT.
       P-PAYEE-REMOVE.
           PERFORM P-PAYEE-LIST.
           IF WS-PAY-MINE IS GREATER THAN ZERO THEN
             MOVE "ENTER PAYEE NUMBER TO REMOVE:" TO WS-MSG-TEXT
             MOVE 1168 TO WS-MSG-NO
               DISPLAY WS-MSG-TEXT
               AT LINE WS-PAY-LINE POSITION 49 FOREGROUND-COLOR 4
             ELSE
               PERFORM P-PAYEE-BROWSE
               IF WS-PAY-SLOT IS GREATER THAN ZERO THEN
                 PERFORM P-PAYEE-DELETE-ENTRY
                 ADD 1 TO WS-PAY-LINE
                 MOVE "PAYEE REMOVED" TO WS-MSG-TEXT
                 MOVE 1170 TO WS-MSG-NO
             END-IF
           END-IF.
           EXIT.
       P-PAYEE-BROWSE.
           MOVE ZERO TO WS-PAY-MINE.
           MOVE ZERO TO WS-PAY-SLOT.
           MOVE "N" TO WS-PAY-EOF.
           OPEN INPUT PAYEE-FILE.
           IF WS-PAY-STATUS IS EQUAL TO "00" THEN
             MOVE F-ACCT-NO TO PY-OWNER
             MOVE ZEROES TO PY-DEST
             START PAYEE-FILE KEY IS GREATER THAN OR EQUAL TO PY-KEY
               INVALID KEY MOVE "Y" TO WS-PAY-EOF
             END-START
             PERFORM UNTIL WS-PAY-EOF IS EQUAL TO "Y"
               READ PAYEE-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-PAY-EOF
                 NOT AT END
                   IF PY-OWNER NOT EQUAL TO F-ACCT-NO THEN
                     MOVE "Y" TO WS-PAY-EOF
                   ELSE
                     PERFORM P-PAYEE-BROWSE-ONE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PAYEE-FILE
           ELSE
             IF WS-PAY-STATUS IS EQUAL TO "05" THEN
               CLOSE PAYEE-FILE
             END-IF
           END-IF.
           EXIT.
       P-PAYEE-BROWSE-ONE.
           ADD 1 TO WS-PAY-MINE.
           IF WS-PAY-PICK IS EQUAL TO ZERO THEN
             DISPLAY WS-PAY-MINE " - " PY-NICK " " PY-DEST
             AT LINE WS-PAY-LINE POSITION 49
             ADD 1 TO WS-PAY-LINE
           ELSE IF WS-PAY-MINE IS EQUAL TO WS-PAY-PICK THEN
             MOVE WS-PAY-MINE TO WS-PAY-SLOT
             MOVE PY-OWNER TO WS-PAY-SEL-OWNER
             MOVE PY-DEST TO WS-PAY-SEL-DEST
             MOVE PY-CONFIRMED TO WS-PAY-SEL-CONF
             MOVE "Y" TO WS-PAY-EOF
           END-IF.
           EXIT.
       P-PAYEE-SAVE-ENTRY.
           OPEN I-O PAYEE-FILE.
           MOVE WS-PAY-SEL-OWNER TO PY-OWNER.
           MOVE WS-PAY-SEL-DEST TO PY-DEST.
           READ PAYEE-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE WS-PAY-SEL-CONF TO PY-CONFIRMED
               REWRITE PY-RECORD
                 INVALID KEY CONTINUE
               END-REWRITE
           END-READ.
           CLOSE PAYEE-FILE.
           EXIT.
       P-PAYEE-DELETE-ENTRY.
           OPEN I-O PAYEE-FILE.
           MOVE WS-PAY-SEL-OWNER TO PY-OWNER.
           MOVE WS-PAY-SEL-DEST TO PY-DEST.
           DELETE PAYEE-FILE RECORD
             INVALID KEY CONTINUE
           END-DELETE.
           CLOSE PAYEE-FILE.
           EXIT.
       P-PAYEE-READ-ONE.
           MOVE "N" TO WS-PAY-FOUND.
           OPEN INPUT PAYEE-FILE.
           IF WS-PAY-STATUS IS EQUAL TO "00" THEN
             MOVE F-ACCT-NO TO PY-OWNER
             MOVE WS-DEST-ACCT TO PY-DEST
             MOVE "Y" TO WS-PAY-FOUND
             READ PAYEE-FILE
               INVALID KEY MOVE "N" TO WS-PAY-FOUND
             END-READ
             CLOSE PAYEE-FILE
           ELSE
             IF WS-PAY-STATUS IS EQUAL TO "05" THEN
               CLOSE PAYEE-FILE
             END-IF
           END-IF.
           EXIT.
       P-PAYEE-COUNT-TODAY.
           MOVE ZERO TO WS-FR-COUNT.
           MOVE "N" TO WS-PAY-EOF.
           OPEN INPUT PAYEE-FILE.
           IF WS-PAY-STATUS IS EQUAL TO "00" THEN
             MOVE F-ACCT-NO TO PY-OWNER
             MOVE ZEROES TO PY-DEST
             START PAYEE-FILE KEY IS GREATER THAN OR EQUAL TO PY-KEY
               INVALID KEY MOVE "Y" TO WS-PAY-EOF
             END-START
             PERFORM UNTIL WS-PAY-EOF IS EQUAL TO "Y"
               READ PAYEE-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-PAY-EOF
                 NOT AT END
                   IF PY-OWNER NOT EQUAL TO F-ACCT-NO THEN
                     MOVE "Y" TO WS-PAY-EOF
                   ELSE
                     IF PY-ADDED IS EQUAL TO WS-TODAY THEN
                       ADD 1 TO WS-FR-COUNT
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PAYEE-FILE
           ELSE
             IF WS-PAY-STATUS IS EQUAL TO "05" THEN
               CLOSE PAYEE-FILE
             END-IF
           END-IF.
           EXIT.
       P-CHANGE-PIN.
           DISPLAY " " ERASE SCREEN.
           PERFORM P-BOARDER.
               REWRITE F-DATA
               END-REWRITE
               MOVE "Y" TO WS-PIN-CHANGED
               PERFORM P-FRAUD-NOW
               MOVE WS-FR-NOW-MINUTE TO WS-FR-PIN-MINUTE
               MOVE "YOUR PIN HAS BEEN CHANGED" TO WS-MSG-TEXT
               MOVE 1074 TO WS-MSG-NO
               PERFORM P-GET-MESSAGE
           MOVE 1052 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 1350.
           MOVE "3 - AN ACCOUNT AT ANOTHER BANK" TO WS-MSG-TEXT.
           MOVE 1200 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 1450.
           MOVE "ENTER YOUR CHOICE:" TO WS-MSG-TEXT.
           MOVE 1013 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 1550.
           ACCEPT WS-PAY-CHOICE AT 1569.
           MOVE ZEROES TO WS-IB-BANK.
           MOVE SPACES TO WS-IB-ACCT.
           MOVE SPACES TO WS-IB-NAME.
           IF WS-PAY-CHOICE IS EQUAL TO 3 AND
             WS-MN-MINOR IS EQUAL TO "Y" THEN
             PERFORM P-MINOR-REFUSED
             DISPLAY WS-MSG-TEXT AT 1650 FOREGROUND-COLOR 4
           ELSE IF WS-PAY-CHOICE IS EQUAL TO 3 THEN
             PERFORM P-SO-SETUP-EXTERNAL
           ELSE
             PERFORM P-SO-SETUP-INTERNAL
           END-IF.
           EXIT.
       P-SO-SETUP-INTERNAL.
           MOVE ZERO TO WS-PAY-SLOT.
           MOVE ZEROES TO WS-SO-DEST.
           IF WS-PAY-CHOICE IS EQUAL TO 1 THEN
             DISPLAY WS-MSG-TEXT AT 1550
             ACCEPT WS-SO-DEST AT 1584
           END-IF.
           MOVE WS-SO-DEST TO WS-MN-CHECK-ACCT.
           PERFORM P-MINOR-CHECK-DEST.
           IF WS-SO-DEST IS EQUAL TO ZERO THEN
             MOVE "NO DESTINATION SELECTED" TO WS-MSG-TEXT
             MOVE 1058 TO WS-MSG-NO
             PERFORM P-GET-MESSAGE
             DISPLAY WS-MSG-TEXT AT 1650
             FOREGROUND-COLOR 4
           ELSE IF WS-MN-DEST-OK IS EQUAL TO "N" THEN
             PERFORM P-MINOR-REFUSED
             DISPLAY WS-MSG-TEXT AT 1650 FOREGROUND-COLOR 4
           ELSE
             PERFORM P-SAVE-SESSION
             MOVE ZERO TO WS-XFER-FOUND
               DISPLAY WS-MSG-TEXT AT 1850
               FOREGROUND-COLOR 4
             ELSE
               PERFORM P-SO-CAPTURE-TERMS
             END-IF
           END-IF.
           EXIT.
       P-SO-SETUP-EXTERNAL.
           MOVE ZEROES TO WS-SO-DEST.
           MOVE "ENTER THE BANK CODE:" TO WS-MSG-TEXT.
           MOVE 1202 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 1550.
           ACCEPT WS-IB-BANK AT 1584.
           MOVE "ENTER THE BENEFICIARY ACCOUNT:" TO WS-MSG-TEXT.
           MOVE 1203 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 1650.
           ACCEPT WS-IB-ACCT AT 1684.
           MOVE "ENTER THE BENEFICIARY NAME:" TO WS-MSG-TEXT.
           MOVE 1204 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 1750.
           ACCEPT WS-IB-NAME AT 1784.
           MOVE FUNCTION UPPER-CASE(WS-IB-ACCT) TO WS-IB-ACCT.
           MOVE FUNCTION UPPER-CASE(WS-IB-NAME) TO WS-IB-NAME.
           IF WS-IB-BANK IS EQUAL TO ZERO OR
             WS-IB-ACCT IS EQUAL TO SPACES OR
             WS-IB-NAME IS EQUAL TO SPACES THEN
             MOVE "BANK CODE, ACCOUNT AND NAME ARE ALL REQUIRED"
               TO WS-MSG-TEXT
             MOVE 1205 TO WS-MSG-NO
             PERFORM P-GET-MESSAGE
             DISPLAY WS-MSG-TEXT AT 1850
             FOREGROUND-COLOR 4
           ELSE
             PERFORM P-SO-CAPTURE-TERMS
           END-IF.
           EXIT.
       P-SO-CAPTURE-TERMS.
           MOVE "ENTER THE AMOUNT:" TO WS-MSG-TEXT.
           MOVE 1120 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 1850.
           ACCEPT WS-SO-AMT-R AT 1868.
           MOVE WS-SO-AMT-R TO WS-SO-AMOUNT.
           MOVE "ENTER FREQUENCY (D/W/M):" TO WS-MSG-TEXT.
           MOVE 1121 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 1950.
           ACCEPT WS-SO-FREQ AT 1975.
           MOVE FUNCTION UPPER-CASE(WS-SO-FREQ) TO WS-SO-FREQ.
           MOVE "ENTER FIRST DUE DATE (YYYYMMDD):" TO WS-MSG-TEXT.
           MOVE 1122 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 2050.
           ACCEPT WS-SO-FIRST-DATE AT 2083.
           IF WS-SO-AMOUNT IS EQUAL TO ZERO THEN
             MOVE "INVALID AMOUNT" TO WS-MSG-TEXT
             MOVE 1044 TO WS-MSG-NO
             PERFORM P-GET-MESSAGE
             DISPLAY WS-MSG-TEXT AT 2150 FOREGROUND-COLOR 4
           ELSE IF WS-SO-FREQ NOT EQUAL TO "D" AND
             WS-SO-FREQ NOT EQUAL TO "W" AND
             WS-SO-FREQ NOT EQUAL TO "M" THEN
             MOVE "FREQUENCY MUST BE D, W OR M" TO WS-MSG-TEXT
             MOVE 1124 TO WS-MSG-NO
             PERFORM P-GET-MESSAGE
             DISPLAY WS-MSG-TEXT AT 2150
             FOREGROUND-COLOR 4
           ELSE IF WS-SO-FIRST-DATE IS EQUAL TO ZERO THEN
             MOVE "INVALID DATE" TO WS-MSG-TEXT
             MOVE 1125 TO WS-MSG-NO
             PERFORM P-GET-MESSAGE
             DISPLAY WS-MSG-TEXT AT 2150 FOREGROUND-COLOR 4
           ELSE
             MOVE WS-SO-FIRST-DATE TO WS-ROLL-DATE
             PERFORM P-ROLL-BUSINESS-DAY
             MOVE WS-ROLL-DATE TO WS-SO-FIRST-DATE
             PERFORM P-SO-NEXT-SEQ
             MOVE F-ACCT-NO TO SO-SRC-ACCT
             MOVE WS-SO-NEXT-SEQ TO SO-SEQ
             MOVE WS-SO-DEST TO SO-DEST-ACCT
             MOVE WS-SO-AMOUNT TO SO-AMOUNT
             MOVE WS-SO-FREQ TO SO-FREQ
             MOVE WS-SO-FIRST-DATE TO SO-NEXT-DATE
             MOVE "A" TO SO-STATUS
             MOVE WS-IB-BANK TO SO-BANK
             MOVE WS-IB-ACCT TO SO-EXT-ACCT
             MOVE WS-IB-NAME TO SO-EXT-NAME
             PERFORM P-SO-WRITE-NEW
           END-IF.
           EXIT.
       P-SO-WRITE-NEW.
           OPEN I-O STANDING-FILE.
           IF WS-SO-STATUS NOT EQUAL TO "00" AND
             WS-SO-STATUS NOT EQUAL TO "05" THEN
             DISPLAY "STANDING ORDER COULD NOT BE RECORDED - STATUS "
             WS-SO-STATUS AT 2250 FOREGROUND-COLOR 4
           ELSE
             WRITE SO-RECORD
               INVALID KEY
                 DISPLAY "STANDING ORDER NUMBER ALREADY ON FILE"
                 AT 2250 FOREGROUND-COLOR 4
               NOT INVALID KEY
                 MOVE "STANDING ORDER RECORDED" TO WS-MSG-TEXT
                 MOVE 1123 TO WS-MSG-NO
                 PERFORM P-GET-MESSAGE
                 DISPLAY WS-MSG-TEXT AT 2150
                 FOREGROUND-COLOR 6
             END-WRITE
             IF WS-SO-STATUS NOT EQUAL TO "00" AND
               WS-SO-STATUS NOT EQUAL TO "22" THEN
               DISPLAY "STANDING ORDER COULD NOT BE RECORDED - STATUS "
               WS-SO-STATUS AT 2250 FOREGROUND-COLOR 4
             END-IF
             CLOSE STANDING-FILE
           END-IF.
           EXIT.
       P-SO-CANCEL.
           PERFORM P-SO-LOAD-TABLE.
           IF WS-SO-FULL IS EQUAL TO "Y" THEN
             DISPLAY "ACCOUNT HAS MORE THAN 100 ACTIVE STANDING"
             " ORDERS - SEE AN ADMINISTRATOR" AT 1250
             FOREGROUND-COLOR 4
             MOVE ZERO TO WS-SO-COUNT
           END-IF.
               WS-SO-T-STATUS(WS-SO-IDX) IS EQUAL TO "A" THEN
               ADD 1 TO WS-SO-MINE
               MOVE WS-SO-T-AMOUNT(WS-SO-IDX) TO WS-SO-AMT-R
               IF WS-SO-T-BANK(WS-SO-IDX) IS GREATER THAN ZERO THEN
                 DISPLAY WS-SO-MINE " TO " WS-SO-T-EXT-ACCT(WS-SO-IDX)
                 AT LINE WS-SO-LINE POSITION 30
               ELSE
                 DISPLAY WS-SO-MINE " TO " WS-SO-T-DEST(WS-SO-IDX)
                 AT LINE WS-SO-LINE POSITION 30
               END-IF
               DISPLAY WS-SO-AMT-R " " WS-SO-T-FREQ(WS-SO-IDX)
               " NEXT " WS-SO-T-NEXT(WS-SO-IDX)
               AT LINE WS-SO-LINE POSITION 60
                   ADD 1 TO WS-SO-MINE
                   IF WS-SO-MINE IS EQUAL TO WS-SO-PICK THEN
                     MOVE "C" TO WS-SO-T-STATUS(WS-SO-IDX)
                     PERFORM P-SO-SAVE-ENTRY
                     EXIT PERFORM
                   END-IF
                 END-IF
               END-PERFORM
               MOVE "STANDING ORDER CANCELLED" TO WS-MSG-TEXT
               MOVE 1127 TO WS-MSG-NO
               PERFORM P-GET-MESSAGE
           MOVE "N" TO WS-SO-FULL.
           OPEN INPUT STANDING-FILE.
           IF WS-SO-STATUS IS EQUAL TO "00" THEN
             MOVE F-ACCT-NO TO SO-SRC-ACCT
             MOVE ZEROES TO SO-SEQ
             START STANDING-FILE KEY IS GREATER THAN OR EQUAL TO SO-KEY
               INVALID KEY MOVE "Y" TO WS-SO-EOF
             END-START
             PERFORM UNTIL WS-SO-EOF IS EQUAL TO "Y"
               READ STANDING-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-SO-EOF
                 NOT AT END
                   IF SO-SRC-ACCT NOT EQUAL TO F-ACCT-NO THEN
                     MOVE "Y" TO WS-SO-EOF
                   ELSE
                     IF SO-STATUS IS EQUAL TO "A" THEN
                       IF WS-SO-COUNT IS EQUAL TO 100 THEN
                         MOVE "Y" TO WS-SO-FULL
                         MOVE "Y" TO WS-SO-EOF
                       ELSE
                         PERFORM P-SO-ADD-ENTRY
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE STANDING-FILE
           ELSE
             IF WS-SO-STATUS IS EQUAL TO "05" THEN
               CLOSE STANDING-FILE
             END-IF
           END-IF.
           EXIT.
       P-SO-ADD-ENTRY.
           ADD 1 TO WS-SO-COUNT.
           MOVE SO-SRC-ACCT TO WS-SO-T-SRC(WS-SO-COUNT).
           MOVE SO-SEQ TO WS-SO-T-SEQ(WS-SO-COUNT).
           MOVE SO-DEST-ACCT TO WS-SO-T-DEST(WS-SO-COUNT).
           MOVE SO-AMOUNT TO WS-SO-T-AMOUNT(WS-SO-COUNT).
           MOVE SO-FREQ TO WS-SO-T-FREQ(WS-SO-COUNT).
           MOVE SO-NEXT-DATE TO WS-SO-T-NEXT(WS-SO-COUNT).
           MOVE SO-STATUS TO WS-SO-T-STATUS(WS-SO-COUNT).
           IF SO-BANK IS NUMERIC THEN
             MOVE SO-BANK TO WS-SO-T-BANK(WS-SO-COUNT)
           ELSE
             MOVE ZEROES TO WS-SO-T-BANK(WS-SO-COUNT)
           END-IF.
           MOVE SO-EXT-ACCT TO WS-SO-T-EXT-ACCT(WS-SO-COUNT).
           MOVE SO-EXT-NAME TO WS-SO-T-EXT-NAME(WS-SO-COUNT).
           EXIT.
       P-SO-NEXT-SEQ.
           MOVE ZEROES TO WS-SO-NEXT-SEQ.
           MOVE "N" TO WS-SO-EOF.
           OPEN INPUT STANDING-FILE.
           IF WS-SO-STATUS IS EQUAL TO "00" THEN
             MOVE F-ACCT-NO TO SO-SRC-ACCT
             MOVE ZEROES TO SO-SEQ
             START STANDING-FILE KEY IS GREATER THAN OR EQUAL TO SO-KEY
               INVALID KEY MOVE "Y" TO WS-SO-EOF
             END-START
             PERFORM UNTIL WS-SO-EOF IS EQUAL TO "Y"
               READ STANDING-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-SO-EOF
                 NOT AT END
                   IF SO-SRC-ACCT NOT EQUAL TO F-ACCT-NO THEN
                     MOVE "Y" TO WS-SO-EOF
                   ELSE
                     MOVE SO-SEQ TO WS-SO-NEXT-SEQ
                   END-IF
               END-READ
             END-PERFORM
             CLOSE STANDING-FILE
           ELSE
             IF WS-SO-STATUS IS EQUAL TO "05" THEN
               CLOSE STANDING-FILE
             END-IF
           END-IF.
           ADD 1 TO WS-SO-NEXT-SEQ.
           EXIT.
       P-SO-SAVE-ENTRY.
           OPEN I-O STANDING-FILE.
           MOVE WS-SO-T-SRC(WS-SO-IDX) TO SO-SRC-ACCT.
           MOVE WS-SO-T-SEQ(WS-SO-IDX) TO SO-SEQ.
           MOVE WS-SO-T-DEST(WS-SO-IDX) TO SO-DEST-ACCT.
           MOVE WS-SO-T-AMOUNT(WS-SO-IDX) TO SO-AMOUNT.
           MOVE WS-SO-T-FREQ(WS-SO-IDX) TO SO-FREQ.
           MOVE WS-SO-T-NEXT(WS-SO-IDX) TO SO-NEXT-DATE.
           MOVE WS-SO-T-STATUS(WS-SO-IDX) TO SO-STATUS.
           MOVE WS-SO-T-BANK(WS-SO-IDX) TO SO-BANK.
           MOVE WS-SO-T-EXT-ACCT(WS-SO-IDX) TO SO-EXT-ACCT.
           MOVE WS-SO-T-EXT-NAME(WS-SO-IDX) TO SO-EXT-NAME.
           REWRITE SO-RECORD
             INVALID KEY CONTINUE
           END-REWRITE.
           CLOSE STANDING-FILE.
           EXIT.
       P-SAVE-SESSION.
           MOVE F-BAL TO RC-BALANCE.
           MOVE WS-TIMESTAMP TO RC-TIMESTAMP.
           MOVE WS-TRAN-REF TO RC-REF.
           MOVE WS-TERMINAL-ID TO RC-TERMINAL.
           WRITE RC-RECORD.
           EXIT.
       P-LOG-TRANSACTION.
           MOVE WS-TRAN-REASON TO TL-REASON.
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE WS-ACTIVE-USER TO TL-USER.
           MOVE WS-TERMINAL-ID TO TL-TERMINAL.
           PERFORM P-SEAL-RECORD.
           WRITE TL-RECORD.
           PERFORM P-POST-TRANIDX.
           COMPUTE WS-HASH-PIN-OUT =
               FUNCTION MOD(WS-HASH-WORK, 900000) + 100000.
           EXIT.
       P-LOAD-FRAUDPARM.
           MOVE ZERO TO WS-FR-CNT.
           MOVE "N" TO WS-FP-EOF.
           OPEN INPUT FRAUDPARM-FILE.
           IF WS-FP-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-FP-EOF IS EQUAL TO "Y"
               OR WS-FR-CNT IS EQUAL TO 10
               READ FRAUDPARM-FILE
                 AT END MOVE "Y" TO WS-FP-EOF
                 NOT AT END
                   ADD 1 TO WS-FR-CNT
                   MOVE FP-RULE TO WS-FR-T-RULE(WS-FR-CNT)
                   MOVE FP-ACTIVE TO WS-FR-T-ACTIVE(WS-FR-CNT)
                   MOVE FP-ACTION TO WS-FR-T-ACTION(WS-FR-CNT)
                   MOVE FP-COUNT TO WS-FR-T-COUNT(WS-FR-CNT)
                   MOVE FP-MINUTES TO WS-FR-T-MINUTES(WS-FR-CNT)
                   MOVE FP-DAYS TO WS-FR-T-DAYS(WS-FR-CNT)
                   MOVE FP-AMOUNT TO WS-FR-T-AMOUNT(WS-FR-CNT)
               END-READ
             END-PERFORM
             CLOSE FRAUDPARM-FILE
           END-IF.
           EXIT.
       P-FRAUD-FIND-RULE.
           MOVE ZERO TO WS-FR-IDX.
           PERFORM VARYING WS-FR-J FROM 1 BY 1
             UNTIL WS-FR-J > WS-FR-CNT
             IF WS-FR-T-RULE(WS-FR-J) IS EQUAL TO WS-FR-RULE AND
               WS-FR-T-ACTIVE(WS-FR-J) IS EQUAL TO "Y" THEN
               MOVE WS-FR-J TO WS-FR-IDX
               EXIT PERFORM
             END-IF
           END-PERFORM.
           EXIT.
       P-FRAUD-HIT.
           MOVE "Y" TO WS-FR-HIT.
           MOVE WS-FR-T-ACTION(WS-FR-IDX) TO WS-FR-ACTION.
           IF WS-FR-ACTION NOT EQUAL TO "H" THEN
             MOVE "D" TO WS-FR-ACTION
           END-IF.
           EXIT.
       P-FRAUD-NOW.
           MOVE "N" TO WS-FR-HIT.
           MOVE SPACES TO WS-FR-RULE.
           INITIALIZE WS-FR-DETAIL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(1:8) TO WS-TODAY.
           MOVE WS-DATE-TIME TO WS-FR-STAMP.
           PERFORM P-FRAUD-STAMP-MINUTE.
           MOVE WS-FR-MINUTE TO WS-FR-NOW-MINUTE.
           EXIT.
       P-FRAUD-STAMP-MINUTE.
           MOVE ZEROES TO WS-FR-MINUTE.
           IF WS-FR-STAMP(1:12) IS NUMERIC THEN
             MOVE WS-FR-STAMP(1:8) TO WS-FR-DATE
             MOVE WS-FR-STAMP(9:2) TO WS-FR-HH
             MOVE WS-FR-STAMP(11:2) TO WS-FR-MM
             COMPUTE WS-FR-MINUTE =
                 FUNCTION INTEGER-OF-DATE(WS-FR-DATE) * 1440
                 + WS-FR-HH * 60 + WS-FR-MM
           END-IF.
           EXIT.
       P-FRAUD-CHECK-LOGIN.
           MOVE "N" TO WS-FR-DORMANT-LOGIN.
           MOVE ZEROES TO WS-FR-PIN-MINUTE.
           PERFORM P-FRAUD-NOW.
           MOVE "DORMANT" TO WS-FR-RULE.
           PERFORM P-FRAUD-FIND-RULE.
           IF WS-FR-IDX IS GREATER THAN ZERO AND
             F-LAST-ACTIVITY-DATE IS GREATER THAN ZERO AND
             F-LAST-ACTIVITY-DATE IS LESS THAN WS-TODAY THEN
             COMPUTE WS-FR-IDLE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                 FUNCTION INTEGER-OF-DATE(F-LAST-ACTIVITY-DATE)
             IF WS-FR-IDLE-DAYS IS GREATER THAN OR EQUAL TO
               WS-FR-T-DAYS(WS-FR-IDX) THEN
               MOVE "Y" TO WS-FR-DORMANT-LOGIN
             END-IF
           END-IF.
           EXIT.
       P-FRAUD-CHECK-DORMANT.
           IF WS-FR-HIT IS EQUAL TO "N" AND
             WS-FR-DORMANT-LOGIN IS EQUAL TO "Y" THEN
             MOVE "DORMANT" TO WS-FR-RULE
             PERFORM P-FRAUD-FIND-RULE
             IF WS-FR-IDX IS GREATER THAN ZERO THEN
               PERFORM P-FRAUD-HIT
             END-IF
           END-IF.
           EXIT.
       P-FRAUD-CHECK-WITHDRAW.
           PERFORM P-FRAUD-NOW.
           MOVE "WITHDRAW" TO WS-FR-FUNCTION.
           PERFORM P-FRAUD-CHECK-DORMANT.
           IF WS-FR-HIT IS EQUAL TO "N" THEN
             MOVE "VELOCITY" TO WS-FR-RULE
             PERFORM P-FRAUD-FIND-RULE
             IF WS-FR-IDX IS GREATER THAN ZERO AND
               WS-FR-T-COUNT(WS-FR-IDX) IS GREATER THAN ZERO THEN
               PERFORM P-FRAUD-COUNT-WITHDRAWALS
               IF WS-FR-COUNT + 1 IS GREATER THAN OR EQUAL TO
                 WS-FR-T-COUNT(WS-FR-IDX) THEN
                 PERFORM P-FRAUD-HIT
               END-IF
             END-IF
           END-IF.
           IF WS-FR-HIT IS EQUAL TO "N" AND
             WS-FR-PIN-MINUTE IS GREATER THAN ZERO THEN
             MOVE "PINCHG" TO WS-FR-RULE
             PERFORM P-FRAUD-FIND-RULE
             IF WS-FR-IDX IS GREATER THAN ZERO AND
               WS-FR-NOW-MINUTE - WS-FR-PIN-MINUTE IS LESS THAN OR
               EQUAL TO WS-FR-T-MINUTES(WS-FR-IDX) THEN
               IF WS-LIMIT-APPLIES IS EQUAL TO "Y" THEN
                 MOVE WS-DAILY-LIMIT TO WS-FR-LIMIT
               ELSE
                 MOVE WS-FR-T-AMOUNT(WS-FR-IDX) TO WS-FR-LIMIT
               END-IF
               IF WS-FR-LIMIT IS GREATER THAN ZERO AND
                 (F-DAILY-WITHDRAWN + WS-WITHDRAW) IS GREATER THAN
                 OR EQUAL TO WS-FR-LIMIT THEN
                 PERFORM P-FRAUD-HIT
               END-IF
             END-IF
           END-IF.
           EXIT.
       P-FRAUD-COUNT-WITHDRAWALS.
           MOVE ZERO TO WS-FR-COUNT.
           COMPUTE WS-FR-FROM-MINUTE = WS-FR-NOW-MINUTE -
               WS-FR-T-MINUTES(WS-FR-IDX).
           OPEN INPUT TRANIDX.
           IF WS-TI-STATUS IS EQUAL TO "00" THEN
             MOVE F-ACCT-NO TO TI-ACCT
             MOVE ZEROES TO TI-REF
             MOVE "N" TO WS-TLI-EOF
             START TRANIDX KEY IS GREATER THAN OR EQUAL TO TI-KEY
               INVALID KEY MOVE "Y" TO WS-TLI-EOF
             END-START
             PERFORM UNTIL WS-TLI-EOF IS EQUAL TO "Y"
               READ TRANIDX NEXT RECORD
                 AT END MOVE "Y" TO WS-TLI-EOF
                 NOT AT END
                   IF TI-ACCT IS EQUAL TO F-ACCT-NO THEN
                     IF TI-TYPE IS EQUAL TO "WITHDRAW" THEN
                       MOVE TI-TIMESTAMP TO WS-FR-STAMP
                       PERFORM P-FRAUD-STAMP-MINUTE
                       IF WS-FR-MINUTE IS GREATER THAN OR EQUAL TO
                         WS-FR-FROM-MINUTE THEN
                         ADD 1 TO WS-FR-COUNT
                       END-IF
                     END-IF
                   ELSE
                     MOVE "Y" TO WS-TLI-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TRANIDX
           ELSE
             IF WS-TI-STATUS IS EQUAL TO "05" THEN
               CLOSE TRANIDX
             END-IF
             MOVE "N" TO WS-TLI-EOF
             CLOSE TRANLOG
             OPEN INPUT TRANLOG-IN
             IF WS-TLI-STATUS IS EQUAL TO "00" THEN
               PERFORM UNTIL WS-TLI-EOF IS EQUAL TO "Y"
                 READ TRANLOG-IN
                   AT END MOVE "Y" TO WS-TLI-EOF
                   NOT AT END
                     IF TLI-ACCT IS EQUAL TO F-ACCT-NO AND
                       TLI-TYPE IS EQUAL TO "WITHDRAW" THEN
                       MOVE TLI-TIMESTAMP TO WS-FR-STAMP
                       PERFORM P-FRAUD-STAMP-MINUTE
                       IF WS-FR-MINUTE IS GREATER THAN OR EQUAL TO
                         WS-FR-FROM-MINUTE THEN
                         ADD 1 TO WS-FR-COUNT
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE TRANLOG-IN
             END-IF
             OPEN EXTEND TRANLOG
           END-IF.
           EXIT.
       P-FRAUD-CHECK-TRANSFER.
           PERFORM P-FRAUD-NOW.
           MOVE "XFER" TO WS-FR-FUNCTION.
           PERFORM P-FRAUD-CHECK-DORMANT.
           IF WS-FR-HIT IS EQUAL TO "N" THEN
             MOVE "NEWPAYEE" TO WS-FR-RULE
             PERFORM P-FRAUD-FIND-RULE
             IF WS-FR-IDX IS GREATER THAN ZERO AND
               WS-XFER-AMOUNT IS GREATER THAN OR EQUAL TO
               WS-FR-T-AMOUNT(WS-FR-IDX) THEN
               PERFORM P-PAYEE-READ-ONE
               IF WS-PAY-FOUND IS EQUAL TO "Y" AND
                 PY-ADDED IS NUMERIC AND
                 PY-ADDED IS GREATER THAN ZERO THEN
                 COMPUTE WS-FR-IDLE-DAYS =
                     FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                     FUNCTION INTEGER-OF-DATE(PY-ADDED)
                 IF WS-FR-IDLE-DAYS IS LESS THAN OR EQUAL TO
                   WS-FR-T-DAYS(WS-FR-IDX) THEN
                   PERFORM P-FRAUD-HIT
                 END-IF
               END-IF
             END-IF
           END-IF.
           EXIT.
       P-FRAUD-CHECK-IBXFER.
           PERFORM P-FRAUD-NOW.
           MOVE "IBXFER" TO WS-FR-FUNCTION.
           PERFORM P-FRAUD-CHECK-DORMANT.
           EXIT.
       P-FRAUD-CHECK-PAYEE.
           PERFORM P-FRAUD-NOW.
           MOVE "PAYEEADD" TO WS-FR-FUNCTION.
           PERFORM P-FRAUD-CHECK-DORMANT.
           IF WS-FR-HIT IS EQUAL TO "N" THEN
             MOVE "PAYEEADD" TO WS-FR-RULE
             PERFORM P-FRAUD-FIND-RULE
             IF WS-FR-IDX IS GREATER THAN ZERO AND
               WS-FR-T-COUNT(WS-FR-IDX) IS GREATER THAN ZERO THEN
               PERFORM P-PAYEE-COUNT-TODAY
               IF WS-FR-COUNT + 1 IS GREATER THAN OR EQUAL TO
                 WS-FR-T-COUNT(WS-FR-IDX) THEN
                 PERFORM P-FRAUD-HIT
               END-IF
             END-IF
           END-IF.
           EXIT.
       P-FRAUD-REFER.
           IF WS-FR-FUNCTION IS EQUAL TO "WITHDRAW" THEN
             MOVE "D" TO WS-FR-ACTION
           END-IF.
           MOVE ZERO TO WS-RF-HIGH.
           MOVE "N" TO WS-RF-EOF.
           OPEN INPUT REFERRAL-FILE.
           IF WS-RF-STATUS IS EQUAL TO "00" THEN
             PERFORM UNTIL WS-RF-EOF IS EQUAL TO "Y"
               READ REFERRAL-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-RF-EOF
                 NOT AT END
                   IF RF-ID IS GREATER THAN WS-RF-HIGH THEN
                     MOVE RF-ID TO WS-RF-HIGH
                   END-IF
               END-READ
             END-PERFORM
             CLOSE REFERRAL-FILE
           ELSE
             IF WS-RF-STATUS IS EQUAL TO "05" THEN
               CLOSE REFERRAL-FILE
             END-IF
           END-IF.
           ADD 1 TO WS-RF-HIGH.
           MOVE SPACES TO RF-RECORD.
           MOVE WS-RF-HIGH TO RF-ID.
           MOVE WS-DATE-TIME(1:14) TO RF-TIMESTAMP.
           MOVE F-ACCT-NO TO RF-ACCT.
           MOVE WS-FR-RULE TO RF-RULE.
           MOVE WS-FR-FUNCTION TO RF-FUNCTION.
           MOVE WS-FR-ACTION TO RF-ACTION.
           MOVE WS-FR-AMOUNT TO RF-AMOUNT.
           MOVE WS-FR-CREDIT-AMT TO RF-CREDIT-AMT.
           MOVE WS-FR-DEST TO RF-DEST.
           MOVE WS-FR-BANK TO RF-BANK.
           MOVE WS-FR-EXT-ACCT TO RF-EXT-ACCT.
           MOVE WS-FR-NAME TO RF-NAME.
           MOVE WS-FR-REASON TO RF-REASON.
           MOVE WS-ACTIVE-USER TO RF-USER.
           MOVE WS-TERMINAL-ID TO RF-TERMINAL.
           MOVE "O" TO RF-STATUS.
           MOVE ZEROES TO RF-DECIDED.
           MOVE ZEROES TO RF-TRAN-REF.
           MOVE "N" TO WS-RF-FAILED.
           OPEN I-O REFERRAL-FILE.
           IF WS-RF-STATUS NOT EQUAL TO "00" AND
             WS-RF-STATUS NOT EQUAL TO "05" THEN
             MOVE "Y" TO WS-RF-FAILED
           ELSE
             MOVE "N" TO WS-RF-WRITTEN
             PERFORM UNTIL WS-RF-WRITTEN IS EQUAL TO "Y"
               WRITE RF-RECORD
                 INVALID KEY
                   ADD 1 TO WS-RF-HIGH
                   MOVE WS-RF-HIGH TO RF-ID
               END-WRITE
               IF WS-RF-STATUS NOT EQUAL TO "22" THEN
                 MOVE "Y" TO WS-RF-WRITTEN
               END-IF
             END-PERFORM
             IF WS-RF-STATUS NOT EQUAL TO "00" THEN
               MOVE "Y" TO WS-RF-FAILED
             END-IF
             CLOSE REFERRAL-FILE
           END-IF.
           IF WS-RF-FAILED IS EQUAL TO "Y" THEN
             MOVE "D" TO WS-FR-ACTION
           END-IF.
           IF WS-FR-ACTION IS EQUAL TO "H" THEN
             MOVE "TRANSACTION HELD FOR REVIEW BY THE BANK"
               TO WS-MSG-TEXT
             MOVE 1216 TO WS-MSG-NO
           ELSE
             MOVE "TRANSACTION DECLINED - PLEASE CONTACT THE BANK"
               TO WS-MSG-TEXT
             MOVE 1215 TO WS-MSG-NO
           END-IF.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT
           AT LINE WS-FR-LINE POSITION 49 FOREGROUND-COLOR 4.
           ADD 1 TO WS-FR-LINE.
           IF WS-RF-FAILED NOT EQUAL TO "Y" THEN
             MOVE "REFERRAL NUMBER:" TO WS-MSG-TEXT
             MOVE 1217 TO WS-MSG-NO
             PERFORM P-GET-MESSAGE
             MOVE SPACES TO WS-MSG-LINE
             STRING WS-MSG-TEXT DELIMITED BY "  " " " WS-RF-HIGH
               DELIMITED BY SIZE INTO WS-MSG-LINE
             DISPLAY WS-MSG-LINE
             AT LINE WS-FR-LINE POSITION 49 FOREGROUND-COLOR 4
           END-IF.
           EXIT.
       P-LOAD-PRODPARM.
           MOVE ZERO TO WS-PP-CNT.
           MOVE "N" TO WS-PP-EOF.
           END-IF.
           EXIT.
       P-SET-PRODUCT-RULES.
           PERFORM P-CHECK-MINOR.
           MOVE 100 TO WS-MIN-BALANCE.
           MOVE 10000 TO WS-DAILY-LIMIT.
           MOVE 3 TO WS-CHECK-HOLD-DAYS.
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF WS-MN-MINOR IS EQUAL TO "Y" THEN
             MOVE 2000 TO WS-DAILY-LIMIT
             MOVE "Y" TO WS-LIMIT-APPLIES
             PERFORM VARYING WS-PP-IDX FROM 1 BY 1
               UNTIL WS-PP-IDX > WS-PP-CNT
               IF WS-PP-T-TYPE(WS-PP-IDX) IS EQUAL TO "M" THEN
                 MOVE WS-PP-T-MIN(WS-PP-IDX) TO WS-MIN-BALANCE
                 MOVE WS-PP-T-LIMIT(WS-PP-IDX) TO WS-DAILY-LIMIT
                 MOVE WS-PP-T-APPLIES(WS-PP-IDX) TO WS-LIMIT-APPLIES
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF.
           EXIT.
       P-CHECK-MINOR.
           MOVE "N" TO WS-MN-MINOR.
           MOVE ZEROES TO WS-MN-GUARDIAN.
           OPEN INPUT MINOR-FILE.
           IF WS-MN-STATUS IS EQUAL TO "00" THEN
             MOVE F-ACCT-NO TO MN-ACCT-NO
             READ MINOR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF MN-STATUS IS EQUAL TO "A" THEN
                   MOVE "Y" TO WS-MN-MINOR
                   MOVE MN-GUARDIAN TO WS-MN-GUARDIAN
                 END-IF
             END-READ
             CLOSE MINOR-FILE
           ELSE
             IF WS-MN-STATUS IS EQUAL TO "05" THEN
               CLOSE MINOR-FILE
             END-IF
           END-IF.
           EXIT.
       P-MINOR-CHECK-DEST.
           MOVE "Y" TO WS-MN-DEST-OK.
           IF WS-MN-MINOR IS EQUAL TO "Y" AND
             WS-MN-CHECK-ACCT IS GREATER THAN ZERO THEN
             MOVE "N" TO WS-MN-DEST-OK
             PERFORM P-SAVE-SESSION
             MOVE WS-MN-CHECK-ACCT TO F-ACCT-NO
             READ USERDATA
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF F-CUST-NO IS EQUAL TO WS-MN-GUARDIAN AND
                   F-CUST-NO IS GREATER THAN ZERO THEN
                   MOVE "Y" TO WS-MN-DEST-OK
                 END-IF
             END-READ
             PERFORM P-RESTORE-SESSION
           END-IF.
           EXIT.
       P-MINOR-REFUSED.
           MOVE "MINOR ACCOUNT - TRANSFERS ONLY TO YOUR GUARDIAN"
             TO WS-MSG-TEXT.
           MOVE 1221 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           EXIT.
       P-MINOR-ACCOUNTS.
           DISPLAY " " ERASE SCREEN.
           PERFORM P-BOARDER.
           PERFORM P-STARS.
           MOVE "MINOR ACCOUNTS IN YOUR CARE" TO WS-MSG-TEXT.
           MOVE 1222 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           DISPLAY WS-MSG-TEXT AT 0647 FOREGROUND-COLOR 3.
           MOVE ZERO TO WS-MN-COUNT.
           MOVE 8 TO WS-MN-LINE.
           IF WS-OWN-PIN IS EQUAL TO "Y" AND
             F-CUST-NO IS GREATER THAN ZERO THEN
             MOVE F-CUST-NO TO WS-MN-KEY-CUST
             PERFORM P-SAVE-SESSION
             OPEN INPUT MINOR-FILE
             IF WS-MN-STATUS IS EQUAL TO "00" THEN
               MOVE "N" TO WS-MN-EOF
               MOVE WS-MN-KEY-CUST TO MN-GUARDIAN
               START MINOR-FILE KEY IS EQUAL TO MN-GUARDIAN
                 INVALID KEY MOVE "Y" TO WS-MN-EOF
               END-START
               PERFORM UNTIL WS-MN-EOF IS EQUAL TO "Y"
                 OR WS-MN-COUNT IS EQUAL TO 15
                 READ MINOR-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-MN-EOF
                   NOT AT END
                     IF MN-GUARDIAN NOT EQUAL TO WS-MN-KEY-CUST THEN
                       MOVE "Y" TO WS-MN-EOF
                     ELSE
                       IF MN-STATUS IS EQUAL TO "A" THEN
                         PERFORM P-MINOR-SHOW-ONE
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE MINOR-FILE
             ELSE
               IF WS-MN-STATUS IS EQUAL TO "05" THEN
                 CLOSE MINOR-FILE
               END-IF
             END-IF
             PERFORM P-RESTORE-SESSION
           END-IF.
           IF WS-MN-COUNT IS EQUAL TO ZERO THEN
             MOVE "NO MINOR ACCOUNTS ARE LINKED TO YOU" TO WS-MSG-TEXT
             MOVE 1223 TO WS-MSG-NO
             PERFORM P-GET-MESSAGE
             DISPLAY WS-MSG-TEXT AT 0847 FOREGROUND-COLOR 4
           END-IF.
           EXIT.
       P-MINOR-SHOW-ONE.
           MOVE MN-ACCT-NO TO F-ACCT-NO.
           READ USERDATA
             INVALID KEY CONTINUE
             NOT INVALID KEY
               ADD 1 TO WS-MN-COUNT
               MOVE F-BAL TO WS-MN-BAL-R
               DISPLAY F-ACCT-NO " " F-NAME " " F-CURRENCY
               WS-MN-BAL-R " " MN-BIRTH-DATE
               AT LINE WS-MN-LINE POSITION 20
               ADD 1 TO WS-MN-LINE
           END-READ.
           EXIT.
       P-READ-LOGIN-CARD.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(1:8) TO WS-TODAY.
           MOVE "N" TO WS-LOGIN-CARD-OK.
           MOVE ZEROES TO WS-LOGIN-ACCT.
           MOVE ZEROES TO WS-LOGIN-REPLACES.
           OPEN INPUT CARD-FILE.
           IF WS-CD-STATUS IS EQUAL TO "00" THEN
             MOVE WS-LOGIN-CARD TO CD-CARD-NO
             READ CARD-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE CD-ACCT-NO TO WS-LOGIN-ACCT
                 IF CD-STATUS IS EQUAL TO "L" THEN
                   MOVE "L" TO WS-LOGIN-CARD-OK
                 ELSE
                   IF CD-STATUS NOT EQUAL TO "A" OR
                     CD-EXPIRY IS LESS THAN WS-TODAY(1:6) THEN
                     MOVE "E" TO WS-LOGIN-CARD-OK
                   ELSE
                     MOVE "Y" TO WS-LOGIN-CARD-OK
                     MOVE CD-REPLACES TO WS-LOGIN-REPLACES
                   END-IF
                 END-IF
             END-READ
             CLOSE CARD-FILE
           ELSE
             IF WS-CD-STATUS IS EQUAL TO "05" THEN
               CLOSE CARD-FILE
             END-IF
           END-IF.
           EXIT.
       P-RETIRE-OLD-CARD.
           OPEN I-O CARD-FILE.
           IF WS-CD-STATUS IS EQUAL TO "00" THEN
             MOVE WS-LOGIN-REPLACES TO CD-CARD-NO
             READ CARD-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF CD-STATUS IS EQUAL TO "A" THEN
                   MOVE "R" TO CD-STATUS
                   REWRITE CD-RECORD
                   END-REWRITE
                 END-IF
             END-READ
             CLOSE CARD-FILE
           ELSE
             IF WS-CD-STATUS IS EQUAL TO "05" THEN
               CLOSE CARD-FILE
             END-IF
           END-IF.
           EXIT.
       P-NEW-CARD.
           MOVE "N" TO WS-CD-WRITTEN.
           OPEN I-O CARD-FILE.
           IF WS-CD-STATUS IS EQUAL TO "35" THEN
             OPEN OUTPUT CARD-FILE
             CLOSE CARD-FILE
             OPEN I-O CARD-FILE
           END-IF.
           IF WS-CD-STATUS IS EQUAL TO "00" OR
             WS-CD-STATUS IS EQUAL TO "05" THEN
             MOVE ZERO TO WS-CD-HIGH-SEQ
             MOVE "N" TO WS-CD-EOF
             MOVE F-ACCT-NO TO CD-ACCT-NO
             START CARD-FILE KEY IS EQUAL TO CD-ACCT-NO
               INVALID KEY MOVE "Y" TO WS-CD-EOF
             END-START
             PERFORM UNTIL WS-CD-EOF IS EQUAL TO "Y"
               READ CARD-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-CD-EOF
                 NOT AT END
                   IF CD-ACCT-NO NOT EQUAL TO F-ACCT-NO THEN
                     MOVE "Y" TO WS-CD-EOF
                   ELSE
                     MOVE CD-CARD-NO TO WS-CD-NEW-NO
                     IF WS-CD-NEW-SEQ IS GREATER THAN WS-CD-HIGH-SEQ
                       THEN
                       MOVE WS-CD-NEW-SEQ TO WS-CD-HIGH-SEQ
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             IF WS-CD-HIGH-SEQ IS LESS THAN 99 THEN
               MOVE WS-CD-BIN TO WS-CD-NEW-BIN
               MOVE F-ACCT-NO TO WS-CD-NEW-ACCT
               COMPUTE WS-CD-NEW-SEQ = WS-CD-HIGH-SEQ + 1
               COMPUTE WS-CD-NEW-EXPIRY = WS-TODAY / 100 + 300
               MOVE SPACES TO CD-RECORD
               MOVE WS-CD-NEW-NO TO CD-CARD-NO
               MOVE F-ACCT-NO TO CD-ACCT-NO
               MOVE F-CUST-NO TO CD-CUST-NO
               MOVE "A" TO CD-STATUS
               MOVE WS-TODAY TO CD-ISSUED
               MOVE WS-CD-NEW-EXPIRY TO CD-EXPIRY
               MOVE ZEROES TO CD-REPLACES
               MOVE ZEROES TO CD-REPLACED-BY
               WRITE CD-RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-CD-WRITTEN
               END-WRITE
             END-IF
             CLOSE CARD-FILE
           END-IF.
           IF WS-CD-WRITTEN IS EQUAL TO "Y" THEN
             PERFORM P-CARD-MAILER
           END-IF.
           EXIT.
       P-CARD-MAILER.
           OPEN EXTEND CARD-MAILER.
           IF WS-CL-STATUS IS EQUAL TO "35" THEN
             OPEN OUTPUT CARD-MAILER
           END-IF.
           MOVE SPACES TO CL-LINE.
           WRITE CL-LINE.
           MOVE "---------- CARD MAILER ----------" TO WS-MSG-TEXT.
           MOVE 1224 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           MOVE WS-MSG-TEXT TO CL-LINE.
           WRITE CL-LINE.
           MOVE "DEAR " TO WS-MSG-TEXT.
           MOVE 1111 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           MOVE SPACES TO CL-LINE.
           STRING WS-MSG-TEXT DELIMITED BY "  " " " F-NAME
             DELIMITED BY SIZE INTO CL-LINE.
           WRITE CL-LINE.
           MOVE "DELIVER TO: " TO WS-MSG-TEXT.
           MOVE 1112 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           MOVE SPACES TO CL-LINE.
           STRING WS-MSG-TEXT DELIMITED BY "  " " " F-ADDRESS
             DELIMITED BY SIZE INTO CL-LINE.
           WRITE CL-LINE.
           MOVE "YOUR CARD NUMBER IS: " TO WS-MSG-TEXT.
           MOVE 1225 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           MOVE SPACES TO CL-LINE.
           STRING WS-MSG-TEXT DELIMITED BY "  " " " WS-CD-NEW-NO
             DELIMITED BY SIZE INTO CL-LINE.
           WRITE CL-LINE.
           MOVE "VALID THRU (YYYYMM): " TO WS-MSG-TEXT.
           MOVE 1226 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           MOVE SPACES TO CL-LINE.
           STRING WS-MSG-TEXT DELIMITED BY "  " " " WS-CD-NEW-EXPIRY
             DELIMITED BY SIZE INTO CL-LINE.
           WRITE CL-LINE.
           MOVE "YOUR PIN IS MAILED TO YOU SEPARATELY." TO WS-MSG-TEXT.
           MOVE 1227 TO WS-MSG-NO.
           PERFORM P-GET-MESSAGE.
           MOVE WS-MSG-TEXT TO CL-LINE.
           WRITE CL-LINE.
           MOVE "---------------------------------" TO CL-LINE.
           WRITE CL-LINE.
           CLOSE CARD-MAILER.
           EXIT.
       P-LOAD-MESSAGES.
           MOVE ZERO TO WS-MC-CNT.
