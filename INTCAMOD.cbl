       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCAMOD.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFR-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS CFR-NAME
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'TRANSACT.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT RATE-TABLE-FILE ASSIGN TO 'RATETBL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS RATE-TABLE-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-MASTER-FILE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO 'ACCRUAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACR-ACCOUNT-NUMBER
               FILE STATUS IS ACCRUAL-FILE-STATUS.

           SELECT ACCRUAL-JOURNAL-FILE ASSIGN TO 'ACCRJRNL.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ACCRUAL-JOURNAL-STATUS.

           SELECT TRANS-INDEX-FILE ASSIGN TO 'TRANSIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIX-TRANS-ID
               ALTERNATE RECORD KEY IS TIX-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS TRANS-INDEX-STATUS.

           SELECT ACCOUNT-SUMMARY-FILE ASSIGN TO 'ACCTSUM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUM-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS ACCOUNT-SUMMARY-STATUS.

           SELECT POSTING-REGISTER-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS POSTING-REGISTER-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO 'RPTCTLG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS REPORT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       01 CUSTOMER-FILE-RECORD.
           05 CFR-ACCOUNT-NUMBER    PIC 9(10).
           05 CFR-NAME              PIC X(30).
           05 FILLER                PIC X(150).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
           05 TRANS-ID              PIC 9(10).
           05 TRANS-ACCOUNT-NUMBER  PIC 9(10).
           05 TRANS-TYPE            PIC X(1).
           05 TRANS-AMOUNT          PIC 9(10)V99.
           05 TRANS-DATE            PIC 9(8).
           05 TRANS-TIME            PIC 9(6).
           05 TRANS-DESCRIPTION     PIC X(30).
           05 TRANS-OPERATOR-ID     PIC X(10).
           05 TRANS-RELATED-ID      PIC 9(10).
           05 TRANS-ROUTING-NUMBER  PIC 9(9).
           05 TRANS-EXTERNAL-ACCOUNT PIC X(17).
           05 FILLER                PIC X(60).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CTL-KEY               PIC X(10).
           05 CTL-LAST-TRANS-ID     PIC 9(10).
           05 CTL-LAST-ACCT-NUMBER  PIC 9(10).
           05 FILLER                PIC X(10).
           05 CTL-BUSINESS-DATE     PIC 9(8).
           05 CTL-EOD-STATUS        PIC X(1).
               88 CTL-EOD-IDLE      VALUE 'I'.
               88 CTL-EOD-ARCHIVING VALUE 'A'.
               88 CTL-EOD-RECON     VALUE 'R'.
           05 CTL-LAST-EOD-DATE     PIC 9(8).
           05 FILLER                PIC X(10).

       FD RATE-TABLE-FILE.
       01 RATE-TABLE-RECORD.
           05 RT-KEY.
               10 RT-PRODUCT-CODE   PIC X(8).
               10 RT-EFFECTIVE-DATE PIC 9(8).
           05 RT-ANNUAL-RATE        PIC 9V9(4).
           05 RT-UPDATED-DATE       PIC 9(8).
           05 RT-UPDATED-BY         PIC X(10).
           05 FILLER                PIC X(10).

       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           05 CM-CUSTOMER-NUMBER    PIC 9(10).
           05 CM-NAME               PIC X(30).
           05 CM-ADDRESS            PIC X(50).
           05 CM-PHONE              PIC X(15).
           05 CM-DATE-ADDED         PIC 9(8).
           05 CM-TAX-ID             PIC X(9).
           05 FILLER                PIC X(1).
           05 CM-DATE-OF-BIRTH      PIC 9(8).
           05 FILLER                PIC X(39).

       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
           05 ACR-ACCOUNT-NUMBER    PIC 9(10).
           05 ACR-ACCRUED-AMOUNT    PIC S9(10)V9(4).
           05 ACR-LAST-ACCRUAL-DATE PIC 9(8).
           05 ACR-DAILY-RATE        PIC 9V9(8).
           05 FILLER                PIC X(10).

       FD ACCRUAL-JOURNAL-FILE.
       01 ACCRUAL-JOURNAL-RECORD.
           05 AJR-BUSINESS-DATE     PIC 9(8).
           05 AJR-ACCOUNT-NUMBER    PIC 9(10).
           05 AJR-MOVEMENT-TYPE     PIC X(1).
               88 AJR-NEW-ACCRUAL   VALUE 'A'.
               88 AJR-REVERSAL-ADJUST VALUE 'R'.
               88 AJR-POSTING-RELIEF VALUE 'P'.
           05 AJR-AMOUNT            PIC S9(10)V9(4).
           05 AJR-SOURCE-PROGRAM    PIC X(10).
           05 FILLER                PIC X(7).

       FD TRANS-INDEX-FILE.
       01 TRANS-INDEX-RECORD.
           05 TIX-TRANS-ID          PIC 9(10).
           05 TIX-ACCOUNT-NUMBER    PIC 9(10).
           05 TIX-TRANS-TYPE        PIC X(1).
           05 TIX-AMOUNT            PIC 9(10)V99.
           05 TIX-DATE              PIC 9(8).
           05 TIX-TIME              PIC 9(6).
           05 TIX-DESCRIPTION       PIC X(30).
           05 TIX-OPERATOR-ID       PIC X(10).
           05 TIX-RELATED-ID        PIC 9(10).
           05 FILLER                PIC X(96).

       FD ACCOUNT-SUMMARY-FILE.
       01 ACCOUNT-SUMMARY-RECORD.
           05 SUM-KEY.
               10 SUM-ACCOUNT-NUMBER PIC 9(10).
               10 SUM-YEAR-MONTH     PIC 9(6).
           05 SUM-DEP-COUNT         PIC 9(5).
           05 SUM-DEP-AMOUNT        PIC 9(12)V99.
           05 SUM-WTH-COUNT         PIC 9(5).
           05 SUM-WTH-AMOUNT        PIC 9(12)V99.
           05 SUM-FEE-COUNT         PIC 9(5).
           05 SUM-FEE-AMOUNT        PIC 9(12)V99.
           05 SUM-INT-COUNT         PIC 9(5).
           05 SUM-INT-AMOUNT        PIC 9(12)V99.
           05 FILLER                PIC X(10).

       FD POSTING-REGISTER-FILE.
       01 POSTING-REGISTER-LINE     PIC X(132).

       FD REPORT-CATALOG-FILE.
       01 REPORT-CATALOG-RECORD.
           05 RCT-KEY.
               10 RCT-REPORT-TYPE   PIC X(12).
               10 RCT-BUSINESS-DATE PIC 9(8).
               10 RCT-RUN-TIME      PIC 9(6).
           05 RCT-FILENAME          PIC X(40).
           05 RCT-LINE-COUNT        PIC 9(7).
           05 RCT-RUN-DATE          PIC 9(8).
           05 FILLER                PIC X(10).

       WORKING-STORAGE SECTION.
       01 REPORT-CATALOG-AREAS.
           05 REPORT-CATALOG-STATUS PIC XX.
           05 WS-RCT-TYPE           PIC X(12).
           05 WS-RCT-BUSINESS-DATE  PIC 9(8).
           05 WS-RCT-FILENAME       PIC X(40).
           05 WS-RCT-LINE-COUNT     PIC 9(7).
           05 WS-RCT-RUN-DATE       PIC 9(8).
           05 WS-RCT-RUN-TIME       PIC 9(6).

       01 FILE-STATUS-VARIABLES.
           05 TRANS-INDEX-STATUS    PIC XX.
           05 ACCOUNT-SUMMARY-STATUS PIC XX.
           05 CUSTOMER-FILE-STATUS  PIC XX.
           05 TRANSACTION-FILE-STATUS PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.
           05 RATE-TABLE-FILE-STATUS PIC XX.
           05 ACCRUAL-FILE-STATUS   PIC XX.
           05 ACCRUAL-JOURNAL-STATUS PIC XX.
           05 CUSTOMER-MASTER-FILE-STATUS PIC XX.
           05 POSTING-REGISTER-STATUS PIC XX.

       01 ID-BLOCK-CONSTANTS.
           05 WS-ID-BLOCK-SIZE      PIC 9(3) VALUE 100.

       01 ID-BLOCK-WORK-AREAS.
           05 WS-ID-BLOCK-NEXT      PIC 9(10) VALUE 0.
           05 WS-ID-BLOCK-LAST      PIC 9(10) VALUE 0.

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 BUSINESS-DATE-WORK-AREAS.
           05 WS-BUSINESS-DATE      PIC 9(8).

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 CURRENT-TIME          PIC 9(6).
           05 WS-TRANS-ID           PIC 9(10).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 INTEREST-CONSTANTS.
           05 WS-SAVINGS-RATE       PIC 9V9(4) VALUE 0.0050.

       01 RATE-TABLE-WORK-AREAS.
           05 WS-RT-SEARCH-PRODUCT  PIC X(8).
           05 WS-RT-SEARCH-DATE     PIC 9(8).
           05 WS-RT-FOUND-FLAG      PIC X(1).
               88 RATE-TABLE-FOUND  VALUE 'Y'.
               88 RATE-TABLE-NOT-FOUND VALUE 'N'.
           05 WS-RT-RATE-FOUND      PIC 9V9(4).
           05 WS-RT-EFFECTIVE-FOUND PIC 9(8).
           05 WS-SAVINGS-RATE-DATE  PIC 9(8) VALUE 0.

       01 TIER-PARAMETERS.
           05 TIR-PRODUCT-CODE      PIC X(8).
           05 TIR-FALLBACK-PRODUCT  PIC X(8).
           05 TIR-AS-OF-DATE        PIC 9(8).
           05 TIR-BALANCE           PIC S9(10)V99.
           05 TIR-FLAT-RATE         PIC 9V9(4).
           05 TIR-FLAT-EFFECTIVE-DATE PIC 9(8).
           05 TIR-APPLIED-RATE      PIC 9V9(8).
           05 TIR-TIER-USED         PIC 9(2).
           05 TIR-METHOD            PIC X(1).
               88 TIR-FLAT-RATE-USED VALUE 'F'.
               88 TIR-WHOLE-BALANCE VALUE 'W'.
               88 TIR-BANDED        VALUE 'B'.
           05 TIR-SCHEDULE-DATE     PIC 9(8).

       01 WORK-AREAS.
           05 WS-INTEREST-AMOUNT    PIC 9(10)V99.
           05 WS-NEW-BALANCE        PIC 9(10)V99.
           05 WS-ACCOUNTS-PROCESSED PIC 9(5) VALUE 0.
           05 WS-TOTAL-INTEREST     PIC 9(10)V99 VALUE 0.
           05 WS-PRE-POST-BALANCE   PIC S9(10)V99.
           05 WS-REGISTER-LINES     PIC 9(7) VALUE 0.
           05 WS-ACCOUNTS-PRESENTED PIC 9(7) VALUE 0.

       01 SESSION-CONTROL-AREAS.
           05 WS-SESSION-FLAG       PIC X(1) VALUE 'N'.
               88 SESSION-ACTIVE    VALUE 'Y'.
               88 SESSION-INACTIVE  VALUE 'N'.

       01 POSTING-REGISTER-LINES.
           05 IP-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(34) VALUE
                  'SAVINGS INTEREST POSTING REGISTER'.
               10 FILLER            PIC X(68) VALUE SPACES.

           05 IP-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Business date:'.
               10 IPH2-DATE         PIC 9(8).
               10 FILLER            PIC X(90) VALUE SPACES.

           05 IP-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 IP-DETAIL-HEADER.
               10 FILLER            PIC X(10) VALUE 'ACCOUNT #'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(16) VALUE 'BALANCE'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(7) VALUE 'SOURCE'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(4) VALUE 'TIER'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(6) VALUE 'METHOD'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(10) VALUE 'RATE'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE 'INTEREST'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE 'WITHHELD'.
               10 FILLER            PIC X(35) VALUE SPACES.

           05 IP-DETAIL-LINE.
               10 IPD-ACCOUNT       PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 IPD-BALANCE       PIC $ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 IPD-SOURCE        PIC X(7).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 IPD-TIER          PIC Z9.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 IPD-METHOD        PIC X(6).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 IPD-RATE          PIC 9.9(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 IPD-INTEREST      PIC $ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 IPD-WITHHELD      PIC $ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(35) VALUE SPACES.

           05 IP-SUMMARY-LINE.
               10 FILLER            PIC X(20) VALUE
                  'Accounts credited: '.
               10 IPS-CREDITED      PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE
                  'From accrual: '.
               10 IPS-FROM-ACCRUAL  PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(18) VALUE
                  'Interest posted: '.
               10 IPS-TOTAL         PIC $Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(10) VALUE
                  'Withheld: '.
               10 IPS-WITHHELD      PIC $Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(6) VALUE SPACES.

       01 WITHHOLDING-CONSTANTS.
           05 WS-BACKUP-WITHHOLD-RATE PIC 9V99 VALUE 0.24.

       01 WITHHOLDING-WORK-AREAS.
           05 WS-WITHHOLD-AMOUNT    PIC 9(10)V99.
           05 WS-TIN-FLAG           PIC X(1).
               88 TIN-ON-FILE       VALUE 'Y'.
               88 TIN-NOT-ON-FILE   VALUE 'N'.
           05 WS-WITHHOLD-COUNT     PIC 9(5) VALUE 0.
           05 WS-WITHHOLD-TOTAL     PIC 9(10)V99 VALUE 0.

       01 ACCRUAL-WORK-AREAS.
           05 WS-ACCRUAL-FLAG       PIC X(1).
               88 ACCRUAL-ON-FILE   VALUE 'Y'.
               88 ACCRUAL-NOT-ON-FILE VALUE 'N'.
           05 WS-ACCRUAL-REMAINDER  PIC S9(10)V9(4).
           05 WS-ACCRUAL-POSTINGS   PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01 STEP-PARAMETERS.
           05 SP-REQUEST            PIC X(1).
               88 SP-OPEN-SESSION   VALUE 'O'.
               88 SP-PROCESS-ACCOUNT VALUE 'A'.
               88 SP-PROCESS-NEXT   VALUE 'N'.
               88 SP-CLOSE-SESSION  VALUE 'C'.
           05 SP-BUSINESS-DATE      PIC 9(8).
           05 SP-RESTART-FLAG       PIC X(1).
               88 SP-RESTART-RUN    VALUE 'Y'.
           05 SP-END-FLAG           PIC X(1).
               88 SP-END-OF-ITEMS   VALUE 'Y'.
           05 SP-LAST-ACCOUNT       PIC 9(10).
           05 SP-STEP-STATE.
               10 SP-REPORT-FILENAME PIC X(40).
               10 SP-PRESENTED      PIC 9(7).
               10 SP-COUNT-1        PIC 9(7).
               10 SP-COUNT-2        PIC 9(7).
               10 SP-COUNT-3        PIC 9(7).
               10 SP-AMOUNT-1       PIC S9(12)V99.
               10 SP-AMOUNT-2       PIC S9(12)V99.
               10 SP-REPORT-LINES   PIC 9(7).
           05 SP-TOTAL-LABELS.
               10 SP-COUNT-1-LABEL  PIC X(20).
               10 SP-COUNT-2-LABEL  PIC X(20).
               10 SP-COUNT-3-LABEL  PIC X(20).
               10 SP-AMOUNT-1-LABEL PIC X(20).
               10 SP-AMOUNT-2-LABEL PIC X(20).

       01 CUSTOMER-RECORD.
           05 CUST-ACCOUNT-NUMBER    PIC 9(10).
           05 CUST-NAME             PIC X(30).
           05 CUST-ADDRESS          PIC X(50).
           05 CUST-PHONE            PIC X(15).
           05 CUST-BALANCE          PIC S9(10)V99.
           05 CUST-ACCOUNT-TYPE     PIC X(1).
           05 CUST-STATUS           PIC X(1).
           05 CUST-DATE-OPENED      PIC 9(8).
           05 CUST-LAST-ACTIVITY-DATE PIC 9(8).
           05 CUST-CURRENCY-CODE    PIC X(3).
           05 CUST-HELD-AMOUNT      PIC 9(10)V99.
           05 CUST-CUSTOMER-NUMBER  PIC 9(10).
           05 FILLER                PIC X(30).

       PROCEDURE DIVISION USING STEP-PARAMETERS CUSTOMER-RECORD.
       MAIN-INTEREST-PROCESSING.
           EVALUATE TRUE
               WHEN SP-OPEN-SESSION
                   PERFORM OPEN-INTEREST-SESSION
               WHEN SP-PROCESS-ACCOUNT
                   IF SESSION-ACTIVE
                       ADD 1 TO WS-ACCOUNTS-PRESENTED
                       PERFORM PROCESS-CUSTOMER-INTEREST
                   END-IF
               WHEN SP-CLOSE-SESSION
                   PERFORM CLOSE-INTEREST-SESSION
           END-EVALUATE
           PERFORM RETURN-STEP-TOTALS
           GOBACK.

       OPEN-INTEREST-SESSION.
           IF SESSION-INACTIVE
               PERFORM INITIALIZE-INTCALC
               SET SESSION-ACTIVE TO TRUE
           END-IF
           MOVE 'Accounts credited' TO SP-COUNT-1-LABEL
           MOVE 'From accrual' TO SP-COUNT-2-LABEL
           MOVE 'Withholding items' TO SP-COUNT-3-LABEL
           MOVE 'Interest posted' TO SP-AMOUNT-1-LABEL
           MOVE 'Withheld' TO SP-AMOUNT-2-LABEL.

       CLOSE-INTEREST-SESSION.
           IF SESSION-INACTIVE
               EXIT PARAGRAPH
           END-IF
           PERFORM FINALIZE-INTCALC
           SET SESSION-INACTIVE TO TRUE
           DISPLAY 'Interest posting complete. Accounts credited: '
                   WS-ACCOUNTS-PROCESSED
           DISPLAY 'Total interest posted: ' WS-TOTAL-INTEREST
           MOVE 'INTPOST' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-REGISTER-LINES TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Interest posting register: ' WS-REPORT-FILENAME.

       RESTORE-STEP-TOTALS.
           MOVE SP-REPORT-FILENAME TO WS-REPORT-FILENAME
           MOVE SP-PRESENTED TO WS-ACCOUNTS-PRESENTED
           MOVE SP-COUNT-1 TO WS-ACCOUNTS-PROCESSED
           MOVE SP-COUNT-2 TO WS-ACCRUAL-POSTINGS
           MOVE SP-COUNT-3 TO WS-WITHHOLD-COUNT
           MOVE SP-AMOUNT-1 TO WS-TOTAL-INTEREST
           MOVE SP-AMOUNT-2 TO WS-WITHHOLD-TOTAL
           MOVE SP-REPORT-LINES TO WS-REGISTER-LINES.

       RETURN-STEP-TOTALS.
           MOVE WS-REPORT-FILENAME TO SP-REPORT-FILENAME
           MOVE WS-ACCOUNTS-PRESENTED TO SP-PRESENTED
           MOVE WS-ACCOUNTS-PROCESSED TO SP-COUNT-1
           MOVE WS-ACCRUAL-POSTINGS TO SP-COUNT-2
           MOVE WS-WITHHOLD-COUNT TO SP-COUNT-3
           MOVE WS-TOTAL-INTEREST TO SP-AMOUNT-1
           MOVE WS-WITHHOLD-TOTAL TO SP-AMOUNT-2
           MOVE WS-REGISTER-LINES TO SP-REPORT-LINES.

       INITIALIZE-INTCALC.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           PERFORM OPEN-CONTROL-FILE
           IF SP-BUSINESS-DATE NUMERIC
               AND SP-BUSINESS-DATE NOT = 0
               MOVE SP-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               PERFORM LOAD-BUSINESS-DATE
           END-IF
           OPEN I-O CUSTOMER-FILE
           OPEN EXTEND TRANSACTION-FILE
           PERFORM OPEN-TRANS-INDEX-FILE
           PERFORM OPEN-ACCOUNT-SUMMARY-FILE
           PERFORM OPEN-ACCRUAL-FILE
           OPEN EXTEND ACCRUAL-JOURNAL-FILE
           IF ACCRUAL-JOURNAL-STATUS = '35'
               OPEN OUTPUT ACCRUAL-JOURNAL-FILE
           END-IF
           PERFORM OPEN-CUSTOMER-MASTER-FILE
           PERFORM LOAD-SAVINGS-RATE
           IF SP-RESTART-RUN
               PERFORM RESTORE-STEP-TOTALS
               OPEN EXTEND POSTING-REGISTER-FILE
           ELSE
               STRING 'INTPOST.' WS-BUSINESS-DATE DELIMITED BY SIZE
                      '.TXT' DELIMITED BY SIZE
                      INTO WS-REPORT-FILENAME
               END-STRING
               OPEN OUTPUT POSTING-REGISTER-FILE
               PERFORM WRITE-POSTING-REGISTER-HEADERS
           END-IF.

       WRITE-POSTING-REGISTER-HEADERS.
           MOVE WS-BUSINESS-DATE TO IPH2-DATE
           WRITE POSTING-REGISTER-LINE FROM IP-HEADER-1
           WRITE POSTING-REGISTER-LINE FROM IP-HEADER-2
           WRITE POSTING-REGISTER-LINE FROM IP-HEADER-3
           WRITE POSTING-REGISTER-LINE FROM SPACES
           WRITE POSTING-REGISTER-LINE FROM IP-DETAIL-HEADER
           WRITE POSTING-REGISTER-LINE FROM
                 '------------------------------------------'.

       OPEN-CUSTOMER-MASTER-FILE.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-FILE-STATUS = '35'
               OPEN OUTPUT CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-MASTER-FILE
               OPEN INPUT CUSTOMER-MASTER-FILE
           END-IF.

       OPEN-ACCRUAL-FILE.
           OPEN I-O ACCRUAL-FILE
           IF ACCRUAL-FILE-STATUS = '35'
               OPEN OUTPUT ACCRUAL-FILE
               CLOSE ACCRUAL-FILE
               OPEN I-O ACCRUAL-FILE
           END-IF.

       LOAD-SAVINGS-RATE.
           OPEN INPUT RATE-TABLE-FILE
           IF RATE-TABLE-FILE-STATUS = '00'
               MOVE 'SAVINGS' TO WS-RT-SEARCH-PRODUCT
               MOVE WS-BUSINESS-DATE TO WS-RT-SEARCH-DATE
               PERFORM FIND-RATE-IN-FORCE
               IF RATE-TABLE-FOUND
                   MOVE WS-RT-RATE-FOUND TO WS-SAVINGS-RATE
                   MOVE WS-RT-EFFECTIVE-FOUND TO WS-SAVINGS-RATE-DATE
               END-IF
               CLOSE RATE-TABLE-FILE
           END-IF
           DISPLAY 'Savings rate in force: ' WS-SAVINGS-RATE.

       FIND-RATE-IN-FORCE.
           SET RATE-TABLE-NOT-FOUND TO TRUE
           MOVE 0 TO WS-RT-RATE-FOUND
           MOVE 0 TO WS-RT-EFFECTIVE-FOUND
           MOVE WS-RT-SEARCH-PRODUCT TO RT-PRODUCT-CODE
           MOVE 0 TO RT-EFFECTIVE-DATE
           START RATE-TABLE-FILE KEY IS NOT LESS THAN RT-KEY
               INVALID KEY
                   MOVE '99' TO RATE-TABLE-FILE-STATUS
           END-START
           IF RATE-TABLE-FILE-STATUS = '00'
               PERFORM SCAN-RATE-IN-FORCE
                   UNTIL RATE-TABLE-FILE-STATUS NOT = '00'
           END-IF
           MOVE '00' TO RATE-TABLE-FILE-STATUS.

       SCAN-RATE-IN-FORCE.
           READ RATE-TABLE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO RATE-TABLE-FILE-STATUS
           END-READ
           IF RATE-TABLE-FILE-STATUS = '00'
               IF RT-PRODUCT-CODE = WS-RT-SEARCH-PRODUCT
                   IF RT-EFFECTIVE-DATE NOT > WS-RT-SEARCH-DATE
                       SET RATE-TABLE-FOUND TO TRUE
                       MOVE RT-ANNUAL-RATE TO WS-RT-RATE-FOUND
                       MOVE RT-EFFECTIVE-DATE TO WS-RT-EFFECTIVE-FOUND
                   ELSE
                       MOVE '10' TO RATE-TABLE-FILE-STATUS
                   END-IF
               ELSE
                   MOVE '10' TO RATE-TABLE-FILE-STATUS
               END-IF
           END-IF.

       OPEN-TRANS-INDEX-FILE.
           OPEN I-O TRANS-INDEX-FILE
           IF TRANS-INDEX-STATUS = '35'
               OPEN OUTPUT TRANS-INDEX-FILE
               CLOSE TRANS-INDEX-FILE
               OPEN I-O TRANS-INDEX-FILE
           END-IF.

       OPEN-ACCOUNT-SUMMARY-FILE.
           OPEN I-O ACCOUNT-SUMMARY-FILE
           IF ACCOUNT-SUMMARY-STATUS = '35'
               OPEN OUTPUT ACCOUNT-SUMMARY-FILE
               CLOSE ACCOUNT-SUMMARY-FILE
               OPEN I-O ACCOUNT-SUMMARY-FILE
           END-IF.

       WRITE-TRANSACTION-INDEX.
           MOVE TRANSACTION-RECORD TO TRANS-INDEX-RECORD
           WRITE TRANS-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           PERFORM UPDATE-PERIOD-SUMMARY.

       UPDATE-PERIOD-SUMMARY.
           IF TRANS-ACCOUNT-NUMBER = 0
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-ACCOUNT-NUMBER TO SUM-ACCOUNT-NUMBER
           MOVE TRANS-DATE(1:6) TO SUM-YEAR-MONTH
           READ ACCOUNT-SUMMARY-FILE
               INVALID KEY
                   MOVE TRANS-ACCOUNT-NUMBER TO SUM-ACCOUNT-NUMBER
                   MOVE TRANS-DATE(1:6) TO SUM-YEAR-MONTH
                   MOVE 0 TO SUM-DEP-COUNT
                   MOVE 0 TO SUM-DEP-AMOUNT
                   MOVE 0 TO SUM-WTH-COUNT
                   MOVE 0 TO SUM-WTH-AMOUNT
                   MOVE 0 TO SUM-FEE-COUNT
                   MOVE 0 TO SUM-FEE-AMOUNT
                   MOVE 0 TO SUM-INT-COUNT
                   MOVE 0 TO SUM-INT-AMOUNT
           END-READ
           EVALUATE TRANS-TYPE
               WHEN 'D'
                   ADD 1 TO SUM-DEP-COUNT
                   ADD TRANS-AMOUNT TO SUM-DEP-AMOUNT
               WHEN 'W'
                   ADD 1 TO SUM-WTH-COUNT
                   ADD TRANS-AMOUNT TO SUM-WTH-AMOUNT
               WHEN 'T'
                   ADD 1 TO SUM-WTH-COUNT
                   ADD TRANS-AMOUNT TO SUM-WTH-AMOUNT
               WHEN 'P'
                   ADD 1 TO SUM-WTH-COUNT
                   ADD TRANS-AMOUNT TO SUM-WTH-AMOUNT
               WHEN 'F'
                   ADD 1 TO SUM-FEE-COUNT
                   ADD TRANS-AMOUNT TO SUM-FEE-AMOUNT
               WHEN 'M'
                   ADD 1 TO SUM-FEE-COUNT
                   ADD TRANS-AMOUNT TO SUM-FEE-AMOUNT
               WHEN 'O'
                   ADD 1 TO SUM-FEE-COUNT
                   ADD TRANS-AMOUNT TO SUM-FEE-AMOUNT
               WHEN 'I'
                   ADD 1 TO SUM-INT-COUNT
                   ADD TRANS-AMOUNT TO SUM-INT-AMOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ACCOUNT-SUMMARY-STATUS = '00'
               REWRITE ACCOUNT-SUMMARY-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE ACCOUNT-SUMMARY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       LOAD-BUSINESS-DATE.
           MOVE CURRENT-DATE TO WS-BUSINESS-DATE
           MOVE CTL-SYSTEM-KEY TO CTL-KEY
           READ CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF CONTROL-FILE-STATUS = '00'
               AND CTL-BUSINESS-DATE NUMERIC
               AND CTL-BUSINESS-DATE NOT = 0
               MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF.

       OPEN-CONTROL-FILE.
           OPEN I-O CONTROL-FILE
           IF CONTROL-FILE-STATUS = '35'
               OPEN OUTPUT CONTROL-FILE
               MOVE CTL-SYSTEM-KEY TO CTL-KEY
               MOVE 0 TO CTL-LAST-TRANS-ID
               MOVE 0 TO CTL-LAST-ACCT-NUMBER
               MOVE CURRENT-DATE TO CTL-BUSINESS-DATE
               MOVE 'I' TO CTL-EOD-STATUS
               MOVE 0 TO CTL-LAST-EOD-DATE
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
           END-IF.

       GET-NEXT-TRANSACTION-ID.
           IF WS-ID-BLOCK-NEXT = 0
               OR WS-ID-BLOCK-NEXT > WS-ID-BLOCK-LAST
               PERFORM RESERVE-ID-BLOCK
           END-IF
           MOVE WS-ID-BLOCK-NEXT TO WS-TRANS-ID
           ADD 1 TO WS-ID-BLOCK-NEXT.

       RESERVE-ID-BLOCK.
           MOVE CTL-SYSTEM-KEY TO CTL-KEY
           READ CONTROL-FILE
               INVALID KEY
                   MOVE 0 TO CTL-LAST-TRANS-ID
           END-READ
           COMPUTE WS-ID-BLOCK-NEXT = CTL-LAST-TRANS-ID + 1
           ADD WS-ID-BLOCK-SIZE TO CTL-LAST-TRANS-ID
           MOVE CTL-LAST-TRANS-ID TO WS-ID-BLOCK-LAST
           REWRITE CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'Control file update failed'
           END-REWRITE.

       PROCESS-CUSTOMER-INTEREST.
           IF CUST-ACCOUNT-TYPE = 'S' AND CUST-STATUS = 'A'
               MOVE CUST-BALANCE TO WS-PRE-POST-BALANCE
               PERFORM DETERMINE-TIER-RATE
               PERFORM LOOK-UP-ACCOUNT-ACCRUAL
               IF ACCRUAL-ON-FILE
                   MOVE ACR-ACCRUED-AMOUNT TO WS-INTEREST-AMOUNT
                   COMPUTE WS-ACCRUAL-REMAINDER =
                       ACR-ACCRUED-AMOUNT - WS-INTEREST-AMOUNT
               ELSE
                   MULTIPLY CUST-BALANCE BY TIR-APPLIED-RATE
                       GIVING WS-INTEREST-AMOUNT ROUNDED
               END-IF
               IF WS-INTEREST-AMOUNT > 0
                   PERFORM DETERMINE-BACKUP-WITHHOLDING
                   ADD WS-INTEREST-AMOUNT TO CUST-BALANCE
                       GIVING WS-NEW-BALANCE
                   SUBTRACT WS-WITHHOLD-AMOUNT FROM WS-NEW-BALANCE
                   MOVE WS-NEW-BALANCE TO CUST-BALANCE
                   MOVE WS-BUSINESS-DATE TO CUST-LAST-ACTIVITY-DATE
                   REWRITE CUSTOMER-FILE-RECORD FROM CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY 'Failed to post interest for '
                                   CUST-ACCOUNT-NUMBER
                   END-REWRITE
                   IF CUSTOMER-FILE-STATUS = '00'
                       PERFORM RECORD-INTEREST-TRANSACTION
                       IF WS-WITHHOLD-AMOUNT > 0
                           PERFORM RECORD-WITHHOLDING-TRANSACTION
                       END-IF
                       ADD 1 TO WS-ACCOUNTS-PROCESSED
                       ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST
                       IF ACCRUAL-ON-FILE
                           PERFORM RESET-POSTED-ACCRUAL
                       END-IF
                       PERFORM WRITE-POSTING-REGISTER-LINE
                   END-IF
               END-IF
           END-IF.

       DETERMINE-TIER-RATE.
           MOVE 'SAVINGS' TO TIR-PRODUCT-CODE
           MOVE SPACES TO TIR-FALLBACK-PRODUCT
           MOVE WS-BUSINESS-DATE TO TIR-AS-OF-DATE
           MOVE CUST-BALANCE TO TIR-BALANCE
           MOVE WS-SAVINGS-RATE TO TIR-FLAT-RATE
           MOVE WS-SAVINGS-RATE-DATE TO TIR-FLAT-EFFECTIVE-DATE
           CALL 'INTTIER' USING TIER-PARAMETERS.

       WRITE-POSTING-REGISTER-LINE.
           MOVE CUST-ACCOUNT-NUMBER TO IPD-ACCOUNT
           MOVE WS-PRE-POST-BALANCE TO IPD-BALANCE
           IF ACCRUAL-ON-FILE
               MOVE 'ACCRUAL' TO IPD-SOURCE
           ELSE
               MOVE 'RATE' TO IPD-SOURCE
           END-IF
           MOVE TIR-TIER-USED TO IPD-TIER
           EVALUATE TRUE
               WHEN TIR-WHOLE-BALANCE
                   MOVE 'WHOLE' TO IPD-METHOD
               WHEN TIR-BANDED
                   MOVE 'BANDED' TO IPD-METHOD
               WHEN OTHER
                   MOVE 'FLAT' TO IPD-METHOD
           END-EVALUATE
           MOVE TIR-APPLIED-RATE TO IPD-RATE
           MOVE WS-INTEREST-AMOUNT TO IPD-INTEREST
           MOVE WS-WITHHOLD-AMOUNT TO IPD-WITHHELD
           WRITE POSTING-REGISTER-LINE FROM IP-DETAIL-LINE
           ADD 1 TO WS-REGISTER-LINES.

       LOOK-UP-ACCOUNT-ACCRUAL.
           SET ACCRUAL-NOT-ON-FILE TO TRUE
           MOVE CUST-ACCOUNT-NUMBER TO ACR-ACCOUNT-NUMBER
           READ ACCRUAL-FILE
               INVALID KEY
                   MOVE '99' TO ACCRUAL-FILE-STATUS
           END-READ
           IF ACCRUAL-FILE-STATUS = '00'
               AND ACR-ACCRUED-AMOUNT > 0
               SET ACCRUAL-ON-FILE TO TRUE
           END-IF.

       RESET-POSTED-ACCRUAL.
           MOVE WS-ACCRUAL-REMAINDER TO ACR-ACCRUED-AMOUNT
           REWRITE ACCRUAL-RECORD
               INVALID KEY
                   DISPLAY 'Failed to reset accrual for '
                           CUST-ACCOUNT-NUMBER
           END-REWRITE
           IF ACCRUAL-FILE-STATUS = '00'
               MOVE WS-BUSINESS-DATE TO AJR-BUSINESS-DATE
               MOVE CUST-ACCOUNT-NUMBER TO AJR-ACCOUNT-NUMBER
               SET AJR-POSTING-RELIEF TO TRUE
               COMPUTE AJR-AMOUNT = 0 - WS-INTEREST-AMOUNT
               MOVE 'INTCALC' TO AJR-SOURCE-PROGRAM
               WRITE ACCRUAL-JOURNAL-RECORD
           END-IF
           ADD 1 TO WS-ACCRUAL-POSTINGS.

       CHECK-TIN-ON-FILE.
           SET TIN-ON-FILE TO TRUE
           IF CUST-CUSTOMER-NUMBER = 0
               SET TIN-NOT-ON-FILE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               OR CM-TAX-ID = SPACES
               SET TIN-NOT-ON-FILE TO TRUE
           END-IF.

       DETERMINE-BACKUP-WITHHOLDING.
           MOVE 0 TO WS-WITHHOLD-AMOUNT
           PERFORM CHECK-TIN-ON-FILE
           IF TIN-NOT-ON-FILE
               COMPUTE WS-WITHHOLD-AMOUNT ROUNDED =
                   WS-INTEREST-AMOUNT * WS-BACKUP-WITHHOLD-RATE
           END-IF.

       RECORD-WITHHOLDING-TRANSACTION.
           PERFORM GET-NEXT-TRANSACTION-ID
           MOVE WS-TRANS-ID TO TRANS-ID
           MOVE CUST-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE 'X' TO TRANS-TYPE
           MOVE WS-WITHHOLD-AMOUNT TO TRANS-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRANS-DATE
           MOVE CURRENT-TIME TO TRANS-TIME
           MOVE 'Backup withholding - no TIN' TO TRANS-DESCRIPTION
           MOVE 'BATCH' TO TRANS-OPERATOR-ID
           MOVE 0 TO TRANS-RELATED-ID
           MOVE 0 TO TRANS-ROUTING-NUMBER
           MOVE SPACES TO TRANS-EXTERNAL-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX
           ADD 1 TO WS-WITHHOLD-COUNT
           ADD WS-WITHHOLD-AMOUNT TO WS-WITHHOLD-TOTAL.

       RECORD-INTEREST-TRANSACTION.
           PERFORM GET-NEXT-TRANSACTION-ID
           MOVE WS-TRANS-ID TO TRANS-ID
           MOVE CUST-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE 'I' TO TRANS-TYPE
           MOVE WS-INTEREST-AMOUNT TO TRANS-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRANS-DATE
           MOVE CURRENT-TIME TO TRANS-TIME
           MOVE 'Monthly interest posting' TO TRANS-DESCRIPTION
           MOVE 'BATCH' TO TRANS-OPERATOR-ID
           MOVE 0 TO TRANS-RELATED-ID
           MOVE 0 TO TRANS-ROUTING-NUMBER
           MOVE SPACES TO TRANS-EXTERNAL-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX.

       FINALIZE-INTCALC.
           WRITE POSTING-REGISTER-LINE FROM SPACES
           MOVE WS-ACCOUNTS-PROCESSED TO IPS-CREDITED
           MOVE WS-ACCRUAL-POSTINGS TO IPS-FROM-ACCRUAL
           MOVE WS-TOTAL-INTEREST TO IPS-TOTAL
           MOVE WS-WITHHOLD-TOTAL TO IPS-WITHHELD
           WRITE POSTING-REGISTER-LINE FROM IP-SUMMARY-LINE
           CLOSE POSTING-REGISTER-FILE
           DISPLAY 'Accounts posted from daily accrual: '
                   WS-ACCRUAL-POSTINGS
           DISPLAY 'Backup withholding items: ' WS-WITHHOLD-COUNT
                   ' for ' WS-WITHHOLD-TOTAL
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE ACCRUAL-FILE
           CLOSE ACCRUAL-JOURNAL-FILE
           CLOSE CONTROL-FILE
           CLOSE TRANS-INDEX-FILE
           CLOSE ACCOUNT-SUMMARY-FILE
           CLOSE TRANSACTION-FILE
           CLOSE CUSTOMER-FILE.

       REGISTER-REPORT-CATALOG.
           OPEN I-O REPORT-CATALOG-FILE
           IF REPORT-CATALOG-STATUS = '35'
               OPEN OUTPUT REPORT-CATALOG-FILE
               CLOSE REPORT-CATALOG-FILE
               OPEN I-O REPORT-CATALOG-FILE
           END-IF
           ACCEPT WS-RCT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RCT-RUN-TIME FROM TIME
           IF WS-RCT-BUSINESS-DATE = 0
               MOVE WS-RCT-RUN-DATE TO WS-RCT-BUSINESS-DATE
           END-IF
           MOVE WS-RCT-TYPE TO RCT-REPORT-TYPE
           MOVE WS-RCT-BUSINESS-DATE TO RCT-BUSINESS-DATE
           MOVE WS-RCT-RUN-TIME TO RCT-RUN-TIME
           MOVE WS-RCT-FILENAME TO RCT-FILENAME
           MOVE WS-RCT-LINE-COUNT TO RCT-LINE-COUNT
           MOVE WS-RCT-RUN-DATE TO RCT-RUN-DATE
           WRITE REPORT-CATALOG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE REPORT-CATALOG-FILE.
