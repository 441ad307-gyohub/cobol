       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUMOD.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-FILE ASSIGN TO 'ACCRUAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACR-ACCOUNT-NUMBER
               FILE STATUS IS ACCRUAL-FILE-STATUS.

           SELECT ACCRUAL-JOURNAL-FILE ASSIGN TO 'ACCRJRNL.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ACCRUAL-JOURNAL-STATUS.

           SELECT RATE-TABLE-FILE ASSIGN TO 'RATETBL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS RATE-TABLE-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT ACCRUAL-REGISTER-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ACCRUAL-REGISTER-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO 'RPTCTLG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS REPORT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD RATE-TABLE-FILE.
       01 RATE-TABLE-RECORD.
           05 RT-KEY.
               10 RT-PRODUCT-CODE   PIC X(8).
               10 RT-EFFECTIVE-DATE PIC 9(8).
           05 RT-ANNUAL-RATE        PIC 9V9(4).
           05 RT-UPDATED-DATE       PIC 9(8).
           05 RT-UPDATED-BY         PIC X(10).
           05 FILLER                PIC X(10).

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
               88 CTL-EOD-SCHEDULED VALUE 'S'.
           05 CTL-LAST-EOD-DATE     PIC 9(8).
           05 FILLER                PIC X(10).

       FD ACCRUAL-REGISTER-FILE.
       01 ACCRUAL-REGISTER-LINE     PIC X(132).

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
           05 ACCRUAL-FILE-STATUS   PIC XX.
           05 ACCRUAL-JOURNAL-STATUS PIC XX.
           05 RATE-TABLE-FILE-STATUS PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.
           05 ACCRUAL-REGISTER-STATUS PIC XX.

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 ACCRUAL-CONSTANTS.
           05 WS-ANNUAL-RATE        PIC 9V9(4) VALUE 0.0600.
           05 WS-DAYS-IN-YEAR       PIC 9(3) VALUE 365.

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
           05 WS-DAILY-RATE         PIC 9V9(8).
           05 WS-DAILY-INTEREST     PIC S9(10)V9(4).
           05 WS-ACCOUNTS-ACCRUED   PIC 9(5) VALUE 0.
           05 WS-ACCOUNTS-SKIPPED   PIC 9(5) VALUE 0.
           05 WS-TOTAL-ACCRUED      PIC 9(10)V99 VALUE 0.
           05 WS-REGISTER-LINES     PIC 9(7) VALUE 0.
           05 WS-ACCOUNTS-PRESENTED PIC 9(7) VALUE 0.

       01 SESSION-CONTROL-AREAS.
           05 WS-SESSION-FLAG       PIC X(1) VALUE 'N'.
               88 SESSION-ACTIVE    VALUE 'Y'.
               88 SESSION-INACTIVE  VALUE 'N'.

       01 ACCRUAL-REGISTER-LINES.
           05 AR-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(34) VALUE
                  'DAILY INTEREST ACCRUAL REGISTER'.
               10 FILLER            PIC X(68) VALUE SPACES.

           05 AR-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Business date:'.
               10 ARH2-DATE         PIC 9(8).
               10 FILLER            PIC X(90) VALUE SPACES.

           05 AR-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 AR-DETAIL-HEADER.
               10 FILLER            PIC X(10) VALUE 'ACCOUNT #'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(16) VALUE 'BALANCE'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(4) VALUE 'TIER'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(6) VALUE 'METHOD'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(10) VALUE 'RATE'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(13) VALUE 'DAILY INT'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(17) VALUE
                  'ACCRUED TO DATE'.
               10 FILLER            PIC X(44) VALUE SPACES.

           05 AR-DETAIL-LINE.
               10 ARD-ACCOUNT       PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ARD-BALANCE       PIC $ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ARD-TIER          PIC Z9.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 ARD-METHOD        PIC X(6).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ARD-RATE          PIC 9.9(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ARD-DAILY-INTEREST PIC ZZZ,ZZ9.9999-.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ARD-ACCRUED       PIC ZZZ,ZZZ,ZZ9.9999-.
               10 FILLER            PIC X(44) VALUE SPACES.

           05 AR-SUMMARY-LINE.
               10 FILLER            PIC X(18) VALUE
                  'Accounts accrued: '.
               10 ARS-ACCRUED       PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(19) VALUE
                  'Already accrued: '.
               10 ARS-SKIPPED       PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(19) VALUE
                  'Interest accrued: '.
               10 ARS-TOTAL         PIC $Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(35) VALUE SPACES.

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
       MAIN-ACCRUAL-PROCESSING.
           EVALUATE TRUE
               WHEN SP-OPEN-SESSION
                   PERFORM OPEN-ACCRUAL-SESSION
               WHEN SP-PROCESS-ACCOUNT
                   IF SESSION-ACTIVE
                       ADD 1 TO WS-ACCOUNTS-PRESENTED
                       PERFORM ACCRUE-ONE-ACCOUNT
                   END-IF
               WHEN SP-CLOSE-SESSION
                   PERFORM CLOSE-ACCRUAL-SESSION
           END-EVALUATE
           PERFORM RETURN-STEP-TOTALS
           GOBACK.

       OPEN-ACCRUAL-SESSION.
           IF SESSION-INACTIVE
               PERFORM INITIALIZE-ACCRUE
               SET SESSION-ACTIVE TO TRUE
           END-IF
           MOVE 'Accounts accrued' TO SP-COUNT-1-LABEL
           MOVE 'Already accrued' TO SP-COUNT-2-LABEL
           MOVE SPACES TO SP-COUNT-3-LABEL
           MOVE 'Interest accrued' TO SP-AMOUNT-1-LABEL
           MOVE SPACES TO SP-AMOUNT-2-LABEL.

       CLOSE-ACCRUAL-SESSION.
           IF SESSION-INACTIVE
               EXIT PARAGRAPH
           END-IF
           PERFORM FINALIZE-ACCRUE
           SET SESSION-INACTIVE TO TRUE
           DISPLAY 'Daily interest accrual complete for '
                   WS-BUSINESS-DATE
           DISPLAY 'Accounts accrued: ' WS-ACCOUNTS-ACCRUED
           DISPLAY 'Accounts already accrued today: '
                   WS-ACCOUNTS-SKIPPED
           DISPLAY 'Interest accrued this run: ' WS-TOTAL-ACCRUED
           MOVE 'ACCRREG' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-REGISTER-LINES TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Accrual register: ' WS-REPORT-FILENAME.

       RESTORE-STEP-TOTALS.
           MOVE SP-REPORT-FILENAME TO WS-REPORT-FILENAME
           MOVE SP-PRESENTED TO WS-ACCOUNTS-PRESENTED
           MOVE SP-COUNT-1 TO WS-ACCOUNTS-ACCRUED
           MOVE SP-COUNT-2 TO WS-ACCOUNTS-SKIPPED
           MOVE SP-AMOUNT-1 TO WS-TOTAL-ACCRUED
           MOVE SP-REPORT-LINES TO WS-REGISTER-LINES.

       RETURN-STEP-TOTALS.
           MOVE WS-REPORT-FILENAME TO SP-REPORT-FILENAME
           MOVE WS-ACCOUNTS-PRESENTED TO SP-PRESENTED
           MOVE WS-ACCOUNTS-ACCRUED TO SP-COUNT-1
           MOVE WS-ACCOUNTS-SKIPPED TO SP-COUNT-2
           MOVE 0 TO SP-COUNT-3
           MOVE WS-TOTAL-ACCRUED TO SP-AMOUNT-1
           MOVE 0 TO SP-AMOUNT-2
           MOVE WS-REGISTER-LINES TO SP-REPORT-LINES.

       INITIALIZE-ACCRUE.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           IF SP-BUSINESS-DATE NUMERIC
               AND SP-BUSINESS-DATE NOT = 0
               MOVE SP-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               PERFORM LOAD-BUSINESS-DATE
           END-IF
           OPEN I-O ACCRUAL-FILE
           IF ACCRUAL-FILE-STATUS = '35'
               OPEN OUTPUT ACCRUAL-FILE
               CLOSE ACCRUAL-FILE
               OPEN I-O ACCRUAL-FILE
           END-IF
           OPEN EXTEND ACCRUAL-JOURNAL-FILE
           IF ACCRUAL-JOURNAL-STATUS = '35'
               OPEN OUTPUT ACCRUAL-JOURNAL-FILE
           END-IF
           PERFORM LOAD-SAVINGS-RATE
           DISPLAY 'Savings rate in force: ' WS-ANNUAL-RATE
           IF SP-RESTART-RUN
               PERFORM RESTORE-STEP-TOTALS
               OPEN EXTEND ACCRUAL-REGISTER-FILE
           ELSE
               STRING 'ACCRREG.' WS-BUSINESS-DATE DELIMITED BY SIZE
                      '.TXT' DELIMITED BY SIZE
                      INTO WS-REPORT-FILENAME
               END-STRING
               OPEN OUTPUT ACCRUAL-REGISTER-FILE
               PERFORM WRITE-ACCRUAL-REGISTER-HEADERS
           END-IF.

       WRITE-ACCRUAL-REGISTER-HEADERS.
           MOVE WS-BUSINESS-DATE TO ARH2-DATE
           WRITE ACCRUAL-REGISTER-LINE FROM AR-HEADER-1
           WRITE ACCRUAL-REGISTER-LINE FROM AR-HEADER-2
           WRITE ACCRUAL-REGISTER-LINE FROM AR-HEADER-3
           WRITE ACCRUAL-REGISTER-LINE FROM SPACES
           WRITE ACCRUAL-REGISTER-LINE FROM AR-DETAIL-HEADER
           WRITE ACCRUAL-REGISTER-LINE FROM
                 '------------------------------------------'.

       LOAD-BUSINESS-DATE.
           MOVE CURRENT-DATE TO WS-BUSINESS-DATE
           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-STATUS = '00'
               MOVE CTL-SYSTEM-KEY TO CTL-KEY
               READ CONTROL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CONTROL-FILE-STATUS = '00'
                   AND CTL-BUSINESS-DATE NUMERIC
                   AND CTL-BUSINESS-DATE NOT = 0
                   MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-IF
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-SAVINGS-RATE.
           OPEN INPUT RATE-TABLE-FILE
           IF RATE-TABLE-FILE-STATUS = '00'
               MOVE 'SAVINGS' TO WS-RT-SEARCH-PRODUCT
               MOVE WS-BUSINESS-DATE TO WS-RT-SEARCH-DATE
               PERFORM FIND-RATE-IN-FORCE
               IF RATE-TABLE-FOUND
                   MOVE WS-RT-RATE-FOUND TO WS-ANNUAL-RATE
                   MOVE WS-RT-EFFECTIVE-FOUND TO WS-SAVINGS-RATE-DATE
               END-IF
               CLOSE RATE-TABLE-FILE
           END-IF.

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

       ACCRUE-ONE-ACCOUNT.
           IF CUST-ACCOUNT-TYPE NOT = 'S'
               OR CUST-STATUS NOT = 'A'
               OR CUST-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE CUST-ACCOUNT-NUMBER TO ACR-ACCOUNT-NUMBER
           READ ACCRUAL-FILE
               INVALID KEY
                   MOVE '99' TO ACCRUAL-FILE-STATUS
           END-READ
           IF ACCRUAL-FILE-STATUS = '00'
               AND ACR-LAST-ACCRUAL-DATE = WS-BUSINESS-DATE
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               EXIT PARAGRAPH
           END-IF

           PERFORM DETERMINE-TIER-RATE
           COMPUTE WS-DAILY-RATE ROUNDED =
               TIR-APPLIED-RATE / WS-DAYS-IN-YEAR
           COMPUTE WS-DAILY-INTEREST ROUNDED =
               CUST-BALANCE * WS-DAILY-RATE

           IF ACCRUAL-FILE-STATUS = '00'
               ADD WS-DAILY-INTEREST TO ACR-ACCRUED-AMOUNT
               MOVE WS-BUSINESS-DATE TO ACR-LAST-ACCRUAL-DATE
               MOVE WS-DAILY-RATE TO ACR-DAILY-RATE
               REWRITE ACCRUAL-RECORD
                   INVALID KEY
                       DISPLAY 'Failed to update accrual for '
                               CUST-ACCOUNT-NUMBER
               END-REWRITE
           ELSE
               MOVE CUST-ACCOUNT-NUMBER TO ACR-ACCOUNT-NUMBER
               MOVE WS-DAILY-INTEREST TO ACR-ACCRUED-AMOUNT
               MOVE WS-BUSINESS-DATE TO ACR-LAST-ACCRUAL-DATE
               MOVE WS-DAILY-RATE TO ACR-DAILY-RATE
               WRITE ACCRUAL-RECORD
                   INVALID KEY
                       DISPLAY 'Failed to create accrual for '
                               CUST-ACCOUNT-NUMBER
               END-WRITE
           END-IF
           IF ACCRUAL-FILE-STATUS = '00'
               PERFORM WRITE-ACCRUAL-JOURNAL
               PERFORM WRITE-ACCRUAL-REGISTER-LINE
           END-IF
           ADD 1 TO WS-ACCOUNTS-ACCRUED
           ADD WS-DAILY-INTEREST TO WS-TOTAL-ACCRUED.

       DETERMINE-TIER-RATE.
           MOVE 'SAVINGS' TO TIR-PRODUCT-CODE
           MOVE SPACES TO TIR-FALLBACK-PRODUCT
           MOVE WS-BUSINESS-DATE TO TIR-AS-OF-DATE
           MOVE CUST-BALANCE TO TIR-BALANCE
           MOVE WS-ANNUAL-RATE TO TIR-FLAT-RATE
           MOVE WS-SAVINGS-RATE-DATE TO TIR-FLAT-EFFECTIVE-DATE
           CALL 'INTTIER' USING TIER-PARAMETERS.

       WRITE-ACCRUAL-REGISTER-LINE.
           MOVE CUST-ACCOUNT-NUMBER TO ARD-ACCOUNT
           MOVE CUST-BALANCE TO ARD-BALANCE
           MOVE TIR-TIER-USED TO ARD-TIER
           EVALUATE TRUE
               WHEN TIR-WHOLE-BALANCE
                   MOVE 'WHOLE' TO ARD-METHOD
               WHEN TIR-BANDED
                   MOVE 'BANDED' TO ARD-METHOD
               WHEN OTHER
                   MOVE 'FLAT' TO ARD-METHOD
           END-EVALUATE
           MOVE TIR-APPLIED-RATE TO ARD-RATE
           MOVE WS-DAILY-INTEREST TO ARD-DAILY-INTEREST
           MOVE ACR-ACCRUED-AMOUNT TO ARD-ACCRUED
           WRITE ACCRUAL-REGISTER-LINE FROM AR-DETAIL-LINE
           ADD 1 TO WS-REGISTER-LINES.

       WRITE-ACCRUAL-JOURNAL.
           MOVE WS-BUSINESS-DATE TO AJR-BUSINESS-DATE
           MOVE CUST-ACCOUNT-NUMBER TO AJR-ACCOUNT-NUMBER
           SET AJR-NEW-ACCRUAL TO TRUE
           MOVE WS-DAILY-INTEREST TO AJR-AMOUNT
           MOVE 'ACCRUE' TO AJR-SOURCE-PROGRAM
           WRITE ACCRUAL-JOURNAL-RECORD.

       FINALIZE-ACCRUE.
           WRITE ACCRUAL-REGISTER-LINE FROM SPACES
           MOVE WS-ACCOUNTS-ACCRUED TO ARS-ACCRUED
           MOVE WS-ACCOUNTS-SKIPPED TO ARS-SKIPPED
           MOVE WS-TOTAL-ACCRUED TO ARS-TOTAL
           WRITE ACCRUAL-REGISTER-LINE FROM AR-SUMMARY-LINE
           CLOSE ACCRUAL-REGISTER-FILE
           CLOSE ACCRUAL-FILE
           CLOSE ACCRUAL-JOURNAL-FILE.

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
