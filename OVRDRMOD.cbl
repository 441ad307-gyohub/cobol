       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVRDRMOD.
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

           SELECT OVERDRAFT-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OVERDRAFT-REPORT-STATUS.

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

       FD OVERDRAFT-REPORT-FILE.
       01 OVERDRAFT-REPORT-LINE     PIC X(132).

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
           05 OVERDRAFT-REPORT-STATUS PIC XX.

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

       01 OVERDRAFT-CONSTANTS.
           05 WS-DEFAULT-ODI-RATE   PIC 9V9(4) VALUE 0.1800.
           05 WS-ODI-GRACE-DAYS     PIC 9(3) VALUE 30.

       01 WORK-AREAS.
           05 WS-ODI-RATE           PIC 9V9(4).
           05 WS-NEGATIVE-PORTION   PIC 9(10)V99.
           05 WS-ODI-CHARGE         PIC 9(10)V99.
           05 WS-ACCOUNTS-CHARGED   PIC 9(5) VALUE 0.
           05 WS-TOTAL-CHARGED      PIC 9(10)V99 VALUE 0.
           05 WS-PAST-GRACE-COUNT   PIC 9(5) VALUE 0.
           05 WS-GRACE-CUTOFF-INTEGER PIC S9(9) COMP.
           05 WS-OVERDRAWN-INTEGER  PIC S9(9) COMP.
           05 WS-GRACE-FLAG         PIC X(1).
               88 PAST-GRACE-PERIOD VALUE 'Y'.
               88 WITHIN-GRACE-PERIOD VALUE 'N'.
           05 WS-ACCOUNTS-PRESENTED PIC 9(7) VALUE 0.

       01 SESSION-CONTROL-AREAS.
           05 WS-SESSION-FLAG       PIC X(1) VALUE 'N'.
               88 SESSION-ACTIVE    VALUE 'Y'.
               88 SESSION-INACTIVE  VALUE 'N'.

       01 RATE-TABLE-WORK-AREAS.
           05 WS-RT-SEARCH-PRODUCT  PIC X(8).
           05 WS-RT-SEARCH-DATE     PIC 9(8).
           05 WS-RT-FOUND-FLAG      PIC X(1).
               88 RATE-TABLE-FOUND  VALUE 'Y'.
               88 RATE-TABLE-NOT-FOUND VALUE 'N'.
           05 WS-RT-RATE-FOUND      PIC 9V9(4).
           05 WS-RATE-FILE-FLAG     PIC X(1).
               88 RATE-FILE-AVAILABLE VALUE 'Y'.
               88 RATE-FILE-MISSING VALUE 'N'.

       01 OVERDRAFT-REPORT-LINES.
           05 OD-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(34) VALUE
                  'OVERDRAFT INTEREST CHARGE REPORT'.
               10 FILLER            PIC X(68) VALUE SPACES.

           05 OD-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Generated on: '.
               10 ODH2-DATE         PIC 9(8).
               10 FILLER            PIC X(90) VALUE SPACES.

           05 OD-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 OD-DETAIL-HEADER.
               10 FILLER            PIC X(10) VALUE 'ACCOUNT #'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(30) VALUE 'NAME'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(16) VALUE 'BALANCE'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(16) VALUE 'CHARGE'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(12) VALUE 'NEG. SINCE'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(12) VALUE 'GRACE'.
               10 FILLER            PIC X(26) VALUE SPACES.

           05 OD-DETAIL-LINE.
               10 ODD-ACCOUNT       PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ODD-NAME          PIC X(30).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ODD-BALANCE       PIC $ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ODD-CHARGE        PIC $ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 ODD-SINCE         PIC 9(8).
               10 FILLER            PIC X(6) VALUE SPACES.
               10 ODD-GRACE         PIC X(12).
               10 FILLER            PIC X(26) VALUE SPACES.

           05 OD-SUMMARY-LINE.
               10 FILLER            PIC X(20) VALUE
                  'Accounts charged: '.
               10 ODS-CHARGED       PIC ZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(20) VALUE
                  'Total charged: '.
               10 ODS-TOTAL         PIC $ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(20) VALUE
                  'Past grace period: '.
               10 ODS-PAST-GRACE    PIC ZZ,ZZ9.
               10 FILLER            PIC X(31) VALUE SPACES.

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
           05 CUST-CLOSURE-DATE     PIC 9(8).
           05 CUST-OVERDRAWN-SINCE  PIC 9(8).
           05 FILLER                PIC X(14).

       PROCEDURE DIVISION USING STEP-PARAMETERS CUSTOMER-RECORD.
       MAIN-OVERDRAFT-PROCESSING.
           EVALUATE TRUE
               WHEN SP-OPEN-SESSION
                   PERFORM OPEN-OVERDRAFT-SESSION
               WHEN SP-PROCESS-ACCOUNT
                   IF SESSION-ACTIVE
                       ADD 1 TO WS-ACCOUNTS-PRESENTED
                       PERFORM EVALUATE-CHECKING-ACCOUNT
                   END-IF
               WHEN SP-CLOSE-SESSION
                   PERFORM CLOSE-OVERDRAFT-SESSION
           END-EVALUATE
           PERFORM RETURN-STEP-TOTALS
           GOBACK.

       OPEN-OVERDRAFT-SESSION.
           IF SESSION-INACTIVE
               PERFORM INITIALIZE-OVRDRFT
               SET SESSION-ACTIVE TO TRUE
           END-IF
           MOVE 'Accounts charged' TO SP-COUNT-1-LABEL
           MOVE 'Past grace period' TO SP-COUNT-2-LABEL
           MOVE SPACES TO SP-COUNT-3-LABEL
           MOVE 'Total charged' TO SP-AMOUNT-1-LABEL
           MOVE SPACES TO SP-AMOUNT-2-LABEL.

       CLOSE-OVERDRAFT-SESSION.
           IF SESSION-INACTIVE
               EXIT PARAGRAPH
           END-IF
           PERFORM FINALIZE-OVRDRFT
           SET SESSION-INACTIVE TO TRUE
           DISPLAY 'Overdraft interest run complete.'
           DISPLAY 'Accounts charged: ' WS-ACCOUNTS-CHARGED
           DISPLAY 'Total charged: ' WS-TOTAL-CHARGED
           DISPLAY 'Accounts past grace period: ' WS-PAST-GRACE-COUNT
           MOVE 'OVRDRFT' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE 0 TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Report: ' WS-REPORT-FILENAME.

       RESTORE-STEP-TOTALS.
           MOVE SP-REPORT-FILENAME TO WS-REPORT-FILENAME
           MOVE SP-PRESENTED TO WS-ACCOUNTS-PRESENTED
           MOVE SP-COUNT-1 TO WS-ACCOUNTS-CHARGED
           MOVE SP-COUNT-2 TO WS-PAST-GRACE-COUNT
           MOVE SP-AMOUNT-1 TO WS-TOTAL-CHARGED.

       RETURN-STEP-TOTALS.
           MOVE WS-REPORT-FILENAME TO SP-REPORT-FILENAME
           MOVE WS-ACCOUNTS-PRESENTED TO SP-PRESENTED
           MOVE WS-ACCOUNTS-CHARGED TO SP-COUNT-1
           MOVE WS-PAST-GRACE-COUNT TO SP-COUNT-2
           MOVE 0 TO SP-COUNT-3
           MOVE WS-TOTAL-CHARGED TO SP-AMOUNT-1
           MOVE 0 TO SP-AMOUNT-2
           MOVE 0 TO SP-REPORT-LINES.

       INITIALIZE-OVRDRFT.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           STRING 'OVRDRPT.' CURRENT-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING

           PERFORM OPEN-CONTROL-FILE
           IF SP-BUSINESS-DATE NUMERIC
               AND SP-BUSINESS-DATE NOT = 0
               MOVE SP-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               PERFORM LOAD-BUSINESS-DATE
           END-IF
           COMPUTE WS-GRACE-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - WS-ODI-GRACE-DAYS
           OPEN I-O CUSTOMER-FILE
           OPEN EXTEND TRANSACTION-FILE
           PERFORM OPEN-TRANS-INDEX-FILE
           PERFORM OPEN-ACCOUNT-SUMMARY-FILE
           IF SP-RESTART-RUN
               PERFORM RESTORE-STEP-TOTALS
               OPEN EXTEND OVERDRAFT-REPORT-FILE
           ELSE
               OPEN OUTPUT OVERDRAFT-REPORT-FILE
               PERFORM WRITE-OVERDRAFT-REPORT-HEADERS
           END-IF
           PERFORM LOAD-OVERDRAFT-RATE.

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

       LOAD-OVERDRAFT-RATE.
           MOVE WS-DEFAULT-ODI-RATE TO WS-ODI-RATE
           SET RATE-FILE-MISSING TO TRUE
           OPEN INPUT RATE-TABLE-FILE
           IF RATE-TABLE-FILE-STATUS = '00'
               SET RATE-FILE-AVAILABLE TO TRUE
               MOVE 'ODRAFT' TO WS-RT-SEARCH-PRODUCT
               MOVE WS-BUSINESS-DATE TO WS-RT-SEARCH-DATE
               PERFORM FIND-RATE-IN-FORCE
               IF RATE-TABLE-FOUND
                   MOVE WS-RT-RATE-FOUND TO WS-ODI-RATE
               END-IF
           END-IF
           DISPLAY 'Overdraft annual rate in force: ' WS-ODI-RATE.

       FIND-RATE-IN-FORCE.
           SET RATE-TABLE-NOT-FOUND TO TRUE
           MOVE 0 TO WS-RT-RATE-FOUND
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
                   ELSE
                       MOVE '10' TO RATE-TABLE-FILE-STATUS
                   END-IF
               ELSE
                   MOVE '10' TO RATE-TABLE-FILE-STATUS
               END-IF
           END-IF.

       WRITE-OVERDRAFT-REPORT-HEADERS.
           MOVE WS-BUSINESS-DATE TO ODH2-DATE
           WRITE OVERDRAFT-REPORT-LINE FROM OD-HEADER-1
           WRITE OVERDRAFT-REPORT-LINE FROM OD-HEADER-2
           WRITE OVERDRAFT-REPORT-LINE FROM OD-HEADER-3
           WRITE OVERDRAFT-REPORT-LINE FROM SPACES
           WRITE OVERDRAFT-REPORT-LINE FROM OD-DETAIL-HEADER
           WRITE OVERDRAFT-REPORT-LINE FROM
                 '------------------------------------------'.

       EVALUATE-CHECKING-ACCOUNT.
           IF CUST-ACCOUNT-TYPE = 'C'
               AND CUST-STATUS NOT = 'C'
               AND CUST-STATUS NOT = 'I'
               IF CUST-BALANCE < 0
                   PERFORM CHARGE-OVERDRAFT-INTEREST
               ELSE
                   IF CUST-OVERDRAWN-SINCE NOT = 0
                       MOVE 0 TO CUST-OVERDRAWN-SINCE
                       REWRITE CUSTOMER-FILE-RECORD FROM CUSTOMER-RECORD
                           INVALID KEY
                               DISPLAY 'Failed to clear overdraft '
                                       'date for '
                                       CUST-ACCOUNT-NUMBER
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       CHARGE-OVERDRAFT-INTEREST.
           COMPUTE WS-NEGATIVE-PORTION = 0 - CUST-BALANCE
           COMPUTE WS-ODI-CHARGE ROUNDED =
               WS-NEGATIVE-PORTION * WS-ODI-RATE / 12
           IF CUST-OVERDRAWN-SINCE IS NOT NUMERIC
               OR CUST-OVERDRAWN-SINCE = 0
               MOVE WS-BUSINESS-DATE TO CUST-OVERDRAWN-SINCE
           END-IF
           IF WS-ODI-CHARGE > 0
               SUBTRACT WS-ODI-CHARGE FROM CUST-BALANCE
           END-IF
           REWRITE CUSTOMER-FILE-RECORD FROM CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY 'Failed to charge overdraft interest for '
                           CUST-ACCOUNT-NUMBER
           END-REWRITE
           IF CUSTOMER-FILE-STATUS = '00'
               IF WS-ODI-CHARGE > 0
                   PERFORM RECORD-OVERDRAFT-TRANSACTION
                   ADD 1 TO WS-ACCOUNTS-CHARGED
                   ADD WS-ODI-CHARGE TO WS-TOTAL-CHARGED
               END-IF
               PERFORM EVALUATE-GRACE-PERIOD
               PERFORM WRITE-OVERDRAFT-DETAIL-LINE
           END-IF.

       EVALUATE-GRACE-PERIOD.
           SET WITHIN-GRACE-PERIOD TO TRUE
           COMPUTE WS-OVERDRAWN-INTEGER =
               FUNCTION INTEGER-OF-DATE(CUST-OVERDRAWN-SINCE)
           IF WS-OVERDRAWN-INTEGER <= WS-GRACE-CUTOFF-INTEGER
               SET PAST-GRACE-PERIOD TO TRUE
               ADD 1 TO WS-PAST-GRACE-COUNT
           END-IF.

       RECORD-OVERDRAFT-TRANSACTION.
           PERFORM GET-NEXT-TRANSACTION-ID
           MOVE WS-TRANS-ID TO TRANS-ID
           MOVE CUST-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE 'O' TO TRANS-TYPE
           MOVE WS-ODI-CHARGE TO TRANS-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRANS-DATE
           MOVE CURRENT-TIME TO TRANS-TIME
           MOVE 'Overdraft interest charge' TO TRANS-DESCRIPTION
           MOVE 'BATCH' TO TRANS-OPERATOR-ID
           MOVE 0 TO TRANS-RELATED-ID
           MOVE 0 TO TRANS-ROUTING-NUMBER
           MOVE SPACES TO TRANS-EXTERNAL-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX.

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

       WRITE-OVERDRAFT-DETAIL-LINE.
           MOVE CUST-ACCOUNT-NUMBER TO ODD-ACCOUNT
           MOVE CUST-NAME TO ODD-NAME
           MOVE CUST-BALANCE TO ODD-BALANCE
           MOVE WS-ODI-CHARGE TO ODD-CHARGE
           MOVE CUST-OVERDRAWN-SINCE TO ODD-SINCE
           IF PAST-GRACE-PERIOD
               MOVE 'PAST GRACE' TO ODD-GRACE
           ELSE
               MOVE SPACES TO ODD-GRACE
           END-IF
           WRITE OVERDRAFT-REPORT-LINE FROM OD-DETAIL-LINE.

       FINALIZE-OVRDRFT.
           WRITE OVERDRAFT-REPORT-LINE FROM SPACES
           MOVE WS-ACCOUNTS-CHARGED TO ODS-CHARGED
           MOVE WS-TOTAL-CHARGED TO ODS-TOTAL
           MOVE WS-PAST-GRACE-COUNT TO ODS-PAST-GRACE
           WRITE OVERDRAFT-REPORT-LINE FROM OD-SUMMARY-LINE
           CLOSE OVERDRAFT-REPORT-FILE
           CLOSE CONTROL-FILE
           CLOSE TRANSACTION-FILE
           CLOSE CUSTOMER-FILE
           CLOSE TRANS-INDEX-FILE
           CLOSE ACCOUNT-SUMMARY-FILE
           IF RATE-FILE-AVAILABLE
               CLOSE RATE-TABLE-FILE
           END-IF.
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
