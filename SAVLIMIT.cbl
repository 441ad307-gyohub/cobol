       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAVLIMIT.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT ACCOUNT-SUMMARY-FILE ASSIGN TO 'ACCTSUM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUM-KEY
               FILE STATUS IS ACCOUNT-SUMMARY-STATUS.

           SELECT SAVINGS-EXCESS-FILE ASSIGN TO 'SAVEXCS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SVX-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS SAVINGS-EXCESS-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'PARAMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-ACCOUNT-TYPE
               FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT LIMIT-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LIMIT-REPORT-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CONTROL-FILE-STATUS.


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
           05 FILLER                PIC X(16).
           05 CUST-DORMANT-DATE     PIC 9(8).
           05 FILLER                PIC X(6).

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

       FD SAVINGS-EXCESS-FILE.
       01 SAVINGS-EXCESS-RECORD.
           05 SVX-KEY.
               10 SVX-ACCOUNT-NUMBER PIC 9(10).
               10 SVX-YEAR-MONTH     PIC 9(6).
           05 SVX-REFUSED-COUNT     PIC 9(5).
           05 SVX-FEE-COUNT         PIC 9(5).
           05 SVX-FEE-AMOUNT        PIC 9(10)V99.
           05 SVX-LAST-DATE         PIC 9(8).
           05 SVX-CONVERT-FLAG      PIC X(1).
               88 SVX-CONVERSION-FLAGGED VALUE 'Y'.
           05 SVX-CONVERT-DATE      PIC 9(8).
           05 SVX-MONTHS-OVER       PIC 9(2).
           05 FILLER                PIC X(3).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PRM-ACCOUNT-TYPE      PIC X(1).
           05 FILLER                PIC X(84).
       01 ACTIVITY-LIMIT-PARAMETER-RECORD.
           05 PAL-KEY               PIC X(1).
           05 PAL-SAVINGS-WTH-LIMIT PIC 9(3).
           05 PAL-EXCESS-ACTION     PIC X(1).
               88 PAL-REFUSE-EXCESS VALUE 'R'.
               88 PAL-CHARGE-EXCESS VALUE 'F'.
           05 PAL-EXCESS-FEE        PIC 9(8)V99.
           05 PAL-CONVERSION-MONTHS PIC 9(2).
           05 FILLER                PIC X(40).
           05 PAL-UPDATED-DATE      PIC 9(8).
           05 PAL-UPDATED-BY        PIC X(10).
           05 FILLER                PIC X(10).

       FD LIMIT-REPORT-FILE.
       01 LIMIT-REPORT-LINE         PIC X(132).

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
           05 CONTROL-FILE-STATUS   PIC XX.
           05 CUSTOMER-FILE-STATUS  PIC XX.
           05 ACCOUNT-SUMMARY-STATUS PIC XX.
           05 SAVINGS-EXCESS-STATUS PIC XX.
           05 PARAMETER-FILE-STATUS PIC XX.
           05 LIMIT-REPORT-STATUS   PIC XX.

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 ACTIVITY-LIMIT-CONSTANTS.
           05 WS-SAVINGS-WTH-LIMIT  PIC 9(3) VALUE 6.
           05 WS-EXCESS-ACTION      PIC X(1) VALUE 'F'.
               88 EXCESS-ITEMS-REFUSED VALUE 'R'.
               88 EXCESS-ITEMS-CHARGED VALUE 'F'.
           05 WS-CONVERSION-MONTHS  PIC 9(2) VALUE 3.

       01 MONTH-WORK-AREAS.
           05 WS-REPORT-YM          PIC 9(6).
           05 WS-CHECK-YM           PIC 9(6).
           05 WS-CHECK-YM-PARTS REDEFINES WS-CHECK-YM.
               10 WS-CHECK-YEAR     PIC 9(4).
               10 WS-CHECK-MONTH    PIC 9(2).
           05 WS-MONTH-WTH-COUNT    PIC 9(5).
           05 WS-MONTH-REFUSED      PIC 9(5).
           05 WS-MONTH-FEE-AMOUNT   PIC 9(10)V99.
           05 WS-MONTH-EXCESS       PIC 9(5).
           05 WS-MONTH-FLAG         PIC X(1).
               88 MONTH-OVER-LIMIT  VALUE 'Y'.
               88 MONTH-WITHIN-LIMIT VALUE 'N'.
           05 WS-RUN-FLAG           PIC X(1).
               88 RUN-CONTINUES     VALUE 'Y'.
               88 RUN-BROKEN        VALUE 'N'.
           05 WS-MONTHS-OVER        PIC 9(2).

       01 LIMIT-COUNTERS.
           05 WS-ACCOUNTS-SCANNED   PIC 9(5) VALUE 0.
           05 WS-ACCOUNTS-OVER      PIC 9(5) VALUE 0.
           05 WS-ACCOUNTS-FLAGGED   PIC 9(5) VALUE 0.
           05 WS-TOTAL-REFUSED      PIC 9(7) VALUE 0.
           05 WS-TOTAL-FEE-AMOUNT   PIC 9(10)V99 VALUE 0.

       01 LIMIT-REPORT-LINES.
           05 SL-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(40) VALUE
                  'SAVINGS WITHDRAWAL LIMIT REPORT'.
               10 FILLER            PIC X(62) VALUE SPACES.

           05 SL-HEADER-2.
               10 FILLER            PIC X(15) VALUE
                  'Business date: '.
               10 SLH2-DATE         PIC 9(8).
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(7) VALUE 'Month: '.
               10 SLH2-MONTH        PIC 9(6).
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(17) VALUE
                  'Limit per month: '.
               10 SLH2-LIMIT        PIC ZZ9.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE
                  'Excess action: '.
               10 SLH2-ACTION       PIC X(6).
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(18) VALUE
                  'Convert after:   '.
               10 SLH2-MONTHS       PIC Z9.
               10 FILLER            PIC X(7) VALUE ' months'.
               10 FILLER            PIC X(12) VALUE SPACES.

           05 SL-HEADER-3.
               10 FILLER            PIC X(132) VALUE ALL '='.

           05 SL-DETAIL-HEADER.
               10 FILLER            PIC X(10) VALUE 'ACCOUNT #'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(30) VALUE 'NAME'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(6) VALUE '  WTHS'.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 FILLER            PIC X(3) VALUE 'LIM'.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 FILLER            PIC X(6) VALUE 'EXCESS'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(7) VALUE 'REFUSED'.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 FILLER            PIC X(10) VALUE '      FEES'.
               10 FILLER            PIC X(8) VALUE '  MONTHS'.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 FILLER            PIC X(20) VALUE 'ACTION'.
               10 FILLER            PIC X(14) VALUE SPACES.

           05 SL-DETAIL-LINE.
               10 SLD-ACCOUNT       PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 SLD-NAME          PIC X(30).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 SLD-WTH-COUNT     PIC ZZ,ZZ9.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 SLD-LIMIT         PIC ZZ9.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 SLD-EXCESS        PIC ZZ,ZZ9.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 SLD-REFUSED       PIC ZZ,ZZ9.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 SLD-FEES          PIC ZZZ,ZZ9.99.
               10 FILLER            PIC X(6) VALUE SPACES.
               10 SLD-MONTHS        PIC Z9.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 SLD-ACTION        PIC X(20).
               10 FILLER            PIC X(14) VALUE SPACES.

           05 SL-SUMMARY-LINE-1.
               10 FILLER            PIC X(27) VALUE
                  'Savings accounts scanned: '.
               10 SLS-SCANNED       PIC ZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(20) VALUE
                  'Over the limit: '.
               10 SLS-OVER          PIC ZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(25) VALUE
                  'Flagged for conversion: '.
               10 SLS-FLAGGED       PIC ZZ,ZZ9.
               10 FILLER            PIC X(32) VALUE SPACES.

           05 SL-SUMMARY-LINE-2.
               10 FILLER            PIC X(27) VALUE
                  'Excess items refused: '.
               10 SLS-REFUSED       PIC Z,ZZZ,ZZ9.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(20) VALUE
                  'Excess fees: '.
               10 SLS-FEES          PIC $Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LIMIT-PROCESSING.
           PERFORM INITIALIZE-SAVLIMIT
           IF WS-SAVINGS-WTH-LIMIT > 0
               PERFORM SCAN-CUSTOMER-RECORD
                   UNTIL CUSTOMER-FILE-STATUS NOT = '00'
           ELSE
               WRITE LIMIT-REPORT-LINE FROM
                     'No savings withdrawal limit is in force.'
           END-IF
           PERFORM FINALIZE-SAVLIMIT
           DISPLAY 'Savings withdrawal limit review complete.'
           DISPLAY 'Savings accounts scanned: ' WS-ACCOUNTS-SCANNED
           DISPLAY 'Over the limit: ' WS-ACCOUNTS-OVER
           DISPLAY 'Flagged for conversion: ' WS-ACCOUNTS-FLAGGED
           MOVE 'SAVLIMIT' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-ACCOUNTS-OVER TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Limit report: ' WS-REPORT-FILENAME
           STOP RUN.

       INITIALIZE-SAVLIMIT.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-YM
           STRING 'SAVLIMIT.' WS-BUSINESS-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING

           PERFORM LOAD-ACTIVITY-LIMIT-PARAMETERS

           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT ACCOUNT-SUMMARY-FILE
           OPEN I-O SAVINGS-EXCESS-FILE
           IF SAVINGS-EXCESS-STATUS = '35'
               OPEN OUTPUT SAVINGS-EXCESS-FILE
               CLOSE SAVINGS-EXCESS-FILE
               OPEN I-O SAVINGS-EXCESS-FILE
           END-IF
           OPEN OUTPUT LIMIT-REPORT-FILE
           PERFORM WRITE-LIMIT-REPORT-HEADERS.

       LOAD-ACTIVITY-LIMIT-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF PARAMETER-FILE-STATUS = '00'
               MOVE 'W' TO PAL-KEY
               READ PARAMETER-FILE
                   INVALID KEY
                       MOVE '99' TO PARAMETER-FILE-STATUS
               END-READ
               IF PARAMETER-FILE-STATUS = '00'
                   MOVE PAL-SAVINGS-WTH-LIMIT TO WS-SAVINGS-WTH-LIMIT
                   MOVE PAL-EXCESS-ACTION TO WS-EXCESS-ACTION
                   IF PAL-CONVERSION-MONTHS > 0
                       MOVE PAL-CONVERSION-MONTHS
                           TO WS-CONVERSION-MONTHS
                   END-IF
               END-IF
               CLOSE PARAMETER-FILE
           END-IF.

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

       WRITE-LIMIT-REPORT-HEADERS.
           MOVE WS-BUSINESS-DATE TO SLH2-DATE
           MOVE WS-REPORT-YM TO SLH2-MONTH
           MOVE WS-SAVINGS-WTH-LIMIT TO SLH2-LIMIT
           IF EXCESS-ITEMS-REFUSED
               MOVE 'REFUSE' TO SLH2-ACTION
           ELSE
               MOVE 'FEE' TO SLH2-ACTION
           END-IF
           MOVE WS-CONVERSION-MONTHS TO SLH2-MONTHS
           WRITE LIMIT-REPORT-LINE FROM SL-HEADER-1
           WRITE LIMIT-REPORT-LINE FROM SL-HEADER-2
           WRITE LIMIT-REPORT-LINE FROM SL-HEADER-3
           WRITE LIMIT-REPORT-LINE FROM SPACES
           WRITE LIMIT-REPORT-LINE FROM SL-DETAIL-HEADER
           WRITE LIMIT-REPORT-LINE FROM
                 '------------------------------------------'.

       SCAN-CUSTOMER-RECORD.
           READ CUSTOMER-FILE
               AT END
                   MOVE '99' TO CUSTOMER-FILE-STATUS
               NOT AT END
                   IF CUST-ACCOUNT-TYPE = 'S'
                       AND CUST-STATUS NOT = 'C'
                       PERFORM REVIEW-SAVINGS-ACCOUNT
                   END-IF
           END-READ.

       REVIEW-SAVINGS-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-SCANNED
           MOVE WS-REPORT-YM TO WS-CHECK-YM
           PERFORM EVALUATE-MONTH-ACTIVITY
           IF MONTH-WITHIN-LIMIT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ACCOUNTS-OVER
           ADD WS-MONTH-REFUSED TO WS-TOTAL-REFUSED
           ADD WS-MONTH-FEE-AMOUNT TO WS-TOTAL-FEE-AMOUNT
           MOVE CUST-ACCOUNT-NUMBER TO SLD-ACCOUNT
           MOVE CUST-NAME TO SLD-NAME
           MOVE WS-MONTH-WTH-COUNT TO SLD-WTH-COUNT
           MOVE WS-SAVINGS-WTH-LIMIT TO SLD-LIMIT
           MOVE WS-MONTH-EXCESS TO SLD-EXCESS
           MOVE WS-MONTH-REFUSED TO SLD-REFUSED
           MOVE WS-MONTH-FEE-AMOUNT TO SLD-FEES

           MOVE 1 TO WS-MONTHS-OVER
           SET RUN-CONTINUES TO TRUE
           PERFORM CHECK-PRIOR-MONTH
               UNTIL WS-MONTHS-OVER NOT < WS-CONVERSION-MONTHS
                   OR RUN-BROKEN
           MOVE WS-MONTHS-OVER TO SLD-MONTHS

           IF WS-MONTHS-OVER NOT < WS-CONVERSION-MONTHS
               PERFORM FLAG-FOR-CONVERSION
           ELSE
               MOVE 'OVER LIMIT' TO SLD-ACTION
           END-IF
           WRITE LIMIT-REPORT-LINE FROM SL-DETAIL-LINE.

       CHECK-PRIOR-MONTH.
           IF WS-CHECK-MONTH = 1
               MOVE 12 TO WS-CHECK-MONTH
               SUBTRACT 1 FROM WS-CHECK-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CHECK-MONTH
           END-IF
           PERFORM EVALUATE-MONTH-ACTIVITY
           IF MONTH-OVER-LIMIT
               ADD 1 TO WS-MONTHS-OVER
           ELSE
               SET RUN-BROKEN TO TRUE
           END-IF.

       EVALUATE-MONTH-ACTIVITY.
           MOVE 0 TO WS-MONTH-WTH-COUNT
           MOVE 0 TO WS-MONTH-REFUSED
           MOVE 0 TO WS-MONTH-FEE-AMOUNT
           MOVE 0 TO WS-MONTH-EXCESS
           SET MONTH-WITHIN-LIMIT TO TRUE

           MOVE CUST-ACCOUNT-NUMBER TO SUM-ACCOUNT-NUMBER
           MOVE WS-CHECK-YM TO SUM-YEAR-MONTH
           READ ACCOUNT-SUMMARY-FILE
               INVALID KEY
                   MOVE '99' TO ACCOUNT-SUMMARY-STATUS
           END-READ
           IF ACCOUNT-SUMMARY-STATUS = '00'
               MOVE SUM-WTH-COUNT TO WS-MONTH-WTH-COUNT
           END-IF

           MOVE CUST-ACCOUNT-NUMBER TO SVX-ACCOUNT-NUMBER
           MOVE WS-CHECK-YM TO SVX-YEAR-MONTH
           READ SAVINGS-EXCESS-FILE
               INVALID KEY
                   MOVE '99' TO SAVINGS-EXCESS-STATUS
           END-READ
           IF SAVINGS-EXCESS-STATUS = '00'
               MOVE SVX-REFUSED-COUNT TO WS-MONTH-REFUSED
               MOVE SVX-FEE-AMOUNT TO WS-MONTH-FEE-AMOUNT
           END-IF

           IF WS-MONTH-WTH-COUNT > WS-SAVINGS-WTH-LIMIT
               SUBTRACT WS-SAVINGS-WTH-LIMIT FROM WS-MONTH-WTH-COUNT
                   GIVING WS-MONTH-EXCESS
               SET MONTH-OVER-LIMIT TO TRUE
           END-IF
           IF WS-MONTH-REFUSED > 0
               SET MONTH-OVER-LIMIT TO TRUE
           END-IF.

       FLAG-FOR-CONVERSION.
           MOVE CUST-ACCOUNT-NUMBER TO SVX-ACCOUNT-NUMBER
           MOVE WS-REPORT-YM TO SVX-YEAR-MONTH
           READ SAVINGS-EXCESS-FILE
               INVALID KEY
                   MOVE CUST-ACCOUNT-NUMBER TO SVX-ACCOUNT-NUMBER
                   MOVE WS-REPORT-YM TO SVX-YEAR-MONTH
                   MOVE 0 TO SVX-REFUSED-COUNT
                   MOVE 0 TO SVX-FEE-COUNT
                   MOVE 0 TO SVX-FEE-AMOUNT
                   MOVE WS-BUSINESS-DATE TO SVX-LAST-DATE
           END-READ
           MOVE 'Y' TO SVX-CONVERT-FLAG
           MOVE WS-BUSINESS-DATE TO SVX-CONVERT-DATE
           MOVE WS-MONTHS-OVER TO SVX-MONTHS-OVER
           IF SAVINGS-EXCESS-STATUS = '00'
               REWRITE SAVINGS-EXCESS-RECORD
                   INVALID KEY
                       DISPLAY 'Failed to flag account: '
                               CUST-ACCOUNT-NUMBER
               END-REWRITE
           ELSE
               WRITE SAVINGS-EXCESS-RECORD
                   INVALID KEY
                       DISPLAY 'Failed to flag account: '
                               CUST-ACCOUNT-NUMBER
               END-WRITE
           END-IF
           ADD 1 TO WS-ACCOUNTS-FLAGGED
           MOVE 'CONVERT TO CHECKING' TO SLD-ACTION.

       FINALIZE-SAVLIMIT.
           WRITE LIMIT-REPORT-LINE FROM SPACES
           MOVE WS-ACCOUNTS-SCANNED TO SLS-SCANNED
           MOVE WS-ACCOUNTS-OVER TO SLS-OVER
           MOVE WS-ACCOUNTS-FLAGGED TO SLS-FLAGGED
           WRITE LIMIT-REPORT-LINE FROM SL-SUMMARY-LINE-1
           MOVE WS-TOTAL-REFUSED TO SLS-REFUSED
           MOVE WS-TOTAL-FEE-AMOUNT TO SLS-FEES
           WRITE LIMIT-REPORT-LINE FROM SL-SUMMARY-LINE-2
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-SUMMARY-FILE
           CLOSE SAVINGS-EXCESS-FILE
           CLOSE LIMIT-REPORT-FILE.
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
