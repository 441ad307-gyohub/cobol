               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DELINQUENCY-REPORT-STATUS.

           SELECT MATURITY-REGISTER-FILE ASSIGN TO WS-MATREG-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MATURITY-REGISTER-STATUS.

           SELECT CD-INTEREST-REGISTER-FILE ASSIGN TO WS-CDINT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CD-INTEREST-REGISTER-STATUS.

           SELECT OUTPAY-QUEUE-FILE ASSIGN TO 'OUTPAYQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OUTPAY-QUEUE-STATUS.

           SELECT LOAN-HISTORY-FILE ASSIGN TO 'LOANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LPH-KEY
               FILE STATUS IS LOAN-HISTORY-STATUS.

           SELECT TRANS-INDEX-FILE ASSIGN TO 'TRANSIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               88 CDL-ACTIVE        VALUE 'A'.
               88 CDL-MATURED       VALUE 'M'.
               88 CDL-PAID-OFF      VALUE 'P'.
               88 CDL-IN-GRACE      VALUE 'G'.
           05 CDL-PAST-DUE-DATE     PIC 9(8).
           05 CDL-MISSED-COUNT      PIC 9(3).
           05 CDL-SETTLED-DATE      PIC 9(8).
           05 CDL-LATE-FEE-FLAG     PIC X(1).
               88 CDL-LATE-FEE-CHARGED VALUE 'Y'.
           05 CDL-MATURITY-INSTRUCTION PIC X(1).
               88 CDL-RENEW-SAME-TERM VALUE 'R'.
               88 CDL-RENEW-NEW-TERM VALUE 'T'.
               88 CDL-PAY-TO-ACCOUNT VALUE 'A'.
               88 CDL-PAY-TO-EXTERNAL VALUE 'E'.
           05 CDL-RENEWAL-TERM-MONTHS PIC 9(3).
           05 CDL-PAYOUT-ACCOUNT    PIC 9(10).
           05 CDL-PAYOUT-ROUTING    PIC 9(9).
           05 CDL-PAYOUT-EXTERNAL   PIC X(17).
           05 CDL-GRACE-END-DATE    PIC 9(8).
           05 CDL-RENEWAL-COUNT     PIC 9(3).
           05 CDL-LAST-ACTION-CODE  PIC X(1).
           05 CDL-LAST-ACTION-DATE  PIC 9(8).
           05 CDL-ORIGINAL-PRINCIPAL PIC S9(10)V99.
           05 CDL-INTEREST-PAID-TO-DATE PIC S9(10)V99.
           05 CDL-YTD-INTEREST-PAID PIC S9(10)V99.
           05 CDL-YTD-YEAR          PIC 9(4).
           05 CDL-PRIOR-YEAR-INTEREST PIC S9(10)V99.
           05 CDL-RATE-TYPE         PIC X(1).
               88 CDL-FIXED-RATE    VALUE 'F' SPACE.
               88 CDL-VARIABLE-RATE VALUE 'V'.
           05 CDL-INDEX-PRODUCT     PIC X(8).
           05 CDL-RATE-MARGIN       PIC S9V9(4).
           05 CDL-RATE-FLOOR        PIC 9V9(4).
           05 CDL-RATE-CAP          PIC 9V9(4).
           05 CDL-REPRICE-MONTHS    PIC 9(3).
           05 CDL-NEXT-REPRICE-DATE PIC 9(8).
           05 CDL-LAST-REPRICE-DATE PIC 9(8).
           05 CDL-PENDING-RATE      PIC 9V9(4).
           05 CDL-PENDING-PAYMENT   PIC S9(10)V99.
           05 CDL-PENDING-EFFECTIVE-DATE PIC 9(8).
           05 FILLER                PIC X(29).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
           05 CM-TAX-ID             PIC X(9).
           05 FILLER                PIC X(1).
           05 CM-DATE-OF-BIRTH      PIC 9(8).
           05 FILLER                PIC X(39).

       FD DELINQUENCY-REPORT-FILE.
       01 DELINQUENCY-REPORT-LINE   PIC X(132).

       FD MATURITY-REGISTER-FILE.
       01 MATURITY-REGISTER-LINE    PIC X(132).

       FD CD-INTEREST-REGISTER-FILE.
       01 CD-INTEREST-REGISTER-LINE PIC X(132).

       FD OUTPAY-QUEUE-FILE.
       01 OUTPAY-QUEUE-RECORD.
           05 OPQ-ACCOUNT-NUMBER    PIC 9(10).
           05 OPQ-ROUTING-NUMBER    PIC 9(9).
           05 OPQ-EXTERNAL-ACCOUNT  PIC X(17).
           05 OPQ-AMOUNT            PIC 9(10)V99.
           05 OPQ-DESCRIPTION       PIC X(30).
           05 OPQ-DATE-QUEUED       PIC 9(8).
           05 OPQ-STATUS            PIC X(1).
               88 OPQ-PENDING       VALUE 'P'.
               88 OPQ-SENT          VALUE 'S'.
               88 OPQ-RETURNED      VALUE 'R'.
               88 OPQ-HELD          VALUE 'H'.
               88 OPQ-BLOCKED       VALUE 'B'.
           05 OPQ-RETURN-REASON     PIC X(3).
           05 OPQ-BENEFICIARY-NAME  PIC X(30).
           05 OPQ-SCREEN-CASE       PIC 9(8).
           05 FILLER                PIC X(9).

       FD LOAN-HISTORY-FILE.
       01 LOAN-HISTORY-RECORD.
           05 LPH-KEY.
               10 LPH-ACCOUNT-NUMBER PIC 9(10).
               10 LPH-PAYMENT-NUMBER PIC 9(3).
           05 LPH-DUE-DATE          PIC 9(8).
           05 LPH-PAID-DATE         PIC 9(8).
           05 LPH-INTEREST-AMOUNT   PIC 9(10)V99.
           05 LPH-PRINCIPAL-AMOUNT  PIC 9(10)V99.
           05 LPH-BALANCE-AFTER     PIC S9(10)V99.
           05 LPH-INTEREST-TRANS-ID PIC 9(10).
           05 LPH-PRINCIPAL-TRANS-ID PIC 9(10).
           05 LPH-PAYMENT-SOURCE    PIC X(1).
               88 LPH-SCHEDULED     VALUE 'S'.
               88 LPH-PAYOFF        VALUE 'O'.
           05 FILLER                PIC X(20).

       FD TRANS-INDEX-FILE.
       01 TRANS-INDEX-RECORD.
           05 TIX-TRANS-ID          PIC 9(10).
           05 RATE-TABLE-FILE-STATUS PIC XX.
           05 DELINQUENCY-REPORT-STATUS PIC XX.
           05 CUSTOMER-MASTER-FILE-STATUS PIC XX.
           05 MATURITY-REGISTER-STATUS PIC XX.
           05 CD-INTEREST-REGISTER-STATUS PIC XX.
           05 OUTPAY-QUEUE-STATUS   PIC XX.
           05 LOAN-HISTORY-STATUS   PIC XX.

       01 ID-BLOCK-CONSTANTS.
           05 WS-ID-BLOCK-SIZE      PIC 9(3) VALUE 100.
           05 CURRENT-TIME          PIC 9(6).
           05 WS-TRANS-ID           PIC 9(10).
           05 WS-DELQ-FILENAME      PIC X(40).
           05 WS-MATREG-FILENAME    PIC X(40).
           05 WS-CDINT-FILENAME     PIC X(40).

       01 WORK-AREAS.
           05 WS-PAYMENT-AMOUNT     PIC S9(10)V99.
           05 WS-RATE-FILE-FLAG     PIC X(1).
               88 RATE-FILE-AVAILABLE VALUE 'Y'.
               88 RATE-FILE-MISSING VALUE 'N'.
           05 WS-POSTING-RATE       PIC 9V9(8).
           05 WS-RT-EFFECTIVE-FOUND PIC 9(8).

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

       01 CD-INTEREST-REGISTER-AREAS.
           05 WS-CDINT-COUNT        PIC 9(5) VALUE 0.
           05 WS-CDINT-TOTAL        PIC 9(10)V99 VALUE 0.

       01 CD-INTEREST-REGISTER-LINES.
           05 CI-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(34) VALUE
                  'CD INTEREST POSTING REGISTER'.
               10 FILLER            PIC X(68) VALUE SPACES.

           05 CI-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Business date:'.
               10 CIH2-DATE         PIC 9(8).
               10 FILLER            PIC X(90) VALUE SPACES.

           05 CI-DETAIL-HEADER.
               10 FILLER            PIC X(10) VALUE 'ACCOUNT #'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE 'PRINCIPAL'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(4) VALUE 'TERM'.
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
               10 FILLER            PIC X(39) VALUE SPACES.

           05 CI-DETAIL-LINE.
               10 CID-ACCOUNT       PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 CID-PRINCIPAL     PIC $ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 CID-TERM          PIC ZZ9.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 CID-TIER          PIC Z9.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 CID-METHOD        PIC X(6).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 CID-RATE          PIC 9.9(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 CID-INTEREST      PIC $ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 CID-WITHHELD      PIC $ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(39) VALUE SPACES.

           05 CI-SUMMARY-LINE.
               10 FILLER            PIC X(22) VALUE
                  'CD interest postings: '.
               10 CIS-COUNT         PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(18) VALUE
                  'Interest posted: '.
               10 CIS-TOTAL         PIC $Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(63) VALUE SPACES.


       01 CALENDAR-PARAMETERS.
               10 WS-CDL-DAY            PIC 9(2).
           05 WS-CDL-MONTHS-TO-ADD      PIC 9(3).

       01 MATURITY-CONSTANTS.
           05 WS-CD-GRACE-BUSINESS-DAYS PIC 9(3) VALUE 10.

       01 MATURITY-WORK-AREAS.
           05 WS-MAT-PROCEEDS       PIC S9(10)V99.
           05 WS-MAT-NEW-TERM       PIC 9(3).
           05 WS-MAT-CD-CURRENCY    PIC X(3).
           05 WS-MAT-TOTAL-INTEREST PIC S9(10)V99.
           05 WS-MAT-TOTAL-DUE      PIC S9(10)V99.
           05 WS-MAT-RESULT-FLAG    PIC X(1).
               88 MATURITY-ACTION-OK VALUE 'Y'.
               88 MATURITY-ACTION-FAILED VALUE 'N'.
           05 WS-MAT-GRACE-COUNT    PIC 9(5) VALUE 0.
           05 WS-MAT-RENEWED-COUNT  PIC 9(5) VALUE 0.
           05 WS-MAT-PAID-ACCT-COUNT PIC 9(5) VALUE 0.
           05 WS-MAT-PAID-EXT-COUNT PIC 9(5) VALUE 0.
           05 WS-MAT-EXCEPTION-COUNT PIC 9(5) VALUE 0.
           05 WS-MAT-LINES-WRITTEN  PIC 9(7) VALUE 0.
           05 WS-OUTPAY-OPEN-FLAG   PIC X(1) VALUE 'N'.
               88 OUTPAY-QUEUE-OPEN VALUE 'Y'.

       01 LINKED-TRANSACTION-AREAS.
           05 WS-LNK-ACCOUNT        PIC 9(10).
           05 WS-LNK-RELATED-ID     PIC 9(10).
           05 WS-LNK-ROUTING        PIC 9(9).
           05 WS-LNK-EXTERNAL       PIC X(17).

       01 LOAN-HISTORY-WORK-AREAS.
           05 WS-LPH-INTEREST-ID    PIC 9(10).
           05 WS-LPH-PRINCIPAL-ID   PIC 9(10).
           05 WS-LPH-DUE-DATE       PIC 9(8).
           05 WS-BUSINESS-YEAR      PIC 9(4).
           05 WS-HISTORY-WRITTEN    PIC 9(5) VALUE 0.

       01 MATURITY-REGISTER-LINES.
           05 MR-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(34) VALUE
                  'CD MATURITY ACTION REGISTER'.
               10 FILLER            PIC X(68) VALUE SPACES.

           05 MR-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Business date:'.
               10 MRH2-DATE         PIC 9(8).
               10 FILLER            PIC X(90) VALUE SPACES.

           05 MR-DETAIL-HEADER.
               10 FILLER            PIC X(10) VALUE 'ACCOUNT #'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(12) VALUE 'ACTION'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(4) VALUE 'TERM'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(7) VALUE 'RATE'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(16) VALUE 'AMOUNT'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(17) VALUE 'DESTINATION'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(10) VALUE 'DATE'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(30) VALUE 'NOTE'.
               10 FILLER            PIC X(12) VALUE SPACES.

           05 MR-DETAIL-LINE.
               10 MRD-ACCOUNT       PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 MRD-ACTION        PIC X(12).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 MRD-TERM          PIC ZZ9.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 MRD-RATE          PIC 9.9(4).
               10 FILLER            PIC X(3) VALUE SPACES.
               10 MRD-AMOUNT        PIC $ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 MRD-DESTINATION   PIC X(17).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 MRD-DATE          PIC 9(8).
               10 FILLER            PIC X(4) VALUE SPACES.
               10 MRD-NOTE          PIC X(30).
               10 FILLER            PIC X(12) VALUE SPACES.

           05 MR-SUMMARY-LINE.
               10 FILLER            PIC X(14) VALUE
                  'Entered grace:'.
               10 MRS-GRACE         PIC ZZ,ZZ9.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 FILLER            PIC X(9) VALUE 'Renewed:'.
               10 MRS-RENEWED       PIC ZZ,ZZ9.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 FILLER            PIC X(16) VALUE
                  'Paid to account:'.
               10 MRS-PAID-ACCT     PIC ZZ,ZZ9.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE
                  'Paid external:'.
               10 MRS-PAID-EXT      PIC ZZ,ZZ9.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 FILLER            PIC X(12) VALUE
                  'Exceptions:'.
               10 MRS-EXCEPTIONS    PIC ZZ,ZZ9.
               10 FILLER            PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-CDLOAN-PROCESSING.
           PERFORM INITIALIZE-CDLOAN
           DISPLAY 'Schedules completed this run: ' WS-SCHEDULES-MATURED
           DISPLAY 'Loan payments skipped for NSF: ' WS-NSF-COUNT
           DISPLAY 'Late fees assessed: ' WS-LATE-FEES-CHARGED
           DISPLAY 'Loan payment history entries: ' WS-HISTORY-WRITTEN
           DISPLAY 'Backup withholding items: ' WS-WITHHOLD-COUNT
                   ' for ' WS-WITHHOLD-TOTAL
           DISPLAY 'CDs entering grace: ' WS-MAT-GRACE-COUNT
                   '  renewed: ' WS-MAT-RENEWED-COUNT
           DISPLAY 'CDs paid out to account: ' WS-MAT-PAID-ACCT-COUNT
                   '  external: ' WS-MAT-PAID-EXT-COUNT
                   '  exceptions: ' WS-MAT-EXCEPTION-COUNT
           MOVE 'LOANDELQ' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-DELQ-FILENAME TO WS-RCT-FILENAME
           MOVE 0 TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Delinquency report: ' WS-DELQ-FILENAME
           MOVE 'CDMATREG' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-MATREG-FILENAME TO WS-RCT-FILENAME
           MOVE WS-MAT-LINES-WRITTEN TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Maturity action register: ' WS-MATREG-FILENAME
           MOVE 'CDINTREG' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-CDINT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-CDINT-COUNT TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'CD interest register: ' WS-CDINT-FILENAME
           STOP RUN.

       INITIALIZE-CDLOAN.
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-DELQ-FILENAME
           END-STRING
           STRING 'CDMATREG.' CURRENT-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-MATREG-FILENAME
           END-STRING
           STRING 'CDINTREG.' CURRENT-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-CDINT-FILENAME
           END-STRING
           PERFORM OPEN-CONTROL-FILE
           PERFORM LOAD-BUSINESS-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           OPEN OUTPUT DELINQUENCY-REPORT-FILE
           PERFORM WRITE-DELINQUENCY-HEADERS
           OPEN OUTPUT MATURITY-REGISTER-FILE
           PERFORM WRITE-MATURITY-HEADERS
           OPEN OUTPUT CD-INTEREST-REGISTER-FILE
           PERFORM WRITE-CD-INTEREST-HEADERS
           OPEN I-O CDLOAN-FILE
           OPEN I-O CUSTOMER-FILE
           OPEN EXTEND TRANSACTION-FILE
           PERFORM OPEN-TRANS-INDEX-FILE
           PERFORM OPEN-ACCOUNT-SUMMARY-FILE
           PERFORM OPEN-CUSTOMER-MASTER-FILE
           PERFORM OPEN-LOAN-HISTORY-FILE
           MOVE WS-BUSINESS-DATE(1:4) TO WS-BUSINESS-YEAR
           SET RATE-FILE-MISSING TO TRUE
           OPEN INPUT RATE-TABLE-FILE
           IF RATE-TABLE-FILE-STATUS = '00'
               OPEN INPUT CUSTOMER-MASTER-FILE
           END-IF.

       OPEN-LOAN-HISTORY-FILE.
           OPEN I-O LOAN-HISTORY-FILE
           IF LOAN-HISTORY-STATUS = '35'
               OPEN OUTPUT LOAN-HISTORY-FILE
               CLOSE LOAN-HISTORY-FILE
               OPEN I-O LOAN-HISTORY-FILE
           END-IF.

       OPEN-TRANS-INDEX-FILE.
           OPEN I-O TRANS-INDEX-FILE
           IF TRANS-INDEX-STATUS = '35'
                       PERFORM POST-LOAN-PAYMENT
                   END-IF
               END-IF
           END-IF
           IF CDL-IS-CD AND CDL-IN-GRACE
               PERFORM PROCESS-CD-MATURITY
           END-IF.

       DETERMINE-POSTING-RATE.
           MOVE CDL-RATE TO WS-POSTING-RATE
           IF CDL-IS-LOAN AND CDL-VARIABLE-RATE
               EXIT PARAGRAPH
           END-IF
           IF RATE-FILE-AVAILABLE
               MOVE WS-BUSINESS-DATE TO WS-RT-SEARCH-DATE
               MOVE SPACES TO WS-RT-SEARCH-PRODUCT
               IF RATE-TABLE-FOUND
                   MOVE WS-RT-RATE-FOUND TO WS-POSTING-RATE
               END-IF
           END-IF
           IF CDL-IS-CD
               PERFORM DETERMINE-CD-TIER-RATE
           END-IF.

       DETERMINE-CD-TIER-RATE.
           MOVE SPACES TO TIR-PRODUCT-CODE
           STRING 'CD' CDL-TERM-MONTHS DELIMITED BY SIZE
                  INTO TIR-PRODUCT-CODE
           END-STRING
           MOVE 'CD' TO TIR-FALLBACK-PRODUCT
           MOVE WS-BUSINESS-DATE TO TIR-AS-OF-DATE
           MOVE CDL-PRINCIPAL TO TIR-BALANCE
           MOVE WS-POSTING-RATE TO TIR-FLAT-RATE
           MOVE 0 TO TIR-FLAT-EFFECTIVE-DATE
           IF RATE-FILE-AVAILABLE AND RATE-TABLE-FOUND
               MOVE WS-RT-EFFECTIVE-FOUND TO TIR-FLAT-EFFECTIVE-DATE
           END-IF
           CALL 'INTTIER' USING TIER-PARAMETERS
           MOVE TIR-APPLIED-RATE TO WS-POSTING-RATE.

       FIND-RATE-IN-FORCE.
           SET RATE-TABLE-NOT-FOUND TO TRUE
           MOVE 0 TO WS-RT-RATE-FOUND
           MOVE 0 TO WS-RT-EFFECTIVE-FOUND
           MOVE WS-RT-SEARCH-PRODUCT TO RT-PRODUCT-CODE
           MOVE 0 TO RT-EFFECTIVE-DATE
           START RATE-TABLE-FILE KEY IS NOT LESS THAN RT-KEY
                   IF RT-EFFECTIVE-DATE NOT > WS-RT-SEARCH-DATE
                       SET RATE-TABLE-FOUND TO TRUE
                       MOVE RT-ANNUAL-RATE TO WS-RT-RATE-FOUND
                       MOVE RT-EFFECTIVE-DATE TO WS-RT-EFFECTIVE-FOUND
                   ELSE
                       MOVE '10' TO RATE-TABLE-FILE-STATUS
                   END-IF
                   ADD 1 TO WS-WITHHOLD-COUNT
                   ADD WS-WITHHOLD-AMOUNT TO WS-WITHHOLD-TOTAL
               END-IF
               PERFORM WRITE-CD-INTEREST-LINE
               PERFORM ADVANCE-CDLOAN-SCHEDULE
           END-IF.

           DIVIDE WS-INTEREST-PORTION BY 12
               GIVING WS-INTEREST-PORTION ROUNDED
           MOVE CDL-PAYMENT-AMOUNT TO WS-PAYMENT-AMOUNT
           SUBTRACT WS-INTEREST-PORTION FROM WS-PAYMENT-AMOUNT
               GIVING WS-PRINCIPAL-PORTION
           IF WS-PRINCIPAL-PORTION < 0
               MOVE 0 TO WS-PRINCIPAL-PORTION
               MOVE WS-PAYMENT-AMOUNT TO WS-INTEREST-PORTION
           END-IF
           IF WS-PRINCIPAL-PORTION > CDL-PRINCIPAL
               MOVE CDL-PRINCIPAL TO WS-PRINCIPAL-PORTION
               ADD WS-INTEREST-PORTION TO WS-PRINCIPAL-PORTION
                   GIVING WS-PAYMENT-AMOUNT
           END-IF

           COMPUTE WS-AVAILABLE-BALANCE =
               CUST-BALANCE - CUST-HELD-AMOUNT
                           CUST-ACCOUNT-NUMBER
           END-REWRITE
           IF CUSTOMER-FILE-STATUS = '00'
               PERFORM RECORD-LOAN-PAYMENT-SPLIT
               SUBTRACT WS-PRINCIPAL-PORTION FROM CDL-PRINCIPAL
               PERFORM ACCUMULATE-LOAN-INTEREST-PAID
               MOVE CDL-NEXT-PAYMENT-DATE TO WS-LPH-DUE-DATE
               MOVE 0 TO CDL-PAST-DUE-DATE
               MOVE 0 TO CDL-MISSED-COUNT
               MOVE 'N' TO CDL-LATE-FEE-FLAG
               PERFORM ADVANCE-CDLOAN-SCHEDULE
               PERFORM WRITE-LOAN-HISTORY
           END-IF.

       RECORD-LOAN-PAYMENT-SPLIT.
           MOVE 0 TO WS-LPH-INTEREST-ID
           MOVE 0 TO WS-LPH-PRINCIPAL-ID
           MOVE 0 TO WS-LNK-RELATED-ID
           MOVE 0 TO WS-LNK-ROUTING
           MOVE SPACES TO WS-LNK-EXTERNAL
           MOVE CDL-ACCOUNT-NUMBER TO WS-LNK-ACCOUNT
           IF WS-INTEREST-PORTION > 0
               MOVE WS-INTEREST-PORTION TO WS-PAYMENT-AMOUNT
               MOVE 'P' TO TRANS-TYPE
               MOVE 'Loan payment - interest' TO TRANS-DESCRIPTION
               PERFORM RECORD-LINKED-TRANSACTION
               MOVE TRANS-ID TO WS-LPH-INTEREST-ID
           END-IF
           IF WS-PRINCIPAL-PORTION > 0
               MOVE WS-PRINCIPAL-PORTION TO WS-PAYMENT-AMOUNT
               MOVE 'P' TO TRANS-TYPE
               MOVE 'Loan payment - principal' TO TRANS-DESCRIPTION
               PERFORM RECORD-LINKED-TRANSACTION
               MOVE TRANS-ID TO WS-LPH-PRINCIPAL-ID
           END-IF
           ADD WS-INTEREST-PORTION TO WS-PRINCIPAL-PORTION
               GIVING WS-PAYMENT-AMOUNT
           ADD 1 TO WS-SCHEDULES-PROCESSED.

       ACCUMULATE-LOAN-INTEREST-PAID.
           IF CDL-YTD-YEAR NOT NUMERIC
               MOVE 0 TO CDL-YTD-YEAR
           END-IF
           IF CDL-INTEREST-PAID-TO-DATE NOT NUMERIC
               MOVE 0 TO CDL-INTEREST-PAID-TO-DATE
           END-IF
           IF CDL-YTD-YEAR NOT = WS-BUSINESS-YEAR
               IF CDL-YTD-YEAR + 1 = WS-BUSINESS-YEAR
                   MOVE CDL-YTD-INTEREST-PAID
                       TO CDL-PRIOR-YEAR-INTEREST
               ELSE
                   MOVE 0 TO CDL-PRIOR-YEAR-INTEREST
               END-IF
               MOVE 0 TO CDL-YTD-INTEREST-PAID
               MOVE WS-BUSINESS-YEAR TO CDL-YTD-YEAR
           END-IF
           ADD WS-INTEREST-PORTION TO CDL-INTEREST-PAID-TO-DATE
           ADD WS-INTEREST-PORTION TO CDL-YTD-INTEREST-PAID.

       WRITE-LOAN-HISTORY.
           MOVE CDL-ACCOUNT-NUMBER TO LPH-ACCOUNT-NUMBER
           MOVE CDL-PAYMENTS-MADE TO LPH-PAYMENT-NUMBER
           MOVE WS-LPH-DUE-DATE TO LPH-DUE-DATE
           MOVE WS-BUSINESS-DATE TO LPH-PAID-DATE
           MOVE WS-INTEREST-PORTION TO LPH-INTEREST-AMOUNT
           MOVE WS-PRINCIPAL-PORTION TO LPH-PRINCIPAL-AMOUNT
           MOVE CDL-PRINCIPAL TO LPH-BALANCE-AFTER
           MOVE WS-LPH-INTEREST-ID TO LPH-INTEREST-TRANS-ID
           MOVE WS-LPH-PRINCIPAL-ID TO LPH-PRINCIPAL-TRANS-ID
           SET LPH-SCHEDULED TO TRUE
           WRITE LOAN-HISTORY-RECORD
               INVALID KEY
                   REWRITE LOAN-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY 'Failed to record loan history '
                                   'for ' CDL-ACCOUNT-NUMBER
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-HISTORY-WRITTEN.

       HANDLE-LOAN-PAYMENT-NSF.
           ADD 1 TO WS-NSF-COUNT
           ADD 1 TO CDL-MISSED-COUNT
           PERFORM WRITE-TRANSACTION-INDEX
           ADD 1 TO WS-SCHEDULES-PROCESSED.

       RECORD-LINKED-TRANSACTION.
           PERFORM GET-NEXT-TRANSACTION-ID
           MOVE WS-TRANS-ID TO TRANS-ID
           IF WS-LNK-RELATED-ID = 0
               MOVE WS-TRANS-ID TO WS-LNK-RELATED-ID
           END-IF
           MOVE WS-LNK-ACCOUNT TO TRANS-ACCOUNT-NUMBER
           MOVE WS-PAYMENT-AMOUNT TO TRANS-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRANS-DATE
           MOVE CURRENT-TIME TO TRANS-TIME
           MOVE 'BATCH' TO TRANS-OPERATOR-ID
           MOVE WS-LNK-RELATED-ID TO TRANS-RELATED-ID
           MOVE WS-LNK-ROUTING TO TRANS-ROUTING-NUMBER
           MOVE WS-LNK-EXTERNAL TO TRANS-EXTERNAL-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX.

       ADVANCE-CDLOAN-SCHEDULE.
           ADD 1 TO CDL-PAYMENTS-MADE
           MOVE CDL-NEXT-PAYMENT-DATE TO WS-CDL-WORK-DATE
           MOVE WS-CDL-WORK-DATE TO CDL-NEXT-PAYMENT-DATE
           PERFORM ROLL-NEXT-PAYMENT-DATE
           IF CDL-PAYMENTS-MADE >= CDL-TERM-MONTHS
               OR (CDL-IS-LOAN AND CDL-PRINCIPAL NOT > 0)
               IF CDL-IS-CD
                   PERFORM START-CD-GRACE-PERIOD
               ELSE
                   SET CDL-PAID-OFF TO TRUE
               END-IF
                           CDL-ACCOUNT-NUMBER
           END-REWRITE.

       START-CD-GRACE-PERIOD.
           SET CDL-IN-GRACE TO TRUE
           IF CDL-MATURITY-INSTRUCTION = SPACE
               SET CDL-RENEW-SAME-TERM TO TRUE
           END-IF
           MOVE 'A' TO CAL-FUNCTION
           MOVE CDL-MATURITY-DATE TO CAL-DATE-IN
           MOVE WS-CD-GRACE-BUSINESS-DAYS TO CAL-DAY-COUNT
           CALL 'CALROLL' USING CALENDAR-PARAMETERS
           MOVE CAL-DATE-OUT TO CDL-GRACE-END-DATE
           MOVE 'G' TO CDL-LAST-ACTION-CODE
           MOVE WS-BUSINESS-DATE TO CDL-LAST-ACTION-DATE
           ADD 1 TO WS-MAT-GRACE-COUNT
           MOVE 'GRACE START' TO MRD-ACTION
           MOVE CDL-TERM-MONTHS TO MRD-TERM
           MOVE CDL-RATE TO MRD-RATE
           MOVE CUST-BALANCE TO MRD-AMOUNT
           MOVE SPACES TO MRD-DESTINATION
           MOVE CDL-GRACE-END-DATE TO MRD-DATE
           EVALUATE TRUE
               WHEN CDL-RENEW-NEW-TERM
                   MOVE 'Instruction: renew new term'
                       TO MRD-NOTE
               WHEN CDL-PAY-TO-ACCOUNT
                   MOVE 'Instruction: pay to account'
                       TO MRD-NOTE
               WHEN CDL-PAY-TO-EXTERNAL
                   MOVE 'Instruction: pay external'
                       TO MRD-NOTE
               WHEN OTHER
                   MOVE 'Instruction: renew same term'
                       TO MRD-NOTE
           END-EVALUATE
           PERFORM WRITE-MATURITY-LINE.

       PROCESS-CD-MATURITY.
           MOVE CDL-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'CD account not found: '
                           CDL-ACCOUNT-NUMBER
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF CDL-GRACE-END-DATE NOT > WS-BUSINESS-DATE
               EVALUATE TRUE
                   WHEN CDL-PAY-TO-ACCOUNT
                       PERFORM PAY-CD-TO-LINKED-ACCOUNT
                   WHEN CDL-PAY-TO-EXTERNAL
                       PERFORM PAY-CD-TO-EXTERNAL-ACCOUNT
                   WHEN OTHER
                       PERFORM RENEW-MATURED-CD
               END-EVALUATE
           END-IF.

       PAY-CD-TO-LINKED-ACCOUNT.
           COMPUTE WS-MAT-PROCEEDS =
               CUST-BALANCE - CUST-HELD-AMOUNT
           MOVE CUST-CURRENCY-CODE TO WS-MAT-CD-CURRENCY
           MOVE 'PAID-ACCOUNT' TO MRD-ACTION
           MOVE CDL-PAYOUT-ACCOUNT TO MRD-DESTINATION
           IF WS-MAT-PROCEEDS NOT > 0
               MOVE 'No available proceeds' TO MRD-NOTE
               PERFORM REPORT-MATURITY-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF CDL-PAYOUT-ACCOUNT = CDL-ACCOUNT-NUMBER
               OR CDL-PAYOUT-ACCOUNT = 0
               MOVE 'Payout account not usable' TO MRD-NOTE
               PERFORM REPORT-MATURITY-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE CDL-PAYOUT-ACCOUNT TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           SET MATURITY-ACTION-OK TO TRUE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               MOVE 'Payout account not found' TO MRD-NOTE
               SET MATURITY-ACTION-FAILED TO TRUE
           ELSE
               IF CUST-STATUS = 'C'
                   MOVE 'Payout account is closed' TO MRD-NOTE
                   SET MATURITY-ACTION-FAILED TO TRUE
               END-IF
               IF CUST-CURRENCY-CODE NOT = WS-MAT-CD-CURRENCY
                   MOVE 'Payout currency differs' TO MRD-NOTE
                   SET MATURITY-ACTION-FAILED TO TRUE
               END-IF
           END-IF
           IF MATURITY-ACTION-FAILED
               MOVE CDL-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               PERFORM REPORT-MATURITY-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           ADD WS-MAT-PROCEEDS TO CUST-BALANCE
           MOVE WS-BUSINESS-DATE TO CUST-LAST-ACTIVITY-DATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY 'Failed to credit CD proceeds to '
                           CUST-ACCOUNT-NUMBER
           END-REWRITE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               MOVE 'Payout account update failed' TO MRD-NOTE
               PERFORM REPORT-MATURITY-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE CDL-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'CD account not found: '
                           CDL-ACCOUNT-NUMBER
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               MOVE 'CD account read failed' TO MRD-NOTE
               PERFORM REVERSE-CD-PAYOUT-CREDIT
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-MAT-PROCEEDS FROM CUST-BALANCE
           MOVE WS-BUSINESS-DATE TO CUST-LAST-ACTIVITY-DATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY 'Failed to debit CD proceeds from '
                           CUST-ACCOUNT-NUMBER
           END-REWRITE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               MOVE 'CD account update failed' TO MRD-NOTE
               PERFORM REVERSE-CD-PAYOUT-CREDIT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MAT-PROCEEDS TO WS-PAYMENT-AMOUNT
           MOVE 0 TO WS-LNK-RELATED-ID
           MOVE 0 TO WS-LNK-ROUTING
           MOVE SPACES TO WS-LNK-EXTERNAL
           MOVE CDL-ACCOUNT-NUMBER TO WS-LNK-ACCOUNT
           MOVE 'T' TO TRANS-TYPE
           MOVE 'CD maturity payout' TO TRANS-DESCRIPTION
           PERFORM RECORD-LINKED-TRANSACTION
           MOVE CDL-PAYOUT-ACCOUNT TO WS-LNK-ACCOUNT
           MOVE 'D' TO TRANS-TYPE
           MOVE 'CD maturity proceeds' TO TRANS-DESCRIPTION
           PERFORM RECORD-LINKED-TRANSACTION

           ADD 1 TO WS-MAT-PAID-ACCT-COUNT
           MOVE 'Proceeds transferred' TO MRD-NOTE
           PERFORM COMPLETE-CD-PAYOUT.

       REVERSE-CD-PAYOUT-CREDIT.
           MOVE CDL-PAYOUT-ACCOUNT TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'Payout account not found for reversal: '
                           CDL-PAYOUT-ACCOUNT
           END-READ
           IF CUSTOMER-FILE-STATUS = '00'
               SUBTRACT WS-MAT-PROCEEDS FROM CUST-BALANCE
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY 'Failed to reverse CD proceeds on '
                               CUST-ACCOUNT-NUMBER
               END-REWRITE
           END-IF
           IF CUSTOMER-FILE-STATUS NOT = '00'
               MOVE 'Credit not reversed - see log' TO MRD-NOTE
           END-IF
           MOVE CDL-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           PERFORM REPORT-MATURITY-EXCEPTION.

       PAY-CD-TO-EXTERNAL-ACCOUNT.
           COMPUTE WS-MAT-PROCEEDS =
               CUST-BALANCE - CUST-HELD-AMOUNT
           MOVE 'PAID-EXTERN' TO MRD-ACTION
           MOVE CDL-PAYOUT-EXTERNAL TO MRD-DESTINATION
           IF WS-MAT-PROCEEDS NOT > 0
               MOVE 'No available proceeds' TO MRD-NOTE
               PERFORM REPORT-MATURITY-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF CDL-PAYOUT-ROUTING = 0
               OR CDL-PAYOUT-EXTERNAL = SPACES
               MOVE 'Payout routing incomplete' TO MRD-NOTE
               PERFORM REPORT-MATURITY-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-OUTPAY-QUEUE-FILE
           IF NOT OUTPAY-QUEUE-OPEN
               MOVE 'Payment queue unavailable' TO MRD-NOTE
               PERFORM REPORT-MATURITY-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE CDL-ACCOUNT-NUMBER TO OPQ-ACCOUNT-NUMBER
           MOVE CDL-PAYOUT-ROUTING TO OPQ-ROUTING-NUMBER
           MOVE CDL-PAYOUT-EXTERNAL TO OPQ-EXTERNAL-ACCOUNT
           MOVE WS-MAT-PROCEEDS TO OPQ-AMOUNT
           MOVE 'CD maturity payout' TO OPQ-DESCRIPTION
           MOVE WS-BUSINESS-DATE TO OPQ-DATE-QUEUED
           SET OPQ-PENDING TO TRUE
           MOVE SPACES TO OPQ-RETURN-REASON
           MOVE CUST-NAME TO OPQ-BENEFICIARY-NAME
           MOVE 0 TO OPQ-SCREEN-CASE
           WRITE OUTPAY-QUEUE-RECORD
           IF OUTPAY-QUEUE-STATUS NOT = '00'
               DISPLAY 'Failed to queue CD payout for '
                       CDL-ACCOUNT-NUMBER ' - status '
                       OUTPAY-QUEUE-STATUS
               MOVE 'Payment queue write failed' TO MRD-NOTE
               PERFORM REPORT-MATURITY-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-MAT-PROCEEDS FROM CUST-BALANCE
           MOVE WS-BUSINESS-DATE TO CUST-LAST-ACTIVITY-DATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY 'Failed to debit CD proceeds from '
                           CUST-ACCOUNT-NUMBER
           END-REWRITE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               MOVE 'Queued but CD not debited' TO MRD-NOTE
               PERFORM REPORT-MATURITY-EXCEPTION
               PERFORM COMPLETE-CD-PAYOUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MAT-PROCEEDS TO WS-PAYMENT-AMOUNT
           MOVE 0 TO WS-LNK-RELATED-ID
           MOVE CDL-PAYOUT-ROUTING TO WS-LNK-ROUTING
           MOVE CDL-PAYOUT-EXTERNAL TO WS-LNK-EXTERNAL
           MOVE CDL-ACCOUNT-NUMBER TO WS-LNK-ACCOUNT
           MOVE 'W' TO TRANS-TYPE
           MOVE 'CD maturity payout' TO TRANS-DESCRIPTION
           PERFORM RECORD-LINKED-TRANSACTION

           ADD 1 TO WS-MAT-PAID-EXT-COUNT
           MOVE 'Queued for settlement' TO MRD-NOTE
           PERFORM COMPLETE-CD-PAYOUT.

       COMPLETE-CD-PAYOUT.
           SET CDL-MATURED TO TRUE
           MOVE WS-BUSINESS-DATE TO CDL-SETTLED-DATE
           MOVE CDL-MATURITY-INSTRUCTION TO CDL-LAST-ACTION-CODE
           MOVE WS-BUSINESS-DATE TO CDL-LAST-ACTION-DATE
           REWRITE CDLOAN-RECORD
               INVALID KEY
                   DISPLAY 'Failed to close matured CD '
                           CDL-ACCOUNT-NUMBER
           END-REWRITE
           MOVE CDL-TERM-MONTHS TO MRD-TERM
           MOVE CDL-RATE TO MRD-RATE
           MOVE WS-MAT-PROCEEDS TO MRD-AMOUNT
           MOVE WS-BUSINESS-DATE TO MRD-DATE
           PERFORM WRITE-MATURITY-LINE.

       RENEW-MATURED-CD.
           MOVE CDL-TERM-MONTHS TO WS-MAT-NEW-TERM
           IF CDL-RENEW-NEW-TERM
               AND CDL-RENEWAL-TERM-MONTHS > 0
               AND CDL-RENEWAL-TERM-MONTHS NOT > 360
               MOVE CDL-RENEWAL-TERM-MONTHS TO WS-MAT-NEW-TERM
           END-IF
           IF CUST-BALANCE NOT > 0
               MOVE 'RENEWED' TO MRD-ACTION
               MOVE SPACES TO MRD-DESTINATION
               MOVE 'No balance to renew' TO MRD-NOTE
               PERFORM REPORT-MATURITY-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF RATE-FILE-AVAILABLE
               MOVE CDL-MATURITY-DATE TO WS-RT-SEARCH-DATE
               MOVE SPACES TO WS-RT-SEARCH-PRODUCT
               STRING 'CD' WS-MAT-NEW-TERM DELIMITED BY SIZE
                      INTO WS-RT-SEARCH-PRODUCT
               END-STRING
               PERFORM FIND-RATE-IN-FORCE
               IF RATE-TABLE-NOT-FOUND
                   MOVE 'CD' TO WS-RT-SEARCH-PRODUCT
                   PERFORM FIND-RATE-IN-FORCE
               END-IF
               IF RATE-TABLE-FOUND
                   MOVE WS-RT-RATE-FOUND TO CDL-RATE
               END-IF
           END-IF

           MOVE CUST-BALANCE TO CDL-PRINCIPAL
           MOVE WS-MAT-NEW-TERM TO CDL-TERM-MONTHS
           MOVE CDL-MATURITY-DATE TO CDL-OPEN-DATE
           MOVE CDL-OPEN-DATE TO WS-CDL-WORK-DATE
           MOVE WS-MAT-NEW-TERM TO WS-CDL-MONTHS-TO-ADD
           PERFORM ADD-MONTHS-TO-CDL-WORK-DATE
           MOVE WS-CDL-WORK-DATE TO CDL-MATURITY-DATE
           MOVE CDL-OPEN-DATE TO WS-CDL-WORK-DATE
           MOVE 1 TO WS-CDL-MONTHS-TO-ADD
           PERFORM ADD-MONTHS-TO-CDL-WORK-DATE
           MOVE WS-CDL-WORK-DATE TO CDL-NEXT-PAYMENT-DATE
           PERFORM ROLL-NEXT-PAYMENT-DATE

           MULTIPLY CDL-PRINCIPAL BY CDL-RATE
               GIVING WS-MAT-TOTAL-INTEREST
           MULTIPLY WS-MAT-TOTAL-INTEREST BY WS-MAT-NEW-TERM
               GIVING WS-MAT-TOTAL-INTEREST
           DIVIDE WS-MAT-TOTAL-INTEREST BY 12
               GIVING WS-MAT-TOTAL-INTEREST ROUNDED
           ADD CDL-PRINCIPAL TO WS-MAT-TOTAL-INTEREST
               GIVING WS-MAT-TOTAL-DUE
           DIVIDE WS-MAT-TOTAL-DUE BY WS-MAT-NEW-TERM
               GIVING CDL-PAYMENT-AMOUNT ROUNDED

           MOVE 0 TO CDL-PAYMENTS-MADE
           MOVE 0 TO CDL-SETTLED-DATE
           MOVE 0 TO CDL-GRACE-END-DATE
           MOVE CDL-MATURITY-INSTRUCTION TO CDL-LAST-ACTION-CODE
           MOVE WS-BUSINESS-DATE TO CDL-LAST-ACTION-DATE
           SET CDL-RENEW-SAME-TERM TO TRUE
           MOVE 0 TO CDL-RENEWAL-TERM-MONTHS
           ADD 1 TO CDL-RENEWAL-COUNT
           SET CDL-ACTIVE TO TRUE
           REWRITE CDLOAN-RECORD
               INVALID KEY
                   DISPLAY 'Failed to renew CD '
                           CDL-ACCOUNT-NUMBER
           END-REWRITE
           IF CDLOAN-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE CDL-PRINCIPAL TO WS-PAYMENT-AMOUNT
           MOVE 0 TO WS-LNK-RELATED-ID
           MOVE 0 TO WS-LNK-ROUTING
           MOVE SPACES TO WS-LNK-EXTERNAL
           MOVE CDL-ACCOUNT-NUMBER TO WS-LNK-ACCOUNT
           MOVE 'N' TO TRANS-TYPE
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'CD renewed for ' WS-MAT-NEW-TERM ' months'
                  DELIMITED BY SIZE
                  INTO TRANS-DESCRIPTION
           END-STRING
           PERFORM RECORD-LINKED-TRANSACTION

           ADD 1 TO WS-MAT-RENEWED-COUNT
           MOVE 'RENEWED' TO MRD-ACTION
           MOVE WS-MAT-NEW-TERM TO MRD-TERM
           MOVE CDL-RATE TO MRD-RATE
           MOVE CDL-PRINCIPAL TO MRD-AMOUNT
           MOVE SPACES TO MRD-DESTINATION
           MOVE CDL-MATURITY-DATE TO MRD-DATE
           MOVE 'New maturity date shown' TO MRD-NOTE
           PERFORM WRITE-MATURITY-LINE.

       REPORT-MATURITY-EXCEPTION.
           ADD 1 TO WS-MAT-EXCEPTION-COUNT
           MOVE 'EXCEPTION' TO MRD-ACTION
           MOVE CDL-TERM-MONTHS TO MRD-TERM
           MOVE CDL-RATE TO MRD-RATE
           MOVE CUST-BALANCE TO MRD-AMOUNT
           MOVE CDL-GRACE-END-DATE TO MRD-DATE
           PERFORM WRITE-MATURITY-LINE.

       OPEN-OUTPAY-QUEUE-FILE.
           IF OUTPAY-QUEUE-OPEN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND OUTPAY-QUEUE-FILE
           IF OUTPAY-QUEUE-STATUS = '35'
               OPEN OUTPUT OUTPAY-QUEUE-FILE
           END-IF
           IF OUTPAY-QUEUE-STATUS = '00'
               SET OUTPAY-QUEUE-OPEN TO TRUE
           END-IF.

       WRITE-MATURITY-HEADERS.
           MOVE WS-BUSINESS-DATE TO MRH2-DATE
           WRITE MATURITY-REGISTER-LINE FROM MR-HEADER-1
           WRITE MATURITY-REGISTER-LINE FROM MR-HEADER-2
           WRITE MATURITY-REGISTER-LINE FROM DQ-HEADER-3
           WRITE MATURITY-REGISTER-LINE FROM SPACES
           WRITE MATURITY-REGISTER-LINE FROM MR-DETAIL-HEADER
           WRITE MATURITY-REGISTER-LINE FROM
                 '------------------------------------------'.

       WRITE-CD-INTEREST-HEADERS.
           MOVE WS-BUSINESS-DATE TO CIH2-DATE
           WRITE CD-INTEREST-REGISTER-LINE FROM CI-HEADER-1
           WRITE CD-INTEREST-REGISTER-LINE FROM CI-HEADER-2
           WRITE CD-INTEREST-REGISTER-LINE FROM DQ-HEADER-3
           WRITE CD-INTEREST-REGISTER-LINE FROM SPACES
           WRITE CD-INTEREST-REGISTER-LINE FROM CI-DETAIL-HEADER
           WRITE CD-INTEREST-REGISTER-LINE FROM
                 '------------------------------------------'.

       WRITE-CD-INTEREST-LINE.
           MOVE CDL-ACCOUNT-NUMBER TO CID-ACCOUNT
           MOVE CDL-PRINCIPAL TO CID-PRINCIPAL
           MOVE CDL-TERM-MONTHS TO CID-TERM
           MOVE TIR-TIER-USED TO CID-TIER
           EVALUATE TRUE
               WHEN TIR-WHOLE-BALANCE
                   MOVE 'WHOLE' TO CID-METHOD
               WHEN TIR-BANDED
                   MOVE 'BANDED' TO CID-METHOD
               WHEN OTHER
                   MOVE 'FLAT' TO CID-METHOD
           END-EVALUATE
           MOVE WS-POSTING-RATE TO CID-RATE
           MOVE WS-INTEREST-PORTION TO CID-INTEREST
           MOVE WS-WITHHOLD-AMOUNT TO CID-WITHHELD
           WRITE CD-INTEREST-REGISTER-LINE FROM CI-DETAIL-LINE
           ADD 1 TO WS-CDINT-COUNT
           ADD WS-INTEREST-PORTION TO WS-CDINT-TOTAL.

       WRITE-MATURITY-LINE.
           MOVE CDL-ACCOUNT-NUMBER TO MRD-ACCOUNT
           WRITE MATURITY-REGISTER-LINE FROM MR-DETAIL-LINE
           ADD 1 TO WS-MAT-LINES-WRITTEN.

       ROLL-NEXT-PAYMENT-DATE.
           MOVE 'R' TO CAL-FUNCTION
           MOVE CDL-NEXT-PAYMENT-DATE TO CAL-DATE-IN
           MOVE WS-LATE-FEES-CHARGED TO DQS-FEES
           WRITE DELINQUENCY-REPORT-LINE FROM DQ-SUMMARY-LINE
           CLOSE DELINQUENCY-REPORT-FILE
           WRITE MATURITY-REGISTER-LINE FROM SPACES
           MOVE WS-MAT-GRACE-COUNT TO MRS-GRACE
           MOVE WS-MAT-RENEWED-COUNT TO MRS-RENEWED
           MOVE WS-MAT-PAID-ACCT-COUNT TO MRS-PAID-ACCT
           MOVE WS-MAT-PAID-EXT-COUNT TO MRS-PAID-EXT
           MOVE WS-MAT-EXCEPTION-COUNT TO MRS-EXCEPTIONS
           WRITE MATURITY-REGISTER-LINE FROM MR-SUMMARY-LINE
           CLOSE MATURITY-REGISTER-FILE
           WRITE CD-INTEREST-REGISTER-LINE FROM SPACES
           MOVE WS-CDINT-COUNT TO CIS-COUNT
           MOVE WS-CDINT-TOTAL TO CIS-TOTAL
           WRITE CD-INTEREST-REGISTER-LINE FROM CI-SUMMARY-LINE
           CLOSE CD-INTEREST-REGISTER-FILE
           IF OUTPAY-QUEUE-OPEN
               CLOSE OUTPAY-QUEUE-FILE
           END-IF
           CLOSE CONTROL-FILE
           CLOSE TRANSACTION-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CDLOAN-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE TRANS-INDEX-FILE
           CLOSE ACCOUNT-SUMMARY-FILE
           IF RATE-FILE-AVAILABLE
