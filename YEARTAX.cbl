               RECORD KEY IS SUM-KEY
               FILE STATUS IS ACCOUNT-SUMMARY-STATUS.

           SELECT CDLOAN-FILE ASSIGN TO 'CDLOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CDL-ACCOUNT-NUMBER
               FILE STATUS IS CDLOAN-FILE-STATUS.

           SELECT LOAN-INTEREST-FEED-FILE ASSIGN TO WS-FEED-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOAN-INTEREST-FEED-STATUS.

           SELECT TAX-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05 CM-TAX-ID             PIC X(9).
           05 FILLER                PIC X(1).
           05 CM-DATE-OF-BIRTH      PIC 9(8).
           05 FILLER                PIC X(39).

       FD ACCOUNT-SUMMARY-FILE.
       01 ACCOUNT-SUMMARY-RECORD.
           05 SUM-INT-AMOUNT        PIC 9(12)V99.
           05 FILLER                PIC X(10).

       FD CDLOAN-FILE.
       01 CDLOAN-RECORD.
           05 CDL-ACCOUNT-NUMBER    PIC 9(10).
           05 CDL-SUBTYPE           PIC X(1).
               88 CDL-IS-CD         VALUE 'C'.
               88 CDL-IS-LOAN       VALUE 'L'.
           05 CDL-PRINCIPAL         PIC S9(10)V99.
           05 CDL-RATE              PIC 9V9(4).
           05 CDL-TERM-MONTHS       PIC 9(3).
           05 CDL-OPEN-DATE         PIC 9(8).
           05 CDL-MATURITY-DATE     PIC 9(8).
           05 CDL-PAYMENT-AMOUNT    PIC S9(10)V99.
           05 CDL-NEXT-PAYMENT-DATE PIC 9(8).
           05 CDL-PAYMENTS-MADE     PIC 9(3).
           05 CDL-STATUS            PIC X(1).
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

       FD LOAN-INTEREST-FEED-FILE.
       01 LOAN-INTEREST-FEED-RECORD.
           05 LIF-ACCOUNT-NUMBER    PIC 9(10).
           05 LIF-CUSTOMER-NUMBER   PIC 9(10).
           05 LIF-TAX-ID            PIC X(9).
           05 LIF-NAME              PIC X(30).
           05 LIF-ADDRESS           PIC X(50).
           05 LIF-TAX-YEAR          PIC 9(4).
           05 LIF-INTEREST-PAID     PIC 9(10)V99.
           05 FILLER                PIC X(15).

       FD TAX-REPORT-FILE.
       01 TAX-REPORT-LINE           PIC X(132).

           05 ACCOUNT-SUMMARY-STATUS PIC XX.
           05 CUSTOMER-MASTER-FILE-STATUS PIC XX.
           05 TAX-REPORT-STATUS     PIC XX.
           05 CDLOAN-FILE-STATUS    PIC XX.
           05 LOAN-INTEREST-FEED-STATUS PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-ARCHIVE-FILENAME   PIC X(40).
           05 WS-REPORT-FILENAME    PIC X(40).
           05 WS-FEED-FILENAME      PIC X(40).

       01 TAX-YEAR-CONTROL-AREAS.
           05 WS-TAX-YEAR           PIC 9(4).
               88 PASS-TAX-DETAIL   VALUE 'D'.
               88 PASS-TIN-EXCEPTION VALUE 'E'.

       01 LOAN-INTEREST-WORK-AREAS.
           05 WS-LOAN-INT-ACCOUNTS  PIC 9(5) VALUE 0.
           05 WS-LOAN-INT-TOTAL     PIC 9(12)V99 VALUE 0.
           05 WS-LOAN-INT-AMOUNT    PIC S9(10)V99.
           05 WS-NEXT-TAX-YEAR      PIC 9(4).

       01 TAX-REPORT-LINES.
           05 TX-HEADER-1.
               10 FILLER            PIC X(26) VALUE SPACES.

           05 TX-SECTION-LINE       PIC X(132).

           05 TX-LOAN-CONTROL-LINE.
               10 FILLER            PIC X(30) VALUE
                  'Total loan interest paid:    '.
               10 TXL-TOTAL         PIC $Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(10) VALUE SPACES.
               10 FILLER            PIC X(18) VALUE
                  'Loan accounts: '.
               10 TXL-ACCOUNTS      PIC ZZZ,ZZ9.
               10 FILLER            PIC X(50) VALUE SPACES.

           05 TX-CONTROL-LINE.
               10 FILLER            PIC X(30) VALUE
                  'Bank control total interest: '.
           DISPLAY 'Interest accounts with no TIN: '
                   WS-NO-TIN-COUNT
           DISPLAY 'Control total interest: ' WS-CONTROL-TOTAL
           DISPLAY 'Loans with interest paid: ' WS-LOAN-INT-ACCOUNTS
           DISPLAY 'Total loan interest paid: ' WS-LOAN-INT-TOTAL
           MOVE 'YEARTAX' TO WS-RCT-TYPE
           MOVE 0 TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE 0 TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           MOVE 'LOANINTFEED' TO WS-RCT-TYPE
           MOVE 0 TO WS-RCT-BUSINESS-DATE
           MOVE WS-FEED-FILENAME TO WS-RCT-FILENAME
           MOVE WS-LOAN-INT-ACCOUNTS TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Report: ' WS-REPORT-FILENAME
           DISPLAY 'Loan interest feed: ' WS-FEED-FILENAME
           STOP RUN.

       INITIALIZE-YEARTAX.
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           STRING 'LOANINT.' WS-TAX-YEAR DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-FEED-FILENAME
           END-STRING
           COMPUTE WS-NEXT-TAX-YEAR = WS-TAX-YEAR + 1

           OPEN OUTPUT TAX-WORK-FILE
           CLOSE TAX-WORK-FILE
           WRITE TAX-REPORT-LINE FROM TX-CONTROL-LINE

           PERFORM WRITE-TIN-EXCEPTION-SECTION
           PERFORM WRITE-LOAN-INTEREST-SECTION
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE TAX-REPORT-FILE.
               WRITE TAX-REPORT-LINE FROM TX-SECTION-LINE
           END-IF.

       WRITE-LOAN-INTEREST-SECTION.
           WRITE TAX-REPORT-LINE FROM SPACES
           MOVE 'LOAN INTEREST PAID BY BORROWERS' TO TX-SECTION-LINE
           WRITE TAX-REPORT-LINE FROM TX-SECTION-LINE
           WRITE TAX-REPORT-LINE FROM
                 '------------------------------------------'
           OPEN OUTPUT LOAN-INTEREST-FEED-FILE
           OPEN INPUT CDLOAN-FILE
           IF CDLOAN-FILE-STATUS = '00'
               PERFORM WRITE-ONE-LOAN-INTEREST-LINE
                   UNTIL CDLOAN-FILE-STATUS NOT = '00'
               CLOSE CDLOAN-FILE
           END-IF
           CLOSE LOAN-INTEREST-FEED-FILE
           IF WS-LOAN-INT-ACCOUNTS = 0
               MOVE '  (none)' TO TX-SECTION-LINE
               WRITE TAX-REPORT-LINE FROM TX-SECTION-LINE
           END-IF
           WRITE TAX-REPORT-LINE FROM SPACES
           MOVE WS-LOAN-INT-TOTAL TO TXL-TOTAL
           MOVE WS-LOAN-INT-ACCOUNTS TO TXL-ACCOUNTS
           WRITE TAX-REPORT-LINE FROM TX-LOAN-CONTROL-LINE.

       WRITE-ONE-LOAN-INTEREST-LINE.
           READ CDLOAN-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CDLOAN-FILE-STATUS
           END-READ
           IF CDLOAN-FILE-STATUS NOT = '00' OR NOT CDL-IS-LOAN
               EXIT PARAGRAPH
           END-IF
           IF CDL-YTD-YEAR NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           EVALUATE CDL-YTD-YEAR
               WHEN WS-TAX-YEAR
                   MOVE CDL-YTD-INTEREST-PAID TO WS-LOAN-INT-AMOUNT
               WHEN WS-NEXT-TAX-YEAR
                   MOVE CDL-PRIOR-YEAR-INTEREST TO WS-LOAN-INT-AMOUNT
               WHEN OTHER
                   MOVE 0 TO WS-LOAN-INT-AMOUNT
           END-EVALUATE
           IF WS-LOAN-INT-AMOUNT NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE CDL-ACCOUNT-NUMBER TO TXD-ACCOUNT
           MOVE CDL-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS = '00'
               MOVE CUST-NAME TO TXD-NAME
               MOVE CUST-ADDRESS TO TXD-ADDRESS
               MOVE CUST-NAME TO LIF-NAME
               MOVE CUST-ADDRESS TO LIF-ADDRESS
               MOVE CUST-CUSTOMER-NUMBER TO LIF-CUSTOMER-NUMBER
           ELSE
               MOVE '(account record missing)' TO TXD-NAME
               MOVE SPACES TO TXD-ADDRESS
               MOVE SPACES TO LIF-NAME
               MOVE SPACES TO LIF-ADDRESS
               MOVE 0 TO LIF-CUSTOMER-NUMBER
           END-IF
           PERFORM LOOK-UP-ACCOUNT-TIN
           MOVE WS-REPORT-TIN TO TXD-TIN
           IF WS-REPORT-TIN = SPACES
               MOVE '*NO TIN*' TO TXD-TIN
           END-IF
           MOVE WS-LOAN-INT-AMOUNT TO TXD-INTEREST
           WRITE TAX-REPORT-LINE FROM TX-DETAIL-LINE

           MOVE CDL-ACCOUNT-NUMBER TO LIF-ACCOUNT-NUMBER
           MOVE WS-REPORT-TIN TO LIF-TAX-ID
           MOVE WS-TAX-YEAR TO LIF-TAX-YEAR
           MOVE WS-LOAN-INT-AMOUNT TO LIF-INTEREST-PAID
           WRITE LOAN-INTEREST-FEED-RECORD
           ADD 1 TO WS-LOAN-INT-ACCOUNTS
           ADD WS-LOAN-INT-AMOUNT TO WS-LOAN-INT-TOTAL.

       WRITE-ONE-TAX-LINE.
           READ TAX-WORK-FILE NEXT RECORD
               AT END
