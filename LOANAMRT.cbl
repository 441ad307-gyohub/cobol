       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANAMRT.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT CDLOAN-FILE ASSIGN TO 'CDLOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDL-ACCOUNT-NUMBER
               FILE STATUS IS CDLOAN-FILE-STATUS.

           SELECT LOAN-HISTORY-FILE ASSIGN TO 'LOANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LPH-KEY
               FILE STATUS IS LOAN-HISTORY-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT AMORTIZATION-REPORT-FILE
               ASSIGN TO WS-AMORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AMORTIZATION-REPORT-STATUS.

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
           05 FILLER                PIC X(30).

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

       FD AMORTIZATION-REPORT-FILE.
       01 AMORTIZATION-REPORT-LINE  PIC X(132).

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
           05 CUSTOMER-FILE-STATUS  PIC XX.
           05 CDLOAN-FILE-STATUS    PIC XX.
           05 LOAN-HISTORY-STATUS   PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.
           05 AMORTIZATION-REPORT-STATUS PIC XX.

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 BUSINESS-DATE-WORK-AREAS.
           05 WS-BUSINESS-DATE      PIC 9(8).

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-AMORT-FILENAME     PIC X(40).

       01 CALENDAR-PARAMETERS.
           05 CAL-FUNCTION          PIC X(1).
           05 CAL-DATE-IN           PIC 9(8).
           05 CAL-DAY-COUNT         PIC 9(3).
           05 CAL-DATE-OUT          PIC 9(8).
           05 CAL-BUSINESS-FLAG     PIC X(1).

       01 CDLOAN-DATE-WORK-AREAS.
           05 WS-CDL-WORK-DATE.
               10 WS-CDL-YEAR           PIC 9(4).
               10 WS-CDL-MONTH          PIC 9(2).
               10 WS-CDL-DAY            PIC 9(2).
           05 WS-CDL-MONTHS-TO-ADD      PIC 9(3).

       01 AMORTIZATION-WORK-AREAS.
           05 WS-SELECT-ACCOUNT     PIC 9(10).
           05 WS-AM-ROW             PIC 9(3).
           05 WS-AM-FIRST-ROW       PIC 9(3).
           05 WS-AM-BALANCE         PIC S9(10)V99.
           05 WS-AM-INTEREST        PIC S9(10)V99.
           05 WS-AM-PRINCIPAL       PIC S9(10)V99.
           05 WS-AM-PAYMENT         PIC S9(10)V99.
           05 WS-AM-DUE-DATE        PIC 9(8).
           05 WS-AM-TOTAL-INTEREST  PIC S9(12)V99.
           05 WS-AM-TOTAL-PRINCIPAL PIC S9(12)V99.
           05 WS-AM-ROW-FLAG        PIC X(1).
               88 AM-ROW-FROM-HISTORY VALUE 'H'.
               88 AM-ROW-PAID-NO-DETAIL VALUE 'N'.
               88 AM-ROW-PROJECTED  VALUE 'P'.
           05 WS-AM-END-FLAG        PIC X(1).
               88 AM-SCHEDULE-ENDED VALUE 'Y'.
               88 AM-SCHEDULE-OPEN  VALUE 'N'.
           05 WS-LOANS-SCHEDULED    PIC 9(5) VALUE 0.
           05 WS-LINES-WRITTEN      PIC 9(7) VALUE 0.

       01 AMORTIZATION-REPORT-LINES.
           05 AM-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(34) VALUE
                  'LOAN AMORTIZATION SCHEDULE'.
               10 FILLER            PIC X(68) VALUE SPACES.

           05 AM-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Generated on: '.
               10 AMH2-DATE         PIC 9(8).
               10 FILLER            PIC X(90) VALUE SPACES.

           05 AM-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 AM-LOAN-LINE-1.
               10 FILLER            PIC X(10) VALUE 'Loan #: '.
               10 AML1-ACCOUNT      PIC 9(10).
               10 FILLER            PIC X(4) VALUE SPACES.
               10 AML1-NAME         PIC X(30).
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(8) VALUE 'Opened: '.
               10 AML1-OPEN-DATE    PIC 9(8).
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(8) VALUE 'Status: '.
               10 AML1-STATUS       PIC X(10).
               10 FILLER            PIC X(36) VALUE SPACES.

           05 AM-LOAN-LINE-2.
               10 FILLER            PIC X(12) VALUE 'Principal: '.
               10 AML2-PRINCIPAL    PIC Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(6) VALUE 'Rate: '.
               10 AML2-RATE         PIC 9.9(4).
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(6) VALUE 'Term: '.
               10 AML2-TERM         PIC ZZ9.
               10 FILLER            PIC X(4) VALUE ' mo '.
               10 FILLER            PIC X(9) VALUE 'Payment: '.
               10 AML2-PAYMENT      PIC Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(46) VALUE SPACES.

           05 AM-LOAN-LINE-3.
               10 FILLER            PIC X(26) VALUE
                  'Interest paid to date: '.
               10 AML3-TO-DATE      PIC Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(22) VALUE
                  'Interest paid in '.
               10 AML3-YEAR         PIC 9(4).
               10 FILLER            PIC X(2) VALUE ': '.
               10 AML3-YTD          PIC Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(42) VALUE SPACES.

           05 AM-DETAIL-HEADER.
               10 FILLER            PIC X(6) VALUE 'PMT #'.
               10 FILLER            PIC X(10) VALUE 'DUE DATE'.
               10 FILLER            PIC X(10) VALUE 'PAID ON'.
               10 FILLER            PIC X(17) VALUE
                  '         INTEREST'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(17) VALUE
                  '        PRINCIPAL'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(17) VALUE
                  '          PAYMENT'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(17) VALUE
                  '          BALANCE'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(30) VALUE 'STATUS'.

           05 AM-DETAIL-LINE.
               10 AMD-ROW           PIC ZZ9.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 AMD-DUE-DATE      PIC 9(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 AMD-PAID-DATE     PIC X(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 AMD-INTEREST      PIC Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 AMD-PRINCIPAL     PIC Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 AMD-PAYMENT       PIC Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 AMD-BALANCE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 AMD-STATUS        PIC X(30).

           05 AM-TOTAL-LINE.
               10 FILLER            PIC X(26) VALUE
                  'Schedule totals'.
               10 AMT-INTEREST      PIC Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 AMT-PRINCIPAL     PIC Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(72) VALUE SPACES.

           05 AM-NOTE-LINE          PIC X(132).

       PROCEDURE DIVISION.
       MAIN-LOAN-AMORTIZATION.
           PERFORM INITIALIZE-LOANAMRT
           IF WS-SELECT-ACCOUNT = 0
               PERFORM SCHEDULE-ALL-ACTIVE-LOANS
           ELSE
               PERFORM SCHEDULE-ONE-LOAN
           END-IF
           PERFORM FINALIZE-LOANAMRT
           DISPLAY 'Loan amortization schedules complete.'
           DISPLAY 'Loans scheduled: ' WS-LOANS-SCHEDULED
           MOVE 'LOANAMRT' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-AMORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-LINES-WRITTEN TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Report: ' WS-AMORT-FILENAME
           STOP RUN.

       INITIALIZE-LOANAMRT.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY 'Enter loan account number (0 = all active '
                   'loans): ' WITH NO ADVANCING
           ACCEPT WS-SELECT-ACCOUNT
           STRING 'AMORTSCH.' CURRENT-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-AMORT-FILENAME
           END-STRING
           OPEN INPUT CONTROL-FILE
           PERFORM LOAD-BUSINESS-DATE
           CLOSE CONTROL-FILE
           OPEN INPUT CDLOAN-FILE
           IF CDLOAN-FILE-STATUS NOT = '00'
               DISPLAY 'CDLOAN.DAT is not available - status '
                       CDLOAN-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT LOAN-HISTORY-FILE
           IF LOAN-HISTORY-STATUS = '35'
               OPEN OUTPUT LOAN-HISTORY-FILE
               CLOSE LOAN-HISTORY-FILE
               OPEN INPUT LOAN-HISTORY-FILE
           END-IF
           OPEN OUTPUT AMORTIZATION-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO AMH2-DATE
           WRITE AMORTIZATION-REPORT-LINE FROM AM-HEADER-1
           WRITE AMORTIZATION-REPORT-LINE FROM AM-HEADER-2
           WRITE AMORTIZATION-REPORT-LINE FROM AM-HEADER-3
           ADD 3 TO WS-LINES-WRITTEN.

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

       SCHEDULE-ONE-LOAN.
           MOVE WS-SELECT-ACCOUNT TO CDL-ACCOUNT-NUMBER
           READ CDLOAN-FILE
               INVALID KEY
                   MOVE '99' TO CDLOAN-FILE-STATUS
           END-READ
           IF CDLOAN-FILE-STATUS NOT = '00' OR NOT CDL-IS-LOAN
               DISPLAY 'No loan schedule for account '
                       WS-SELECT-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM PRODUCE-LOAN-SCHEDULE.

       SCHEDULE-ALL-ACTIVE-LOANS.
           PERFORM SCHEDULE-NEXT-ACTIVE-LOAN
               UNTIL CDLOAN-FILE-STATUS NOT = '00'.

       SCHEDULE-NEXT-ACTIVE-LOAN.
           READ CDLOAN-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CDLOAN-FILE-STATUS
           END-READ
           IF CDLOAN-FILE-STATUS = '00'
               AND CDL-IS-LOAN
               AND CDL-ACTIVE
               PERFORM PRODUCE-LOAN-SCHEDULE
           END-IF.

       PRODUCE-LOAN-SCHEDULE.
           ADD 1 TO WS-LOANS-SCHEDULED
           PERFORM WRITE-LOAN-HEADING
           MOVE 0 TO WS-AM-TOTAL-INTEREST
           MOVE 0 TO WS-AM-TOTAL-PRINCIPAL
           SET AM-SCHEDULE-OPEN TO TRUE
           IF CDL-ORIGINAL-PRINCIPAL NUMERIC
               AND CDL-ORIGINAL-PRINCIPAL > 0
               MOVE CDL-ORIGINAL-PRINCIPAL TO WS-AM-BALANCE
               MOVE 1 TO WS-AM-FIRST-ROW
           ELSE
               MOVE CDL-PRINCIPAL TO WS-AM-BALANCE
               ADD 1 TO CDL-PAYMENTS-MADE GIVING WS-AM-FIRST-ROW
               IF CDL-PAYMENTS-MADE > 0
                   MOVE SPACES TO AM-NOTE-LINE
                   STRING '  Payments 1 through ' DELIMITED BY SIZE
                          CDL-PAYMENTS-MADE DELIMITED BY SIZE
                          ' were made before payment history was '
                              DELIMITED BY SIZE
                          'kept - projection starts from the '
                              DELIMITED BY SIZE
                          'current balance.' DELIMITED BY SIZE
                          INTO AM-NOTE-LINE
                   END-STRING
                   WRITE AMORTIZATION-REPORT-LINE FROM AM-NOTE-LINE
                   ADD 1 TO WS-LINES-WRITTEN
               END-IF
           END-IF
           MOVE WS-AM-FIRST-ROW TO WS-AM-ROW
           PERFORM WRITE-ONE-SCHEDULE-ROW
               UNTIL AM-SCHEDULE-ENDED
                  OR WS-AM-ROW > CDL-TERM-MONTHS

           MOVE WS-AM-TOTAL-INTEREST TO AMT-INTEREST
           MOVE WS-AM-TOTAL-PRINCIPAL TO AMT-PRINCIPAL
           WRITE AMORTIZATION-REPORT-LINE FROM
                 '------------------------------------------'
           WRITE AMORTIZATION-REPORT-LINE FROM AM-TOTAL-LINE
           WRITE AMORTIZATION-REPORT-LINE FROM SPACES
           ADD 3 TO WS-LINES-WRITTEN.

       WRITE-LOAN-HEADING.
           MOVE CDL-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           MOVE CDL-ACCOUNT-NUMBER TO AML1-ACCOUNT
           IF CUSTOMER-FILE-STATUS = '00'
               MOVE CUST-NAME TO AML1-NAME
           ELSE
               MOVE '(account record missing)' TO AML1-NAME
           END-IF
           MOVE CDL-OPEN-DATE TO AML1-OPEN-DATE
           EVALUATE TRUE
               WHEN CDL-ACTIVE
                   MOVE 'ACTIVE' TO AML1-STATUS
               WHEN CDL-PAID-OFF
                   MOVE 'PAID OFF' TO AML1-STATUS
               WHEN OTHER
                   MOVE CDL-STATUS TO AML1-STATUS
           END-EVALUATE
           IF CDL-ORIGINAL-PRINCIPAL NUMERIC
               AND CDL-ORIGINAL-PRINCIPAL > 0
               MOVE CDL-ORIGINAL-PRINCIPAL TO AML2-PRINCIPAL
           ELSE
               MOVE CDL-PRINCIPAL TO AML2-PRINCIPAL
           END-IF
           MOVE CDL-RATE TO AML2-RATE
           MOVE CDL-TERM-MONTHS TO AML2-TERM
           MOVE CDL-PAYMENT-AMOUNT TO AML2-PAYMENT
           MOVE 0 TO AML3-TO-DATE
           MOVE 0 TO AML3-YTD
           MOVE WS-BUSINESS-DATE(1:4) TO AML3-YEAR
           IF CDL-INTEREST-PAID-TO-DATE NUMERIC
               MOVE CDL-INTEREST-PAID-TO-DATE TO AML3-TO-DATE
           END-IF
           IF CDL-YTD-YEAR NUMERIC
               AND CDL-YTD-YEAR = WS-BUSINESS-DATE(1:4)
               MOVE CDL-YTD-INTEREST-PAID TO AML3-YTD
           END-IF
           WRITE AMORTIZATION-REPORT-LINE FROM SPACES
           WRITE AMORTIZATION-REPORT-LINE FROM AM-LOAN-LINE-1
           WRITE AMORTIZATION-REPORT-LINE FROM AM-LOAN-LINE-2
           WRITE AMORTIZATION-REPORT-LINE FROM AM-LOAN-LINE-3
           WRITE AMORTIZATION-REPORT-LINE FROM SPACES
           WRITE AMORTIZATION-REPORT-LINE FROM AM-DETAIL-HEADER
           WRITE AMORTIZATION-REPORT-LINE FROM
                 '------------------------------------------'
           ADD 7 TO WS-LINES-WRITTEN.

       WRITE-ONE-SCHEDULE-ROW.
           MOVE CDL-ACCOUNT-NUMBER TO LPH-ACCOUNT-NUMBER
           MOVE WS-AM-ROW TO LPH-PAYMENT-NUMBER
           READ LOAN-HISTORY-FILE
               INVALID KEY
                   MOVE '99' TO LOAN-HISTORY-STATUS
           END-READ
           IF LOAN-HISTORY-STATUS = '00'
               SET AM-ROW-FROM-HISTORY TO TRUE
           ELSE
               IF WS-AM-ROW NOT > CDL-PAYMENTS-MADE
                   SET AM-ROW-PAID-NO-DETAIL TO TRUE
               ELSE
                   SET AM-ROW-PROJECTED TO TRUE
               END-IF
           END-IF

           IF AM-ROW-PROJECTED AND NOT CDL-ACTIVE
               SET AM-SCHEDULE-ENDED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF AM-ROW-PROJECTED
               AND WS-AM-ROW = CDL-PAYMENTS-MADE + 1
               MOVE CDL-PRINCIPAL TO WS-AM-BALANCE
           END-IF

           IF AM-ROW-FROM-HISTORY
               MOVE LPH-DUE-DATE TO WS-AM-DUE-DATE
               MOVE LPH-INTEREST-AMOUNT TO WS-AM-INTEREST
               MOVE LPH-PRINCIPAL-AMOUNT TO WS-AM-PRINCIPAL
               MOVE LPH-BALANCE-AFTER TO WS-AM-BALANCE
               MOVE LPH-PAID-DATE TO AMD-PAID-DATE
               IF LPH-PAYOFF
                   MOVE 'PAID - EARLY PAYOFF' TO AMD-STATUS
               ELSE
                   MOVE 'PAID' TO AMD-STATUS
               END-IF
           ELSE
               PERFORM PROJECT-DUE-DATE
               PERFORM PROJECT-ROW-AMOUNTS
               MOVE SPACES TO AMD-PAID-DATE
               IF AM-ROW-PAID-NO-DETAIL
                   MOVE 'PAID - SPLIT NOT RECORDED' TO AMD-STATUS
               ELSE
                   IF WS-AM-DUE-DATE < WS-BUSINESS-DATE
                       MOVE 'PAST DUE' TO AMD-STATUS
                   ELSE
                       MOVE 'SCHEDULED' TO AMD-STATUS
                   END-IF
               END-IF
           END-IF

           ADD WS-AM-INTEREST TO WS-AM-PRINCIPAL GIVING WS-AM-PAYMENT
           ADD WS-AM-INTEREST TO WS-AM-TOTAL-INTEREST
           ADD WS-AM-PRINCIPAL TO WS-AM-TOTAL-PRINCIPAL
           MOVE WS-AM-ROW TO AMD-ROW
           MOVE WS-AM-DUE-DATE TO AMD-DUE-DATE
           MOVE WS-AM-INTEREST TO AMD-INTEREST
           MOVE WS-AM-PRINCIPAL TO AMD-PRINCIPAL
           MOVE WS-AM-PAYMENT TO AMD-PAYMENT
           MOVE WS-AM-BALANCE TO AMD-BALANCE
           WRITE AMORTIZATION-REPORT-LINE FROM AM-DETAIL-LINE
           ADD 1 TO WS-LINES-WRITTEN

           IF WS-AM-BALANCE NOT > 0
               SET AM-SCHEDULE-ENDED TO TRUE
           END-IF
           ADD 1 TO WS-AM-ROW.

       PROJECT-DUE-DATE.
           IF AM-ROW-PROJECTED
               AND WS-AM-ROW = CDL-PAYMENTS-MADE + 1
               AND CDL-NEXT-PAYMENT-DATE > 0
               MOVE CDL-NEXT-PAYMENT-DATE TO WS-AM-DUE-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE CDL-OPEN-DATE TO WS-CDL-WORK-DATE
           MOVE WS-AM-ROW TO WS-CDL-MONTHS-TO-ADD
           PERFORM ADD-MONTHS-TO-CDL-WORK-DATE
           MOVE 'R' TO CAL-FUNCTION
           MOVE WS-CDL-WORK-DATE TO CAL-DATE-IN
           MOVE 0 TO CAL-DAY-COUNT
           CALL 'CALROLL' USING CALENDAR-PARAMETERS
           MOVE CAL-DATE-OUT TO WS-AM-DUE-DATE.

       PROJECT-ROW-AMOUNTS.
           MULTIPLY WS-AM-BALANCE BY CDL-RATE
               GIVING WS-AM-INTEREST ROUNDED
           DIVIDE WS-AM-INTEREST BY 12
               GIVING WS-AM-INTEREST ROUNDED
           SUBTRACT WS-AM-INTEREST FROM CDL-PAYMENT-AMOUNT
               GIVING WS-AM-PRINCIPAL
           IF WS-AM-PRINCIPAL < 0
               MOVE 0 TO WS-AM-PRINCIPAL
           END-IF
           IF WS-AM-PRINCIPAL > WS-AM-BALANCE
               OR WS-AM-ROW = CDL-TERM-MONTHS
               MOVE WS-AM-BALANCE TO WS-AM-PRINCIPAL
           END-IF
           SUBTRACT WS-AM-PRINCIPAL FROM WS-AM-BALANCE.

       ADD-MONTHS-TO-CDL-WORK-DATE.
           MOVE WS-CDL-WORK-DATE(1:4) TO WS-CDL-YEAR
           MOVE WS-CDL-WORK-DATE(5:2) TO WS-CDL-MONTH
           MOVE WS-CDL-WORK-DATE(7:2) TO WS-CDL-DAY
           ADD WS-CDL-MONTHS-TO-ADD TO WS-CDL-MONTH
           PERFORM NORMALIZE-CDL-MONTH
               UNTIL WS-CDL-MONTH NOT > 12
           MOVE WS-CDL-YEAR TO WS-CDL-WORK-DATE(1:4)
           MOVE WS-CDL-MONTH TO WS-CDL-WORK-DATE(5:2)
           MOVE WS-CDL-DAY TO WS-CDL-WORK-DATE(7:2).

       NORMALIZE-CDL-MONTH.
           SUBTRACT 12 FROM WS-CDL-MONTH
           ADD 1 TO WS-CDL-YEAR.

       FINALIZE-LOANAMRT.
           IF WS-LOANS-SCHEDULED = 0
               MOVE '  (no loans selected)' TO AM-NOTE-LINE
               WRITE AMORTIZATION-REPORT-LINE FROM AM-NOTE-LINE
               ADD 1 TO WS-LINES-WRITTEN
           END-IF
           CLOSE AMORTIZATION-REPORT-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CDLOAN-FILE.

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
