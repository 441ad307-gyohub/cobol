       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRPRC.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDLOAN-FILE ASSIGN TO 'CDLOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CDL-ACCOUNT-NUMBER
               FILE STATUS IS CDLOAN-FILE-STATUS.

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

           SELECT REPRICE-REGISTER-FILE
               ASSIGN TO WS-REPRICE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REPRICE-REGISTER-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO 'RPTCTLG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS REPORT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD REPRICE-REGISTER-FILE.
       01 REPRICE-REGISTER-LINE     PIC X(132).

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
           05 CDLOAN-FILE-STATUS    PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.
           05 RATE-TABLE-FILE-STATUS PIC XX.
           05 REPRICE-REGISTER-STATUS PIC XX.

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 BUSINESS-DATE-WORK-AREAS.
           05 WS-BUSINESS-DATE      PIC 9(8).

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-REPRICE-FILENAME   PIC X(40).

       01 REPRICE-CONSTANTS.
           05 WS-RATE-NOTICE-DAYS   PIC 9(3) VALUE 15.
           05 WS-DEFAULT-REPRICE-MONTHS PIC 9(3) VALUE 12.

       01 RATE-TABLE-WORK-AREAS.
           05 WS-RT-SEARCH-PRODUCT  PIC X(8).
           05 WS-RT-SEARCH-DATE     PIC 9(8).
           05 WS-RT-FOUND-FLAG      PIC X(1).
               88 RATE-TABLE-FOUND  VALUE 'Y'.
               88 RATE-TABLE-NOT-FOUND VALUE 'N'.
           05 WS-RT-RATE-FOUND      PIC 9V9(4).
           05 WS-RT-FILE-FLAG       PIC X(1).
               88 RATE-FILE-AVAILABLE VALUE 'Y'.
               88 RATE-FILE-MISSING VALUE 'N'.

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

       01 REPRICE-WORK-AREAS.
           05 WS-RP-NEW-RATE        PIC S9V9(4).
           05 WS-RP-OLD-RATE        PIC 9V9(4).
           05 WS-RP-REMAINING-TERM  PIC S9(3).
           05 WS-RP-TOTAL-INTEREST  PIC S9(10)V99.
           05 WS-RP-TOTAL-DUE       PIC S9(10)V99.
           05 WS-RP-NEW-PAYMENT     PIC S9(10)V99.
           05 WS-RP-EFFECTIVE-DATE  PIC 9(8).
           05 WS-RP-NOTICE-DATE     PIC 9(8).
           05 WS-RP-DATE-INTEGER    PIC S9(9) COMP.
           05 WS-RP-REWRITE-FLAG    PIC X(1).
               88 LOAN-NEEDS-REWRITE VALUE 'Y'.
               88 LOAN-UNCHANGED    VALUE 'N'.
           05 WS-LOANS-REVIEWED     PIC 9(5) VALUE 0.
           05 WS-LOANS-REPRICED     PIC 9(5) VALUE 0.
           05 WS-LOANS-NO-CHANGE    PIC 9(5) VALUE 0.
           05 WS-LOANS-APPLIED      PIC 9(5) VALUE 0.
           05 WS-REPRICE-EXCEPTIONS PIC 9(5) VALUE 0.
           05 WS-LINES-WRITTEN      PIC 9(7) VALUE 0.

       01 REPRICE-REGISTER-LINES.
           05 RP-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(34) VALUE
                  'VARIABLE-RATE LOAN REPRICING'.
               10 FILLER            PIC X(68) VALUE SPACES.

           05 RP-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Generated on: '.
               10 RPH2-DATE         PIC 9(8).
               10 FILLER            PIC X(90) VALUE SPACES.

           05 RP-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 RP-DETAIL-HEADER.
               10 FILLER            PIC X(12) VALUE 'ACCOUNT #'.
               10 FILLER            PIC X(12) VALUE 'ACTION'.
               10 FILLER            PIC X(9) VALUE 'INDEX'.
               10 FILLER            PIC X(8) VALUE 'OLD'.
               10 FILLER            PIC X(8) VALUE 'NEW'.
               10 FILLER            PIC X(18) VALUE
                  '     OLD PAYMENT'.
               10 FILLER            PIC X(18) VALUE
                  '     NEW PAYMENT'.
               10 FILLER            PIC X(10) VALUE 'EFFECTIVE'.
               10 FILLER            PIC X(37) VALUE 'NOTE'.

           05 RP-DETAIL-LINE.
               10 RPD-ACCOUNT       PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RPD-ACTION        PIC X(12).
               10 RPD-INDEX-RATE    PIC 9.9(4).
               10 FILLER            PIC X(3) VALUE SPACES.
               10 RPD-OLD-RATE      PIC 9.9(4).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RPD-NEW-RATE      PIC 9.9(4).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RPD-OLD-PAYMENT   PIC Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RPD-NEW-PAYMENT   PIC Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RPD-EFFECTIVE     PIC 9(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RPD-NOTE          PIC X(36).

           05 RP-SUMMARY-LINE.
               10 FILLER            PIC X(10) VALUE 'Reviewed: '.
               10 RPS-REVIEWED      PIC ZZ,ZZ9.
               10 FILLER            PIC X(12) VALUE '  Repriced: '.
               10 RPS-REPRICED      PIC ZZ,ZZ9.
               10 FILLER            PIC X(13) VALUE '  No change: '.
               10 RPS-NO-CHANGE     PIC ZZ,ZZ9.
               10 FILLER            PIC X(11) VALUE '  Applied: '.
               10 RPS-APPLIED       PIC ZZ,ZZ9.
               10 FILLER            PIC X(14) VALUE '  Exceptions: '.
               10 RPS-EXCEPTIONS    PIC ZZ,ZZ9.
               10 FILLER            PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOAN-REPRICING.
           PERFORM INITIALIZE-LOANRPRC
           PERFORM PROCESS-NEXT-LOAN
               UNTIL CDLOAN-FILE-STATUS NOT = '00'
           PERFORM FINALIZE-LOANRPRC
           DISPLAY 'Variable-rate repricing complete.'
           DISPLAY 'Loans reviewed: ' WS-LOANS-REVIEWED
           DISPLAY 'Loans repriced: ' WS-LOANS-REPRICED
           DISPLAY 'Loans with no rate change: ' WS-LOANS-NO-CHANGE
           DISPLAY 'New rates taking effect: ' WS-LOANS-APPLIED
           DISPLAY 'Repricing exceptions: ' WS-REPRICE-EXCEPTIONS
           MOVE 'LOANRPRC' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPRICE-FILENAME TO WS-RCT-FILENAME
           MOVE WS-LINES-WRITTEN TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Register: ' WS-REPRICE-FILENAME
           STOP RUN.

       INITIALIZE-LOANRPRC.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           STRING 'LOANRPRC.' CURRENT-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPRICE-FILENAME
           END-STRING
           OPEN INPUT CONTROL-FILE
           PERFORM LOAD-BUSINESS-DATE
           CLOSE CONTROL-FILE
           COMPUTE WS-RP-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   + WS-RATE-NOTICE-DAYS
           COMPUTE WS-RP-NOTICE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RP-DATE-INTEGER)

           SET RATE-FILE-MISSING TO TRUE
           OPEN INPUT RATE-TABLE-FILE
           IF RATE-TABLE-FILE-STATUS = '00'
               SET RATE-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT REPRICE-REGISTER-FILE
           MOVE WS-BUSINESS-DATE TO RPH2-DATE
           WRITE REPRICE-REGISTER-LINE FROM RP-HEADER-1
           WRITE REPRICE-REGISTER-LINE FROM RP-HEADER-2
           WRITE REPRICE-REGISTER-LINE FROM RP-HEADER-3
           WRITE REPRICE-REGISTER-LINE FROM SPACES
           WRITE REPRICE-REGISTER-LINE FROM RP-DETAIL-HEADER
           WRITE REPRICE-REGISTER-LINE FROM
                 '------------------------------------------'
           MOVE 6 TO WS-LINES-WRITTEN
           OPEN I-O CDLOAN-FILE.

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

       PROCESS-NEXT-LOAN.
           READ CDLOAN-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CDLOAN-FILE-STATUS
           END-READ
           IF CDLOAN-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF NOT CDL-IS-LOAN OR NOT CDL-ACTIVE
               OR NOT CDL-VARIABLE-RATE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LOANS-REVIEWED
           SET LOAN-UNCHANGED TO TRUE
           IF CDL-PENDING-EFFECTIVE-DATE > 0
               AND CDL-PENDING-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
               PERFORM APPLY-PENDING-RATE
           END-IF
           IF CDL-NEXT-REPRICE-DATE > 0
               AND CDL-NEXT-REPRICE-DATE NOT > WS-BUSINESS-DATE
               AND CDL-PENDING-EFFECTIVE-DATE = 0
               PERFORM REPRICE-VARIABLE-LOAN
           END-IF
           IF LOAN-NEEDS-REWRITE
               REWRITE CDLOAN-RECORD
                   INVALID KEY
                       DISPLAY 'Failed to update loan schedule for '
                               CDL-ACCOUNT-NUMBER
               END-REWRITE
           END-IF.

       APPLY-PENDING-RATE.
           MOVE CDL-RATE TO WS-RP-OLD-RATE
           MOVE 0 TO RPD-INDEX-RATE
           MOVE WS-RP-OLD-RATE TO RPD-OLD-RATE
           MOVE CDL-PENDING-RATE TO RPD-NEW-RATE
           MOVE CDL-PAYMENT-AMOUNT TO RPD-OLD-PAYMENT
           MOVE CDL-PENDING-PAYMENT TO RPD-NEW-PAYMENT
           MOVE CDL-PENDING-EFFECTIVE-DATE TO RPD-EFFECTIVE
           MOVE 'APPLIED' TO RPD-ACTION
           MOVE 'New rate and payment now in force' TO RPD-NOTE
           MOVE CDL-PENDING-RATE TO CDL-RATE
           MOVE CDL-PENDING-PAYMENT TO CDL-PAYMENT-AMOUNT
           MOVE 0 TO CDL-PENDING-RATE
           MOVE 0 TO CDL-PENDING-PAYMENT
           MOVE 0 TO CDL-PENDING-EFFECTIVE-DATE
           SET LOAN-NEEDS-REWRITE TO TRUE
           ADD 1 TO WS-LOANS-APPLIED
           PERFORM WRITE-REPRICE-LINE.

       REPRICE-VARIABLE-LOAN.
           MOVE CDL-RATE TO WS-RP-OLD-RATE
           MOVE WS-RP-OLD-RATE TO RPD-OLD-RATE
           MOVE CDL-PAYMENT-AMOUNT TO RPD-OLD-PAYMENT
           MOVE 0 TO RPD-INDEX-RATE
           MOVE 0 TO RPD-NEW-RATE
           MOVE 0 TO RPD-NEW-PAYMENT
           MOVE 0 TO RPD-EFFECTIVE
           MOVE 'EXCEPTION' TO RPD-ACTION

           SET RATE-TABLE-NOT-FOUND TO TRUE
           IF RATE-FILE-AVAILABLE AND CDL-INDEX-PRODUCT NOT = SPACES
               MOVE CDL-INDEX-PRODUCT TO WS-RT-SEARCH-PRODUCT
               MOVE CDL-NEXT-REPRICE-DATE TO WS-RT-SEARCH-DATE
               PERFORM FIND-RATE-IN-FORCE
           END-IF
           IF RATE-TABLE-NOT-FOUND
               MOVE 'Index rate not found - will retry'
                   TO RPD-NOTE
               ADD 1 TO WS-REPRICE-EXCEPTIONS
               PERFORM WRITE-REPRICE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RT-RATE-FOUND TO RPD-INDEX-RATE

           COMPUTE WS-RP-REMAINING-TERM =
               CDL-TERM-MONTHS - CDL-PAYMENTS-MADE
           IF WS-RP-REMAINING-TERM NOT > 0
               MOVE 'No remaining term to reprice' TO RPD-NOTE
               ADD 1 TO WS-REPRICE-EXCEPTIONS
               PERFORM WRITE-REPRICE-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RP-NEW-RATE =
               WS-RT-RATE-FOUND + CDL-RATE-MARGIN
           IF WS-RP-NEW-RATE < 0
               MOVE 0 TO WS-RP-NEW-RATE
           END-IF
           IF CDL-RATE-FLOOR > 0 AND WS-RP-NEW-RATE < CDL-RATE-FLOOR
               MOVE CDL-RATE-FLOOR TO WS-RP-NEW-RATE
           END-IF
           IF CDL-RATE-CAP > 0 AND WS-RP-NEW-RATE > CDL-RATE-CAP
               MOVE CDL-RATE-CAP TO WS-RP-NEW-RATE
           END-IF
           MOVE WS-RP-NEW-RATE TO RPD-NEW-RATE

           PERFORM ADVANCE-NEXT-REPRICE-DATE
           MOVE WS-BUSINESS-DATE TO CDL-LAST-REPRICE-DATE
           SET LOAN-NEEDS-REWRITE TO TRUE

           IF WS-RP-NEW-RATE = CDL-RATE
               MOVE 'NO CHANGE' TO RPD-ACTION
               MOVE CDL-PAYMENT-AMOUNT TO RPD-NEW-PAYMENT
               STRING 'Next reprice ' CDL-NEXT-REPRICE-DATE
                      DELIMITED BY SIZE
                      INTO RPD-NOTE
               END-STRING
               ADD 1 TO WS-LOANS-NO-CHANGE
               PERFORM WRITE-REPRICE-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM CALCULATE-REPRICED-PAYMENT
           PERFORM DETERMINE-EFFECTIVE-DATE
           MOVE WS-RP-NEW-RATE TO CDL-PENDING-RATE
           MOVE WS-RP-NEW-PAYMENT TO CDL-PENDING-PAYMENT
           MOVE WS-RP-EFFECTIVE-DATE TO CDL-PENDING-EFFECTIVE-DATE
           MOVE 'REPRICED' TO RPD-ACTION
           MOVE WS-RP-NEW-PAYMENT TO RPD-NEW-PAYMENT
           MOVE WS-RP-EFFECTIVE-DATE TO RPD-EFFECTIVE
           STRING 'Notice due; next reprice '
                  CDL-NEXT-REPRICE-DATE DELIMITED BY SIZE
                  INTO RPD-NOTE
           END-STRING
           ADD 1 TO WS-LOANS-REPRICED
           PERFORM WRITE-REPRICE-LINE.

       CALCULATE-REPRICED-PAYMENT.
           MULTIPLY CDL-PRINCIPAL BY WS-RP-NEW-RATE
               GIVING WS-RP-TOTAL-INTEREST
           MULTIPLY WS-RP-TOTAL-INTEREST BY WS-RP-REMAINING-TERM
               GIVING WS-RP-TOTAL-INTEREST
           DIVIDE WS-RP-TOTAL-INTEREST BY 12
               GIVING WS-RP-TOTAL-INTEREST ROUNDED
           ADD CDL-PRINCIPAL TO WS-RP-TOTAL-INTEREST
               GIVING WS-RP-TOTAL-DUE
           DIVIDE WS-RP-TOTAL-DUE BY WS-RP-REMAINING-TERM
               GIVING WS-RP-NEW-PAYMENT ROUNDED
               ON SIZE ERROR
                   MOVE CDL-PAYMENT-AMOUNT TO WS-RP-NEW-PAYMENT
           END-DIVIDE.

       DETERMINE-EFFECTIVE-DATE.
           MOVE CDL-NEXT-PAYMENT-DATE TO WS-RP-EFFECTIVE-DATE
           PERFORM ADVANCE-EFFECTIVE-DATE
               UNTIL WS-RP-EFFECTIVE-DATE NOT < WS-RP-NOTICE-DATE.

       ADVANCE-EFFECTIVE-DATE.
           MOVE WS-RP-EFFECTIVE-DATE TO WS-CDL-WORK-DATE
           MOVE 1 TO WS-CDL-MONTHS-TO-ADD
           PERFORM ADD-MONTHS-TO-CDL-WORK-DATE
           MOVE 'R' TO CAL-FUNCTION
           MOVE WS-CDL-WORK-DATE TO CAL-DATE-IN
           MOVE 0 TO CAL-DAY-COUNT
           CALL 'CALROLL' USING CALENDAR-PARAMETERS
           MOVE CAL-DATE-OUT TO WS-RP-EFFECTIVE-DATE.

       ADVANCE-NEXT-REPRICE-DATE.
           IF CDL-REPRICE-MONTHS = 0
               MOVE WS-DEFAULT-REPRICE-MONTHS TO CDL-REPRICE-MONTHS
           END-IF
           MOVE CDL-NEXT-REPRICE-DATE TO WS-CDL-WORK-DATE
           MOVE CDL-REPRICE-MONTHS TO WS-CDL-MONTHS-TO-ADD
           PERFORM ADD-MONTHS-TO-CDL-WORK-DATE
           MOVE WS-CDL-WORK-DATE TO CDL-NEXT-REPRICE-DATE.

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

       WRITE-REPRICE-LINE.
           MOVE CDL-ACCOUNT-NUMBER TO RPD-ACCOUNT
           WRITE REPRICE-REGISTER-LINE FROM RP-DETAIL-LINE
           ADD 1 TO WS-LINES-WRITTEN
           MOVE SPACES TO RPD-NOTE.

       FINALIZE-LOANRPRC.
           WRITE REPRICE-REGISTER-LINE FROM SPACES
           MOVE WS-LOANS-REVIEWED TO RPS-REVIEWED
           MOVE WS-LOANS-REPRICED TO RPS-REPRICED
           MOVE WS-LOANS-NO-CHANGE TO RPS-NO-CHANGE
           MOVE WS-LOANS-APPLIED TO RPS-APPLIED
           MOVE WS-REPRICE-EXCEPTIONS TO RPS-EXCEPTIONS
           WRITE REPRICE-REGISTER-LINE FROM RP-SUMMARY-LINE
           ADD 2 TO WS-LINES-WRITTEN
           CLOSE REPRICE-REGISTER-FILE
           CLOSE CDLOAN-FILE
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
