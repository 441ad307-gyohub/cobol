       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALMGAP.
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

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT RATE-TABLE-FILE ASSIGN TO 'RATETBL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS RATE-TABLE-FILE-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO 'EXCHRATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RATE-KEY
               FILE STATUS IS EXCHANGE-RATE-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT GAP-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GAP-REPORT-STATUS.

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
           05 CDL-MATURITY-INSTRUCTION PIC X(1).
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
           05 CUST-CLOSURE-DATE     PIC 9(8).
           05 CUST-BRANCH-CODE      PIC X(4).
           05 FILLER                PIC X(18).

       FD RATE-TABLE-FILE.
       01 RATE-TABLE-RECORD.
           05 RT-KEY.
               10 RT-PRODUCT-CODE   PIC X(8).
               10 RT-EFFECTIVE-DATE PIC 9(8).
           05 RT-ANNUAL-RATE        PIC 9V9(4).
           05 RT-UPDATED-DATE       PIC 9(8).
           05 RT-UPDATED-BY         PIC X(10).
           05 FILLER                PIC X(10).

       FD EXCHANGE-RATE-FILE.
       01 EXCHANGE-RATE-RECORD.
           05 RATE-KEY.
               10 RATE-FROM-CURRENCY PIC X(3).
               10 RATE-TO-CURRENCY   PIC X(3).
           05 RATE-VALUE            PIC 9(3)V9(6).
           05 RATE-UPDATED-DATE     PIC 9(8).
           05 RATE-UPDATED-BY       PIC X(10).
           05 FILLER                PIC X(10).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CTL-KEY               PIC X(10).
           05 CTL-LAST-TRANS-ID     PIC 9(10).
           05 CTL-LAST-ACCT-NUMBER  PIC 9(10).
           05 FILLER                PIC X(10).
           05 CTL-BUSINESS-DATE     PIC 9(8).
           05 CTL-EOD-STATUS        PIC X(1).
           05 CTL-LAST-EOD-DATE     PIC 9(8).
           05 FILLER                PIC X(10).

       FD GAP-REPORT-FILE.
       01 GAP-REPORT-LINE           PIC X(132).

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
           05 CUSTOMER-FILE-STATUS  PIC XX.
           05 RATE-TABLE-FILE-STATUS PIC XX.
           05 EXCHANGE-RATE-FILE-STATUS PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.
           05 GAP-REPORT-STATUS     PIC XX.

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 GAP-CONSTANTS.
           05 WS-HOME-CURRENCY      PIC X(3) VALUE 'USD'.
           05 WS-DEFAULT-BRANCH     PIC X(4) VALUE '0001'.
           05 WS-STALE-RATE-DAYS    PIC 9(3) VALUE 30.
           05 WS-MAX-CURRENCIES     PIC 9(2) VALUE 20.
           05 WS-MAX-BRANCHES       PIC 9(2) VALUE 50.
           05 WS-MAX-DEPOSIT-SPLITS PIC 9(2) VALUE 40.
           05 WS-BAND-COUNT         PIC 9(1) VALUE 7.
           05 WS-SHOCK-COUNT        PIC 9(1) VALUE 4.
           05 WS-HORIZON-DAYS       PIC 9(5) VALUE 1095.
           05 WS-MAX-PROJECTIONS    PIC 9(3) VALUE 480.

       01 BAND-LIMIT-VALUES.
           05 FILLER                PIC X(10) VALUE '0000110000'.
           05 FILLER                PIC X(10) VALUE '0003009583'.
           05 FILLER                PIC X(10) VALUE '0009108333'.
           05 FILLER                PIC X(10) VALUE '0018206250'.
           05 FILLER                PIC X(10) VALUE '0036502500'.
           05 FILLER                PIC X(10) VALUE '0109500000'.
           05 FILLER                PIC X(10) VALUE '9999900000'.

       01 BAND-LIMIT-TABLE REDEFINES BAND-LIMIT-VALUES.
           05 BND-ENTRY OCCURS 7 TIMES.
               10 BND-LIMIT-DAYS    PIC 9(5).
               10 BND-NII-WEIGHT    PIC 9V9(4).

       01 GAP-TOTAL-TABLE.
           05 GT-BAND OCCURS 7 TIMES.
               10 GT-ASSET          PIC S9(13)V99.
               10 GT-LIABILITY      PIC S9(13)V99.

       01 CURRENCY-GAP-TABLE.
           05 WS-CURRENCY-COUNT     PIC 9(2) VALUE 0.
           05 CGT-ENTRY OCCURS 20 TIMES.
               10 CGT-CURRENCY      PIC X(3).
               10 CGT-RATE-USED     PIC 9(3)V9(6).
               10 CGT-RATE-DATE     PIC 9(8).
               10 CGT-RATE-FLAG     PIC X(1).
                   88 CGT-RATE-FOUND VALUE 'Y'.
                   88 CGT-RATE-MISSING VALUE 'N'.
               10 CGT-BAND OCCURS 7 TIMES.
                   15 CGT-ASSET     PIC S9(13)V99.
                   15 CGT-LIABILITY PIC S9(13)V99.

       01 BRANCH-GAP-TABLE.
           05 WS-BRANCH-COUNT       PIC 9(2) VALUE 0.
           05 BGT-ENTRY OCCURS 50 TIMES.
               10 BGT-BRANCH        PIC X(4).
               10 BGT-BAND OCCURS 7 TIMES.
                   15 BGT-ASSET     PIC S9(13)V99.
                   15 BGT-LIABILITY PIC S9(13)V99.

       01 DEPOSIT-SPLIT-TABLE.
           05 WS-SPLIT-COUNT        PIC 9(2) VALUE 0.
           05 NMS-ENTRY OCCURS 40 TIMES.
               10 NMS-ACCOUNT-TYPE  PIC X(1).
               10 NMS-CURRENCY      PIC X(3).
               10 NMS-ACCOUNT-COUNT PIC 9(7).
               10 NMS-BALANCE       PIC S9(13)V99.
               10 NMS-OVERDRAWN     PIC S9(13)V99.
               10 NMS-HOME-VALUE    PIC S9(13)V99.
               10 NMS-RATE-FLAG     PIC X(1).
                   88 NMS-RATE-MISSING VALUE 'N'.

       01 RATE-SHOCK-TABLE.
           05 SHK-ENTRY OCCURS 4 TIMES.
               10 SHK-BASIS-POINTS  PIC S9(3).
               10 SHK-RATE-CHANGE   PIC S9V9(4).
               10 SHK-NII-CHANGE    PIC S9(13)V99.

       01 PRODUCT-RATE-AREAS.
           05 WS-SAVINGS-RATE       PIC 9V9(4) VALUE 0.
           05 WS-CHECKING-RATE      PIC 9V9(4) VALUE 0.
           05 WS-ODRAFT-RATE        PIC 9V9(4) VALUE 0.
           05 WS-LOAN-RATE          PIC 9V9(4) VALUE 0.
           05 WS-CD-RATE            PIC 9V9(4) VALUE 0.
           05 WS-LOAN-RATE-FLAG     PIC X(1) VALUE 'N'.
               88 LOAN-RATE-ON-FILE VALUE 'Y'.
           05 WS-CD-RATE-FLAG       PIC X(1) VALUE 'N'.
               88 CD-RATE-ON-FILE   VALUE 'Y'.

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

       01 GAP-ITEM-AREAS.
           05 WS-ITEM-DATE          PIC 9(8).
           05 WS-ITEM-AMOUNT        PIC S9(13)V99.
           05 WS-ITEM-HOME-AMOUNT   PIC S9(13)V99.
           05 WS-ITEM-RATE          PIC 9V9(4).
           05 WS-ITEM-CURRENCY      PIC X(3).
           05 WS-ITEM-BRANCH        PIC X(4).
           05 WS-ITEM-SIDE          PIC X(1).
               88 ITEM-IS-ASSET     VALUE 'A'.
               88 ITEM-IS-LIABILITY VALUE 'L'.
           05 WS-ITEM-DAYS          PIC S9(7).
           05 WS-ITEM-CONVERTED     PIC X(1).
               88 ITEM-CONVERTED    VALUE 'Y'.
               88 ITEM-NOT-CONVERTED VALUE 'N'.
           05 WS-BAND-DATE          PIC 9(8).
           05 WS-BAND-SUB           PIC 9(1).
           05 WS-BUSINESS-INTEGER   PIC S9(9) COMP.
           05 WS-HORIZON-DATE       PIC 9(8).
           05 WS-DATE-INTEGER       PIC S9(9) COMP.

       01 LOAN-PROJECTION-AREAS.
           05 WS-PRJ-REMAINING      PIC S9(10)V99.
           05 WS-PRJ-DATE           PIC 9(8).
           05 WS-PRJ-RATE           PIC 9V9(4).
           05 WS-PRJ-PAYMENT        PIC S9(10)V99.
           05 WS-PRJ-INTEREST       PIC S9(10)V99.
           05 WS-PRJ-PRINCIPAL      PIC S9(10)V99.
           05 WS-PRJ-COUNT          PIC 9(3).
           05 WS-PRJ-PENDING-FLAG   PIC X(1).
               88 PENDING-TERMS-USED VALUE 'Y'.
           05 WS-PRJ-DONE-FLAG      PIC X(1).
               88 PROJECTION-DONE   VALUE 'Y'.
               88 PROJECTION-OPEN   VALUE 'N'.

       01 CDLOAN-DATE-WORK-AREAS.
           05 WS-CDL-WORK-DATE.
               10 WS-CDL-YEAR           PIC 9(4).
               10 WS-CDL-MONTH          PIC 9(2).
               10 WS-CDL-DAY            PIC 9(2).
           05 WS-CDL-MONTHS-TO-ADD      PIC 9(3).

       01 GAP-WORK-AREAS.
           05 WS-SUB                PIC 9(2).
           05 WS-FOUND-SUB          PIC 9(2).
           05 WS-CCY-SUB            PIC 9(2).
           05 WS-BR-SUB             PIC 9(2).
           05 WS-BAND-PRINT-SUB     PIC 9(1).
           05 WS-SHK-SUB            PIC 9(1).
           05 WS-SEARCH-FLAG        PIC X(1).
               88 SLOT-FOUND        VALUE 'Y'.
               88 SLOT-NOT-FOUND    VALUE 'N'.
           05 WS-SEARCH-CURRENCY    PIC X(3).
           05 WS-SEARCH-BRANCH      PIC X(4).
           05 WS-SEARCH-TYPE        PIC X(1).
           05 WS-SHK-DELTA          PIC S9V9(4).
           05 WS-SHK-EFFECT         PIC S9(13)V99.
           05 WS-NII-ITEM           PIC S9(13)V99.
           05 WS-BASE-NII           PIC S9(13)V99 VALUE 0.
           05 WS-SHOCKED-NII        PIC S9(13)V99.
           05 WS-STALE-CUTOFF-DATE  PIC 9(8).
           05 WS-CUTOFF-INTEGER     PIC S9(9) COMP.
           05 WS-CDS-BANDED         PIC 9(7) VALUE 0.
           05 WS-LOANS-BANDED       PIC 9(7) VALUE 0.
           05 WS-DEPOSITS-BANDED    PIC 9(7) VALUE 0.
           05 WS-UNCONVERTED-ITEMS  PIC 9(7) VALUE 0.
           05 WS-OVERFLOW-COUNT     PIC 9(5) VALUE 0.
           05 WS-REPORT-LINES       PIC 9(7) VALUE 0.
           05 WS-CDLOAN-OPEN-FLAG   PIC X(1) VALUE 'N'.
               88 CDLOAN-FILE-OPEN  VALUE 'Y'.

       01 PRINT-BAND-AREAS.
           05 WS-PRT-BAND OCCURS 7 TIMES.
               10 WS-PRT-ASSET      PIC S9(13)V99.
               10 WS-PRT-LIABILITY  PIC S9(13)V99.
           05 WS-PRT-ROW-TOTAL      PIC S9(13)V99.
           05 WS-PRT-CUMULATIVE     PIC S9(13)V99.
           05 WS-PRT-GAP            PIC S9(13)V99.

       01 GAP-REPORT-LINES.
           05 GP-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(50) VALUE
                  'ASSET/LIABILITY MATURITY AND REPRICING GAP REPORT'.
               10 FILLER            PIC X(52) VALUE SPACES.

           05 GP-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE
                  'Business date: '.
               10 GPH2-DATE         PIC 9(8).
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE
                  'Home currency: '.
               10 GPH2-CURRENCY     PIC X(3).
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(30) VALUE
                  'Amounts in whole units'.
               10 FILLER            PIC X(31) VALUE SPACES.

           05 GP-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 GP-SECTION-LINE       PIC X(132).

           05 GP-BAND-HEADER.
               10 FILLER            PIC X(18) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE '     OVERNIGHT'.
               10 FILLER            PIC X(14) VALUE '      UP TO 1M'.
               10 FILLER            PIC X(14) VALUE '       1M - 3M'.
               10 FILLER            PIC X(14) VALUE '       3M - 6M'.
               10 FILLER            PIC X(14) VALUE '       6M - 1Y'.
               10 FILLER            PIC X(14) VALUE '       1Y - 3Y'.
               10 FILLER            PIC X(14) VALUE '       OVER 3Y'.
               10 FILLER            PIC X(14) VALUE '         TOTAL'.
               10 FILLER            PIC X(2) VALUE SPACES.

           05 GP-BAND-LINE.
               10 GPB-LABEL         PIC X(18).
               10 GPB-COLUMN OCCURS 8 TIMES.
                   15 FILLER        PIC X(2).
                   15 GPB-AMOUNT    PIC ZZZ,ZZZ,ZZ9-.
               10 FILLER            PIC X(2).

           05 GP-COUNT-LINE.
               10 GPC-LABEL         PIC X(40).
               10 GPC-COUNT         PIC ZZZ,ZZ9.
               10 FILLER            PIC X(85) VALUE SPACES.

           05 GP-CURRENCY-LINE.
               10 FILLER            PIC X(10) VALUE 'CURRENCY '.
               10 GPY-CURRENCY      PIC X(3).
               10 FILLER            PIC X(12) VALUE '   USD rate '.
               10 GPY-RATE          PIC ZZ9.9(6).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 GPY-WARNING       PIC X(24).
               10 FILLER            PIC X(71) VALUE SPACES.

           05 GP-BRANCH-LINE.
               10 FILLER            PIC X(8) VALUE 'BRANCH '.
               10 GPR-BRANCH        PIC X(4).
               10 FILLER            PIC X(120) VALUE SPACES.

           05 GP-SPLIT-HEADER.
               10 FILLER            PIC X(12) VALUE 'TYPE  CCY'.
               10 FILLER            PIC X(11) VALUE '   ACCOUNTS'.
               10 FILLER            PIC X(19) VALUE
                  '    CREDIT BALANCES'.
               10 FILLER            PIC X(19) VALUE
                  '    OVERDRAWN ASSET'.
               10 FILLER            PIC X(19) VALUE
                  '     USD EQUIVALENT'.
               10 FILLER            PIC X(52) VALUE SPACES.

           05 GP-SPLIT-LINE.
               10 GPS-TYPE          PIC X(1).
               10 FILLER            PIC X(5) VALUE SPACES.
               10 GPS-CURRENCY      PIC X(3).
               10 FILLER            PIC X(3) VALUE SPACES.
               10 GPS-ACCOUNTS      PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 GPS-BALANCE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 GPS-OVERDRAWN     PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 GPS-HOME-VALUE    PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 GPS-WARNING       PIC X(24).
               10 FILLER            PIC X(25) VALUE SPACES.

           05 GP-SHOCK-HEADER.
               10 FILLER            PIC X(16) VALUE 'SCENARIO'.
               10 FILLER            PIC X(22) VALUE
                  '    12-MONTH NII'.
               10 FILLER            PIC X(22) VALUE
                  '      CHANGE IN NII'.
               10 FILLER            PIC X(72) VALUE SPACES.

           05 GP-SHOCK-LINE.
               10 GPK-LABEL         PIC X(16).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 GPK-NII           PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 GPK-CHANGE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(75) VALUE SPACES.

           05 GP-SHOCK-LABEL.
               10 GPL-SIGN          PIC X(1).
               10 GPL-POINTS        PIC 9(3).
               10 FILLER            PIC X(12) VALUE ' BP PARALLEL'.

       PROCEDURE DIVISION.
       MAIN-GAP-REPORT.
           PERFORM INITIALIZE-ALMGAP
           PERFORM LOAD-PRODUCT-RATES
           PERFORM BAND-NEXT-TERM-ACCOUNT
               UNTIL CDLOAN-FILE-STATUS NOT = '00'
           MOVE 0 TO CUST-ACCOUNT-NUMBER
           START CUSTOMER-FILE
               KEY IS NOT LESS THAN CUST-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-START
           PERFORM BAND-NEXT-DEPOSIT-ACCOUNT
               UNTIL CUSTOMER-FILE-STATUS NOT = '00'
           PERFORM WRITE-GAP-REPORT
           PERFORM FINALIZE-ALMGAP
           DISPLAY 'Maturity and repricing gap report complete.'
           DISPLAY 'CDs banded: ' WS-CDS-BANDED
           DISPLAY 'Loans banded: ' WS-LOANS-BANDED
           DISPLAY 'Non-maturity deposit accounts: '
                   WS-DEPOSITS-BANDED
           DISPLAY 'Items without a USD rate: ' WS-UNCONVERTED-ITEMS
           MOVE 'ALMGAP' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-REPORT-LINES TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Report: ' WS-REPORT-FILENAME
           STOP RUN.

       INITIALIZE-ALMGAP.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-BUSINESS-DATE
           COMPUTE WS-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           COMPUTE WS-DATE-INTEGER =
               WS-BUSINESS-INTEGER + WS-HORIZON-DAYS
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           COMPUTE WS-CUTOFF-INTEGER =
               WS-BUSINESS-INTEGER - WS-STALE-RATE-DAYS
           COMPUTE WS-STALE-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           STRING 'ALMGAP.' WS-BUSINESS-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING

           INITIALIZE GAP-TOTAL-TABLE
           MOVE -200 TO SHK-BASIS-POINTS(1)
           MOVE -100 TO SHK-BASIS-POINTS(2)
           MOVE 100 TO SHK-BASIS-POINTS(3)
           MOVE 200 TO SHK-BASIS-POINTS(4)
           MOVE 1 TO WS-SHK-SUB
           PERFORM INITIALIZE-ONE-SHOCK
               UNTIL WS-SHK-SUB > WS-SHOCK-COUNT

           OPEN INPUT EXCHANGE-RATE-FILE
           IF EXCHANGE-RATE-FILE-STATUS = '35'
               OPEN OUTPUT EXCHANGE-RATE-FILE
               CLOSE EXCHANGE-RATE-FILE
               OPEN INPUT EXCHANGE-RATE-FILE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'Customer file not available - status '
                       CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CDLOAN-FILE
           IF CDLOAN-FILE-STATUS = '00'
               SET CDLOAN-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'CD/loan file not available - status '
                       CDLOAN-FILE-STATUS
           END-IF.

       INITIALIZE-ONE-SHOCK.
           COMPUTE SHK-RATE-CHANGE(WS-SHK-SUB) =
               SHK-BASIS-POINTS(WS-SHK-SUB) / 10000
           MOVE 0 TO SHK-NII-CHANGE(WS-SHK-SUB)
           ADD 1 TO WS-SHK-SUB.

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

       LOAD-PRODUCT-RATES.
           SET RATE-FILE-MISSING TO TRUE
           OPEN INPUT RATE-TABLE-FILE
           IF RATE-TABLE-FILE-STATUS NOT = '00'
               DISPLAY 'Rate table not available - contract rates '
                       'used'
               EXIT PARAGRAPH
           END-IF
           SET RATE-FILE-AVAILABLE TO TRUE
           MOVE WS-BUSINESS-DATE TO WS-RT-SEARCH-DATE
           MOVE 'SAVINGS' TO WS-RT-SEARCH-PRODUCT
           PERFORM FIND-RATE-IN-FORCE
           MOVE WS-RT-RATE-FOUND TO WS-SAVINGS-RATE
           MOVE 'CHECKING' TO WS-RT-SEARCH-PRODUCT
           PERFORM FIND-RATE-IN-FORCE
           MOVE WS-RT-RATE-FOUND TO WS-CHECKING-RATE
           MOVE 'ODRAFT' TO WS-RT-SEARCH-PRODUCT
           PERFORM FIND-RATE-IN-FORCE
           MOVE WS-RT-RATE-FOUND TO WS-ODRAFT-RATE
           MOVE 'LOAN' TO WS-RT-SEARCH-PRODUCT
           PERFORM FIND-RATE-IN-FORCE
           IF RATE-TABLE-FOUND
               MOVE WS-RT-RATE-FOUND TO WS-LOAN-RATE
               SET LOAN-RATE-ON-FILE TO TRUE
           END-IF
           MOVE 'CD' TO WS-RT-SEARCH-PRODUCT
           PERFORM FIND-RATE-IN-FORCE
           IF RATE-TABLE-FOUND
               MOVE WS-RT-RATE-FOUND TO WS-CD-RATE
               SET CD-RATE-ON-FILE TO TRUE
           END-IF.

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

       BAND-NEXT-TERM-ACCOUNT.
           READ CDLOAN-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CDLOAN-FILE-STATUS
           END-READ
           IF CDLOAN-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF CDL-PRINCIPAL NOT > 0
               EXIT PARAGRAPH
           END-IF
           IF CDL-IS-CD AND NOT CDL-ACTIVE AND NOT CDL-IN-GRACE
               EXIT PARAGRAPH
           END-IF
           IF CDL-IS-LOAN AND NOT CDL-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF NOT CDL-IS-CD AND NOT CDL-IS-LOAN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HOME-CURRENCY TO WS-ITEM-CURRENCY
           MOVE WS-DEFAULT-BRANCH TO WS-ITEM-BRANCH
           MOVE CDL-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS = '00'
               IF CUST-CURRENCY-CODE NOT = SPACES
                   MOVE CUST-CURRENCY-CODE TO WS-ITEM-CURRENCY
               END-IF
               IF CUST-BRANCH-CODE NOT = SPACES
                   MOVE CUST-BRANCH-CODE TO WS-ITEM-BRANCH
               END-IF
           END-IF
           MOVE '00' TO CUSTOMER-FILE-STATUS

           IF CDL-IS-CD
               PERFORM BAND-CD-PRINCIPAL
           ELSE
               PERFORM BAND-LOAN-PRINCIPAL
           END-IF.

       BAND-CD-PRINCIPAL.
           ADD 1 TO WS-CDS-BANDED
           SET ITEM-IS-LIABILITY TO TRUE
           MOVE CDL-PRINCIPAL TO WS-ITEM-AMOUNT
           MOVE CDL-RATE TO WS-ITEM-RATE
           IF RATE-FILE-AVAILABLE
               MOVE WS-BUSINESS-DATE TO WS-RT-SEARCH-DATE
               MOVE SPACES TO WS-RT-SEARCH-PRODUCT
               STRING 'CD' CDL-TERM-MONTHS DELIMITED BY SIZE
                      INTO WS-RT-SEARCH-PRODUCT
               END-STRING
               PERFORM FIND-RATE-IN-FORCE
               IF RATE-TABLE-FOUND
                   MOVE WS-RT-RATE-FOUND TO WS-ITEM-RATE
               ELSE
                   IF CD-RATE-ON-FILE
                       MOVE WS-CD-RATE TO WS-ITEM-RATE
                   END-IF
               END-IF
           END-IF
           IF CDL-IN-GRACE OR CDL-MATURITY-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-ITEM-DATE
           ELSE
               MOVE CDL-MATURITY-DATE TO WS-ITEM-DATE
           END-IF
           PERFORM POST-GAP-ITEM.

       BAND-LOAN-PRINCIPAL.
           ADD 1 TO WS-LOANS-BANDED
           SET ITEM-IS-ASSET TO TRUE
           MOVE CDL-PRINCIPAL TO WS-PRJ-REMAINING
           MOVE CDL-PAYMENT-AMOUNT TO WS-PRJ-PAYMENT
           MOVE CDL-RATE TO WS-PRJ-RATE
           IF CDL-FIXED-RATE AND LOAN-RATE-ON-FILE
               MOVE WS-LOAN-RATE TO WS-PRJ-RATE
           END-IF
           MOVE WS-PRJ-RATE TO WS-ITEM-RATE
           MOVE CDL-NEXT-PAYMENT-DATE TO WS-PRJ-DATE
           IF WS-PRJ-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-PRJ-DATE
           END-IF
           MOVE 0 TO WS-PRJ-COUNT
           MOVE 'N' TO WS-PRJ-PENDING-FLAG
           SET PROJECTION-OPEN TO TRUE
           PERFORM PROJECT-ONE-LOAN-PAYMENT
               UNTIL PROJECTION-DONE.

       PROJECT-ONE-LOAN-PAYMENT.
           ADD 1 TO WS-PRJ-COUNT
           IF CDL-VARIABLE-RATE
               AND CDL-NEXT-REPRICE-DATE > 0
               AND WS-PRJ-DATE NOT < CDL-NEXT-REPRICE-DATE
               MOVE CDL-NEXT-REPRICE-DATE TO WS-ITEM-DATE
               PERFORM POST-LOAN-REMAINDER
               EXIT PARAGRAPH
           END-IF
           IF WS-PRJ-DATE > WS-HORIZON-DATE
               OR WS-PRJ-COUNT > WS-MAX-PROJECTIONS
               OR (CDL-MATURITY-DATE > 0
                   AND WS-PRJ-DATE NOT < CDL-MATURITY-DATE)
               MOVE WS-PRJ-DATE TO WS-ITEM-DATE
               PERFORM POST-LOAN-REMAINDER
               EXIT PARAGRAPH
           END-IF
           IF CDL-PENDING-EFFECTIVE-DATE > 0
               AND WS-PRJ-DATE NOT < CDL-PENDING-EFFECTIVE-DATE
               AND NOT PENDING-TERMS-USED
               MOVE CDL-PENDING-RATE TO WS-PRJ-RATE
               MOVE CDL-PENDING-PAYMENT TO WS-PRJ-PAYMENT
               SET PENDING-TERMS-USED TO TRUE
           END-IF

           MULTIPLY WS-PRJ-REMAINING BY WS-PRJ-RATE
               GIVING WS-PRJ-INTEREST ROUNDED
           DIVIDE WS-PRJ-INTEREST BY 12
               GIVING WS-PRJ-INTEREST ROUNDED
           SUBTRACT WS-PRJ-INTEREST FROM WS-PRJ-PAYMENT
               GIVING WS-PRJ-PRINCIPAL
           IF WS-PRJ-PRINCIPAL NOT > 0
               IF CDL-MATURITY-DATE > 0
                   MOVE CDL-MATURITY-DATE TO WS-ITEM-DATE
               ELSE
                   MOVE WS-PRJ-DATE TO WS-ITEM-DATE
               END-IF
               PERFORM POST-LOAN-REMAINDER
               EXIT PARAGRAPH
           END-IF
           IF WS-PRJ-PRINCIPAL > WS-PRJ-REMAINING
               MOVE WS-PRJ-REMAINING TO WS-PRJ-PRINCIPAL
           END-IF

           MOVE WS-PRJ-PRINCIPAL TO WS-ITEM-AMOUNT
           MOVE WS-PRJ-DATE TO WS-ITEM-DATE
           PERFORM POST-GAP-ITEM
           SUBTRACT WS-PRJ-PRINCIPAL FROM WS-PRJ-REMAINING
           IF WS-PRJ-REMAINING NOT > 0
               SET PROJECTION-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRJ-DATE TO WS-CDL-WORK-DATE
           MOVE 1 TO WS-CDL-MONTHS-TO-ADD
           PERFORM ADD-MONTHS-TO-CDL-WORK-DATE
           MOVE WS-CDL-WORK-DATE TO WS-PRJ-DATE.

       POST-LOAN-REMAINDER.
           MOVE WS-PRJ-REMAINING TO WS-ITEM-AMOUNT
           PERFORM POST-GAP-ITEM
           MOVE 0 TO WS-PRJ-REMAINING
           SET PROJECTION-DONE TO TRUE.

       BAND-NEXT-DEPOSIT-ACCOUNT.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF CUST-ACCOUNT-TYPE = 'T' OR CUST-STATUS = 'C'
               OR CUST-BALANCE = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DEPOSITS-BANDED
           MOVE WS-HOME-CURRENCY TO WS-ITEM-CURRENCY
           IF CUST-CURRENCY-CODE NOT = SPACES
               MOVE CUST-CURRENCY-CODE TO WS-ITEM-CURRENCY
           END-IF
           MOVE WS-DEFAULT-BRANCH TO WS-ITEM-BRANCH
           IF CUST-BRANCH-CODE NOT = SPACES
               MOVE CUST-BRANCH-CODE TO WS-ITEM-BRANCH
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-ITEM-DATE
           IF CUST-BALANCE > 0
               SET ITEM-IS-LIABILITY TO TRUE
               MOVE CUST-BALANCE TO WS-ITEM-AMOUNT
               IF CUST-ACCOUNT-TYPE = 'S'
                   MOVE WS-SAVINGS-RATE TO WS-ITEM-RATE
               ELSE
                   MOVE WS-CHECKING-RATE TO WS-ITEM-RATE
               END-IF
           ELSE
               SET ITEM-IS-ASSET TO TRUE
               COMPUTE WS-ITEM-AMOUNT = 0 - CUST-BALANCE
               MOVE WS-ODRAFT-RATE TO WS-ITEM-RATE
           END-IF
           PERFORM POST-GAP-ITEM
           PERFORM TALLY-DEPOSIT-SPLIT.

       TALLY-DEPOSIT-SPLIT.
           MOVE CUST-ACCOUNT-TYPE TO WS-SEARCH-TYPE
           MOVE WS-ITEM-CURRENCY TO WS-SEARCH-CURRENCY
           SET SLOT-NOT-FOUND TO TRUE
           MOVE 0 TO WS-FOUND-SUB
           MOVE 1 TO WS-SUB
           PERFORM CHECK-SPLIT-SLOT
               UNTIL SLOT-FOUND OR WS-SUB > WS-SPLIT-COUNT
           IF SLOT-NOT-FOUND
               PERFORM ADD-SPLIT-SLOT
           END-IF
           IF SLOT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NMS-ACCOUNT-COUNT(WS-FOUND-SUB)
           IF ITEM-NOT-CONVERTED
               MOVE 'N' TO NMS-RATE-FLAG(WS-FOUND-SUB)
           END-IF
           IF ITEM-IS-LIABILITY
               ADD WS-ITEM-AMOUNT TO NMS-BALANCE(WS-FOUND-SUB)
               IF ITEM-CONVERTED
                   ADD WS-ITEM-HOME-AMOUNT
                       TO NMS-HOME-VALUE(WS-FOUND-SUB)
               END-IF
           ELSE
               ADD WS-ITEM-AMOUNT TO NMS-OVERDRAWN(WS-FOUND-SUB)
               IF ITEM-CONVERTED
                   SUBTRACT WS-ITEM-HOME-AMOUNT
                       FROM NMS-HOME-VALUE(WS-FOUND-SUB)
               END-IF
           END-IF.

       CHECK-SPLIT-SLOT.
           IF NMS-ACCOUNT-TYPE(WS-SUB) = WS-SEARCH-TYPE
               AND NMS-CURRENCY(WS-SUB) = WS-SEARCH-CURRENCY
               SET SLOT-FOUND TO TRUE
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF
           ADD 1 TO WS-SUB.

       ADD-SPLIT-SLOT.
           IF WS-SPLIT-COUNT < WS-MAX-DEPOSIT-SPLITS
               ADD 1 TO WS-SPLIT-COUNT
               MOVE WS-SPLIT-COUNT TO WS-FOUND-SUB
               MOVE WS-SEARCH-TYPE TO NMS-ACCOUNT-TYPE(WS-FOUND-SUB)
               MOVE WS-SEARCH-CURRENCY TO NMS-CURRENCY(WS-FOUND-SUB)
               MOVE 0 TO NMS-ACCOUNT-COUNT(WS-FOUND-SUB)
               MOVE 0 TO NMS-BALANCE(WS-FOUND-SUB)
               MOVE 0 TO NMS-OVERDRAWN(WS-FOUND-SUB)
               MOVE 0 TO NMS-HOME-VALUE(WS-FOUND-SUB)
               MOVE 'Y' TO NMS-RATE-FLAG(WS-FOUND-SUB)
               SET SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

       POST-GAP-ITEM.
           PERFORM DETERMINE-ITEM-BAND
           MOVE WS-ITEM-CURRENCY TO WS-SEARCH-CURRENCY
           PERFORM FIND-CURRENCY-SLOT
           SET ITEM-NOT-CONVERTED TO TRUE
           MOVE 0 TO WS-ITEM-HOME-AMOUNT
           IF SLOT-FOUND
               MOVE WS-FOUND-SUB TO WS-CCY-SUB
               IF ITEM-IS-ASSET
                   ADD WS-ITEM-AMOUNT
                       TO CGT-ASSET(WS-CCY-SUB, WS-BAND-SUB)
               ELSE
                   ADD WS-ITEM-AMOUNT
                       TO CGT-LIABILITY(WS-CCY-SUB, WS-BAND-SUB)
               END-IF
               IF CGT-RATE-FOUND(WS-CCY-SUB)
                   COMPUTE WS-ITEM-HOME-AMOUNT ROUNDED =
                       WS-ITEM-AMOUNT * CGT-RATE-USED(WS-CCY-SUB)
                   SET ITEM-CONVERTED TO TRUE
               END-IF
           END-IF
           IF ITEM-NOT-CONVERTED
               ADD 1 TO WS-UNCONVERTED-ITEMS
               EXIT PARAGRAPH
           END-IF

           IF ITEM-IS-ASSET
               ADD WS-ITEM-HOME-AMOUNT TO GT-ASSET(WS-BAND-SUB)
           ELSE
               ADD WS-ITEM-HOME-AMOUNT TO GT-LIABILITY(WS-BAND-SUB)
           END-IF
           MOVE WS-ITEM-BRANCH TO WS-SEARCH-BRANCH
           PERFORM FIND-BRANCH-SLOT
           IF SLOT-FOUND
               MOVE WS-FOUND-SUB TO WS-BR-SUB
               IF ITEM-IS-ASSET
                   ADD WS-ITEM-HOME-AMOUNT
                       TO BGT-ASSET(WS-BR-SUB, WS-BAND-SUB)
               ELSE
                   ADD WS-ITEM-HOME-AMOUNT
                       TO BGT-LIABILITY(WS-BR-SUB, WS-BAND-SUB)
               END-IF
           END-IF

           COMPUTE WS-NII-ITEM ROUNDED =
               WS-ITEM-HOME-AMOUNT * WS-ITEM-RATE
           IF ITEM-IS-ASSET
               ADD WS-NII-ITEM TO WS-BASE-NII
           ELSE
               SUBTRACT WS-NII-ITEM FROM WS-BASE-NII
           END-IF
           IF BND-NII-WEIGHT(WS-BAND-SUB) > 0
               MOVE 1 TO WS-SHK-SUB
               PERFORM APPLY-ITEM-SHOCK
                   UNTIL WS-SHK-SUB > WS-SHOCK-COUNT
           END-IF.

       DETERMINE-ITEM-BAND.
           MOVE 1 TO WS-BAND-SUB
           IF WS-ITEM-DATE NOT > WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ITEM-DATE TO WS-BAND-DATE
           IF WS-BAND-DATE(7:2) > '28'
               MOVE '28' TO WS-BAND-DATE(7:2)
           END-IF
           COMPUTE WS-ITEM-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BAND-DATE)
                   - WS-BUSINESS-INTEGER
           PERFORM NEXT-BAND-LIMIT
               UNTIL WS-ITEM-DAYS NOT > BND-LIMIT-DAYS(WS-BAND-SUB)
                   OR WS-BAND-SUB NOT < WS-BAND-COUNT.

       NEXT-BAND-LIMIT.
           ADD 1 TO WS-BAND-SUB.

       APPLY-ITEM-SHOCK.
           MOVE SHK-RATE-CHANGE(WS-SHK-SUB) TO WS-SHK-DELTA
           IF WS-SHK-DELTA < 0
               AND (0 - WS-SHK-DELTA) > WS-ITEM-RATE
               COMPUTE WS-SHK-DELTA = 0 - WS-ITEM-RATE
           END-IF
           COMPUTE WS-SHK-EFFECT ROUNDED =
               WS-ITEM-HOME-AMOUNT * WS-SHK-DELTA
                   * BND-NII-WEIGHT(WS-BAND-SUB)
           IF ITEM-IS-ASSET
               ADD WS-SHK-EFFECT TO SHK-NII-CHANGE(WS-SHK-SUB)
           ELSE
               SUBTRACT WS-SHK-EFFECT FROM SHK-NII-CHANGE(WS-SHK-SUB)
           END-IF
           ADD 1 TO WS-SHK-SUB.

       FIND-CURRENCY-SLOT.
           SET SLOT-NOT-FOUND TO TRUE
           MOVE 0 TO WS-FOUND-SUB
           MOVE 1 TO WS-SUB
           PERFORM CHECK-CURRENCY-SLOT
               UNTIL SLOT-FOUND OR WS-SUB > WS-CURRENCY-COUNT
           IF SLOT-NOT-FOUND
               PERFORM ADD-CURRENCY-SLOT
           END-IF.

       CHECK-CURRENCY-SLOT.
           IF CGT-CURRENCY(WS-SUB) = WS-SEARCH-CURRENCY
               SET SLOT-FOUND TO TRUE
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF
           ADD 1 TO WS-SUB.

       ADD-CURRENCY-SLOT.
           IF WS-CURRENCY-COUNT < WS-MAX-CURRENCIES
               ADD 1 TO WS-CURRENCY-COUNT
               MOVE WS-CURRENCY-COUNT TO WS-FOUND-SUB
               INITIALIZE CGT-ENTRY(WS-FOUND-SUB)
               MOVE WS-SEARCH-CURRENCY TO CGT-CURRENCY(WS-FOUND-SUB)
               PERFORM LOOK-UP-HOME-RATE
               SET SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

       LOOK-UP-HOME-RATE.
           IF WS-SEARCH-CURRENCY = WS-HOME-CURRENCY
               MOVE 'Y' TO CGT-RATE-FLAG(WS-FOUND-SUB)
               MOVE 1 TO CGT-RATE-USED(WS-FOUND-SUB)
               MOVE WS-BUSINESS-DATE TO CGT-RATE-DATE(WS-FOUND-SUB)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-CURRENCY TO RATE-FROM-CURRENCY
           MOVE WS-HOME-CURRENCY TO RATE-TO-CURRENCY
           READ EXCHANGE-RATE-FILE
               INVALID KEY
                   MOVE '99' TO EXCHANGE-RATE-FILE-STATUS
           END-READ
           IF EXCHANGE-RATE-FILE-STATUS = '00'
               MOVE 'Y' TO CGT-RATE-FLAG(WS-FOUND-SUB)
               MOVE RATE-VALUE TO CGT-RATE-USED(WS-FOUND-SUB)
               MOVE RATE-UPDATED-DATE
                   TO CGT-RATE-DATE(WS-FOUND-SUB)
           ELSE
               MOVE 'N' TO CGT-RATE-FLAG(WS-FOUND-SUB)
               MOVE 0 TO CGT-RATE-USED(WS-FOUND-SUB)
               MOVE 0 TO CGT-RATE-DATE(WS-FOUND-SUB)
           END-IF.

       FIND-BRANCH-SLOT.
           SET SLOT-NOT-FOUND TO TRUE
           MOVE 0 TO WS-FOUND-SUB
           MOVE 1 TO WS-SUB
           PERFORM CHECK-BRANCH-SLOT
               UNTIL SLOT-FOUND OR WS-SUB > WS-BRANCH-COUNT
           IF SLOT-NOT-FOUND
               PERFORM ADD-BRANCH-SLOT
           END-IF.

       CHECK-BRANCH-SLOT.
           IF BGT-BRANCH(WS-SUB) = WS-SEARCH-BRANCH
               SET SLOT-FOUND TO TRUE
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF
           ADD 1 TO WS-SUB.

       ADD-BRANCH-SLOT.
           IF WS-BRANCH-COUNT < WS-MAX-BRANCHES
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-FOUND-SUB
               INITIALIZE BGT-ENTRY(WS-FOUND-SUB)
               MOVE WS-SEARCH-BRANCH TO BGT-BRANCH(WS-FOUND-SUB)
               SET SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

       WRITE-GAP-REPORT.
           OPEN OUTPUT GAP-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO GPH2-DATE
           MOVE WS-HOME-CURRENCY TO GPH2-CURRENCY
           WRITE GAP-REPORT-LINE FROM GP-HEADER-1
           WRITE GAP-REPORT-LINE FROM GP-HEADER-2
           WRITE GAP-REPORT-LINE FROM GP-HEADER-3
           WRITE GAP-REPORT-LINE FROM SPACES
           ADD 4 TO WS-REPORT-LINES

           MOVE 'REPRICING GAP - ALL BRANCHES AND CURRENCIES (USD)'
               TO GP-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           WRITE GAP-REPORT-LINE FROM GP-BAND-HEADER
           ADD 1 TO WS-REPORT-LINES
           MOVE 1 TO WS-BAND-PRINT-SUB
           PERFORM COPY-TOTAL-BAND
               UNTIL WS-BAND-PRINT-SUB > WS-BAND-COUNT
           PERFORM WRITE-BAND-BLOCK

           WRITE GAP-REPORT-LINE FROM SPACES
           ADD 1 TO WS-REPORT-LINES
           MOVE 'POSITIONS BANDED' TO GP-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'CD principal (liability, by maturity)'
               TO GPC-LABEL
           MOVE WS-CDS-BANDED TO GPC-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'Loans (asset, by repayment or reprice)'
               TO GPC-LABEL
           MOVE WS-LOANS-BANDED TO GPC-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'Non-maturity deposit accounts' TO GPC-LABEL
           MOVE WS-DEPOSITS-BANDED TO GPC-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'Items excluded - no USD rate on file'
               TO GPC-LABEL
           MOVE WS-UNCONVERTED-ITEMS TO GPC-COUNT
           PERFORM WRITE-COUNT-LINE

           WRITE GAP-REPORT-LINE FROM SPACES
           ADD 1 TO WS-REPORT-LINES
           MOVE 'NON-MATURITY DEPOSITS BY ACCOUNT TYPE AND CURRENCY'
               TO GP-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           WRITE GAP-REPORT-LINE FROM GP-SPLIT-HEADER
           ADD 1 TO WS-REPORT-LINES
           MOVE 1 TO WS-SUB
           PERFORM WRITE-ONE-SPLIT-LINE
               UNTIL WS-SUB > WS-SPLIT-COUNT

           WRITE GAP-REPORT-LINE FROM SPACES
           ADD 1 TO WS-REPORT-LINES
           MOVE 'RATE SHOCK - ESTIMATED 12-MONTH NET INTEREST INCOME'
               TO GP-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           WRITE GAP-REPORT-LINE FROM GP-SHOCK-HEADER
           ADD 1 TO WS-REPORT-LINES
           MOVE 'BASE (CURRENT)' TO GPK-LABEL
           MOVE WS-BASE-NII TO GPK-NII
           MOVE 0 TO GPK-CHANGE
           WRITE GAP-REPORT-LINE FROM GP-SHOCK-LINE
           ADD 1 TO WS-REPORT-LINES
           MOVE 1 TO WS-SHK-SUB
           PERFORM WRITE-ONE-SHOCK-LINE
               UNTIL WS-SHK-SUB > WS-SHOCK-COUNT

           WRITE GAP-REPORT-LINE FROM SPACES
           ADD 1 TO WS-REPORT-LINES
           MOVE 'GAP BY CURRENCY (NATIVE CURRENCY)'
               TO GP-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 1 TO WS-CCY-SUB
           PERFORM WRITE-ONE-CURRENCY-BLOCK
               UNTIL WS-CCY-SUB > WS-CURRENCY-COUNT

           WRITE GAP-REPORT-LINE FROM SPACES
           ADD 1 TO WS-REPORT-LINES
           MOVE 'GAP BY BRANCH (USD)' TO GP-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 1 TO WS-BR-SUB
           PERFORM WRITE-ONE-BRANCH-BLOCK
               UNTIL WS-BR-SUB > WS-BRANCH-COUNT.

       WRITE-SECTION-HEADING.
           WRITE GAP-REPORT-LINE FROM GP-SECTION-LINE
           WRITE GAP-REPORT-LINE FROM
                 '------------------------------------------'
           ADD 2 TO WS-REPORT-LINES.

       WRITE-COUNT-LINE.
           WRITE GAP-REPORT-LINE FROM GP-COUNT-LINE
           ADD 1 TO WS-REPORT-LINES.

       WRITE-BAND-BLOCK.
           MOVE SPACES TO GP-BAND-LINE
           MOVE 'ASSETS' TO GPB-LABEL
           MOVE 0 TO WS-PRT-ROW-TOTAL
           MOVE 1 TO WS-BAND-PRINT-SUB
           PERFORM FORMAT-ASSET-COLUMN
               UNTIL WS-BAND-PRINT-SUB > WS-BAND-COUNT
           MOVE WS-PRT-ROW-TOTAL TO GPB-AMOUNT(8)
           WRITE GAP-REPORT-LINE FROM GP-BAND-LINE

           MOVE SPACES TO GP-BAND-LINE
           MOVE 'LIABILITIES' TO GPB-LABEL
           MOVE 0 TO WS-PRT-ROW-TOTAL
           MOVE 1 TO WS-BAND-PRINT-SUB
           PERFORM FORMAT-LIABILITY-COLUMN
               UNTIL WS-BAND-PRINT-SUB > WS-BAND-COUNT
           MOVE WS-PRT-ROW-TOTAL TO GPB-AMOUNT(8)
           WRITE GAP-REPORT-LINE FROM GP-BAND-LINE

           MOVE SPACES TO GP-BAND-LINE
           MOVE 'PERIODIC GAP' TO GPB-LABEL
           MOVE 0 TO WS-PRT-ROW-TOTAL
           MOVE 1 TO WS-BAND-PRINT-SUB
           PERFORM FORMAT-GAP-COLUMN
               UNTIL WS-BAND-PRINT-SUB > WS-BAND-COUNT
           MOVE WS-PRT-ROW-TOTAL TO GPB-AMOUNT(8)
           WRITE GAP-REPORT-LINE FROM GP-BAND-LINE

           MOVE SPACES TO GP-BAND-LINE
           MOVE 'CUMULATIVE GAP' TO GPB-LABEL
           MOVE 0 TO WS-PRT-CUMULATIVE
           MOVE 1 TO WS-BAND-PRINT-SUB
           PERFORM FORMAT-CUMULATIVE-COLUMN
               UNTIL WS-BAND-PRINT-SUB > WS-BAND-COUNT
           WRITE GAP-REPORT-LINE FROM GP-BAND-LINE
           ADD 4 TO WS-REPORT-LINES.

       FORMAT-ASSET-COLUMN.
           MOVE WS-PRT-ASSET(WS-BAND-PRINT-SUB)
               TO GPB-AMOUNT(WS-BAND-PRINT-SUB)
           ADD WS-PRT-ASSET(WS-BAND-PRINT-SUB) TO WS-PRT-ROW-TOTAL
           ADD 1 TO WS-BAND-PRINT-SUB.

       FORMAT-LIABILITY-COLUMN.
           MOVE WS-PRT-LIABILITY(WS-BAND-PRINT-SUB)
               TO GPB-AMOUNT(WS-BAND-PRINT-SUB)
           ADD WS-PRT-LIABILITY(WS-BAND-PRINT-SUB)
               TO WS-PRT-ROW-TOTAL
           ADD 1 TO WS-BAND-PRINT-SUB.

       FORMAT-GAP-COLUMN.
           COMPUTE WS-PRT-GAP =
               WS-PRT-ASSET(WS-BAND-PRINT-SUB)
                   - WS-PRT-LIABILITY(WS-BAND-PRINT-SUB)
           MOVE WS-PRT-GAP TO GPB-AMOUNT(WS-BAND-PRINT-SUB)
           ADD WS-PRT-GAP TO WS-PRT-ROW-TOTAL
           ADD 1 TO WS-BAND-PRINT-SUB.

       FORMAT-CUMULATIVE-COLUMN.
           COMPUTE WS-PRT-CUMULATIVE = WS-PRT-CUMULATIVE
               + WS-PRT-ASSET(WS-BAND-PRINT-SUB)
               - WS-PRT-LIABILITY(WS-BAND-PRINT-SUB)
           MOVE WS-PRT-CUMULATIVE TO GPB-AMOUNT(WS-BAND-PRINT-SUB)
           ADD 1 TO WS-BAND-PRINT-SUB.

       WRITE-ONE-SPLIT-LINE.
           MOVE NMS-ACCOUNT-TYPE(WS-SUB) TO GPS-TYPE
           MOVE NMS-CURRENCY(WS-SUB) TO GPS-CURRENCY
           MOVE NMS-ACCOUNT-COUNT(WS-SUB) TO GPS-ACCOUNTS
           MOVE NMS-BALANCE(WS-SUB) TO GPS-BALANCE
           MOVE NMS-OVERDRAWN(WS-SUB) TO GPS-OVERDRAWN
           MOVE NMS-HOME-VALUE(WS-SUB) TO GPS-HOME-VALUE
           MOVE SPACES TO GPS-WARNING
           IF NMS-RATE-MISSING(WS-SUB)
               MOVE '** NO RATE ON FILE **' TO GPS-WARNING
           END-IF
           WRITE GAP-REPORT-LINE FROM GP-SPLIT-LINE
           ADD 1 TO WS-REPORT-LINES
           ADD 1 TO WS-SUB.

       WRITE-ONE-SHOCK-LINE.
           IF SHK-BASIS-POINTS(WS-SHK-SUB) < 0
               MOVE '-' TO GPL-SIGN
               COMPUTE GPL-POINTS = 0 - SHK-BASIS-POINTS(WS-SHK-SUB)
           ELSE
               MOVE '+' TO GPL-SIGN
               MOVE SHK-BASIS-POINTS(WS-SHK-SUB) TO GPL-POINTS
           END-IF
           MOVE GP-SHOCK-LABEL TO GPK-LABEL
           COMPUTE WS-SHOCKED-NII =
               WS-BASE-NII + SHK-NII-CHANGE(WS-SHK-SUB)
           MOVE WS-SHOCKED-NII TO GPK-NII
           MOVE SHK-NII-CHANGE(WS-SHK-SUB) TO GPK-CHANGE
           WRITE GAP-REPORT-LINE FROM GP-SHOCK-LINE
           ADD 1 TO WS-REPORT-LINES
           ADD 1 TO WS-SHK-SUB.

       WRITE-ONE-CURRENCY-BLOCK.
           MOVE CGT-CURRENCY(WS-CCY-SUB) TO GPY-CURRENCY
           MOVE CGT-RATE-USED(WS-CCY-SUB) TO GPY-RATE
           MOVE SPACES TO GPY-WARNING
           IF CGT-RATE-MISSING(WS-CCY-SUB)
               MOVE '** NO RATE ON FILE **' TO GPY-WARNING
           ELSE
               IF CGT-RATE-DATE(WS-CCY-SUB) < WS-STALE-CUTOFF-DATE
                   MOVE '** STALE RATE **' TO GPY-WARNING
               END-IF
           END-IF
           WRITE GAP-REPORT-LINE FROM GP-CURRENCY-LINE
           WRITE GAP-REPORT-LINE FROM GP-BAND-HEADER
           ADD 2 TO WS-REPORT-LINES
           MOVE 1 TO WS-BAND-PRINT-SUB
           PERFORM COPY-CURRENCY-BAND
               UNTIL WS-BAND-PRINT-SUB > WS-BAND-COUNT
           PERFORM WRITE-BAND-BLOCK
           WRITE GAP-REPORT-LINE FROM SPACES
           ADD 1 TO WS-REPORT-LINES
           ADD 1 TO WS-CCY-SUB.

       COPY-TOTAL-BAND.
           MOVE GT-ASSET(WS-BAND-PRINT-SUB)
               TO WS-PRT-ASSET(WS-BAND-PRINT-SUB)
           MOVE GT-LIABILITY(WS-BAND-PRINT-SUB)
               TO WS-PRT-LIABILITY(WS-BAND-PRINT-SUB)
           ADD 1 TO WS-BAND-PRINT-SUB.

       COPY-CURRENCY-BAND.
           MOVE CGT-ASSET(WS-CCY-SUB, WS-BAND-PRINT-SUB)
               TO WS-PRT-ASSET(WS-BAND-PRINT-SUB)
           MOVE CGT-LIABILITY(WS-CCY-SUB, WS-BAND-PRINT-SUB)
               TO WS-PRT-LIABILITY(WS-BAND-PRINT-SUB)
           ADD 1 TO WS-BAND-PRINT-SUB.

       WRITE-ONE-BRANCH-BLOCK.
           MOVE BGT-BRANCH(WS-BR-SUB) TO GPR-BRANCH
           WRITE GAP-REPORT-LINE FROM GP-BRANCH-LINE
           WRITE GAP-REPORT-LINE FROM GP-BAND-HEADER
           ADD 2 TO WS-REPORT-LINES
           MOVE 1 TO WS-BAND-PRINT-SUB
           PERFORM COPY-BRANCH-BAND
               UNTIL WS-BAND-PRINT-SUB > WS-BAND-COUNT
           PERFORM WRITE-BAND-BLOCK
           WRITE GAP-REPORT-LINE FROM SPACES
           ADD 1 TO WS-REPORT-LINES
           ADD 1 TO WS-BR-SUB.

       COPY-BRANCH-BAND.
           MOVE BGT-ASSET(WS-BR-SUB, WS-BAND-PRINT-SUB)
               TO WS-PRT-ASSET(WS-BAND-PRINT-SUB)
           MOVE BGT-LIABILITY(WS-BR-SUB, WS-BAND-PRINT-SUB)
               TO WS-PRT-LIABILITY(WS-BAND-PRINT-SUB)
           ADD 1 TO WS-BAND-PRINT-SUB.

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

       FINALIZE-ALMGAP.
           IF WS-OVERFLOW-COUNT > 0
               MOVE SPACES TO GP-SECTION-LINE
               STRING 'WARNING: table full, ' WS-OVERFLOW-COUNT
                      ' item(s) not tallied in a breakout'
                      DELIMITED BY SIZE INTO GP-SECTION-LINE
               END-STRING
               WRITE GAP-REPORT-LINE FROM GP-SECTION-LINE
               ADD 1 TO WS-REPORT-LINES
               DISPLAY 'WARNING: table full, ' WS-OVERFLOW-COUNT
                       ' item(s) not tallied'
           END-IF
           CLOSE GAP-REPORT-FILE
           CLOSE CUSTOMER-FILE
           IF CDLOAN-FILE-OPEN
               CLOSE CDLOAN-FILE
           END-IF
           CLOSE EXCHANGE-RATE-FILE
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
