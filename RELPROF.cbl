       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPROF.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-MASTER-FILE-STATUS.

           SELECT ACCOUNT-LINK-FILE ASSIGN TO 'ACCTLINK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNK-KEY
               ALTERNATE RECORD KEY IS LNK-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS ACCOUNT-LINK-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT CDLOAN-FILE ASSIGN TO 'CDLOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CDL-ACCOUNT-NUMBER
               FILE STATUS IS CDLOAN-FILE-STATUS.

           SELECT LOAN-HISTORY-FILE ASSIGN TO 'LOANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPH-KEY
               FILE STATUS IS LOAN-HISTORY-STATUS.

           SELECT ACCOUNT-SUMMARY-FILE ASSIGN TO 'ACCTSUM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUM-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS ACCOUNT-SUMMARY-STATUS.

           SELECT FEE-OVERRIDE-FILE ASSIGN TO 'FEEOVR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOV-ACCOUNT-NUMBER
               FILE STATUS IS FEE-OVERRIDE-STATUS.

           SELECT RATE-TABLE-FILE ASSIGN TO 'RATETBL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS RATE-TABLE-FILE-STATUS.

           SELECT PROFIT-WORK-FILE ASSIGN TO 'RELPWORK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-BRANCH-KEY
               ALTERNATE RECORD KEY IS PW-TOP-KEY
               ALTERNATE RECORD KEY IS PW-BOTTOM-KEY
               FILE STATUS IS PROFIT-WORK-STATUS.

           SELECT PROFIT-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PROFIT-REPORT-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO 'RPTCTLG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS REPORT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           05 CM-CUSTOMER-NUMBER    PIC 9(10).
           05 CM-NAME               PIC X(30).
           05 CM-ADDRESS            PIC X(50).
           05 CM-PHONE              PIC X(15).
           05 CM-DATE-ADDED         PIC 9(8).
           05 CM-TAX-ID             PIC X(9).
           05 CM-RECORD-STATUS      PIC X(1).
               88 CM-ACTIVE         VALUE SPACE 'A'.
               88 CM-MERGED         VALUE 'M'.
           05 CM-DATE-OF-BIRTH      PIC 9(8).
           05 FILLER                PIC X(39).

       FD ACCOUNT-LINK-FILE.
       01 ACCOUNT-LINK-RECORD.
           05 LNK-KEY.
               10 LNK-CUSTOMER-NUMBER PIC 9(10).
               10 LNK-ACCOUNT-NUMBER  PIC 9(10).
           05 LNK-ROLE              PIC X(1).
               88 LNK-PRIMARY-OWNER VALUE 'P'.
               88 LNK-JOINT-OWNER   VALUE 'J'.
               88 LNK-OWNER         VALUE 'P' 'J'.
               88 LNK-AUTHORIZED-SIGNER VALUE 'S'.
               88 LNK-POWER-OF-ATTORNEY VALUE 'A'.
               88 LNK-POD-BENEFICIARY VALUE 'B'.
           05 LNK-DATE-LINKED       PIC 9(8).
           05 LNK-SIGNER-LIMIT      PIC 9(8)V99.
           05 LNK-EFFECTIVE-DATE    PIC 9(8).
           05 LNK-EXPIRY-DATE       PIC 9(8).
           05 LNK-POD-SHARE         PIC 9(3)V99.
           05 FILLER                PIC X(20).

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

       FD FEE-OVERRIDE-FILE.
       01 FEE-OVERRIDE-RECORD.
           05 FOV-ACCOUNT-NUMBER    PIC 9(10).
           05 FOV-WAIVER-TYPE       PIC X(1).
               88 FOV-SENIOR-WAIVER VALUE 'S'.
               88 FOV-EMPLOYEE-RATE VALUE 'E'.
               88 FOV-RELATIONSHIP-WAIVER VALUE 'R'.
               88 FOV-AMOUNT-OVERRIDE VALUE 'O'.
           05 FOV-OVERRIDE-AMOUNT   PIC 9(8)V99.
           05 FOV-UPDATED-DATE      PIC 9(8).
           05 FOV-UPDATED-BY        PIC X(10).
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

       FD PROFIT-WORK-FILE.
       01 PROFIT-WORK-RECORD.
           05 PW-BRANCH-KEY.
               10 PW-BRANCH         PIC X(4).
               10 PW-BRANCH-RANK    PIC 9(13)V99.
               10 PW-BRANCH-CUSTOMER PIC 9(10).
           05 PW-TOP-KEY.
               10 PW-TOP-RANK       PIC 9(13)V99.
               10 PW-TOP-CUSTOMER   PIC 9(10).
           05 PW-BOTTOM-KEY.
               10 PW-BOTTOM-RANK    PIC 9(13)V99.
               10 PW-BOTTOM-CUSTOMER PIC 9(10).
           05 PW-CUSTOMER-NAME      PIC X(30).
           05 PW-ACCOUNT-COUNT      PIC 9(3).
           05 PW-AVG-DEPOSITS       PIC S9(12)V99.
           05 PW-AVG-LOANS          PIC S9(12)V99.
           05 PW-FEE-INCOME         PIC S9(12)V99.
           05 PW-INTEREST-PAID      PIC S9(12)V99.
           05 PW-LOAN-INTEREST      PIC S9(12)V99.
           05 PW-FTP-NET            PIC S9(12)V99.
           05 PW-NET-CONTRIBUTION   PIC S9(12)V99.
           05 PW-WAIVER-FLAG        PIC X(1).
           05 FILLER                PIC X(10).

       FD PROFIT-REPORT-FILE.
       01 PROFIT-REPORT-LINE        PIC X(132).

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
           05 CUSTOMER-MASTER-FILE-STATUS PIC XX.
           05 ACCOUNT-LINK-FILE-STATUS PIC XX.
           05 CUSTOMER-FILE-STATUS  PIC XX.
           05 CDLOAN-FILE-STATUS    PIC XX.
           05 LOAN-HISTORY-STATUS   PIC XX.
           05 ACCOUNT-SUMMARY-STATUS PIC XX.
           05 FEE-OVERRIDE-STATUS   PIC XX.
           05 RATE-TABLE-FILE-STATUS PIC XX.
           05 PROFIT-WORK-STATUS    PIC XX.
           05 PROFIT-REPORT-STATUS  PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 FILE-AVAILABILITY-FLAGS.
           05 WS-CDLOAN-FLAG        PIC X(1).
               88 CDLOAN-AVAILABLE  VALUE 'Y'.
               88 CDLOAN-MISSING    VALUE 'N'.
           05 WS-LOAN-HISTORY-FLAG  PIC X(1).
               88 LOAN-HISTORY-AVAILABLE VALUE 'Y'.
               88 LOAN-HISTORY-MISSING VALUE 'N'.
           05 WS-SUMMARY-FLAG       PIC X(1).
               88 SUMMARY-AVAILABLE VALUE 'Y'.
               88 SUMMARY-MISSING   VALUE 'N'.
           05 WS-FEE-OVERRIDE-FLAG  PIC X(1).
               88 FEE-OVERRIDE-AVAILABLE VALUE 'Y'.
               88 FEE-OVERRIDE-MISSING VALUE 'N'.

       01 PERIOD-CONTROL-AREAS.
           05 WS-REPORT-MONTH       PIC 9(6).
           05 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
               10 WS-REPORT-YEAR    PIC 9(4).
               10 WS-REPORT-MM      PIC 9(2).
           05 WS-MONTH-START-DATE   PIC 9(8).
           05 WS-MONTH-END-DATE     PIC 9(8).
           05 WS-NEXT-MONTH-DATE    PIC 9(8).
           05 WS-MONTH-END-INTEGER  PIC S9(9) COMP.

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
           05 WS-RT-EFFECTIVE-FOUND PIC 9(8).
           05 WS-FTP-PRODUCT        PIC X(8) VALUE 'FTP'.
           05 WS-FTP-RATE           PIC 9V9(4) VALUE 0.

       01 RELATIONSHIP-WORK-AREAS.
           05 WS-CURRENT-CUSTOMER   PIC 9(10).
           05 WS-DEFAULT-BRANCH     PIC X(4) VALUE '0001'.
           05 WS-CUSTOMER-BRANCH    PIC X(4).
           05 WS-BRANCH-SOURCE      PIC X(1).
               88 BRANCH-FROM-PRIMARY VALUE 'P'.
               88 BRANCH-FROM-OTHER VALUE 'O'.
               88 BRANCH-NOT-SET    VALUE 'N'.
           05 WS-REL-ACCOUNT-COUNT  PIC 9(3).
           05 WS-REL-AVG-DEPOSITS   PIC S9(12)V99.
           05 WS-REL-AVG-LOANS      PIC S9(12)V99.
           05 WS-REL-FEE-INCOME     PIC S9(12)V99.
           05 WS-REL-INTEREST-PAID  PIC S9(12)V99.
           05 WS-REL-LOAN-INTEREST  PIC S9(12)V99.
           05 WS-REL-FTP-NET        PIC S9(12)V99.
           05 WS-REL-NET-CONTRIBUTION PIC S9(12)V99.
           05 WS-REL-WAIVER-FLAG    PIC X(1).
           05 WS-RANK-OFFSET        PIC 9(13) VALUE 5000000000000.

       01 ACCOUNT-WORK-AREAS.
           05 WS-ACCOUNT-KIND       PIC X(1).
               88 ACCOUNT-IS-LOAN   VALUE 'L'.
               88 ACCOUNT-IS-DEPOSIT VALUE 'D'.
           05 WS-MONTH-NET          PIC S9(12)V99.
           05 WS-POST-NET           PIC S9(12)V99.
           05 WS-OPENING-BALANCE    PIC S9(12)V99.
           05 WS-CLOSING-BALANCE    PIC S9(12)V99.
           05 WS-AVERAGE-BALANCE    PIC S9(12)V99.

       01 REPORT-CONTROL-AREAS.
           05 WS-PRIOR-BRANCH       PIC X(4).
           05 WS-BRANCH-RANK-NUMBER PIC 9(5).
           05 WS-LIST-RANK-NUMBER   PIC 9(5).
           05 WS-LIST-SIZE          PIC 9(3) VALUE 10.
           05 WS-REPORT-LINES       PIC 9(7) VALUE 0.
           05 WS-CUSTOMERS-RANKED   PIC 9(7) VALUE 0.
           05 WS-CUSTOMERS-SKIPPED  PIC 9(7) VALUE 0.
           05 WS-BRANCH-COUNT       PIC 9(5) VALUE 0.

       01 BRANCH-TOTALS.
           05 WS-BR-CUSTOMERS       PIC 9(7).
           05 WS-BR-AVG-DEPOSITS    PIC S9(12)V99.
           05 WS-BR-AVG-LOANS       PIC S9(12)V99.
           05 WS-BR-FEE-INCOME      PIC S9(12)V99.
           05 WS-BR-INTEREST-PAID   PIC S9(12)V99.
           05 WS-BR-LOAN-INTEREST   PIC S9(12)V99.
           05 WS-BR-FTP-NET         PIC S9(12)V99.
           05 WS-BR-NET-CONTRIBUTION PIC S9(12)V99.

       01 GRAND-TOTALS.
           05 WS-GT-CUSTOMERS       PIC 9(7) VALUE 0.
           05 WS-GT-AVG-DEPOSITS    PIC S9(12)V99 VALUE 0.
           05 WS-GT-AVG-LOANS       PIC S9(12)V99 VALUE 0.
           05 WS-GT-FEE-INCOME      PIC S9(12)V99 VALUE 0.
           05 WS-GT-INTEREST-PAID   PIC S9(12)V99 VALUE 0.
           05 WS-GT-LOAN-INTEREST   PIC S9(12)V99 VALUE 0.
           05 WS-GT-FTP-NET         PIC S9(12)V99 VALUE 0.
           05 WS-GT-NET-CONTRIBUTION PIC S9(12)V99 VALUE 0.

       01 PROFITABILITY-REPORT-LINES.
           05 RP-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(34) VALUE
                  'RELATIONSHIP PROFITABILITY REPORT'.
               10 FILLER            PIC X(68) VALUE SPACES.

           05 RP-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(17) VALUE
                  'Reporting month:'.
               10 RPH2-MONTH        PIC 9(6).
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(10) VALUE 'FTP rate:'.
               10 RPH2-FTP-RATE     PIC 9.9(4).
               10 FILLER            PIC X(69) VALUE SPACES.

           05 RP-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 RP-BRANCH-LINE.
               10 FILLER            PIC X(8) VALUE 'BRANCH '.
               10 RPB-BRANCH        PIC X(4).
               10 FILLER            PIC X(120) VALUE SPACES.

           05 RP-DETAIL-HEADER.
               10 FILLER            PIC X(5) VALUE 'RANK'.
               10 FILLER            PIC X(11) VALUE 'CUSTOMER'.
               10 FILLER            PIC X(13) VALUE 'NAME'.
               10 FILLER            PIC X(4) VALUE 'ACC'.
               10 FILLER            PIC X(16) VALUE
                  '   AVG DEPOSITS'.
               10 FILLER            PIC X(16) VALUE
                  '      AVG LOANS'.
               10 FILLER            PIC X(12) VALUE
                  '   FEE INC'.
               10 FILLER            PIC X(12) VALUE
                  '   INT PAID'.
               10 FILLER            PIC X(12) VALUE
                  '   LOAN INT'.
               10 FILLER            PIC X(12) VALUE
                  '    FTP NET'.
               10 FILLER            PIC X(14) VALUE
                  '  NET CONTRIB'.
               10 FILLER            PIC X(1) VALUE 'W'.
               10 FILLER            PIC X(4) VALUE SPACES.

           05 RP-DETAIL-LINE.
               10 RPD-RANK          PIC ZZZ9.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPD-CUSTOMER      PIC 9(10).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPD-NAME          PIC X(12).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPD-ACCOUNTS      PIC ZZ9.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPD-AVG-DEPOSITS  PIC ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPD-AVG-LOANS     PIC ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPD-FEE-INCOME    PIC ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPD-INTEREST-PAID PIC ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPD-LOAN-INTEREST PIC ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPD-FTP-NET       PIC ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPD-NET-CONTRIBUTION PIC Z,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPD-WAIVER        PIC X(1).
               10 FILLER            PIC X(4) VALUE SPACES.

           05 RP-SUBTOTAL-LINE.
               10 FILLER            PIC X(13) VALUE 'BRANCH TOTAL'.
               10 RPS-BRANCH        PIC X(4).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RPS-CUSTOMERS     PIC ZZ,ZZ9.
               10 FILLER            PIC X(8) VALUE ' cust'.
               10 RPS-AVG-DEPOSITS  PIC ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPS-AVG-LOANS     PIC ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPS-FEE-INCOME    PIC ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPS-INTEREST-PAID PIC ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPS-LOAN-INTEREST PIC ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPS-FTP-NET       PIC ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPS-NET-CONTRIBUTION PIC Z,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(6) VALUE SPACES.

           05 RP-LIST-HEADING.
               10 RPL-HEADING       PIC X(50).
               10 FILLER            PIC X(82) VALUE SPACES.

           05 RP-LIST-HEADER.
               10 FILLER            PIC X(5) VALUE 'RANK'.
               10 FILLER            PIC X(5) VALUE 'BRCH'.
               10 FILLER            PIC X(11) VALUE 'CUSTOMER'.
               10 FILLER            PIC X(21) VALUE 'NAME'.
               10 FILLER            PIC X(16) VALUE
                  '   AVG DEPOSITS'.
               10 FILLER            PIC X(16) VALUE
                  '      AVG LOANS'.
               10 FILLER            PIC X(12) VALUE
                  '   FEE INC'.
               10 FILLER            PIC X(12) VALUE
                  '   INT PAID'.
               10 FILLER            PIC X(12) VALUE
                  '   LOAN INT'.
               10 FILLER            PIC X(14) VALUE
                  '  NET CONTRIB'.
               10 FILLER            PIC X(1) VALUE 'W'.
               10 FILLER            PIC X(7) VALUE SPACES.

           05 RP-LIST-LINE.
               10 RPT-RANK          PIC ZZZ9.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPT-BRANCH        PIC X(4).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPT-CUSTOMER      PIC 9(10).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPT-NAME          PIC X(20).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPT-AVG-DEPOSITS  PIC ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPT-AVG-LOANS     PIC ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPT-FEE-INCOME    PIC ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPT-INTEREST-PAID PIC ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPT-LOAN-INTEREST PIC ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPT-NET-CONTRIBUTION PIC Z,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RPT-WAIVER        PIC X(1).
               10 FILLER            PIC X(7) VALUE SPACES.

           05 RP-TOTAL-LINE.
               10 RPG-LABEL         PIC X(40).
               10 RPG-AMOUNT        PIC $ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(72) VALUE SPACES.

           05 RP-COUNT-LINE.
               10 RPC-LABEL         PIC X(40).
               10 RPC-COUNT         PIC ZZZ,ZZ9.
               10 FILLER            PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RELATIONSHIP-PROFITABILITY.
           PERFORM INITIALIZE-RELPROF
           PERFORM BUILD-PROFIT-WORK-FILE
           PERFORM WRITE-BRANCH-RANKINGS
           PERFORM WRITE-GRAND-TOTALS
           PERFORM WRITE-TOP-RELATIONSHIPS
           PERFORM WRITE-BOTTOM-RELATIONSHIPS
           PERFORM FINALIZE-RELPROF
           DISPLAY 'Relationship profitability run complete for '
                   WS-REPORT-MONTH
           DISPLAY 'Customers ranked: ' WS-CUSTOMERS-RANKED
           DISPLAY 'Customers with no linked accounts: '
                   WS-CUSTOMERS-SKIPPED
           DISPLAY 'Branches reported: ' WS-BRANCH-COUNT
           MOVE 'RELPROF' TO WS-RCT-TYPE
           MOVE WS-MONTH-END-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-REPORT-LINES TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Profitability report: ' WS-REPORT-FILENAME
           STOP RUN.

       INITIALIZE-RELPROF.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY 'Enter reporting month CCYYMM: '
                   WITH NO ADVANCING
           ACCEPT WS-REPORT-MONTH
           IF WS-REPORT-YEAR = 0
               OR WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY 'Invalid reporting month.'
               STOP RUN
           END-IF
           COMPUTE WS-MONTH-START-DATE = WS-REPORT-MONTH * 100 + 1
           IF WS-REPORT-MM = 12
               COMPUTE WS-NEXT-MONTH-DATE =
                   (WS-REPORT-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-DATE =
                   WS-MONTH-START-DATE + 100
           END-IF
           COMPUTE WS-MONTH-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1
           COMPUTE WS-MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INTEGER)

           PERFORM LOAD-FTP-RATE
           DISPLAY 'FTP rate in force: ' WS-FTP-RATE

           STRING 'RELPROF.' WS-MONTH-END-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING

           OPEN OUTPUT PROFIT-WORK-FILE
           CLOSE PROFIT-WORK-FILE
           OPEN I-O PROFIT-WORK-FILE
           OPEN INPUT ACCOUNT-LINK-FILE
           OPEN INPUT CUSTOMER-FILE

           SET CDLOAN-MISSING TO TRUE
           OPEN INPUT CDLOAN-FILE
           IF CDLOAN-FILE-STATUS = '00'
               SET CDLOAN-AVAILABLE TO TRUE
           END-IF
           SET LOAN-HISTORY-MISSING TO TRUE
           OPEN INPUT LOAN-HISTORY-FILE
           IF LOAN-HISTORY-STATUS = '00'
               SET LOAN-HISTORY-AVAILABLE TO TRUE
           END-IF
           SET SUMMARY-MISSING TO TRUE
           OPEN INPUT ACCOUNT-SUMMARY-FILE
           IF ACCOUNT-SUMMARY-STATUS = '00'
               SET SUMMARY-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'ACCTSUM.DAT not available - fee and interest '
                       'figures will be zero.'
           END-IF
           SET FEE-OVERRIDE-MISSING TO TRUE
           OPEN INPUT FEE-OVERRIDE-FILE
           IF FEE-OVERRIDE-STATUS = '00'
               SET FEE-OVERRIDE-AVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT PROFIT-REPORT-FILE
           MOVE WS-REPORT-MONTH TO RPH2-MONTH
           MOVE WS-FTP-RATE TO RPH2-FTP-RATE
           WRITE PROFIT-REPORT-LINE FROM RP-HEADER-1
           WRITE PROFIT-REPORT-LINE FROM RP-HEADER-2
           WRITE PROFIT-REPORT-LINE FROM RP-HEADER-3
           WRITE PROFIT-REPORT-LINE FROM SPACES.

       LOAD-FTP-RATE.
           MOVE 0 TO WS-FTP-RATE
           SET RATE-FILE-MISSING TO TRUE
           OPEN INPUT RATE-TABLE-FILE
           IF RATE-TABLE-FILE-STATUS NOT = '00'
               DISPLAY 'RATETBL.DAT not available - FTP rate is zero.'
               EXIT PARAGRAPH
           END-IF
           SET RATE-FILE-AVAILABLE TO TRUE
           MOVE WS-FTP-PRODUCT TO WS-RT-SEARCH-PRODUCT
           MOVE WS-MONTH-END-DATE TO WS-RT-SEARCH-DATE
           PERFORM FIND-RATE-IN-FORCE
           IF RATE-TABLE-FOUND
               MOVE WS-RT-RATE-FOUND TO WS-FTP-RATE
           ELSE
               DISPLAY 'No FTP rate in RATETBL for the month - '
                       'FTP rate is zero.'
           END-IF
           CLOSE RATE-TABLE-FILE.

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

       BUILD-PROFIT-WORK-FILE.
           OPEN INPUT CUSTOMER-MASTER-FILE
           PERFORM READ-CUSTOMER-MASTER
               UNTIL CUSTOMER-MASTER-FILE-STATUS NOT = '00'
           CLOSE CUSTOMER-MASTER-FILE.

       READ-CUSTOMER-MASTER.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
               NOT AT END
                   IF NOT CM-MERGED
                       PERFORM BUILD-ONE-RELATIONSHIP
                   END-IF
           END-READ.

       BUILD-ONE-RELATIONSHIP.
           MOVE CM-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
           MOVE SPACES TO WS-CUSTOMER-BRANCH
           SET BRANCH-NOT-SET TO TRUE
           MOVE 0 TO WS-REL-ACCOUNT-COUNT
           MOVE 0 TO WS-REL-AVG-DEPOSITS
           MOVE 0 TO WS-REL-AVG-LOANS
           MOVE 0 TO WS-REL-FEE-INCOME
           MOVE 0 TO WS-REL-INTEREST-PAID
           MOVE 0 TO WS-REL-LOAN-INTEREST
           MOVE SPACE TO WS-REL-WAIVER-FLAG

           MOVE WS-CURRENT-CUSTOMER TO LNK-CUSTOMER-NUMBER
           MOVE 0 TO LNK-ACCOUNT-NUMBER
           START ACCOUNT-LINK-FILE KEY IS NOT LESS THAN LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-START
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               PERFORM SCAN-RELATIONSHIP-LINKS
                   UNTIL ACCOUNT-LINK-FILE-STATUS NOT = '00'
           END-IF

           IF WS-REL-ACCOUNT-COUNT = 0
               ADD 1 TO WS-CUSTOMERS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-CUSTOMER-BRANCH = SPACES
               MOVE WS-DEFAULT-BRANCH TO WS-CUSTOMER-BRANCH
           END-IF

           COMPUTE WS-REL-FTP-NET ROUNDED =
               (WS-REL-AVG-DEPOSITS - WS-REL-AVG-LOANS)
               * WS-FTP-RATE / 12
           COMPUTE WS-REL-NET-CONTRIBUTION =
               WS-REL-FEE-INCOME + WS-REL-LOAN-INTEREST
               - WS-REL-INTEREST-PAID + WS-REL-FTP-NET
           PERFORM WRITE-PROFIT-WORK-RECORD.

       SCAN-RELATIONSHIP-LINKS.
           READ ACCOUNT-LINK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               IF LNK-CUSTOMER-NUMBER = WS-CURRENT-CUSTOMER
                   IF LNK-OWNER
                       PERFORM ACCUMULATE-ONE-ACCOUNT
                   END-IF
               ELSE
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
               END-IF
           END-IF.

       ACCUMULATE-ONE-ACCOUNT.
           MOVE LNK-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REL-ACCOUNT-COUNT
           PERFORM SET-RELATIONSHIP-BRANCH
           PERFORM CHECK-FEE-OVERRIDE

           SET ACCOUNT-IS-DEPOSIT TO TRUE
           IF CUST-ACCOUNT-TYPE = 'T' AND CDLOAN-AVAILABLE
               MOVE CUST-ACCOUNT-NUMBER TO CDL-ACCOUNT-NUMBER
               READ CDLOAN-FILE
                   INVALID KEY
                       MOVE '99' TO CDLOAN-FILE-STATUS
               END-READ
               IF CDLOAN-FILE-STATUS = '00' AND CDL-IS-LOAN
                   SET ACCOUNT-IS-LOAN TO TRUE
               END-IF
           END-IF

           PERFORM READ-ACCOUNT-ACTIVITY
           IF ACCOUNT-IS-LOAN
               PERFORM DETERMINE-LOAN-AVERAGE
               ADD WS-AVERAGE-BALANCE TO WS-REL-AVG-LOANS
           ELSE
               COMPUTE WS-CLOSING-BALANCE =
                   CUST-BALANCE - WS-POST-NET
               COMPUTE WS-OPENING-BALANCE =
                   WS-CLOSING-BALANCE - WS-MONTH-NET
               COMPUTE WS-AVERAGE-BALANCE ROUNDED =
                   (WS-OPENING-BALANCE + WS-CLOSING-BALANCE) / 2
               ADD WS-AVERAGE-BALANCE TO WS-REL-AVG-DEPOSITS
           END-IF.

       SET-RELATIONSHIP-BRANCH.
           IF CUST-BRANCH-CODE = SPACES OR BRANCH-FROM-PRIMARY
               EXIT PARAGRAPH
           END-IF
           IF LNK-PRIMARY-OWNER
               MOVE CUST-BRANCH-CODE TO WS-CUSTOMER-BRANCH
               SET BRANCH-FROM-PRIMARY TO TRUE
           ELSE
               IF BRANCH-NOT-SET
                   MOVE CUST-BRANCH-CODE TO WS-CUSTOMER-BRANCH
                   SET BRANCH-FROM-OTHER TO TRUE
               END-IF
           END-IF.

       CHECK-FEE-OVERRIDE.
           IF FEE-OVERRIDE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-ACCOUNT-NUMBER TO FOV-ACCOUNT-NUMBER
           READ FEE-OVERRIDE-FILE
               INVALID KEY
                   MOVE '99' TO FEE-OVERRIDE-STATUS
           END-READ
           IF FEE-OVERRIDE-STATUS = '00'
               MOVE 'W' TO WS-REL-WAIVER-FLAG
           END-IF.

       READ-ACCOUNT-ACTIVITY.
           MOVE 0 TO WS-MONTH-NET
           MOVE 0 TO WS-POST-NET
           IF SUMMARY-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-ACCOUNT-NUMBER TO SUM-ACCOUNT-NUMBER
           MOVE WS-REPORT-MONTH TO SUM-YEAR-MONTH
           START ACCOUNT-SUMMARY-FILE KEY IS NOT LESS THAN SUM-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-SUMMARY-STATUS
           END-START
           IF ACCOUNT-SUMMARY-STATUS = '00'
               PERFORM SCAN-ACCOUNT-SUMMARY
                   UNTIL ACCOUNT-SUMMARY-STATUS NOT = '00'
           END-IF
           MOVE '00' TO ACCOUNT-SUMMARY-STATUS.

       SCAN-ACCOUNT-SUMMARY.
           READ ACCOUNT-SUMMARY-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCOUNT-SUMMARY-STATUS
           END-READ
           IF ACCOUNT-SUMMARY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF SUM-ACCOUNT-NUMBER NOT = CUST-ACCOUNT-NUMBER
               MOVE '10' TO ACCOUNT-SUMMARY-STATUS
               EXIT PARAGRAPH
           END-IF
           IF SUM-YEAR-MONTH = WS-REPORT-MONTH
               ADD SUM-FEE-AMOUNT TO WS-REL-FEE-INCOME
               IF ACCOUNT-IS-DEPOSIT
                   ADD SUM-INT-AMOUNT TO WS-REL-INTEREST-PAID
               END-IF
               COMPUTE WS-MONTH-NET = SUM-DEP-AMOUNT + SUM-INT-AMOUNT
                   - SUM-WTH-AMOUNT - SUM-FEE-AMOUNT
           ELSE
               COMPUTE WS-POST-NET = WS-POST-NET
                   + SUM-DEP-AMOUNT + SUM-INT-AMOUNT
                   - SUM-WTH-AMOUNT - SUM-FEE-AMOUNT
           END-IF.

       DETERMINE-LOAN-AVERAGE.
           MOVE 0 TO WS-OPENING-BALANCE
           MOVE 0 TO WS-CLOSING-BALANCE
           IF CDL-OPEN-DATE < WS-MONTH-START-DATE
               MOVE CDL-ORIGINAL-PRINCIPAL TO WS-OPENING-BALANCE
               IF WS-OPENING-BALANCE = 0
                   MOVE CDL-PRINCIPAL TO WS-OPENING-BALANCE
               END-IF
           END-IF
           IF CDL-OPEN-DATE NOT > WS-MONTH-END-DATE
               MOVE CDL-ORIGINAL-PRINCIPAL TO WS-CLOSING-BALANCE
               IF WS-CLOSING-BALANCE = 0
                   MOVE CDL-PRINCIPAL TO WS-CLOSING-BALANCE
               END-IF
           END-IF
           IF LOAN-HISTORY-AVAILABLE
               MOVE CDL-ACCOUNT-NUMBER TO LPH-ACCOUNT-NUMBER
               MOVE 0 TO LPH-PAYMENT-NUMBER
               START LOAN-HISTORY-FILE KEY IS NOT LESS THAN LPH-KEY
                   INVALID KEY
                       MOVE '99' TO LOAN-HISTORY-STATUS
               END-START
               IF LOAN-HISTORY-STATUS = '00'
                   PERFORM SCAN-LOAN-HISTORY
                       UNTIL LOAN-HISTORY-STATUS NOT = '00'
               END-IF
               MOVE '00' TO LOAN-HISTORY-STATUS
           END-IF
           COMPUTE WS-AVERAGE-BALANCE ROUNDED =
               (WS-OPENING-BALANCE + WS-CLOSING-BALANCE) / 2.

       SCAN-LOAN-HISTORY.
           READ LOAN-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE '10' TO LOAN-HISTORY-STATUS
           END-READ
           IF LOAN-HISTORY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF LPH-ACCOUNT-NUMBER NOT = CDL-ACCOUNT-NUMBER
               MOVE '10' TO LOAN-HISTORY-STATUS
               EXIT PARAGRAPH
           END-IF
           IF LPH-PAID-DATE = 0
               OR LPH-PAID-DATE > WS-MONTH-END-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE LPH-BALANCE-AFTER TO WS-CLOSING-BALANCE
           IF LPH-PAID-DATE < WS-MONTH-START-DATE
               MOVE LPH-BALANCE-AFTER TO WS-OPENING-BALANCE
           ELSE
               ADD LPH-INTEREST-AMOUNT TO WS-REL-LOAN-INTEREST
           END-IF.

       WRITE-PROFIT-WORK-RECORD.
           MOVE SPACES TO PROFIT-WORK-RECORD
           MOVE WS-CUSTOMER-BRANCH TO PW-BRANCH
           COMPUTE PW-BRANCH-RANK =
               WS-RANK-OFFSET - WS-REL-NET-CONTRIBUTION
           MOVE WS-CURRENT-CUSTOMER TO PW-BRANCH-CUSTOMER
           MOVE PW-BRANCH-RANK TO PW-TOP-RANK
           MOVE WS-CURRENT-CUSTOMER TO PW-TOP-CUSTOMER
           COMPUTE PW-BOTTOM-RANK =
               WS-RANK-OFFSET + WS-REL-NET-CONTRIBUTION
           MOVE WS-CURRENT-CUSTOMER TO PW-BOTTOM-CUSTOMER
           MOVE CM-NAME TO PW-CUSTOMER-NAME
           MOVE WS-REL-ACCOUNT-COUNT TO PW-ACCOUNT-COUNT
           MOVE WS-REL-AVG-DEPOSITS TO PW-AVG-DEPOSITS
           MOVE WS-REL-AVG-LOANS TO PW-AVG-LOANS
           MOVE WS-REL-FEE-INCOME TO PW-FEE-INCOME
           MOVE WS-REL-INTEREST-PAID TO PW-INTEREST-PAID
           MOVE WS-REL-LOAN-INTEREST TO PW-LOAN-INTEREST
           MOVE WS-REL-FTP-NET TO PW-FTP-NET
           MOVE WS-REL-NET-CONTRIBUTION TO PW-NET-CONTRIBUTION
           MOVE WS-REL-WAIVER-FLAG TO PW-WAIVER-FLAG
           WRITE PROFIT-WORK-RECORD
               INVALID KEY
                   DISPLAY 'Duplicate work record for customer '
                           WS-CURRENT-CUSTOMER
           END-WRITE
           IF PROFIT-WORK-STATUS = '00'
               ADD 1 TO WS-CUSTOMERS-RANKED
           END-IF.

       WRITE-BRANCH-RANKINGS.
           MOVE SPACES TO WS-PRIOR-BRANCH
           MOVE LOW-VALUES TO PW-BRANCH-KEY
           START PROFIT-WORK-FILE KEY IS NOT LESS THAN PW-BRANCH-KEY
               INVALID KEY
                   MOVE '99' TO PROFIT-WORK-STATUS
           END-START
           IF PROFIT-WORK-STATUS = '00'
               PERFORM READ-BRANCH-RANKING
                   UNTIL PROFIT-WORK-STATUS NOT = '00'
           END-IF
           IF WS-PRIOR-BRANCH NOT = SPACES
               PERFORM WRITE-BRANCH-SUBTOTAL
           ELSE
               WRITE PROFIT-REPORT-LINE FROM
                     '  (no customer relationships to report)'
               ADD 1 TO WS-REPORT-LINES
           END-IF.

       READ-BRANCH-RANKING.
           READ PROFIT-WORK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO PROFIT-WORK-STATUS
           END-READ
           IF PROFIT-WORK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF PW-BRANCH NOT = WS-PRIOR-BRANCH
               IF WS-PRIOR-BRANCH NOT = SPACES
                   PERFORM WRITE-BRANCH-SUBTOTAL
               END-IF
               PERFORM START-NEW-BRANCH
           END-IF
           ADD 1 TO WS-BRANCH-RANK-NUMBER
           MOVE WS-BRANCH-RANK-NUMBER TO RPD-RANK
           MOVE PW-BRANCH-CUSTOMER TO RPD-CUSTOMER
           MOVE PW-CUSTOMER-NAME TO RPD-NAME
           MOVE PW-ACCOUNT-COUNT TO RPD-ACCOUNTS
           MOVE PW-AVG-DEPOSITS TO RPD-AVG-DEPOSITS
           MOVE PW-AVG-LOANS TO RPD-AVG-LOANS
           MOVE PW-FEE-INCOME TO RPD-FEE-INCOME
           MOVE PW-INTEREST-PAID TO RPD-INTEREST-PAID
           MOVE PW-LOAN-INTEREST TO RPD-LOAN-INTEREST
           MOVE PW-FTP-NET TO RPD-FTP-NET
           MOVE PW-NET-CONTRIBUTION TO RPD-NET-CONTRIBUTION
           MOVE PW-WAIVER-FLAG TO RPD-WAIVER
           WRITE PROFIT-REPORT-LINE FROM RP-DETAIL-LINE
           ADD 1 TO WS-REPORT-LINES

           ADD 1 TO WS-BR-CUSTOMERS
           ADD PW-AVG-DEPOSITS TO WS-BR-AVG-DEPOSITS
           ADD PW-AVG-LOANS TO WS-BR-AVG-LOANS
           ADD PW-FEE-INCOME TO WS-BR-FEE-INCOME
           ADD PW-INTEREST-PAID TO WS-BR-INTEREST-PAID
           ADD PW-LOAN-INTEREST TO WS-BR-LOAN-INTEREST
           ADD PW-FTP-NET TO WS-BR-FTP-NET
           ADD PW-NET-CONTRIBUTION TO WS-BR-NET-CONTRIBUTION.

       START-NEW-BRANCH.
           MOVE PW-BRANCH TO WS-PRIOR-BRANCH
           ADD 1 TO WS-BRANCH-COUNT
           MOVE 0 TO WS-BRANCH-RANK-NUMBER
           MOVE 0 TO WS-BR-CUSTOMERS
           MOVE 0 TO WS-BR-AVG-DEPOSITS
           MOVE 0 TO WS-BR-AVG-LOANS
           MOVE 0 TO WS-BR-FEE-INCOME
           MOVE 0 TO WS-BR-INTEREST-PAID
           MOVE 0 TO WS-BR-LOAN-INTEREST
           MOVE 0 TO WS-BR-FTP-NET
           MOVE 0 TO WS-BR-NET-CONTRIBUTION
           MOVE PW-BRANCH TO RPB-BRANCH
           WRITE PROFIT-REPORT-LINE FROM RP-BRANCH-LINE
           WRITE PROFIT-REPORT-LINE FROM RP-DETAIL-HEADER
           WRITE PROFIT-REPORT-LINE FROM
                 '------------------------------------------'
           ADD 3 TO WS-REPORT-LINES.

       WRITE-BRANCH-SUBTOTAL.
           MOVE WS-PRIOR-BRANCH TO RPS-BRANCH
           MOVE WS-BR-CUSTOMERS TO RPS-CUSTOMERS
           MOVE WS-BR-AVG-DEPOSITS TO RPS-AVG-DEPOSITS
           MOVE WS-BR-AVG-LOANS TO RPS-AVG-LOANS
           MOVE WS-BR-FEE-INCOME TO RPS-FEE-INCOME
           MOVE WS-BR-INTEREST-PAID TO RPS-INTEREST-PAID
           MOVE WS-BR-LOAN-INTEREST TO RPS-LOAN-INTEREST
           MOVE WS-BR-FTP-NET TO RPS-FTP-NET
           MOVE WS-BR-NET-CONTRIBUTION TO RPS-NET-CONTRIBUTION
           WRITE PROFIT-REPORT-LINE FROM
                 '------------------------------------------'
           WRITE PROFIT-REPORT-LINE FROM RP-SUBTOTAL-LINE
           WRITE PROFIT-REPORT-LINE FROM SPACES
           ADD 3 TO WS-REPORT-LINES

           ADD WS-BR-CUSTOMERS TO WS-GT-CUSTOMERS
           ADD WS-BR-AVG-DEPOSITS TO WS-GT-AVG-DEPOSITS
           ADD WS-BR-AVG-LOANS TO WS-GT-AVG-LOANS
           ADD WS-BR-FEE-INCOME TO WS-GT-FEE-INCOME
           ADD WS-BR-INTEREST-PAID TO WS-GT-INTEREST-PAID
           ADD WS-BR-LOAN-INTEREST TO WS-GT-LOAN-INTEREST
           ADD WS-BR-FTP-NET TO WS-GT-FTP-NET
           ADD WS-BR-NET-CONTRIBUTION TO WS-GT-NET-CONTRIBUTION.

       WRITE-GRAND-TOTALS.
           WRITE PROFIT-REPORT-LINE FROM RP-HEADER-3
           WRITE PROFIT-REPORT-LINE FROM 'ALL BRANCHES'
           ADD 2 TO WS-REPORT-LINES
           MOVE 'Customers ranked:' TO RPC-LABEL
           MOVE WS-GT-CUSTOMERS TO RPC-COUNT
           WRITE PROFIT-REPORT-LINE FROM RP-COUNT-LINE
           MOVE 'Branches:' TO RPC-LABEL
           MOVE WS-BRANCH-COUNT TO RPC-COUNT
           WRITE PROFIT-REPORT-LINE FROM RP-COUNT-LINE
           ADD 2 TO WS-REPORT-LINES
           MOVE 'Average deposit balances:' TO RPG-LABEL
           MOVE WS-GT-AVG-DEPOSITS TO RPG-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'Average loan balances:' TO RPG-LABEL
           MOVE WS-GT-AVG-LOANS TO RPG-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'Fee income:' TO RPG-LABEL
           MOVE WS-GT-FEE-INCOME TO RPG-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'Deposit interest paid:' TO RPG-LABEL
           MOVE WS-GT-INTEREST-PAID TO RPG-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'Loan interest earned:' TO RPG-LABEL
           MOVE WS-GT-LOAN-INTEREST TO RPG-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'Funds transfer pricing net:' TO RPG-LABEL
           MOVE WS-GT-FTP-NET TO RPG-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'Net contribution:' TO RPG-LABEL
           MOVE WS-GT-NET-CONTRIBUTION TO RPG-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           WRITE PROFIT-REPORT-LINE FROM SPACES
           WRITE PROFIT-REPORT-LINE FROM
                 'W = fee waiver or override on file in FEEOVR'
           WRITE PROFIT-REPORT-LINE FROM SPACES
           ADD 3 TO WS-REPORT-LINES.

       WRITE-TOTAL-LINE.
           WRITE PROFIT-REPORT-LINE FROM RP-TOTAL-LINE
           ADD 1 TO WS-REPORT-LINES.

       WRITE-TOP-RELATIONSHIPS.
           MOVE 'TOP 10 RELATIONSHIPS BY NET CONTRIBUTION'
               TO RPL-HEADING
           PERFORM WRITE-LIST-HEADINGS
           MOVE 0 TO WS-LIST-RANK-NUMBER
           MOVE LOW-VALUES TO PW-TOP-KEY
           START PROFIT-WORK-FILE KEY IS NOT LESS THAN PW-TOP-KEY
               INVALID KEY
                   MOVE '99' TO PROFIT-WORK-STATUS
           END-START
           IF PROFIT-WORK-STATUS = '00'
               PERFORM READ-LIST-ENTRY
                   UNTIL PROFIT-WORK-STATUS NOT = '00'
                   OR WS-LIST-RANK-NUMBER NOT < WS-LIST-SIZE
           END-IF
           WRITE PROFIT-REPORT-LINE FROM SPACES
           ADD 1 TO WS-REPORT-LINES.

       WRITE-BOTTOM-RELATIONSHIPS.
           MOVE 'BOTTOM 10 RELATIONSHIPS BY NET CONTRIBUTION'
               TO RPL-HEADING
           PERFORM WRITE-LIST-HEADINGS
           MOVE 0 TO WS-LIST-RANK-NUMBER
           MOVE LOW-VALUES TO PW-BOTTOM-KEY
           START PROFIT-WORK-FILE KEY IS NOT LESS THAN PW-BOTTOM-KEY
               INVALID KEY
                   MOVE '99' TO PROFIT-WORK-STATUS
           END-START
           IF PROFIT-WORK-STATUS = '00'
               PERFORM READ-LIST-ENTRY
                   UNTIL PROFIT-WORK-STATUS NOT = '00'
                   OR WS-LIST-RANK-NUMBER NOT < WS-LIST-SIZE
           END-IF.

       WRITE-LIST-HEADINGS.
           WRITE PROFIT-REPORT-LINE FROM RP-LIST-HEADING
           WRITE PROFIT-REPORT-LINE FROM RP-LIST-HEADER
           WRITE PROFIT-REPORT-LINE FROM
                 '------------------------------------------'
           ADD 3 TO WS-REPORT-LINES.

       READ-LIST-ENTRY.
           READ PROFIT-WORK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO PROFIT-WORK-STATUS
           END-READ
           IF PROFIT-WORK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIST-RANK-NUMBER
           MOVE WS-LIST-RANK-NUMBER TO RPT-RANK
           MOVE PW-BRANCH TO RPT-BRANCH
           MOVE PW-BRANCH-CUSTOMER TO RPT-CUSTOMER
           MOVE PW-CUSTOMER-NAME TO RPT-NAME
           MOVE PW-AVG-DEPOSITS TO RPT-AVG-DEPOSITS
           MOVE PW-AVG-LOANS TO RPT-AVG-LOANS
           MOVE PW-FEE-INCOME TO RPT-FEE-INCOME
           MOVE PW-INTEREST-PAID TO RPT-INTEREST-PAID
           MOVE PW-LOAN-INTEREST TO RPT-LOAN-INTEREST
           MOVE PW-NET-CONTRIBUTION TO RPT-NET-CONTRIBUTION
           MOVE PW-WAIVER-FLAG TO RPT-WAIVER
           WRITE PROFIT-REPORT-LINE FROM RP-LIST-LINE
           ADD 1 TO WS-REPORT-LINES.

       FINALIZE-RELPROF.
           CLOSE PROFIT-REPORT-FILE
           CLOSE PROFIT-WORK-FILE
           CLOSE ACCOUNT-LINK-FILE
           CLOSE CUSTOMER-FILE
           IF CDLOAN-AVAILABLE
               CLOSE CDLOAN-FILE
           END-IF
           IF LOAN-HISTORY-AVAILABLE
               CLOSE LOAN-HISTORY-FILE
           END-IF
           IF SUMMARY-AVAILABLE
               CLOSE ACCOUNT-SUMMARY-FILE
           END-IF
           IF FEE-OVERRIDE-AVAILABLE
               CLOSE FEE-OVERRIDE-FILE
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
