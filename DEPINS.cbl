       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPINS.
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

           SELECT PARAMETER-FILE ASSIGN TO 'PARAMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-ACCOUNT-TYPE
               FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT OWNER-COUNT-FILE ASSIGN TO 'DEPOWNR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OWN-ACCOUNT-NUMBER
               FILE STATUS IS OWNER-COUNT-STATUS.

           SELECT INSURANCE-WORK-FILE ASSIGN TO 'DEPIWORK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-KEY
               FILE STATUS IS INSURANCE-WORK-STATUS.

           SELECT INSURANCE-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS INSURANCE-REPORT-STATUS.

           SELECT RECORDKEEPING-FILE ASSIGN TO WS-EXPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RECORDKEEPING-STATUS.

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
           05 CM-ADDRESS-STATUS     PIC X(1).
               88 CM-ADDRESS-GOOD   VALUE SPACE 'G'.
               88 CM-MAIL-RETURNED  VALUE 'R'.
           05 CM-RETURNED-MAIL-DATE PIC 9(8).
           05 FILLER                PIC X(30).

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

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PRM-ACCOUNT-TYPE      PIC X(1).
           05 PRM-OVERDRAFT-LIMIT   PIC 9(10)V99.
           05 PRM-MINIMUM-BALANCE   PIC 9(10)V99.
           05 PRM-SERVICE-FEE       PIC 9(10)V99.
           05 PRM-HOLD-THRESHOLD    PIC 9(10)V99.
           05 PRM-HOLD-DAYS         PIC 9(3).
           05 PRM-DORMANCY-DAYS     PIC 9(5).
           05 PRM-UPDATED-DATE      PIC 9(8).
           05 PRM-UPDATED-BY        PIC X(10).
           05 PRM-MONTHLY-FEE       PIC 9(8)V99.
       01 COVERAGE-PARAMETER-RECORD.
           05 PCV-CATEGORY          PIC X(1).
           05 PCV-COVERAGE-LIMIT    PIC 9(10)V99.
           05 FILLER                PIC X(44).
           05 PCV-UPDATED-DATE      PIC 9(8).
           05 PCV-UPDATED-BY        PIC X(10).
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

       FD OWNER-COUNT-FILE.
       01 OWNER-COUNT-RECORD.
           05 OWN-ACCOUNT-NUMBER    PIC 9(10).
           05 OWN-COUNT             PIC 9(3).
           05 OWN-BENEFICIARIES     PIC 9(3).
           05 FILLER                PIC X(4).

       FD INSURANCE-WORK-FILE.
       01 INSURANCE-WORK-RECORD.
           05 DW-KEY.
               10 DW-BRANCH         PIC X(4).
               10 DW-CUSTOMER       PIC 9(10).
           05 DW-CUSTOMER-NAME      PIC X(30).
           05 DW-TAX-ID             PIC X(9).
           05 DW-CATEGORY-DATA OCCURS 3 TIMES.
               10 DW-CAT-ACCOUNTS   PIC 9(3).
               10 DW-CAT-LIMIT      PIC 9(12)V99.
               10 DW-CAT-BALANCE    PIC 9(12)V99.
               10 DW-CAT-INSURED    PIC 9(12)V99.
               10 DW-CAT-UNINSURED  PIC 9(12)V99.
           05 FILLER                PIC X(10).

       FD INSURANCE-REPORT-FILE.
       01 INSURANCE-REPORT-LINE     PIC X(132).

       FD RECORDKEEPING-FILE.
       01 RECORDKEEPING-RECORD      PIC X(200).

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
           05 PARAMETER-FILE-STATUS PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.
           05 OWNER-COUNT-STATUS    PIC XX.
           05 INSURANCE-WORK-STATUS PIC XX.
           05 INSURANCE-REPORT-STATUS PIC XX.
           05 RECORDKEEPING-STATUS  PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-REPORT-FILENAME    PIC X(40).
           05 WS-EXPORT-FILENAME    PIC X(40).

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 FILE-AVAILABILITY-FLAGS.
           05 WS-CDLOAN-FLAG        PIC X(1).
               88 CDLOAN-AVAILABLE  VALUE 'Y'.
               88 CDLOAN-MISSING    VALUE 'N'.

       01 FILER-CONSTANTS.
           05 WS-FILER-NAME         PIC X(30) VALUE
              'COBOL BANKING SYSTEM'.

       01 COVERAGE-CATEGORY-VALUES.
           05 FILLER                PIC X(10) VALUE '1SINGLE'.
           05 FILLER                PIC X(10) VALUE '2JOINT'.
           05 FILLER                PIC X(10) VALUE '3POD'.
       01 COVERAGE-CATEGORY-TABLE REDEFINES COVERAGE-CATEGORY-VALUES.
           05 CCT-ENTRY OCCURS 3 TIMES.
               10 CCT-CODE          PIC X(1).
               10 CCT-NAME          PIC X(9).

       01 COVERAGE-LIMIT-AREAS.
           05 WS-CATEGORY-COUNT     PIC 9(2) VALUE 3.
           05 WS-CAT-SUB            PIC 9(2).
           05 WS-SINGLE-CATEGORY    PIC 9(2) VALUE 1.
           05 WS-JOINT-CATEGORY     PIC 9(2) VALUE 2.
           05 WS-POD-CATEGORY       PIC 9(2) VALUE 3.
           05 WS-MAX-BENEFICIARIES  PIC 9(3) VALUE 5.
           05 WS-DEFAULT-LIMIT      PIC 9(10)V99 VALUE 250000.00.
           05 WS-CAT-LIMIT          PIC 9(10)V99 OCCURS 3 TIMES.
           05 WS-CAT-LIMIT-SOURCE   PIC X(1) OCCURS 3 TIMES.

       01 DEPOSITOR-WORK-AREAS.
           05 WS-CURRENT-CUSTOMER   PIC 9(10).
           05 WS-DEFAULT-BRANCH     PIC X(4) VALUE '0001'.
           05 WS-CUSTOMER-BRANCH    PIC X(4).
           05 WS-BRANCH-SOURCE      PIC X(1).
               88 BRANCH-FROM-PRIMARY VALUE 'P'.
               88 BRANCH-FROM-OTHER VALUE 'O'.
               88 BRANCH-NOT-SET    VALUE 'N'.
           05 WS-DEPOSIT-ACCOUNTS   PIC 9(3).
           05 WS-DEP-CATEGORY OCCURS 3 TIMES.
               10 WS-DC-ACCOUNTS    PIC 9(3).
               10 WS-DC-BALANCE     PIC 9(12)V99.
               10 WS-DC-LIMIT       PIC 9(12)V99.
           05 WS-DC-BENEFICIARIES   PIC 9(3).

       01 ACCOUNT-WORK-AREAS.
           05 WS-DEPOSIT-AMOUNT     PIC S9(12)V99.
           05 WS-OWNER-SHARE        PIC 9(12)V99.
           05 WS-OWNER-COUNT        PIC 9(3).
           05 WS-BENEFICIARY-COUNT  PIC 9(3).
           05 WS-ACCOUNT-CATEGORY   PIC 9(2).
           05 WS-ACCOUNT-KIND       PIC X(1).
               88 ACCOUNT-IS-DEPOSIT VALUE 'D'.
               88 ACCOUNT-NOT-DEPOSIT VALUE 'N'.

       01 REPORT-CONTROL-AREAS.
           05 WS-PRIOR-BRANCH       PIC X(4).
           05 WS-REPORT-LINES       PIC 9(7) VALUE 0.
           05 WS-LINK-RECORDS-READ  PIC 9(7) VALUE 0.
           05 WS-DEPOSITORS-LISTED  PIC 9(7) VALUE 0.
           05 WS-CUSTOMERS-SKIPPED  PIC 9(7) VALUE 0.
           05 WS-BRANCH-COUNT       PIC 9(5) VALUE 0.
           05 WS-EXPORT-COUNT       PIC 9(7) VALUE 0.
           05 WS-FIRST-LINE-FLAG    PIC X(1).
               88 FIRST-DEPOSITOR-LINE VALUE 'Y'.
               88 LATER-DEPOSITOR-LINE VALUE 'N'.

       01 BRANCH-TOTALS.
           05 WS-BR-DEPOSITORS      PIC 9(7).
           05 WS-BR-BALANCE         PIC 9(14)V99.
           05 WS-BR-INSURED         PIC 9(14)V99.
           05 WS-BR-UNINSURED       PIC 9(14)V99.

       01 GRAND-TOTALS.
           05 WS-GT-DEPOSITORS      PIC 9(7) VALUE 0.
           05 WS-GT-BALANCE         PIC 9(14)V99 VALUE 0.
           05 WS-GT-INSURED         PIC 9(14)V99 VALUE 0.
           05 WS-GT-UNINSURED       PIC 9(14)V99 VALUE 0.
           05 WS-GT-CATEGORY OCCURS 3 TIMES.
               10 WS-GC-DEPOSITORS  PIC 9(7).
               10 WS-GC-BALANCE     PIC 9(14)V99.
               10 WS-GC-INSURED     PIC 9(14)V99.
               10 WS-GC-UNINSURED   PIC 9(14)V99.

       01 RECORDKEEPING-LAYOUTS.
           05 DIR-HEADER.
               10 DIH-RECORD-TYPE   PIC X(1).
               10 DIH-FILE-DATE     PIC 9(8).
               10 DIH-FILER-NAME    PIC X(30).
               10 FILLER            PIC X(161).

           05 DIR-DETAIL.
               10 DID-RECORD-TYPE   PIC X(1).
               10 DID-CUSTOMER-NUMBER PIC 9(10).
               10 DID-TAX-ID        PIC X(9).
               10 DID-CUSTOMER-NAME PIC X(30).
               10 DID-BRANCH        PIC X(4).
               10 DID-CATEGORY      PIC X(1).
               10 DID-ACCOUNT-COUNT PIC 9(3).
               10 DID-BALANCE       PIC 9(12)V99.
               10 DID-COVERAGE-LIMIT PIC 9(12)V99.
               10 DID-INSURED       PIC 9(12)V99.
               10 DID-UNINSURED     PIC 9(12)V99.
               10 FILLER            PIC X(86).

           05 DIR-TRAILER.
               10 DIT-RECORD-TYPE   PIC X(1).
               10 DIT-RECORD-COUNT  PIC 9(7).
               10 DIT-TOTAL-BALANCE PIC 9(14)V99.
               10 DIT-TOTAL-INSURED PIC 9(14)V99.
               10 DIT-TOTAL-UNINSURED PIC 9(14)V99.
               10 FILLER            PIC X(144).

       01 INSURANCE-REPORT-LINES.
           05 DI-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(36) VALUE
                  'DEPOSIT INSURANCE COVERAGE REPORT'.
               10 FILLER            PIC X(66) VALUE SPACES.

           05 DI-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE 'Business date:'.
               10 DIH2-DATE         PIC 9(8).
               10 FILLER            PIC X(89) VALUE SPACES.

           05 DI-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 DI-LIMIT-LINE.
               10 FILLER            PIC X(20) VALUE
                  'Coverage limit -'.
               10 DIL-CATEGORY      PIC X(10).
               10 DIL-LIMIT         PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DIL-SOURCE        PIC X(20).
               10 DIL-BASIS         PIC X(20).
               10 FILLER            PIC X(46) VALUE SPACES.

           05 DI-BRANCH-LINE.
               10 FILLER            PIC X(8) VALUE 'BRANCH '.
               10 DIB-BRANCH        PIC X(4).
               10 FILLER            PIC X(120) VALUE SPACES.

           05 DI-DETAIL-HEADER.
               10 FILLER            PIC X(11) VALUE 'CUSTOMER'.
               10 FILLER            PIC X(21) VALUE 'NAME'.
               10 FILLER            PIC X(9) VALUE 'CATEGORY'.
               10 FILLER            PIC X(4) VALUE 'ACC'.
               10 FILLER            PIC X(19) VALUE
                  '           BALANCE'.
               10 FILLER            PIC X(17) VALUE
                  '           LIMIT'.
               10 FILLER            PIC X(19) VALUE
                  '           INSURED'.
               10 FILLER            PIC X(19) VALUE
                  '         UNINSURED'.
               10 FILLER            PIC X(13) VALUE SPACES.

           05 DI-DETAIL-LINE.
               10 DID-CUSTOMER      PIC 9(10).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 DID-NAME          PIC X(20).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 DID-CATEGORY-NAME PIC X(8).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 DID-ACCOUNTS      PIC ZZ9.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 DID-CAT-BALANCE   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 DID-LIMIT         PIC Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 DID-CAT-INSURED   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 DID-CAT-UNINSURED PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(14) VALUE SPACES.

           05 DI-SUBTOTAL-LINE.
               10 FILLER            PIC X(13) VALUE 'BRANCH TOTAL'.
               10 DIS-BRANCH        PIC X(4).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DIS-DEPOSITORS    PIC ZZ,ZZ9.
               10 FILLER            PIC X(20) VALUE ' depositors'.
               10 DIS-BALANCE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(18) VALUE SPACES.
               10 DIS-INSURED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 DIS-UNINSURED     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(14) VALUE SPACES.

           05 DI-TOTAL-LINE.
               10 DIG-LABEL         PIC X(40).
               10 DIG-AMOUNT        PIC $ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(72) VALUE SPACES.

           05 DI-COUNT-LINE.
               10 DIC-LABEL         PIC X(40).
               10 DIC-COUNT         PIC ZZZ,ZZ9.
               10 FILLER            PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-DEPOSIT-INSURANCE.
           PERFORM INITIALIZE-DEPINS
           PERFORM BUILD-OWNER-COUNTS
           PERFORM BUILD-INSURANCE-WORK-FILE
           PERFORM WRITE-BRANCH-DEPOSITORS
           PERFORM WRITE-GRAND-TOTALS
           PERFORM FINALIZE-DEPINS
           DISPLAY 'Deposit insurance run complete for '
                   WS-BUSINESS-DATE
           DISPLAY 'Depositors reported: ' WS-DEPOSITORS-LISTED
           DISPLAY 'Customers with no deposit balances: '
                   WS-CUSTOMERS-SKIPPED
           DISPLAY 'Branches reported: ' WS-BRANCH-COUNT
           MOVE 'DEPINS' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-REPORT-LINES TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Coverage report: ' WS-REPORT-FILENAME
           DISPLAY 'Recordkeeping file: ' WS-EXPORT-FILENAME
           STOP RUN.

       INITIALIZE-DEPINS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-COVERAGE-LIMITS

           STRING 'DEPINS.' WS-BUSINESS-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           STRING 'DICFILE.' WS-BUSINESS-DATE DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-EXPORT-FILENAME
           END-STRING

           OPEN OUTPUT OWNER-COUNT-FILE
           CLOSE OWNER-COUNT-FILE
           OPEN I-O OWNER-COUNT-FILE
           OPEN OUTPUT INSURANCE-WORK-FILE
           CLOSE INSURANCE-WORK-FILE
           OPEN I-O INSURANCE-WORK-FILE
           OPEN INPUT ACCOUNT-LINK-FILE
           OPEN INPUT CUSTOMER-FILE

           SET CDLOAN-MISSING TO TRUE
           OPEN INPUT CDLOAN-FILE
           IF CDLOAN-FILE-STATUS = '00'
               SET CDLOAN-AVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT INSURANCE-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO DIH2-DATE
           WRITE INSURANCE-REPORT-LINE FROM DI-HEADER-1
           WRITE INSURANCE-REPORT-LINE FROM DI-HEADER-2
           WRITE INSURANCE-REPORT-LINE FROM DI-HEADER-3
           WRITE INSURANCE-REPORT-LINE FROM SPACES
           ADD 4 TO WS-REPORT-LINES
           MOVE 1 TO WS-CAT-SUB
           PERFORM WRITE-COVERAGE-LIMIT-LINE
               UNTIL WS-CAT-SUB > WS-CATEGORY-COUNT
           WRITE INSURANCE-REPORT-LINE FROM SPACES
           ADD 1 TO WS-REPORT-LINES

           OPEN OUTPUT RECORDKEEPING-FILE
           MOVE SPACES TO DIR-HEADER
           MOVE '1' TO DIH-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO DIH-FILE-DATE
           MOVE WS-FILER-NAME TO DIH-FILER-NAME
           WRITE RECORDKEEPING-RECORD FROM DIR-HEADER.

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

       LOAD-COVERAGE-LIMITS.
           MOVE 1 TO WS-CAT-SUB
           PERFORM DEFAULT-COVERAGE-LIMIT
               UNTIL WS-CAT-SUB > WS-CATEGORY-COUNT
           OPEN INPUT PARAMETER-FILE
           IF PARAMETER-FILE-STATUS NOT = '00'
               DISPLAY 'PARAMS.DAT not available - default coverage '
                       'limits used.'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CAT-SUB
           PERFORM READ-COVERAGE-LIMIT
               UNTIL WS-CAT-SUB > WS-CATEGORY-COUNT
           CLOSE PARAMETER-FILE.

       DEFAULT-COVERAGE-LIMIT.
           MOVE WS-DEFAULT-LIMIT TO WS-CAT-LIMIT(WS-CAT-SUB)
           MOVE 'D' TO WS-CAT-LIMIT-SOURCE(WS-CAT-SUB)
           ADD 1 TO WS-CAT-SUB.

       READ-COVERAGE-LIMIT.
           MOVE CCT-CODE(WS-CAT-SUB) TO PCV-CATEGORY
           READ PARAMETER-FILE
               INVALID KEY
                   MOVE '99' TO PARAMETER-FILE-STATUS
           END-READ
           IF PARAMETER-FILE-STATUS = '00'
               AND PCV-COVERAGE-LIMIT NUMERIC
               AND PCV-COVERAGE-LIMIT > 0
               MOVE PCV-COVERAGE-LIMIT TO WS-CAT-LIMIT(WS-CAT-SUB)
               MOVE 'P' TO WS-CAT-LIMIT-SOURCE(WS-CAT-SUB)
           END-IF
           ADD 1 TO WS-CAT-SUB.

       WRITE-COVERAGE-LIMIT-LINE.
           MOVE CCT-NAME(WS-CAT-SUB) TO DIL-CATEGORY
           MOVE WS-CAT-LIMIT(WS-CAT-SUB) TO DIL-LIMIT
           IF WS-CAT-LIMIT-SOURCE(WS-CAT-SUB) = 'P'
               MOVE '(PARAMS.DAT)' TO DIL-SOURCE
           ELSE
               MOVE '(default)' TO DIL-SOURCE
           END-IF
           IF WS-CAT-SUB = WS-POD-CATEGORY
               MOVE 'per beneficiary' TO DIL-BASIS
           ELSE
               MOVE 'per depositor' TO DIL-BASIS
           END-IF
           WRITE INSURANCE-REPORT-LINE FROM DI-LIMIT-LINE
           ADD 1 TO WS-REPORT-LINES
           ADD 1 TO WS-CAT-SUB.

       BUILD-OWNER-COUNTS.
           MOVE LOW-VALUES TO LNK-KEY
           START ACCOUNT-LINK-FILE KEY IS NOT LESS THAN LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-START
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               PERFORM COUNT-ONE-ACCOUNT-OWNER
                   UNTIL ACCOUNT-LINK-FILE-STATUS NOT = '00'
           END-IF.

       COUNT-ONE-ACCOUNT-OWNER.
           READ ACCOUNT-LINK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINK-RECORDS-READ
           IF NOT LNK-OWNER AND NOT LNK-POD-BENEFICIARY
               EXIT PARAGRAPH
           END-IF
           MOVE LNK-ACCOUNT-NUMBER TO OWN-ACCOUNT-NUMBER
           READ OWNER-COUNT-FILE
               INVALID KEY
                   MOVE '23' TO OWNER-COUNT-STATUS
           END-READ
           IF OWNER-COUNT-STATUS = '00'
               PERFORM ADD-ACCOUNT-PARTY-COUNT
               REWRITE OWNER-COUNT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE SPACES TO OWNER-COUNT-RECORD
               MOVE LNK-ACCOUNT-NUMBER TO OWN-ACCOUNT-NUMBER
               MOVE 0 TO OWN-COUNT
               MOVE 0 TO OWN-BENEFICIARIES
               PERFORM ADD-ACCOUNT-PARTY-COUNT
               WRITE OWNER-COUNT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       ADD-ACCOUNT-PARTY-COUNT.
           IF LNK-OWNER
               ADD 1 TO OWN-COUNT
           ELSE
               ADD 1 TO OWN-BENEFICIARIES
           END-IF.

       BUILD-INSURANCE-WORK-FILE.
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
                       PERFORM BUILD-ONE-DEPOSITOR
                   END-IF
           END-READ.

       BUILD-ONE-DEPOSITOR.
           MOVE CM-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
           MOVE SPACES TO WS-CUSTOMER-BRANCH
           SET BRANCH-NOT-SET TO TRUE
           MOVE 0 TO WS-DEPOSIT-ACCOUNTS
           MOVE 0 TO WS-DC-BENEFICIARIES
           MOVE 1 TO WS-CAT-SUB
           PERFORM CLEAR-DEPOSITOR-CATEGORY
               UNTIL WS-CAT-SUB > WS-CATEGORY-COUNT

           MOVE WS-CURRENT-CUSTOMER TO LNK-CUSTOMER-NUMBER
           MOVE 0 TO LNK-ACCOUNT-NUMBER
           START ACCOUNT-LINK-FILE KEY IS NOT LESS THAN LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-START
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               PERFORM SCAN-DEPOSITOR-LINKS
                   UNTIL ACCOUNT-LINK-FILE-STATUS NOT = '00'
           END-IF

           IF WS-DEPOSIT-ACCOUNTS = 0
               ADD 1 TO WS-CUSTOMERS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-CUSTOMER-BRANCH = SPACES
               MOVE WS-DEFAULT-BRANCH TO WS-CUSTOMER-BRANCH
           END-IF
           PERFORM WRITE-INSURANCE-WORK-RECORD.

       CLEAR-DEPOSITOR-CATEGORY.
           MOVE 0 TO WS-DC-ACCOUNTS(WS-CAT-SUB)
           MOVE 0 TO WS-DC-BALANCE(WS-CAT-SUB)
           MOVE WS-CAT-LIMIT(WS-CAT-SUB) TO WS-DC-LIMIT(WS-CAT-SUB)
           ADD 1 TO WS-CAT-SUB.

       SCAN-DEPOSITOR-LINKS.
           READ ACCOUNT-LINK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               IF LNK-CUSTOMER-NUMBER = WS-CURRENT-CUSTOMER
                   IF LNK-OWNER
                       PERFORM ACCUMULATE-ONE-DEPOSIT
                   END-IF
               ELSE
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
               END-IF
           END-IF.

       ACCUMULATE-ONE-DEPOSIT.
           MOVE LNK-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF CUST-STATUS = 'C'
               EXIT PARAGRAPH
           END-IF

           PERFORM DETERMINE-DEPOSIT-AMOUNT
           IF ACCOUNT-NOT-DEPOSIT
               OR WS-DEPOSIT-AMOUNT NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-OWNER-COUNT
           MOVE 0 TO WS-BENEFICIARY-COUNT
           MOVE CUST-ACCOUNT-NUMBER TO OWN-ACCOUNT-NUMBER
           READ OWNER-COUNT-FILE
               INVALID KEY
                   MOVE '23' TO OWNER-COUNT-STATUS
           END-READ
           IF OWNER-COUNT-STATUS = '00'
               IF OWN-COUNT > 1
                   MOVE OWN-COUNT TO WS-OWNER-COUNT
               END-IF
               MOVE OWN-BENEFICIARIES TO WS-BENEFICIARY-COUNT
           END-IF
           IF WS-BENEFICIARY-COUNT > 0
               MOVE WS-POD-CATEGORY TO WS-ACCOUNT-CATEGORY
               PERFORM SET-POD-COVERAGE-LIMIT
           ELSE
               IF WS-OWNER-COUNT > 1
                   MOVE WS-JOINT-CATEGORY TO WS-ACCOUNT-CATEGORY
               ELSE
                   MOVE WS-SINGLE-CATEGORY TO WS-ACCOUNT-CATEGORY
               END-IF
           END-IF
           IF WS-OWNER-COUNT > 1
               COMPUTE WS-OWNER-SHARE ROUNDED =
                   WS-DEPOSIT-AMOUNT / WS-OWNER-COUNT
           ELSE
               MOVE WS-DEPOSIT-AMOUNT TO WS-OWNER-SHARE
           END-IF

           ADD 1 TO WS-DEPOSIT-ACCOUNTS
           ADD 1 TO WS-DC-ACCOUNTS(WS-ACCOUNT-CATEGORY)
           ADD WS-OWNER-SHARE TO WS-DC-BALANCE(WS-ACCOUNT-CATEGORY)
           PERFORM SET-DEPOSITOR-BRANCH.

       SET-POD-COVERAGE-LIMIT.
           IF WS-BENEFICIARY-COUNT > WS-MAX-BENEFICIARIES
               MOVE WS-MAX-BENEFICIARIES TO WS-BENEFICIARY-COUNT
           END-IF
           IF WS-BENEFICIARY-COUNT > WS-DC-BENEFICIARIES
               MOVE WS-BENEFICIARY-COUNT TO WS-DC-BENEFICIARIES
               COMPUTE WS-DC-LIMIT(WS-POD-CATEGORY) =
                   WS-CAT-LIMIT(WS-POD-CATEGORY)
                   * WS-DC-BENEFICIARIES
           END-IF.

       DETERMINE-DEPOSIT-AMOUNT.
           SET ACCOUNT-IS-DEPOSIT TO TRUE
           MOVE CUST-BALANCE TO WS-DEPOSIT-AMOUNT
           IF CUST-ACCOUNT-TYPE NOT = 'T' OR CDLOAN-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-ACCOUNT-NUMBER TO CDL-ACCOUNT-NUMBER
           READ CDLOAN-FILE
               INVALID KEY
                   MOVE '99' TO CDLOAN-FILE-STATUS
           END-READ
           IF CDLOAN-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF CDL-IS-LOAN OR CDL-PAID-OFF
               SET ACCOUNT-NOT-DEPOSIT TO TRUE
           ELSE
               MOVE CDL-PRINCIPAL TO WS-DEPOSIT-AMOUNT
           END-IF.

       SET-DEPOSITOR-BRANCH.
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

       WRITE-INSURANCE-WORK-RECORD.
           MOVE SPACES TO INSURANCE-WORK-RECORD
           MOVE WS-CUSTOMER-BRANCH TO DW-BRANCH
           MOVE WS-CURRENT-CUSTOMER TO DW-CUSTOMER
           MOVE CM-NAME TO DW-CUSTOMER-NAME
           MOVE CM-TAX-ID TO DW-TAX-ID
           MOVE 1 TO WS-CAT-SUB
           PERFORM APPLY-CATEGORY-COVERAGE
               UNTIL WS-CAT-SUB > WS-CATEGORY-COUNT
           WRITE INSURANCE-WORK-RECORD
               INVALID KEY
                   DISPLAY 'Duplicate work record for customer '
                           WS-CURRENT-CUSTOMER
           END-WRITE.

       APPLY-CATEGORY-COVERAGE.
           MOVE WS-DC-ACCOUNTS(WS-CAT-SUB)
               TO DW-CAT-ACCOUNTS(WS-CAT-SUB)
           MOVE WS-DC-BALANCE(WS-CAT-SUB)
               TO DW-CAT-BALANCE(WS-CAT-SUB)
           MOVE WS-DC-LIMIT(WS-CAT-SUB)
               TO DW-CAT-LIMIT(WS-CAT-SUB)
           IF WS-DC-BALANCE(WS-CAT-SUB) > WS-DC-LIMIT(WS-CAT-SUB)
               MOVE WS-DC-LIMIT(WS-CAT-SUB)
                   TO DW-CAT-INSURED(WS-CAT-SUB)
               COMPUTE DW-CAT-UNINSURED(WS-CAT-SUB) =
                   WS-DC-BALANCE(WS-CAT-SUB)
                   - WS-DC-LIMIT(WS-CAT-SUB)
           ELSE
               MOVE WS-DC-BALANCE(WS-CAT-SUB)
                   TO DW-CAT-INSURED(WS-CAT-SUB)
               MOVE 0 TO DW-CAT-UNINSURED(WS-CAT-SUB)
           END-IF
           ADD 1 TO WS-CAT-SUB.

       WRITE-BRANCH-DEPOSITORS.
           MOVE SPACES TO WS-PRIOR-BRANCH
           MOVE LOW-VALUES TO DW-KEY
           START INSURANCE-WORK-FILE KEY IS NOT LESS THAN DW-KEY
               INVALID KEY
                   MOVE '99' TO INSURANCE-WORK-STATUS
           END-START
           IF INSURANCE-WORK-STATUS = '00'
               PERFORM READ-BRANCH-DEPOSITOR
                   UNTIL INSURANCE-WORK-STATUS NOT = '00'
           END-IF
           IF WS-PRIOR-BRANCH NOT = SPACES
               PERFORM WRITE-BRANCH-SUBTOTAL
           ELSE
               WRITE INSURANCE-REPORT-LINE FROM
                     '  (no deposit balances to report)'
               ADD 1 TO WS-REPORT-LINES
           END-IF.

       READ-BRANCH-DEPOSITOR.
           READ INSURANCE-WORK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO INSURANCE-WORK-STATUS
           END-READ
           IF INSURANCE-WORK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF DW-BRANCH NOT = WS-PRIOR-BRANCH
               IF WS-PRIOR-BRANCH NOT = SPACES
                   PERFORM WRITE-BRANCH-SUBTOTAL
               END-IF
               PERFORM START-NEW-BRANCH
           END-IF
           ADD 1 TO WS-DEPOSITORS-LISTED
           ADD 1 TO WS-BR-DEPOSITORS
           SET FIRST-DEPOSITOR-LINE TO TRUE
           MOVE 1 TO WS-CAT-SUB
           PERFORM WRITE-DEPOSITOR-CATEGORY
               UNTIL WS-CAT-SUB > WS-CATEGORY-COUNT.

       WRITE-DEPOSITOR-CATEGORY.
           IF DW-CAT-ACCOUNTS(WS-CAT-SUB) = 0
               ADD 1 TO WS-CAT-SUB
               EXIT PARAGRAPH
           END-IF
           IF FIRST-DEPOSITOR-LINE
               MOVE DW-CUSTOMER TO DID-CUSTOMER
               MOVE DW-CUSTOMER-NAME TO DID-NAME
               SET LATER-DEPOSITOR-LINE TO TRUE
           ELSE
               MOVE DW-CUSTOMER TO DID-CUSTOMER
               MOVE SPACES TO DID-NAME
           END-IF
           MOVE CCT-NAME(WS-CAT-SUB) TO DID-CATEGORY-NAME
           MOVE DW-CAT-ACCOUNTS(WS-CAT-SUB) TO DID-ACCOUNTS
           MOVE DW-CAT-BALANCE(WS-CAT-SUB) TO DID-CAT-BALANCE
           MOVE DW-CAT-LIMIT(WS-CAT-SUB) TO DID-LIMIT
           MOVE DW-CAT-INSURED(WS-CAT-SUB) TO DID-CAT-INSURED
           MOVE DW-CAT-UNINSURED(WS-CAT-SUB) TO DID-CAT-UNINSURED
           WRITE INSURANCE-REPORT-LINE FROM DI-DETAIL-LINE
           ADD 1 TO WS-REPORT-LINES

           ADD DW-CAT-BALANCE(WS-CAT-SUB) TO WS-BR-BALANCE
           ADD DW-CAT-INSURED(WS-CAT-SUB) TO WS-BR-INSURED
           ADD DW-CAT-UNINSURED(WS-CAT-SUB) TO WS-BR-UNINSURED
           ADD 1 TO WS-GC-DEPOSITORS(WS-CAT-SUB)
           ADD DW-CAT-BALANCE(WS-CAT-SUB) TO WS-GC-BALANCE(WS-CAT-SUB)
           ADD DW-CAT-INSURED(WS-CAT-SUB) TO WS-GC-INSURED(WS-CAT-SUB)
           ADD DW-CAT-UNINSURED(WS-CAT-SUB)
               TO WS-GC-UNINSURED(WS-CAT-SUB)
           PERFORM WRITE-RECORDKEEPING-DETAIL
           ADD 1 TO WS-CAT-SUB.

       WRITE-RECORDKEEPING-DETAIL.
           MOVE SPACES TO DIR-DETAIL
           MOVE '2' TO DID-RECORD-TYPE
           MOVE DW-CUSTOMER TO DID-CUSTOMER-NUMBER
           MOVE DW-TAX-ID TO DID-TAX-ID
           MOVE DW-CUSTOMER-NAME TO DID-CUSTOMER-NAME
           MOVE DW-BRANCH TO DID-BRANCH
           MOVE CCT-CODE(WS-CAT-SUB) TO DID-CATEGORY
           MOVE DW-CAT-ACCOUNTS(WS-CAT-SUB) TO DID-ACCOUNT-COUNT
           MOVE DW-CAT-BALANCE(WS-CAT-SUB) TO DID-BALANCE
           MOVE DW-CAT-LIMIT(WS-CAT-SUB) TO DID-COVERAGE-LIMIT
           MOVE DW-CAT-INSURED(WS-CAT-SUB) TO DID-INSURED
           MOVE DW-CAT-UNINSURED(WS-CAT-SUB) TO DID-UNINSURED
           WRITE RECORDKEEPING-RECORD FROM DIR-DETAIL
           ADD 1 TO WS-EXPORT-COUNT.

       START-NEW-BRANCH.
           MOVE DW-BRANCH TO WS-PRIOR-BRANCH
           ADD 1 TO WS-BRANCH-COUNT
           MOVE 0 TO WS-BR-DEPOSITORS
           MOVE 0 TO WS-BR-BALANCE
           MOVE 0 TO WS-BR-INSURED
           MOVE 0 TO WS-BR-UNINSURED
           MOVE DW-BRANCH TO DIB-BRANCH
           WRITE INSURANCE-REPORT-LINE FROM DI-BRANCH-LINE
           WRITE INSURANCE-REPORT-LINE FROM DI-DETAIL-HEADER
           WRITE INSURANCE-REPORT-LINE FROM
                 '------------------------------------------'
           ADD 3 TO WS-REPORT-LINES.

       WRITE-BRANCH-SUBTOTAL.
           MOVE WS-PRIOR-BRANCH TO DIS-BRANCH
           MOVE WS-BR-DEPOSITORS TO DIS-DEPOSITORS
           MOVE WS-BR-BALANCE TO DIS-BALANCE
           MOVE WS-BR-INSURED TO DIS-INSURED
           MOVE WS-BR-UNINSURED TO DIS-UNINSURED
           WRITE INSURANCE-REPORT-LINE FROM
                 '------------------------------------------'
           WRITE INSURANCE-REPORT-LINE FROM DI-SUBTOTAL-LINE
           WRITE INSURANCE-REPORT-LINE FROM SPACES
           ADD 3 TO WS-REPORT-LINES

           ADD WS-BR-DEPOSITORS TO WS-GT-DEPOSITORS
           ADD WS-BR-BALANCE TO WS-GT-BALANCE
           ADD WS-BR-INSURED TO WS-GT-INSURED
           ADD WS-BR-UNINSURED TO WS-GT-UNINSURED.

       WRITE-GRAND-TOTALS.
           WRITE INSURANCE-REPORT-LINE FROM DI-HEADER-3
           WRITE INSURANCE-REPORT-LINE FROM 'BANK-WIDE TOTALS'
           ADD 2 TO WS-REPORT-LINES
           MOVE 'Depositors:' TO DIC-LABEL
           MOVE WS-GT-DEPOSITORS TO DIC-COUNT
           WRITE INSURANCE-REPORT-LINE FROM DI-COUNT-LINE
           MOVE 'Branches:' TO DIC-LABEL
           MOVE WS-BRANCH-COUNT TO DIC-COUNT
           WRITE INSURANCE-REPORT-LINE FROM DI-COUNT-LINE
           ADD 2 TO WS-REPORT-LINES
           MOVE 'Total deposits:' TO DIG-LABEL
           MOVE WS-GT-BALANCE TO DIG-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'Insured deposits:' TO DIG-LABEL
           MOVE WS-GT-INSURED TO DIG-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'Uninsured deposits:' TO DIG-LABEL
           MOVE WS-GT-UNINSURED TO DIG-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 1 TO WS-CAT-SUB
           PERFORM WRITE-CATEGORY-TOTALS
               UNTIL WS-CAT-SUB > WS-CATEGORY-COUNT
           WRITE INSURANCE-REPORT-LINE FROM SPACES
           WRITE INSURANCE-REPORT-LINE FROM
                 'Joint balances are divided evenly among co-owners.'
           WRITE INSURANCE-REPORT-LINE FROM
                 'POD accounts are covered per beneficiary, up to 5.'
           ADD 3 TO WS-REPORT-LINES.

       WRITE-CATEGORY-TOTALS.
           WRITE INSURANCE-REPORT-LINE FROM SPACES
           ADD 1 TO WS-REPORT-LINES
           MOVE SPACES TO DIC-LABEL
           STRING CCT-NAME(WS-CAT-SUB) DELIMITED BY SPACE
                  ' ownership depositors:' DELIMITED BY SIZE
                  INTO DIC-LABEL
           END-STRING
           MOVE WS-GC-DEPOSITORS(WS-CAT-SUB) TO DIC-COUNT
           WRITE INSURANCE-REPORT-LINE FROM DI-COUNT-LINE
           ADD 1 TO WS-REPORT-LINES
           MOVE '  Balances:' TO DIG-LABEL
           MOVE WS-GC-BALANCE(WS-CAT-SUB) TO DIG-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE '  Insured:' TO DIG-LABEL
           MOVE WS-GC-INSURED(WS-CAT-SUB) TO DIG-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE '  Uninsured:' TO DIG-LABEL
           MOVE WS-GC-UNINSURED(WS-CAT-SUB) TO DIG-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           ADD 1 TO WS-CAT-SUB.

       WRITE-TOTAL-LINE.
           WRITE INSURANCE-REPORT-LINE FROM DI-TOTAL-LINE
           ADD 1 TO WS-REPORT-LINES.

       FINALIZE-DEPINS.
           MOVE SPACES TO DIR-TRAILER
           MOVE '9' TO DIT-RECORD-TYPE
           MOVE WS-EXPORT-COUNT TO DIT-RECORD-COUNT
           MOVE WS-GT-BALANCE TO DIT-TOTAL-BALANCE
           MOVE WS-GT-INSURED TO DIT-TOTAL-INSURED
           MOVE WS-GT-UNINSURED TO DIT-TOTAL-UNINSURED
           WRITE RECORDKEEPING-RECORD FROM DIR-TRAILER
           CLOSE RECORDKEEPING-FILE
           CLOSE INSURANCE-REPORT-FILE
           CLOSE INSURANCE-WORK-FILE
           CLOSE OWNER-COUNT-FILE
           CLOSE ACCOUNT-LINK-FILE
           CLOSE CUSTOMER-FILE
           IF CDLOAN-AVAILABLE
               CLOSE CDLOAN-FILE
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
