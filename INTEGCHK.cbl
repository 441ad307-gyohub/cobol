       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'FUNDHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO 'LEGALHLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGL-KEY
               FILE STATUS IS LEGAL-HOLD-STATUS.

           SELECT CDLOAN-FILE ASSIGN TO 'CDLOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDL-ACCOUNT-NUMBER
               FILE STATUS IS CDLOAN-FILE-STATUS.

           SELECT CARD-FILE ASSIGN TO 'CARDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CARD-NUMBER
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO 'STANDORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS STANDING-ORDER-FILE-STATUS.

           SELECT SWEEP-INSTRUCTION-FILE ASSIGN TO 'SWEEPINS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWP-CHECKING-ACCOUNT
               FILE STATUS IS SWEEP-INSTRUCTION-STATUS.

           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO 'CUSTAUDT.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CUSTOMER-AUDIT-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT EXCEPTION-WORK-FILE ASSIGN TO 'INTGWORK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IGW-KEY
               FILE STATUS IS EXCEPTION-WORK-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS INTEGRITY-REPORT-STATUS.

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
           05 FILLER                PIC X(47).

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
           05 CUST-RESTRICTION-CODE PIC X(1).
           05 FILLER                PIC X(17).

       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HLD-KEY.
               10 HLD-ACCOUNT-NUMBER PIC 9(10).
               10 HLD-HOLD-ID        PIC 9(10).
           05 HLD-AMOUNT            PIC 9(10)V99.
           05 HLD-HOLD-DATE         PIC 9(8).
           05 HLD-RELEASE-DATE      PIC 9(8).
           05 HLD-STATUS            PIC X(1).
               88 HLD-PENDING       VALUE 'P'.
               88 HLD-RELEASED      VALUE 'R'.
           05 FILLER                PIC X(10).

       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-RECORD.
           05 LGL-KEY.
               10 LGL-ACCOUNT-NUMBER PIC 9(10).
               10 LGL-HOLD-ID        PIC 9(5).
           05 LGL-HOLD-TYPE         PIC X(1).
               88 LGL-FULL-FREEZE   VALUE 'F'.
               88 LGL-GARNISHMENT   VALUE 'G'.
           05 LGL-AMOUNT            PIC 9(10)V99.
           05 LGL-AUTHORITY         PIC X(30).
           05 LGL-CASE-REFERENCE    PIC X(20).
           05 LGL-STATUS            PIC X(1).
               88 LGL-HOLD-ACTIVE   VALUE 'A'.
               88 LGL-HOLD-RELEASED VALUE 'R'.
               88 LGL-HOLD-EXECUTED VALUE 'E'.
           05 LGL-DATE-PLACED       PIC 9(8).
           05 LGL-PLACED-BY         PIC X(10).
           05 LGL-DATE-CLOSED       PIC 9(8).
           05 FILLER                PIC X(10).

       FD CDLOAN-FILE.
       01 CDLOAN-RECORD.
           05 CDL-ACCOUNT-NUMBER    PIC 9(10).
           05 CDL-SUBTYPE           PIC X(1).
               88 CDL-IS-CD         VALUE 'C'.
               88 CDL-IS-LOAN       VALUE 'L'.
           05 FILLER                PIC X(59).
           05 CDL-STATUS            PIC X(1).
               88 CDL-ACTIVE        VALUE 'A'.
               88 CDL-MATURED       VALUE 'M'.
               88 CDL-PAID-OFF      VALUE 'P'.
               88 CDL-IN-GRACE      VALUE 'G'.
           05 FILLER                PIC X(229).

       FD CARD-FILE.
       01 CARD-MASTER-RECORD.
           05 CRD-CARD-NUMBER       PIC 9(16).
           05 CRD-ACCOUNT-NUMBER    PIC 9(10).
           05 CRD-PIN               PIC 9(4).
           05 CRD-STATUS            PIC X(1).
               88 CRD-CARD-ACTIVE   VALUE 'A'.
               88 CRD-CARD-BLOCKED  VALUE 'B'.
               88 CRD-CARD-CLOSED   VALUE 'C'.
               88 CRD-CARD-PENDING  VALUE 'P'.
           05 FILLER                PIC X(124).

       FD STANDING-ORDER-FILE.
       01 STANDING-ORDER-RECORD.
           05 SO-KEY.
               10 SO-ACCOUNT-NUMBER PIC 9(10).
               10 SO-SEQUENCE       PIC 9(3).
           05 SO-DEST-ACCOUNT       PIC 9(10).
           05 SO-AMOUNT             PIC 9(10)V99.
           05 SO-FREQUENCY          PIC X(1).
           05 SO-NEXT-RUN-DATE      PIC 9(8).
           05 SO-END-DATE           PIC 9(8).
           05 SO-STATUS             PIC X(1).
               88 SO-ACTIVE         VALUE 'A'.
               88 SO-SUSPENDED      VALUE 'S'.
               88 SO-CANCELLED      VALUE 'C'.
               88 SO-EXPIRED        VALUE 'E'.
           05 SO-DATE-ADDED         PIC 9(8).
           05 FILLER                PIC X(10).

       FD SWEEP-INSTRUCTION-FILE.
       01 SWEEP-INSTRUCTION-RECORD.
           05 SWP-CHECKING-ACCOUNT  PIC 9(10).
           05 SWP-SAVINGS-ACCOUNT   PIC 9(10).
           05 SWP-TARGET-BALANCE    PIC 9(10)V99.
           05 SWP-MINIMUM-INCREMENT PIC 9(8)V99.
           05 SWP-STATUS            PIC X(1).
               88 SWP-SWEEP-ACTIVE  VALUE 'A'.
               88 SWP-SWEEP-SUSPENDED VALUE 'S'.
               88 SWP-SWEEP-CANCELLED VALUE 'C'.
           05 SWP-DATE-ADDED        PIC 9(8).
           05 FILLER                PIC X(10).

       FD CUSTOMER-AUDIT-FILE.
       01 CUSTOMER-AUDIT-RECORD.
           05 AUD-ACCOUNT-NUMBER    PIC 9(10).
           05 AUD-FIELD-NAME        PIC X(15).
           05 AUD-OLD-VALUE         PIC X(50).
           05 AUD-NEW-VALUE         PIC X(50).
           05 AUD-DATE              PIC 9(8).
           05 AUD-TIME              PIC 9(6).
           05 AUD-OPERATOR-ID       PIC X(10).
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

       FD EXCEPTION-WORK-FILE.
       01 EXCEPTION-WORK-RECORD.
           05 IGW-KEY.
               10 IGW-RULE          PIC 9(2).
               10 IGW-SEQUENCE      PIC 9(7).
           05 IGW-ACCOUNT           PIC 9(10).
           05 IGW-REFERENCE         PIC X(20).
           05 IGW-DETAIL            PIC X(50).
           05 IGW-ACTION            PIC X(10).
           05 FILLER                PIC X(10).

       FD INTEGRITY-REPORT-FILE.
       01 INTEGRITY-REPORT-LINE     PIC X(132).

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
           05 HOLD-FILE-STATUS      PIC XX.
           05 LEGAL-HOLD-STATUS     PIC XX.
           05 CDLOAN-FILE-STATUS    PIC XX.
           05 CARD-FILE-STATUS      PIC XX.
           05 STANDING-ORDER-FILE-STATUS PIC XX.
           05 SWEEP-INSTRUCTION-STATUS PIC XX.
           05 CUSTOMER-AUDIT-FILE-STATUS PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.
           05 EXCEPTION-WORK-STATUS PIC XX.
           05 INTEGRITY-REPORT-STATUS PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 CURRENT-TIME          PIC 9(6).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-REPORT-FILENAME    PIC X(40).
           05 WS-JOURNAL-OPERATOR   PIC X(10) VALUE 'INTEGCHK'.

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 RUN-CONTROL-AREAS.
           05 WS-RUN-MODE           PIC X(1).
               88 MODE-VERIFY       VALUE 'V'.
               88 MODE-REPAIR       VALUE 'R'.

       01 FILE-AVAILABILITY-FLAGS.
           05 WS-HOLD-FLAG          PIC X(1).
               88 HOLDS-AVAILABLE   VALUE 'Y'.
               88 HOLDS-MISSING     VALUE 'N'.
           05 WS-LEGAL-FLAG         PIC X(1).
               88 LEGAL-AVAILABLE   VALUE 'Y'.
               88 LEGAL-MISSING     VALUE 'N'.
           05 WS-CDLOAN-FLAG        PIC X(1).
               88 CDLOAN-AVAILABLE  VALUE 'Y'.
               88 CDLOAN-MISSING    VALUE 'N'.
           05 WS-CARD-FLAG          PIC X(1).
               88 CARDS-AVAILABLE   VALUE 'Y'.
               88 CARDS-MISSING     VALUE 'N'.
           05 WS-ORDER-FLAG         PIC X(1).
               88 ORDERS-AVAILABLE  VALUE 'Y'.
               88 ORDERS-MISSING    VALUE 'N'.
           05 WS-SWEEP-FLAG         PIC X(1).
               88 SWEEPS-AVAILABLE  VALUE 'Y'.
               88 SWEEPS-MISSING    VALUE 'N'.

       01 INTEGRITY-RULE-VALUES.
           05 FILLER                PIC X(12) VALUE 'LNK-NO-CUST'.
           05 FILLER                PIC X(50) VALUE
              'Account link names customer not on CUSTMAST'.
           05 FILLER                PIC X(12) VALUE 'LNK-MERGED'.
           05 FILLER                PIC X(50) VALUE
              'Account link names merged (retired) customer'.
           05 FILLER                PIC X(12) VALUE 'LNK-NO-ACCT'.
           05 FILLER                PIC X(50) VALUE
              'Account link names account not on CUSTOMER'.
           05 FILLER                PIC X(12) VALUE 'ACCT-NO-OWNR'.
           05 FILLER                PIC X(50) VALUE
              'Account has no owner customer number'.
           05 FILLER                PIC X(12) VALUE 'ACCT-ORPHAN'.
           05 FILLER                PIC X(50) VALUE
              'Account owner number not on CUSTMAST'.
           05 FILLER                PIC X(12) VALUE 'ACCT-NO-LINK'.
           05 FILLER                PIC X(50) VALUE
              'Account owner has no owner link on ACCTLINK'.
           05 FILLER                PIC X(12) VALUE 'HELD-AMOUNT'.
           05 FILLER                PIC X(50) VALUE
              'Held amount differs from pending FUNDHOLD total'.
           05 FILLER                PIC X(12) VALUE 'HOLD-ACCOUNT'.
           05 FILLER                PIC X(50) VALUE
              'Pending funds hold on missing or closed account'.
           05 FILLER                PIC X(12) VALUE 'LEGAL-ACCT'.
           05 FILLER                PIC X(50) VALUE
              'Active legal hold on missing or closed account'.
           05 FILLER                PIC X(12) VALUE 'CDL-ACCOUNT'.
           05 FILLER                PIC X(50) VALUE
              'Active CD/loan on missing or closed account'.
           05 FILLER                PIC X(12) VALUE 'CARD-ACCOUNT'.
           05 FILLER                PIC X(50) VALUE
              'Open card on missing or closed account'.
           05 FILLER                PIC X(12) VALUE 'SO-ACCOUNT'.
           05 FILLER                PIC X(50) VALUE
              'Active standing order on missing/closed account'.
           05 FILLER                PIC X(12) VALUE 'SO-DEST'.
           05 FILLER                PIC X(50) VALUE
              'Standing order pays a missing or closed account'.
           05 FILLER                PIC X(12) VALUE 'SWP-ACCOUNT'.
           05 FILLER                PIC X(50) VALUE
              'Active sweep on missing or closed account'.
       01 INTEGRITY-RULE-TABLE REDEFINES INTEGRITY-RULE-VALUES.
           05 RULE-ENTRY OCCURS 14 TIMES.
               10 RULE-CODE         PIC X(12).
               10 RULE-DESCRIPTION  PIC X(50).

       01 RULE-CONSTANTS.
           05 WS-RULE-COUNT         PIC 9(2) VALUE 14.
           05 WS-RULE-LNK-NO-CUST   PIC 9(2) VALUE 1.
           05 WS-RULE-LNK-MERGED    PIC 9(2) VALUE 2.
           05 WS-RULE-LNK-NO-ACCT   PIC 9(2) VALUE 3.
           05 WS-RULE-NO-OWNER      PIC 9(2) VALUE 4.
           05 WS-RULE-ORPHAN        PIC 9(2) VALUE 5.
           05 WS-RULE-NO-LINK       PIC 9(2) VALUE 6.
           05 WS-RULE-HELD          PIC 9(2) VALUE 7.
           05 WS-RULE-HOLD          PIC 9(2) VALUE 8.
           05 WS-RULE-LEGAL         PIC 9(2) VALUE 9.
           05 WS-RULE-CDLOAN        PIC 9(2) VALUE 10.
           05 WS-RULE-CARD          PIC 9(2) VALUE 11.
           05 WS-RULE-ORDER         PIC 9(2) VALUE 12.
           05 WS-RULE-ORDER-DEST    PIC 9(2) VALUE 13.
           05 WS-RULE-SWEEP         PIC 9(2) VALUE 14.

       01 RULE-COUNTERS.
           05 WS-RULE-TALLY OCCURS 14 TIMES.
               10 WS-RULE-CHECKED   PIC X(1).
               10 WS-RULE-EXCEPTIONS PIC 9(7).
               10 WS-RULE-REPAIRS   PIC 9(7).
           05 WS-RULE-SUB           PIC 9(2).

       01 EXCEPTION-WORK-AREAS.
           05 WS-EXCEPTION-SEQUENCE PIC 9(7) VALUE 0.
           05 WS-EXC-RULE           PIC 9(2).
           05 WS-EXC-ACCOUNT        PIC 9(10).
           05 WS-EXC-REFERENCE      PIC X(20).
           05 WS-EXC-DETAIL         PIC X(50).
           05 WS-EXC-ACTION         PIC X(10).

       01 CHECK-WORK-AREAS.
           05 WS-CHECK-ACCOUNT      PIC 9(10).
           05 WS-ACCOUNT-STATE      PIC X(1).
               88 ACCOUNT-OPEN      VALUE 'O'.
               88 ACCOUNT-CLOSED    VALUE 'C'.
               88 ACCOUNT-MISSING   VALUE 'M'.
           05 WS-SECOND-STATE       PIC X(1).
           05 WS-CURRENT-ACCOUNT    PIC 9(10).
           05 WS-PENDING-HOLD-TOTAL PIC 9(10)V99.
           05 WS-OLD-HELD-AMOUNT    PIC 9(10)V99.
           05 WS-OLD-OWNER          PIC 9(10).
           05 WS-PRIMARY-COUNT      PIC 9(3).
           05 WS-PRIMARY-CUSTOMER   PIC 9(10).
           05 WS-REPAIR-OWNER       PIC 9(10).
           05 WS-AMOUNT-DISPLAY     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-HELD-DISPLAY       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-RECORDS-CHECKED    PIC 9(7) VALUE 0.
           05 WS-TOTAL-EXCEPTIONS   PIC 9(7) VALUE 0.
           05 WS-TOTAL-REPAIRS      PIC 9(7) VALUE 0.
           05 WS-REPORT-LINES       PIC 9(7) VALUE 0.
           05 WS-RULE-LISTED        PIC 9(7).

       01 INTEGRITY-REPORT-LINES.
           05 IR-HEADER-1.
               10 FILLER            PIC X(28) VALUE SPACES.
               10 FILLER            PIC X(42) VALUE
                  'CROSS-FILE REFERENTIAL INTEGRITY REPORT'.
               10 FILLER            PIC X(62) VALUE SPACES.

           05 IR-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE
                  'Business date: '.
               10 IRH2-DATE         PIC 9(8).
               10 FILLER            PIC X(10) VALUE SPACES.
               10 FILLER            PIC X(6) VALUE 'Mode: '.
               10 IRH2-MODE         PIC X(8).
               10 FILLER            PIC X(65) VALUE SPACES.

           05 IR-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 IR-RULE-HEADER.
               10 FILLER            PIC X(6) VALUE 'RULE '.
               10 IRR-NUMBER        PIC Z9.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 IRR-CODE          PIC X(12).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 IRR-DESCRIPTION   PIC X(50).
               10 FILLER            PIC X(58) VALUE SPACES.

           05 IR-DETAIL-HEADER.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(12) VALUE 'ACCOUNT #'.
               10 FILLER            PIC X(22) VALUE 'REFERENCE'.
               10 FILLER            PIC X(52) VALUE 'DETAIL'.
               10 FILLER            PIC X(42) VALUE 'ACTION'.

           05 IR-DETAIL-LINE.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 IRD-ACCOUNT       PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 IRD-REFERENCE     PIC X(20).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 IRD-DETAIL        PIC X(50).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 IRD-ACTION        PIC X(10).
               10 FILLER            PIC X(32) VALUE SPACES.

           05 IR-NONE-LINE.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 IRN-TEXT          PIC X(40).
               10 FILLER            PIC X(88) VALUE SPACES.

           05 IR-SUMMARY-HEADER.
               10 FILLER            PIC X(4) VALUE 'NO'.
               10 FILLER            PIC X(14) VALUE 'RULE'.
               10 FILLER            PIC X(52) VALUE 'DESCRIPTION'.
               10 FILLER            PIC X(12) VALUE 'EXCEPTIONS'.
               10 FILLER            PIC X(50) VALUE 'REPAIRED'.

           05 IR-SUMMARY-LINE.
               10 IRS-NUMBER        PIC Z9.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 IRS-CODE          PIC X(12).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 IRS-DESCRIPTION   PIC X(50).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 IRS-EXCEPTIONS    PIC X(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 IRS-REPAIRS       PIC X(10).
               10 FILLER            PIC X(40) VALUE SPACES.

           05 IR-COUNT-EDIT         PIC Z,ZZZ,ZZ9.

           05 IR-TOTAL-LINE.
               10 FILLER            PIC X(24) VALUE
                  'Records checked: '.
               10 IRT-CHECKED       PIC Z,ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(20) VALUE
                  'Exceptions: '.
               10 IRT-EXCEPTIONS    PIC Z,ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(20) VALUE
                  'Repaired: '.
               10 IRT-REPAIRS       PIC Z,ZZZ,ZZ9.
               10 FILLER            PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-INTEGRITY-CHECK.
           PERFORM INITIALIZE-INTEGCHK
           PERFORM CHECK-ACCOUNT-LINKS
           PERFORM CHECK-CUSTOMER-ACCOUNTS
           IF HOLDS-AVAILABLE
               PERFORM CHECK-FUNDS-HOLDS
           END-IF
           IF LEGAL-AVAILABLE
               PERFORM CHECK-LEGAL-HOLDS
           END-IF
           IF CDLOAN-AVAILABLE
               PERFORM CHECK-CDLOAN-RECORDS
           END-IF
           IF CARDS-AVAILABLE
               PERFORM CHECK-CARD-RECORDS
           END-IF
           IF ORDERS-AVAILABLE
               PERFORM CHECK-STANDING-ORDERS
           END-IF
           IF SWEEPS-AVAILABLE
               PERFORM CHECK-SWEEP-INSTRUCTIONS
           END-IF
           PERFORM WRITE-EXCEPTION-REPORT
           PERFORM FINALIZE-INTEGCHK
           DISPLAY 'Referential integrity check complete for '
                   WS-BUSINESS-DATE
           DISPLAY 'Records checked: ' WS-RECORDS-CHECKED
           DISPLAY 'Exceptions found: ' WS-TOTAL-EXCEPTIONS
           IF MODE-REPAIR
               DISPLAY 'Exceptions repaired: ' WS-TOTAL-REPAIRS
           END-IF
           MOVE 'INTEGCHK' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-REPORT-LINES TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Report: ' WS-REPORT-FILENAME
           STOP RUN.

       INITIALIZE-INTEGCHK.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           PERFORM LOAD-BUSINESS-DATE
           DISPLAY 'Mode (V=Verify only, R=Repair safe cases): '
                   WITH NO ADVANCING
           ACCEPT WS-RUN-MODE
           IF NOT MODE-VERIFY AND NOT MODE-REPAIR
               DISPLAY 'Invalid mode - verify assumed.'
               SET MODE-VERIFY TO TRUE
           END-IF

           MOVE 1 TO WS-RULE-SUB
           PERFORM CLEAR-RULE-TALLY
               UNTIL WS-RULE-SUB > WS-RULE-COUNT

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Customer master file not available - status '
                       CUSTOMER-MASTER-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-LINK-FILE
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00'
               DISPLAY 'Account link file not available - status '
                       ACCOUNT-LINK-FILE-STATUS
               STOP RUN
           END-IF
           IF MODE-REPAIR
               OPEN I-O CUSTOMER-FILE
           ELSE
               OPEN INPUT CUSTOMER-FILE
           END-IF
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'Customer account file not available - status '
                       CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-OPTIONAL-FILES

           OPEN OUTPUT EXCEPTION-WORK-FILE
           CLOSE EXCEPTION-WORK-FILE
           OPEN I-O EXCEPTION-WORK-FILE

           IF MODE-REPAIR
               OPEN EXTEND CUSTOMER-AUDIT-FILE
               IF CUSTOMER-AUDIT-FILE-STATUS = '35'
                   OPEN OUTPUT CUSTOMER-AUDIT-FILE
               END-IF
           END-IF

           STRING 'INTEGCHK.' WS-BUSINESS-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO IRH2-DATE
           IF MODE-REPAIR
               MOVE 'REPAIR' TO IRH2-MODE
           ELSE
               MOVE 'VERIFY' TO IRH2-MODE
           END-IF
           WRITE INTEGRITY-REPORT-LINE FROM IR-HEADER-1
           WRITE INTEGRITY-REPORT-LINE FROM IR-HEADER-2
           WRITE INTEGRITY-REPORT-LINE FROM IR-HEADER-3
           WRITE INTEGRITY-REPORT-LINE FROM SPACES
           ADD 4 TO WS-REPORT-LINES.

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

       CLEAR-RULE-TALLY.
           MOVE 'Y' TO WS-RULE-CHECKED(WS-RULE-SUB)
           MOVE 0 TO WS-RULE-EXCEPTIONS(WS-RULE-SUB)
           MOVE 0 TO WS-RULE-REPAIRS(WS-RULE-SUB)
           ADD 1 TO WS-RULE-SUB.

       OPEN-OPTIONAL-FILES.
           SET HOLDS-AVAILABLE TO TRUE
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-STATUS NOT = '00'
               SET HOLDS-MISSING TO TRUE
               MOVE 'N' TO WS-RULE-CHECKED(WS-RULE-HELD)
               MOVE 'N' TO WS-RULE-CHECKED(WS-RULE-HOLD)
           END-IF
           SET LEGAL-AVAILABLE TO TRUE
           OPEN INPUT LEGAL-HOLD-FILE
           IF LEGAL-HOLD-STATUS NOT = '00'
               SET LEGAL-MISSING TO TRUE
               MOVE 'N' TO WS-RULE-CHECKED(WS-RULE-LEGAL)
           END-IF
           SET CDLOAN-AVAILABLE TO TRUE
           OPEN INPUT CDLOAN-FILE
           IF CDLOAN-FILE-STATUS NOT = '00'
               SET CDLOAN-MISSING TO TRUE
               MOVE 'N' TO WS-RULE-CHECKED(WS-RULE-CDLOAN)
           END-IF
           SET CARDS-AVAILABLE TO TRUE
           OPEN INPUT CARD-FILE
           IF CARD-FILE-STATUS NOT = '00'
               SET CARDS-MISSING TO TRUE
               MOVE 'N' TO WS-RULE-CHECKED(WS-RULE-CARD)
           END-IF
           SET ORDERS-AVAILABLE TO TRUE
           IF MODE-REPAIR
               OPEN I-O STANDING-ORDER-FILE
           ELSE
               OPEN INPUT STANDING-ORDER-FILE
           END-IF
           IF STANDING-ORDER-FILE-STATUS NOT = '00'
               SET ORDERS-MISSING TO TRUE
               MOVE 'N' TO WS-RULE-CHECKED(WS-RULE-ORDER)
               MOVE 'N' TO WS-RULE-CHECKED(WS-RULE-ORDER-DEST)
           END-IF
           SET SWEEPS-AVAILABLE TO TRUE
           IF MODE-REPAIR
               OPEN I-O SWEEP-INSTRUCTION-FILE
           ELSE
               OPEN INPUT SWEEP-INSTRUCTION-FILE
           END-IF
           IF SWEEP-INSTRUCTION-STATUS NOT = '00'
               SET SWEEPS-MISSING TO TRUE
               MOVE 'N' TO WS-RULE-CHECKED(WS-RULE-SWEEP)
           END-IF.

       LOOK-UP-ACCOUNT.
           MOVE WS-CHECK-ACCOUNT TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               SET ACCOUNT-MISSING TO TRUE
           ELSE
               IF CUST-STATUS = 'C'
                   SET ACCOUNT-CLOSED TO TRUE
               ELSE
                   SET ACCOUNT-OPEN TO TRUE
               END-IF
           END-IF.

       RECORD-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-SEQUENCE
           MOVE WS-EXC-RULE TO IGW-RULE
           MOVE WS-EXCEPTION-SEQUENCE TO IGW-SEQUENCE
           MOVE WS-EXC-ACCOUNT TO IGW-ACCOUNT
           MOVE WS-EXC-REFERENCE TO IGW-REFERENCE
           MOVE WS-EXC-DETAIL TO IGW-DETAIL
           MOVE WS-EXC-ACTION TO IGW-ACTION
           WRITE EXCEPTION-WORK-RECORD
               INVALID KEY
                   DISPLAY 'Exception work file write failed.'
           END-WRITE
           ADD 1 TO WS-RULE-EXCEPTIONS(WS-EXC-RULE)
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           IF WS-EXC-ACTION = 'REPAIRED'
               ADD 1 TO WS-RULE-REPAIRS(WS-EXC-RULE)
               ADD 1 TO WS-TOTAL-REPAIRS
           END-IF.

       WRITE-REPAIR-JOURNAL.
           MOVE WS-BUSINESS-DATE TO AUD-DATE
           ACCEPT CURRENT-TIME FROM TIME
           MOVE CURRENT-TIME TO AUD-TIME
           MOVE WS-JOURNAL-OPERATOR TO AUD-OPERATOR-ID
           WRITE CUSTOMER-AUDIT-RECORD.

       CHECK-ACCOUNT-LINKS.
           MOVE LOW-VALUES TO LNK-KEY
           START ACCOUNT-LINK-FILE KEY IS NOT LESS THAN LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-START
           PERFORM CHECK-ONE-ACCOUNT-LINK
               UNTIL ACCOUNT-LINK-FILE-STATUS NOT = '00'.

       CHECK-ONE-ACCOUNT-LINK.
           READ ACCOUNT-LINK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDS-CHECKED
           MOVE LNK-ACCOUNT-NUMBER TO WS-EXC-ACCOUNT
           MOVE SPACES TO WS-EXC-REFERENCE
           STRING 'CUSTOMER ' LNK-CUSTOMER-NUMBER
                  DELIMITED BY SIZE INTO WS-EXC-REFERENCE
           END-STRING
           MOVE SPACES TO WS-EXC-ACTION
           MOVE LNK-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               MOVE WS-RULE-LNK-NO-CUST TO WS-EXC-RULE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'Role ' LNK-ROLE ' linked ' LNK-DATE-LINKED
                      ' - no CUSTMAST record'
                      DELIMITED BY SIZE INTO WS-EXC-DETAIL
               END-STRING
               PERFORM RECORD-EXCEPTION
           ELSE
               IF CM-MERGED
                   MOVE WS-RULE-LNK-MERGED TO WS-EXC-RULE
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING 'Role ' LNK-ROLE ' - customer retired by '
                          'merge'
                          DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   END-STRING
                   PERFORM RECORD-EXCEPTION
               END-IF
           END-IF
           MOVE LNK-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
           PERFORM LOOK-UP-ACCOUNT
           IF ACCOUNT-MISSING
               MOVE WS-RULE-LNK-NO-ACCT TO WS-EXC-RULE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'Role ' LNK-ROLE ' - no CUSTOMER record'
                      DELIMITED BY SIZE INTO WS-EXC-DETAIL
               END-STRING
               PERFORM RECORD-EXCEPTION
           END-IF.

       CHECK-CUSTOMER-ACCOUNTS.
           MOVE 0 TO CUST-ACCOUNT-NUMBER
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-START
           PERFORM CHECK-ONE-CUSTOMER-ACCOUNT
               UNTIL CUSTOMER-FILE-STATUS NOT = '00'.

       CHECK-ONE-CUSTOMER-ACCOUNT.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDS-CHECKED
           MOVE CUST-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT
           MOVE CUST-ACCOUNT-NUMBER TO WS-EXC-ACCOUNT
           PERFORM CHECK-ACCOUNT-OWNER
           IF HOLDS-AVAILABLE
               PERFORM CHECK-HELD-AMOUNT
           END-IF
           MOVE WS-CURRENT-ACCOUNT TO CUST-ACCOUNT-NUMBER
           START CUSTOMER-FILE KEY IS GREATER THAN CUST-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE '10' TO CUSTOMER-FILE-STATUS
           END-START.

       CHECK-ACCOUNT-OWNER.
           MOVE SPACES TO WS-EXC-REFERENCE
           STRING 'CUSTOMER ' CUST-CUSTOMER-NUMBER
                  DELIMITED BY SIZE INTO WS-EXC-REFERENCE
           END-STRING
           MOVE SPACES TO WS-EXC-ACTION
           IF CUST-CUSTOMER-NUMBER = 0
               MOVE WS-RULE-NO-OWNER TO WS-EXC-RULE
               MOVE 'Owner customer number is zero' TO WS-EXC-DETAIL
               PERFORM REPAIR-ACCOUNT-OWNER
               PERFORM RECORD-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               MOVE WS-RULE-ORPHAN TO WS-EXC-RULE
               MOVE 'Owner customer number has no CUSTMAST record'
                   TO WS-EXC-DETAIL
               PERFORM REPAIR-ACCOUNT-OWNER
               PERFORM RECORD-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-CUSTOMER-NUMBER TO LNK-CUSTOMER-NUMBER
           MOVE CUST-ACCOUNT-NUMBER TO LNK-ACCOUNT-NUMBER
           READ ACCOUNT-LINK-FILE KEY IS LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00'
               MOVE WS-RULE-NO-LINK TO WS-EXC-RULE
               MOVE 'No ACCTLINK record for owner and account'
                   TO WS-EXC-DETAIL
               PERFORM RECORD-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF NOT LNK-OWNER
               MOVE WS-RULE-NO-LINK TO WS-EXC-RULE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'Owner is linked with non-owner role '
                      LNK-ROLE
                      DELIMITED BY SIZE INTO WS-EXC-DETAIL
               END-STRING
               PERFORM RECORD-EXCEPTION
           END-IF.

       REPAIR-ACCOUNT-OWNER.
           IF NOT MODE-REPAIR
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SOLE-PRIMARY-OWNER
           IF WS-REPAIR-OWNER = 0
               MOVE 'NO PRIMARY' TO WS-EXC-ACTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-ACCOUNT TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               MOVE 'READ-FAIL' TO WS-EXC-ACTION
               MOVE '00' TO CUSTOMER-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-CUSTOMER-NUMBER TO WS-OLD-OWNER
           MOVE WS-REPAIR-OWNER TO CUST-CUSTOMER-NUMBER
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-REWRITE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               MOVE 'REWRT-FAIL' TO WS-EXC-ACTION
               MOVE '00' TO CUSTOMER-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'REPAIRED' TO WS-EXC-ACTION
           MOVE SPACES TO WS-EXC-DETAIL
           STRING 'Owner set to sole primary ' WS-REPAIR-OWNER
                  DELIMITED BY SIZE INTO WS-EXC-DETAIL
           END-STRING
           MOVE WS-CURRENT-ACCOUNT TO AUD-ACCOUNT-NUMBER
           MOVE 'CUST-CUSTOMER' TO AUD-FIELD-NAME
           MOVE WS-OLD-OWNER TO AUD-OLD-VALUE
           MOVE WS-REPAIR-OWNER TO AUD-NEW-VALUE
           PERFORM WRITE-REPAIR-JOURNAL.

       FIND-SOLE-PRIMARY-OWNER.
           MOVE 0 TO WS-REPAIR-OWNER
           MOVE 0 TO WS-PRIMARY-COUNT
           MOVE 0 TO WS-PRIMARY-CUSTOMER
           MOVE WS-CURRENT-ACCOUNT TO LNK-ACCOUNT-NUMBER
           START ACCOUNT-LINK-FILE KEY IS EQUAL TO LNK-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-START
           PERFORM COUNT-ONE-PRIMARY-LINK
               UNTIL ACCOUNT-LINK-FILE-STATUS NOT = '00'
           IF WS-PRIMARY-COUNT NOT = 1
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRIMARY-CUSTOMER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS = '00'
               AND NOT CM-MERGED
               MOVE WS-PRIMARY-CUSTOMER TO WS-REPAIR-OWNER
           END-IF.

       COUNT-ONE-PRIMARY-LINK.
           READ ACCOUNT-LINK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF LNK-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
               MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF LNK-PRIMARY-OWNER
               ADD 1 TO WS-PRIMARY-COUNT
               MOVE LNK-CUSTOMER-NUMBER TO WS-PRIMARY-CUSTOMER
           END-IF.

       CHECK-HELD-AMOUNT.
           MOVE WS-CURRENT-ACCOUNT TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               MOVE '00' TO CUSTOMER-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PENDING-HOLD-TOTAL
           MOVE WS-CURRENT-ACCOUNT TO HLD-ACCOUNT-NUMBER
           MOVE 0 TO HLD-HOLD-ID
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE '99' TO HOLD-FILE-STATUS
           END-START
           PERFORM ADD-ONE-PENDING-HOLD
               UNTIL HOLD-FILE-STATUS NOT = '00'
           MOVE '00' TO HOLD-FILE-STATUS
           IF CUST-HELD-AMOUNT = WS-PENDING-HOLD-TOTAL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RULE-HELD TO WS-EXC-RULE
           MOVE SPACES TO WS-EXC-REFERENCE
           MOVE SPACES TO WS-EXC-ACTION
           MOVE CUST-HELD-AMOUNT TO WS-OLD-HELD-AMOUNT
           MOVE CUST-HELD-AMOUNT TO WS-HELD-DISPLAY
           MOVE WS-PENDING-HOLD-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-EXC-DETAIL
           STRING 'Held ' WS-HELD-DISPLAY ' pending '
                  WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO WS-EXC-DETAIL
           END-STRING
           IF MODE-REPAIR
               MOVE WS-PENDING-HOLD-TOTAL TO CUST-HELD-AMOUNT
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       MOVE '99' TO CUSTOMER-FILE-STATUS
               END-REWRITE
               IF CUSTOMER-FILE-STATUS = '00'
                   MOVE 'REPAIRED' TO WS-EXC-ACTION
                   MOVE WS-CURRENT-ACCOUNT TO AUD-ACCOUNT-NUMBER
                   MOVE 'CUST-HELD-AMT' TO AUD-FIELD-NAME
                   MOVE WS-HELD-DISPLAY TO AUD-OLD-VALUE
                   MOVE WS-AMOUNT-DISPLAY TO AUD-NEW-VALUE
                   PERFORM WRITE-REPAIR-JOURNAL
               ELSE
                   MOVE 'REWRT-FAIL' TO WS-EXC-ACTION
                   MOVE '00' TO CUSTOMER-FILE-STATUS
               END-IF
           END-IF
           PERFORM RECORD-EXCEPTION.

       ADD-ONE-PENDING-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE '10' TO HOLD-FILE-STATUS
           END-READ
           IF HOLD-FILE-STATUS = '00'
               IF HLD-ACCOUNT-NUMBER = WS-CURRENT-ACCOUNT
                   IF HLD-PENDING
                       ADD HLD-AMOUNT TO WS-PENDING-HOLD-TOTAL
                   END-IF
               ELSE
                   MOVE '10' TO HOLD-FILE-STATUS
               END-IF
           END-IF.

       CHECK-FUNDS-HOLDS.
           MOVE LOW-VALUES TO HLD-KEY
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE '99' TO HOLD-FILE-STATUS
           END-START
           PERFORM CHECK-ONE-FUNDS-HOLD
               UNTIL HOLD-FILE-STATUS NOT = '00'.

       CHECK-ONE-FUNDS-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE '10' TO HOLD-FILE-STATUS
           END-READ
           IF HOLD-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDS-CHECKED
           IF NOT HLD-PENDING
               EXIT PARAGRAPH
           END-IF
           MOVE HLD-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
           PERFORM LOOK-UP-ACCOUNT
           IF ACCOUNT-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RULE-HOLD TO WS-EXC-RULE
           MOVE HLD-ACCOUNT-NUMBER TO WS-EXC-ACCOUNT
           MOVE SPACES TO WS-EXC-REFERENCE
           STRING 'HOLD ' HLD-HOLD-ID
                  DELIMITED BY SIZE INTO WS-EXC-REFERENCE
           END-STRING
           MOVE HLD-AMOUNT TO WS-AMOUNT-DISPLAY
           PERFORM SET-ACCOUNT-STATE-DETAIL
           MOVE SPACES TO WS-EXC-ACTION
           PERFORM RECORD-EXCEPTION.

       SET-ACCOUNT-STATE-DETAIL.
           MOVE SPACES TO WS-EXC-DETAIL
           IF ACCOUNT-MISSING
               STRING 'Amount ' WS-AMOUNT-DISPLAY
                      ' - account not on file'
                      DELIMITED BY SIZE INTO WS-EXC-DETAIL
               END-STRING
           ELSE
               STRING 'Amount ' WS-AMOUNT-DISPLAY
                      ' - account closed ' CUST-CLOSURE-DATE
                      DELIMITED BY SIZE INTO WS-EXC-DETAIL
               END-STRING
           END-IF.

       CHECK-LEGAL-HOLDS.
           MOVE LOW-VALUES TO LGL-KEY
           START LEGAL-HOLD-FILE KEY IS NOT LESS THAN LGL-KEY
               INVALID KEY
                   MOVE '99' TO LEGAL-HOLD-STATUS
           END-START
           PERFORM CHECK-ONE-LEGAL-HOLD
               UNTIL LEGAL-HOLD-STATUS NOT = '00'.

       CHECK-ONE-LEGAL-HOLD.
           READ LEGAL-HOLD-FILE NEXT RECORD
               AT END
                   MOVE '10' TO LEGAL-HOLD-STATUS
           END-READ
           IF LEGAL-HOLD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDS-CHECKED
           IF NOT LGL-HOLD-ACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE LGL-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
           PERFORM LOOK-UP-ACCOUNT
           IF ACCOUNT-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RULE-LEGAL TO WS-EXC-RULE
           MOVE LGL-ACCOUNT-NUMBER TO WS-EXC-ACCOUNT
           MOVE LGL-CASE-REFERENCE TO WS-EXC-REFERENCE
           MOVE LGL-AMOUNT TO WS-AMOUNT-DISPLAY
           PERFORM SET-ACCOUNT-STATE-DETAIL
           MOVE SPACES TO WS-EXC-ACTION
           PERFORM RECORD-EXCEPTION.

       CHECK-CDLOAN-RECORDS.
           MOVE 0 TO CDL-ACCOUNT-NUMBER
           START CDLOAN-FILE KEY IS NOT LESS THAN CDL-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE '99' TO CDLOAN-FILE-STATUS
           END-START
           PERFORM CHECK-ONE-CDLOAN-RECORD
               UNTIL CDLOAN-FILE-STATUS NOT = '00'.

       CHECK-ONE-CDLOAN-RECORD.
           READ CDLOAN-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CDLOAN-FILE-STATUS
           END-READ
           IF CDLOAN-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDS-CHECKED
           IF NOT CDL-ACTIVE AND NOT CDL-IN-GRACE
               EXIT PARAGRAPH
           END-IF
           MOVE CDL-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
           PERFORM LOOK-UP-ACCOUNT
           IF ACCOUNT-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RULE-CDLOAN TO WS-EXC-RULE
           MOVE CDL-ACCOUNT-NUMBER TO WS-EXC-ACCOUNT
           MOVE SPACES TO WS-EXC-REFERENCE
           STRING 'SUBTYPE ' CDL-SUBTYPE ' STATUS ' CDL-STATUS
                  DELIMITED BY SIZE INTO WS-EXC-REFERENCE
           END-STRING
           MOVE SPACES TO WS-EXC-DETAIL
           IF ACCOUNT-MISSING
               MOVE 'Schedule active - account not on file'
                   TO WS-EXC-DETAIL
           ELSE
               STRING 'Schedule active - account closed '
                      CUST-CLOSURE-DATE
                      DELIMITED BY SIZE INTO WS-EXC-DETAIL
               END-STRING
           END-IF
           MOVE SPACES TO WS-EXC-ACTION
           PERFORM RECORD-EXCEPTION.

       CHECK-CARD-RECORDS.
           MOVE 0 TO CRD-CARD-NUMBER
           START CARD-FILE KEY IS NOT LESS THAN CRD-CARD-NUMBER
               INVALID KEY
                   MOVE '99' TO CARD-FILE-STATUS
           END-START
           PERFORM CHECK-ONE-CARD-RECORD
               UNTIL CARD-FILE-STATUS NOT = '00'.

       CHECK-ONE-CARD-RECORD.
           READ CARD-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CARD-FILE-STATUS
           END-READ
           IF CARD-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDS-CHECKED
           IF NOT CRD-CARD-ACTIVE AND NOT CRD-CARD-PENDING
               EXIT PARAGRAPH
           END-IF
           MOVE CRD-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
           PERFORM LOOK-UP-ACCOUNT
           IF ACCOUNT-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RULE-CARD TO WS-EXC-RULE
           MOVE CRD-ACCOUNT-NUMBER TO WS-EXC-ACCOUNT
           MOVE SPACES TO WS-EXC-REFERENCE
           STRING 'CARD ************' CRD-CARD-NUMBER(13:4)
                  DELIMITED BY SIZE INTO WS-EXC-REFERENCE
           END-STRING
           MOVE SPACES TO WS-EXC-DETAIL
           IF ACCOUNT-MISSING
               STRING 'Card status ' CRD-STATUS
                      ' - account not on file'
                      DELIMITED BY SIZE INTO WS-EXC-DETAIL
               END-STRING
           ELSE
               STRING 'Card status ' CRD-STATUS
                      ' - account closed ' CUST-CLOSURE-DATE
                      DELIMITED BY SIZE INTO WS-EXC-DETAIL
               END-STRING
           END-IF
           MOVE SPACES TO WS-EXC-ACTION
           PERFORM RECORD-EXCEPTION.

       CHECK-STANDING-ORDERS.
           MOVE 0 TO SO-ACCOUNT-NUMBER
           MOVE 0 TO SO-SEQUENCE
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   MOVE '99' TO STANDING-ORDER-FILE-STATUS
           END-START
           PERFORM CHECK-ONE-STANDING-ORDER
               UNTIL STANDING-ORDER-FILE-STATUS NOT = '00'.

       CHECK-ONE-STANDING-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO STANDING-ORDER-FILE-STATUS
           END-READ
           IF STANDING-ORDER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDS-CHECKED
           IF NOT SO-ACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE SO-ACCOUNT-NUMBER TO WS-EXC-ACCOUNT
           MOVE SPACES TO WS-EXC-REFERENCE
           STRING 'ORDER ' SO-SEQUENCE
                  DELIMITED BY SIZE INTO WS-EXC-REFERENCE
           END-STRING
           MOVE SO-AMOUNT TO WS-AMOUNT-DISPLAY

           MOVE SO-DEST-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM LOOK-UP-ACCOUNT
           IF SO-DEST-ACCOUNT NOT = 0 AND NOT ACCOUNT-OPEN
               MOVE WS-RULE-ORDER-DEST TO WS-EXC-RULE
               MOVE SPACES TO WS-EXC-DETAIL
               IF ACCOUNT-MISSING
                   STRING 'Pays ' SO-DEST-ACCOUNT
                          ' - not on file'
                          DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   END-STRING
               ELSE
                   STRING 'Pays ' SO-DEST-ACCOUNT
                          ' - closed ' CUST-CLOSURE-DATE
                          DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   END-STRING
               END-IF
               MOVE SPACES TO WS-EXC-ACTION
               PERFORM RECORD-EXCEPTION
           END-IF

           MOVE SO-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
           PERFORM LOOK-UP-ACCOUNT
           IF ACCOUNT-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RULE-ORDER TO WS-EXC-RULE
           PERFORM SET-ACCOUNT-STATE-DETAIL
           MOVE SPACES TO WS-EXC-ACTION
           IF MODE-REPAIR AND ACCOUNT-CLOSED
               SET SO-CANCELLED TO TRUE
               REWRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       MOVE '99' TO STANDING-ORDER-FILE-STATUS
               END-REWRITE
               IF STANDING-ORDER-FILE-STATUS = '00'
                   MOVE 'REPAIRED' TO WS-EXC-ACTION
                   MOVE SO-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
                   MOVE 'SO-STATUS' TO AUD-FIELD-NAME
                   MOVE SPACES TO AUD-OLD-VALUE
                   MOVE SPACES TO AUD-NEW-VALUE
                   STRING 'SEQ ' SO-SEQUENCE ' A'
                          DELIMITED BY SIZE INTO AUD-OLD-VALUE
                   END-STRING
                   STRING 'SEQ ' SO-SEQUENCE ' C - ACCOUNT CLOSED'
                          DELIMITED BY SIZE INTO AUD-NEW-VALUE
                   END-STRING
                   PERFORM WRITE-REPAIR-JOURNAL
               ELSE
                   MOVE 'REWRT-FAIL' TO WS-EXC-ACTION
                   MOVE '00' TO STANDING-ORDER-FILE-STATUS
               END-IF
           END-IF
           PERFORM RECORD-EXCEPTION.

       CHECK-SWEEP-INSTRUCTIONS.
           MOVE 0 TO SWP-CHECKING-ACCOUNT
           START SWEEP-INSTRUCTION-FILE
               KEY IS NOT LESS THAN SWP-CHECKING-ACCOUNT
               INVALID KEY
                   MOVE '99' TO SWEEP-INSTRUCTION-STATUS
           END-START
           PERFORM CHECK-ONE-SWEEP-INSTRUCTION
               UNTIL SWEEP-INSTRUCTION-STATUS NOT = '00'.

       CHECK-ONE-SWEEP-INSTRUCTION.
           READ SWEEP-INSTRUCTION-FILE NEXT RECORD
               AT END
                   MOVE '10' TO SWEEP-INSTRUCTION-STATUS
           END-READ
           IF SWEEP-INSTRUCTION-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDS-CHECKED
           IF NOT SWP-SWEEP-ACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE SWP-SAVINGS-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM LOOK-UP-ACCOUNT
           MOVE WS-ACCOUNT-STATE TO WS-SECOND-STATE
           MOVE SWP-CHECKING-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM LOOK-UP-ACCOUNT
           IF ACCOUNT-OPEN AND WS-SECOND-STATE = 'O'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RULE-SWEEP TO WS-EXC-RULE
           MOVE SWP-CHECKING-ACCOUNT TO WS-EXC-ACCOUNT
           MOVE SPACES TO WS-EXC-REFERENCE
           STRING 'SAVINGS ' SWP-SAVINGS-ACCOUNT
                  DELIMITED BY SIZE INTO WS-EXC-REFERENCE
           END-STRING
           MOVE SPACES TO WS-EXC-DETAIL
           STRING 'Checking state ' WS-ACCOUNT-STATE
                  ' savings state ' WS-SECOND-STATE
                  ' (O=open C=closed M=missing)'
                  DELIMITED BY SIZE INTO WS-EXC-DETAIL
           END-STRING
           MOVE SPACES TO WS-EXC-ACTION
           IF MODE-REPAIR
               AND NOT ACCOUNT-MISSING
               AND WS-SECOND-STATE NOT = 'M'
               SET SWP-SWEEP-CANCELLED TO TRUE
               REWRITE SWEEP-INSTRUCTION-RECORD
                   INVALID KEY
                       MOVE '99' TO SWEEP-INSTRUCTION-STATUS
               END-REWRITE
               IF SWEEP-INSTRUCTION-STATUS = '00'
                   MOVE 'REPAIRED' TO WS-EXC-ACTION
                   MOVE SWP-CHECKING-ACCOUNT TO AUD-ACCOUNT-NUMBER
                   MOVE 'SWP-STATUS' TO AUD-FIELD-NAME
                   MOVE 'A' TO AUD-OLD-VALUE
                   MOVE 'C - ACCOUNT CLOSED' TO AUD-NEW-VALUE
                   PERFORM WRITE-REPAIR-JOURNAL
               ELSE
                   MOVE 'REWRT-FAIL' TO WS-EXC-ACTION
                   MOVE '00' TO SWEEP-INSTRUCTION-STATUS
               END-IF
           END-IF
           PERFORM RECORD-EXCEPTION.

       WRITE-EXCEPTION-REPORT.
           MOVE 1 TO WS-RULE-SUB
           PERFORM WRITE-ONE-RULE-SECTION
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
           WRITE INTEGRITY-REPORT-LINE FROM IR-HEADER-3
           WRITE INTEGRITY-REPORT-LINE FROM IR-SUMMARY-HEADER
           ADD 2 TO WS-REPORT-LINES
           MOVE 1 TO WS-RULE-SUB
           PERFORM WRITE-ONE-RULE-SUMMARY
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
           WRITE INTEGRITY-REPORT-LINE FROM SPACES
           MOVE WS-RECORDS-CHECKED TO IRT-CHECKED
           MOVE WS-TOTAL-EXCEPTIONS TO IRT-EXCEPTIONS
           MOVE WS-TOTAL-REPAIRS TO IRT-REPAIRS
           WRITE INTEGRITY-REPORT-LINE FROM IR-TOTAL-LINE
           ADD 2 TO WS-REPORT-LINES.

       WRITE-ONE-RULE-SECTION.
           MOVE WS-RULE-SUB TO IRR-NUMBER
           MOVE RULE-CODE(WS-RULE-SUB) TO IRR-CODE
           MOVE RULE-DESCRIPTION(WS-RULE-SUB) TO IRR-DESCRIPTION
           WRITE INTEGRITY-REPORT-LINE FROM IR-RULE-HEADER
           ADD 1 TO WS-REPORT-LINES
           IF WS-RULE-CHECKED(WS-RULE-SUB) = 'N'
               MOVE 'Not checked - file not available'
                   TO IRN-TEXT
               WRITE INTEGRITY-REPORT-LINE FROM IR-NONE-LINE
               WRITE INTEGRITY-REPORT-LINE FROM SPACES
               ADD 2 TO WS-REPORT-LINES
               ADD 1 TO WS-RULE-SUB
               EXIT PARAGRAPH
           END-IF
           IF WS-RULE-EXCEPTIONS(WS-RULE-SUB) = 0
               MOVE 'No exceptions' TO IRN-TEXT
               WRITE INTEGRITY-REPORT-LINE FROM IR-NONE-LINE
               WRITE INTEGRITY-REPORT-LINE FROM SPACES
               ADD 2 TO WS-REPORT-LINES
               ADD 1 TO WS-RULE-SUB
               EXIT PARAGRAPH
           END-IF
           WRITE INTEGRITY-REPORT-LINE FROM IR-DETAIL-HEADER
           ADD 1 TO WS-REPORT-LINES
           MOVE 0 TO WS-RULE-LISTED
           MOVE WS-RULE-SUB TO IGW-RULE
           MOVE 0 TO IGW-SEQUENCE
           START EXCEPTION-WORK-FILE KEY IS NOT LESS THAN IGW-KEY
               INVALID KEY
                   MOVE '99' TO EXCEPTION-WORK-STATUS
           END-START
           PERFORM WRITE-ONE-EXCEPTION-LINE
               UNTIL EXCEPTION-WORK-STATUS NOT = '00'
           WRITE INTEGRITY-REPORT-LINE FROM SPACES
           ADD 1 TO WS-REPORT-LINES
           ADD 1 TO WS-RULE-SUB.

       WRITE-ONE-EXCEPTION-LINE.
           READ EXCEPTION-WORK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO EXCEPTION-WORK-STATUS
           END-READ
           IF EXCEPTION-WORK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF IGW-RULE NOT = WS-RULE-SUB
               MOVE '10' TO EXCEPTION-WORK-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE IGW-ACCOUNT TO IRD-ACCOUNT
           MOVE IGW-REFERENCE TO IRD-REFERENCE
           MOVE IGW-DETAIL TO IRD-DETAIL
           MOVE IGW-ACTION TO IRD-ACTION
           WRITE INTEGRITY-REPORT-LINE FROM IR-DETAIL-LINE
           ADD 1 TO WS-REPORT-LINES.

       WRITE-ONE-RULE-SUMMARY.
           MOVE WS-RULE-SUB TO IRS-NUMBER
           MOVE RULE-CODE(WS-RULE-SUB) TO IRS-CODE
           MOVE RULE-DESCRIPTION(WS-RULE-SUB) TO IRS-DESCRIPTION
           IF WS-RULE-CHECKED(WS-RULE-SUB) = 'N'
               MOVE 'NOT RUN' TO IRS-EXCEPTIONS
               MOVE SPACES TO IRS-REPAIRS
           ELSE
               MOVE WS-RULE-EXCEPTIONS(WS-RULE-SUB) TO IR-COUNT-EDIT
               MOVE IR-COUNT-EDIT TO IRS-EXCEPTIONS
               MOVE WS-RULE-REPAIRS(WS-RULE-SUB) TO IR-COUNT-EDIT
               MOVE IR-COUNT-EDIT TO IRS-REPAIRS
           END-IF
           WRITE INTEGRITY-REPORT-LINE FROM IR-SUMMARY-LINE
           ADD 1 TO WS-REPORT-LINES
           ADD 1 TO WS-RULE-SUB.

       FINALIZE-INTEGCHK.
           CLOSE INTEGRITY-REPORT-FILE
           CLOSE EXCEPTION-WORK-FILE
           IF MODE-REPAIR
               CLOSE CUSTOMER-AUDIT-FILE
           END-IF
           IF SWEEPS-AVAILABLE
               CLOSE SWEEP-INSTRUCTION-FILE
           END-IF
           IF ORDERS-AVAILABLE
               CLOSE STANDING-ORDER-FILE
           END-IF
           IF CARDS-AVAILABLE
               CLOSE CARD-FILE
           END-IF
           IF CDLOAN-AVAILABLE
               CLOSE CDLOAN-FILE
           END-IF
           IF LEGAL-AVAILABLE
               CLOSE LEGAL-HOLD-FILE
           END-IF
           IF HOLDS-AVAILABLE
               CLOSE HOLD-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-LINK-FILE
           CLOSE CUSTOMER-MASTER-FILE.

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
