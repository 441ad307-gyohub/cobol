       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWEXTRCT.
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

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT ACCOUNT-LINK-FILE ASSIGN TO 'ACCTLINK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LNK-KEY
               ALTERNATE RECORD KEY IS LNK-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS ACCOUNT-LINK-FILE-STATUS.

           SELECT CDLOAN-FILE ASSIGN TO 'CDLOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CDL-ACCOUNT-NUMBER
               FILE STATUS IS CDLOAN-FILE-STATUS.

           SELECT CARD-FILE ASSIGN TO 'CARDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRD-CARD-NUMBER
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'FUNDHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO 'LEGALHLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LGL-KEY
               FILE STATUS IS LEGAL-HOLD-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MANIFEST-FILE-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO 'RPTCTLG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           05 CM-DECEASED-FLAG      PIC X(1).
               88 CM-LIVING         VALUE SPACE 'N'.
               88 CM-DECEASED       VALUE 'D'.
           05 CM-DATE-OF-DEATH      PIC 9(8).
           05 FILLER                PIC X(21).

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

       FD ACCOUNT-LINK-FILE.
       01 ACCOUNT-LINK-RECORD.
           05 LNK-KEY.
               10 LNK-CUSTOMER-NUMBER PIC 9(10).
               10 LNK-ACCOUNT-NUMBER  PIC 9(10).
           05 LNK-ROLE              PIC X(1).
           05 LNK-DATE-LINKED       PIC 9(8).
           05 LNK-SIGNER-LIMIT      PIC 9(8)V99.
           05 LNK-EFFECTIVE-DATE    PIC 9(8).
           05 LNK-EXPIRY-DATE       PIC 9(8).
           05 LNK-POD-SHARE         PIC 9(3)V99.
           05 FILLER                PIC X(20).

       FD CDLOAN-FILE.
       01 CDLOAN-RECORD.
           05 CDL-ACCOUNT-NUMBER    PIC 9(10).
           05 CDL-SUBTYPE           PIC X(1).
           05 CDL-PRINCIPAL         PIC S9(10)V99.
           05 CDL-RATE              PIC 9V9(4).
           05 CDL-TERM-MONTHS       PIC 9(3).
           05 CDL-OPEN-DATE         PIC 9(8).
           05 CDL-MATURITY-DATE     PIC 9(8).
           05 CDL-PAYMENT-AMOUNT    PIC S9(10)V99.
           05 CDL-NEXT-PAYMENT-DATE PIC 9(8).
           05 CDL-PAYMENTS-MADE     PIC 9(3).
           05 CDL-STATUS            PIC X(1).
           05 CDL-PAST-DUE-DATE     PIC 9(8).
           05 CDL-MISSED-COUNT      PIC 9(3).
           05 CDL-SETTLED-DATE      PIC 9(8).
           05 CDL-LATE-FEE-FLAG     PIC X(1).
           05 CDL-MATURITY-INSTRUCTION PIC X(1).
           05 CDL-RENEWAL-TERM-MONTHS PIC 9(3).
           05 CDL-PAYOUT-ACCOUNT    PIC 9(10).
           05 FILLER                PIC X(26).
           05 CDL-GRACE-END-DATE    PIC 9(8).
           05 CDL-RENEWAL-COUNT     PIC 9(3).
           05 FILLER                PIC X(9).
           05 CDL-ORIGINAL-PRINCIPAL PIC S9(10)V99.
           05 CDL-INTEREST-PAID-TO-DATE PIC S9(10)V99.
           05 CDL-YTD-INTEREST-PAID PIC S9(10)V99.
           05 FILLER                PIC X(16).
           05 CDL-RATE-TYPE         PIC X(1).
           05 CDL-INDEX-PRODUCT     PIC X(8).
           05 CDL-RATE-MARGIN       PIC S9V9(4).
           05 CDL-RATE-FLOOR        PIC 9V9(4).
           05 CDL-RATE-CAP          PIC 9V9(4).
           05 CDL-REPRICE-MONTHS    PIC 9(3).
           05 CDL-NEXT-REPRICE-DATE PIC 9(8).
           05 FILLER                PIC X(62).

       FD CARD-FILE.
       01 CARD-MASTER-RECORD.
           05 CRD-CARD-NUMBER       PIC 9(16).
           05 CRD-ACCOUNT-NUMBER    PIC 9(10).
           05 FILLER                PIC X(4).
           05 CRD-STATUS            PIC X(1).
           05 CRD-DAILY-WTH-LIMIT   PIC 9(10)V99.
           05 CRD-DAILY-PUR-LIMIT   PIC 9(10)V99.
           05 FILLER                PIC X(32).
           05 CRD-ISSUE-DATE        PIC 9(8).
           05 CRD-EXPIRY-DATE       PIC 9(8).
           05 FILLER                PIC X(1).
           05 CRD-REPLACES-CARD     PIC 9(16).
           05 CRD-REPLACED-BY-CARD  PIC 9(16).
           05 CRD-ACTIVATION-DATE   PIC 9(8).
           05 CRD-CLOSE-REASON      PIC X(1).
           05 FILLER                PIC X(10).

       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HLD-KEY.
               10 HLD-ACCOUNT-NUMBER PIC 9(10).
               10 HLD-HOLD-ID        PIC 9(10).
           05 HLD-AMOUNT            PIC 9(10)V99.
           05 HLD-HOLD-DATE         PIC 9(8).
           05 HLD-RELEASE-DATE      PIC 9(8).
           05 HLD-STATUS            PIC X(1).
           05 FILLER                PIC X(10).

       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-RECORD.
           05 LGL-KEY.
               10 LGL-ACCOUNT-NUMBER PIC 9(10).
               10 LGL-HOLD-ID        PIC 9(5).
           05 LGL-HOLD-TYPE         PIC X(1).
           05 LGL-AMOUNT            PIC 9(10)V99.
           05 LGL-AUTHORITY         PIC X(30).
           05 LGL-CASE-REFERENCE    PIC X(20).
           05 LGL-STATUS            PIC X(1).
           05 LGL-DATE-PLACED       PIC 9(8).
           05 LGL-PLACED-BY         PIC X(10).
           05 LGL-DATE-CLOSED       PIC 9(8).
           05 FILLER                PIC X(10).

       FD ARCHIVE-FILE.
       01 ARCHIVE-TRANSACTION-RECORD.
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
           05 CTL-LAST-EOD-DATE     PIC 9(8).
           05 FILLER                PIC X(10).

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD            PIC X(400).

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD           PIC X(120).

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
           05 CUSTOMER-FILE-STATUS  PIC XX.
           05 ACCOUNT-LINK-FILE-STATUS PIC XX.
           05 CDLOAN-FILE-STATUS    PIC XX.
           05 CARD-FILE-STATUS      PIC XX.
           05 HOLD-FILE-STATUS      PIC XX.
           05 LEGAL-HOLD-STATUS     PIC XX.
           05 ARCHIVE-FILE-STATUS   PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.
           05 EXTRACT-FILE-STATUS   PIC XX.
           05 MANIFEST-FILE-STATUS  PIC XX.

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-LAST-EOD-DATE      PIC 9(8).
           05 WS-EXTRACT-DATE       PIC 9(8).
           05 WS-EXTRACT-FILENAME   PIC X(40).
           05 WS-MANIFEST-FILENAME  PIC X(40).
           05 WS-ARCHIVE-FILENAME   PIC X(40).
           05 WS-CATALOG-ARCHIVE    PIC X(40).

       01 EXTRACT-CONSTANTS.
           05 WS-MANIFEST-TYPE      PIC X(12) VALUE 'DWMANIF'.
           05 WS-ARCHIVE-TYPE       PIC X(12) VALUE 'TRANARCH'.
           05 WS-LAYOUT-VERSION     PIC X(2) VALUE '01'.
           05 WS-EXTRACT-COUNT      PIC 9(2) VALUE 7.
           05 WS-CUSTMAST-SLOT      PIC 9(2) VALUE 1.
           05 WS-ACCOUNT-SLOT       PIC 9(2) VALUE 2.
           05 WS-ACCTLINK-SLOT      PIC 9(2) VALUE 3.
           05 WS-TRANS-SLOT         PIC 9(2) VALUE 4.
           05 WS-CDLOAN-SLOT        PIC 9(2) VALUE 5.
           05 WS-CARD-SLOT          PIC 9(2) VALUE 6.
           05 WS-HOLD-SLOT          PIC 9(2) VALUE 7.

       01 EXTRACT-NAME-VALUES.
           05 FILLER                PIC X(12) VALUE 'DWCUSTMAST'.
           05 FILLER                PIC X(12) VALUE 'DWACCOUNT'.
           05 FILLER                PIC X(12) VALUE 'DWACCTLINK'.
           05 FILLER                PIC X(12) VALUE 'DWTRANS'.
           05 FILLER                PIC X(12) VALUE 'DWCDLOAN'.
           05 FILLER                PIC X(12) VALUE 'DWCARD'.
           05 FILLER                PIC X(12) VALUE 'DWHOLD'.
       01 EXTRACT-NAME-TABLE REDEFINES EXTRACT-NAME-VALUES.
           05 EXN-TYPE              PIC X(12) OCCURS 7 TIMES.

       01 EXTRACT-RESULT-TABLE.
           05 EXR-ENTRY OCCURS 7 TIMES.
               10 EXR-FILENAME      PIC X(40).
               10 EXR-COUNT         PIC 9(9).
               10 EXR-TOTAL         PIC S9(13)V99.
               10 EXR-MANIFEST-FLAG PIC X(1).
                   88 EXR-IN-MANIFEST VALUE 'Y'.
               10 EXR-MAN-COUNT     PIC X(20).
               10 EXR-MAN-TOTAL     PIC X(20).

       01 EXTRACT-WORK-AREAS.
           05 WS-EXT-SUB            PIC 9(2).
           05 WS-RUN-MODE           PIC X(1).
               88 EXTRACT-FIRST-RUN VALUE 'F'.
               88 EXTRACT-RERUN     VALUE 'R'.
           05 WS-DETAIL-COUNT       PIC 9(9).
           05 WS-CONTROL-TOTAL      PIC S9(13)V99.
           05 WS-ARCHIVE-MATCHED    PIC 9(9).
           05 WS-VERIFY-ERRORS      PIC 9(3).
           05 WS-VERIFY-FLAG        PIC X(1).
               88 EXTRACT-VERIFIED  VALUE 'Y'.
               88 EXTRACT-MISMATCH  VALUE 'N'.
           05 WS-FILE-DETAILS       PIC 9(9).
           05 WS-TRAILER-COUNT      PIC X(20).
           05 WS-TRAILER-TOTAL      PIC X(20).
           05 WS-GRAND-TOTAL        PIC S9(13)V99.

       01 FIELD-BUILD-AREAS.
           05 DW-OUT-PTR            PIC 9(3).
           05 WS-FIELD-TEXT         PIC X(60).
           05 WS-FIELD-LEN          PIC 9(2).
           05 WS-FIELD-END-FLAG     PIC X(1).
               88 FIELD-END-FOUND   VALUE 'Y'.
           05 WS-FIELD-AMOUNT       PIC S9(13)V99.
           05 WS-FIELD-COUNT        PIC 9(9).
           05 WS-FIELD-RATE         PIC S9V9(4).
           05 WS-FIELD-CARD         PIC 9(16).
           05 WS-EDIT-AMOUNT        PIC -(13)9.99.
           05 WS-EDIT-COUNT         PIC Z(8)9.
           05 WS-EDIT-RATE          PIC -9.9999.
           05 WS-EDIT-TEXT          PIC X(20).
           05 WS-EDIT-POS           PIC 9(2).
           05 WS-EDIT-START-FLAG    PIC X(1).
               88 EDIT-START-FOUND  VALUE 'Y'.
           05 WS-TRIMMED-TEXT       PIC X(20).

       01 MANIFEST-PARSE-AREAS.
           05 WS-PARSE-TYPE         PIC X(1).
           05 WS-PARSE-NAME         PIC X(12).
           05 WS-PARSE-FILENAME     PIC X(40).
           05 WS-PARSE-COUNT        PIC X(20).
           05 WS-PARSE-TOTAL        PIC X(20).

       PROCEDURE DIVISION.
       MAIN-DW-EXTRACT.
           PERFORM INITIALIZE-DWEXTRCT
           PERFORM LOCATE-DAY-ARCHIVE
           PERFORM EXTRACT-TRANSACTIONS
           IF EXTRACT-RERUN
               PERFORM LOAD-EXISTING-MANIFEST
               MOVE 0 TO WS-VERIFY-ERRORS
               MOVE 1 TO WS-EXT-SUB
               PERFORM VERIFY-ONE-EXTRACT
                   UNTIL WS-EXT-SUB > WS-EXTRACT-COUNT
               DISPLAY 'Warehouse extract rerun complete for '
                       WS-EXTRACT-DATE
               DISPLAY 'Transactions re-extracted: '
                       EXR-COUNT(WS-TRANS-SLOT)
               IF WS-VERIFY-ERRORS > 0
                   DISPLAY 'WARNING: ' WS-VERIFY-ERRORS
                           ' extract(s) do not agree with '
                           WS-MANIFEST-FILENAME
               ELSE
                   DISPLAY 'All extracts agree with '
                           WS-MANIFEST-FILENAME
               END-IF
               STOP RUN
           END-IF
           PERFORM EXTRACT-CUSTOMER-MASTER
           PERFORM EXTRACT-ACCOUNTS
           PERFORM EXTRACT-ACCOUNT-LINKS
           PERFORM EXTRACT-CDLOANS
           PERFORM EXTRACT-CARDS
           PERFORM EXTRACT-HOLDS
           PERFORM WRITE-MANIFEST
           MOVE 1 TO WS-EXT-SUB
           PERFORM REGISTER-ONE-EXTRACT
               UNTIL WS-EXT-SUB > WS-EXTRACT-COUNT
           MOVE WS-MANIFEST-TYPE TO WS-RCT-TYPE
           MOVE WS-EXTRACT-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-MANIFEST-FILENAME TO WS-RCT-FILENAME
           COMPUTE WS-RCT-LINE-COUNT = WS-EXTRACT-COUNT + 2
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Warehouse extracts complete for '
                   WS-EXTRACT-DATE
           MOVE 1 TO WS-EXT-SUB
           PERFORM DISPLAY-ONE-EXTRACT
               UNTIL WS-EXT-SUB > WS-EXTRACT-COUNT
           DISPLAY 'Manifest: ' WS-MANIFEST-FILENAME
           STOP RUN.

       INITIALIZE-DWEXTRCT.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-BUSINESS-DATE
           IF WS-LAST-EOD-DATE = 0
               DISPLAY 'No business date has been closed yet.'
               STOP RUN
           END-IF
           DISPLAY 'Extract business date CCYYMMDD (0 = '
                   WS-LAST-EOD-DATE '): ' WITH NO ADVANCING
           ACCEPT WS-EXTRACT-DATE
           IF WS-EXTRACT-DATE = 0
               MOVE WS-LAST-EOD-DATE TO WS-EXTRACT-DATE
           END-IF
           IF WS-EXTRACT-DATE(5:2) < '01'
               OR WS-EXTRACT-DATE(5:2) > '12'
               OR WS-EXTRACT-DATE(7:2) < '01'
               OR WS-EXTRACT-DATE(7:2) > '31'
               DISPLAY 'Invalid extract date.'
               STOP RUN
           END-IF
           IF WS-EXTRACT-DATE > WS-LAST-EOD-DATE
               DISPLAY 'Business date ' WS-EXTRACT-DATE
                       ' has not been closed - last close was '
                       WS-LAST-EOD-DATE '.'
               STOP RUN
           END-IF

           INITIALIZE EXTRACT-RESULT-TABLE
           MOVE 1 TO WS-EXT-SUB
           PERFORM BUILD-ONE-EXTRACT-NAME
               UNTIL WS-EXT-SUB > WS-EXTRACT-COUNT
           MOVE SPACES TO WS-MANIFEST-FILENAME
           STRING WS-MANIFEST-TYPE DELIMITED BY SPACE
                  '.' WS-EXTRACT-DATE '.DAT' DELIMITED BY SIZE
                  INTO WS-MANIFEST-FILENAME
           END-STRING

           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-FILE-STATUS = '00'
               CLOSE MANIFEST-FILE
               SET EXTRACT-RERUN TO TRUE
               DISPLAY 'Extracts already taken for '
                       WS-EXTRACT-DATE
                       ' - regenerating transactions from the '
                       'archive and verifying the rest.'
               EXIT PARAGRAPH
           END-IF
           IF WS-EXTRACT-DATE < WS-LAST-EOD-DATE
               DISPLAY 'No extract was taken for ' WS-EXTRACT-DATE
                       ' - master files have moved on and cannot '
                       'be extracted for a prior date.'
               STOP RUN
           END-IF
           SET EXTRACT-FIRST-RUN TO TRUE.

       BUILD-ONE-EXTRACT-NAME.
           STRING EXN-TYPE(WS-EXT-SUB) DELIMITED BY SPACE
                  '.' WS-EXTRACT-DATE '.DAT' DELIMITED BY SIZE
                  INTO EXR-FILENAME(WS-EXT-SUB)
           END-STRING
           ADD 1 TO WS-EXT-SUB.

       LOAD-BUSINESS-DATE.
           MOVE CURRENT-DATE TO WS-BUSINESS-DATE
           MOVE 0 TO WS-LAST-EOD-DATE
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
               IF CONTROL-FILE-STATUS = '00'
                   AND CTL-LAST-EOD-DATE NUMERIC
                   MOVE CTL-LAST-EOD-DATE TO WS-LAST-EOD-DATE
               END-IF
               CLOSE CONTROL-FILE
           END-IF.

       LOCATE-DAY-ARCHIVE.
           MOVE SPACES TO WS-CATALOG-ARCHIVE
           OPEN INPUT REPORT-CATALOG-FILE
           IF REPORT-CATALOG-STATUS = '00'
               MOVE WS-ARCHIVE-TYPE TO RCT-REPORT-TYPE
               MOVE WS-EXTRACT-DATE TO RCT-BUSINESS-DATE
               MOVE 0 TO RCT-RUN-TIME
               START REPORT-CATALOG-FILE
                   KEY IS NOT LESS THAN RCT-KEY
                   INVALID KEY
                       MOVE '99' TO REPORT-CATALOG-STATUS
               END-START
               PERFORM READ-ARCHIVE-CATALOG-ENTRY
                   UNTIL REPORT-CATALOG-STATUS NOT = '00'
               CLOSE REPORT-CATALOG-FILE
           END-IF
           IF WS-CATALOG-ARCHIVE = SPACES
               STRING 'TRANSACT.' WS-EXTRACT-DATE DELIMITED BY SIZE
                      INTO WS-CATALOG-ARCHIVE
               END-STRING
               DISPLAY 'No verified archive catalogued for '
                       WS-EXTRACT-DATE ' - trying '
                       WS-CATALOG-ARCHIVE
           END-IF.

       READ-ARCHIVE-CATALOG-ENTRY.
           READ REPORT-CATALOG-FILE NEXT RECORD
               AT END
                   MOVE '10' TO REPORT-CATALOG-STATUS
           END-READ
           IF REPORT-CATALOG-STATUS = '00'
               IF RCT-REPORT-TYPE = WS-ARCHIVE-TYPE
                   AND RCT-BUSINESS-DATE = WS-EXTRACT-DATE
                   MOVE RCT-FILENAME TO WS-CATALOG-ARCHIVE
               ELSE
                   MOVE '99' TO REPORT-CATALOG-STATUS
               END-IF
           END-IF.

       EXTRACT-TRANSACTIONS.
           MOVE WS-TRANS-SLOT TO WS-EXT-SUB
           PERFORM BEGIN-EXTRACT-FILE
           MOVE 0 TO WS-ARCHIVE-MATCHED
           MOVE WS-CATALOG-ARCHIVE TO WS-ARCHIVE-FILENAME
           PERFORM COPY-ARCHIVE-TRANSACTIONS
           IF WS-ARCHIVE-MATCHED = 0
               MOVE SPACES TO WS-ARCHIVE-FILENAME
               STRING 'TRANSACT.' WS-CATALOG-ARCHIVE(10:6)
                      DELIMITED BY SIZE
                      INTO WS-ARCHIVE-FILENAME
               END-STRING
               PERFORM COPY-ARCHIVE-TRANSACTIONS
           END-IF
           PERFORM FINISH-EXTRACT-FILE.

       COPY-ARCHIVE-TRANSACTIONS.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'Archive ' WS-ARCHIVE-FILENAME
                       ' not available - status '
                       ARCHIVE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM EXTRACT-ONE-TRANSACTION
               UNTIL ARCHIVE-FILE-STATUS NOT = '00'
           CLOSE ARCHIVE-FILE.

       EXTRACT-ONE-TRANSACTION.
           READ ARCHIVE-FILE
               AT END
                   MOVE '10' TO ARCHIVE-FILE-STATUS
           END-READ
           IF ARCHIVE-FILE-STATUS NOT = '00'
               OR TRANS-DATE NOT = WS-EXTRACT-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARCHIVE-MATCHED
           PERFORM START-DETAIL-ROW
           MOVE TRANS-ID TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE TRANS-ACCOUNT-NUMBER TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE TRANS-TYPE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE TRANS-AMOUNT TO WS-FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE TRANS-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE TRANS-TIME TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE TRANS-DESCRIPTION TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE TRANS-OPERATOR-ID TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE TRANS-RELATED-ID TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE TRANS-ROUTING-NUMBER TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE TRANS-EXTERNAL-ACCOUNT TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           ADD TRANS-AMOUNT TO WS-CONTROL-TOTAL
           PERFORM END-DETAIL-ROW.

       EXTRACT-CUSTOMER-MASTER.
           MOVE WS-CUSTMAST-SLOT TO WS-EXT-SUB
           PERFORM BEGIN-EXTRACT-FILE
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-FILE-STATUS = '00'
               PERFORM EXTRACT-ONE-CUSTOMER-MASTER
                   UNTIL CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               CLOSE CUSTOMER-MASTER-FILE
           ELSE
               DISPLAY 'Customer master not available - status '
                       CUSTOMER-MASTER-FILE-STATUS
           END-IF
           PERFORM FINISH-EXTRACT-FILE.

       EXTRACT-ONE-CUSTOMER-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM START-DETAIL-ROW
           MOVE CM-CUSTOMER-NUMBER TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CM-NAME TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CM-ADDRESS TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CM-PHONE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CM-DATE-ADDED TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE SPACES TO WS-FIELD-TEXT
           IF CM-TAX-ID NOT = SPACES
               STRING '*****' CM-TAX-ID(6:4) DELIMITED BY SIZE
                      INTO WS-FIELD-TEXT
               END-STRING
           END-IF
           PERFORM ADD-FIELD
           MOVE CM-RECORD-STATUS TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CM-DATE-OF-BIRTH TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CM-ADDRESS-STATUS TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CM-RETURNED-MAIL-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CM-DECEASED-FLAG TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CM-DATE-OF-DEATH TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           PERFORM END-DETAIL-ROW.

       EXTRACT-ACCOUNTS.
           MOVE WS-ACCOUNT-SLOT TO WS-EXT-SUB
           PERFORM BEGIN-EXTRACT-FILE
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS = '00'
               PERFORM EXTRACT-ONE-ACCOUNT
                   UNTIL CUSTOMER-FILE-STATUS NOT = '00'
               CLOSE CUSTOMER-FILE
           ELSE
               DISPLAY 'Customer file not available - status '
                       CUSTOMER-FILE-STATUS
           END-IF
           PERFORM FINISH-EXTRACT-FILE.

       EXTRACT-ONE-ACCOUNT.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM START-DETAIL-ROW
           MOVE CUST-ACCOUNT-NUMBER TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CUST-CUSTOMER-NUMBER TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CUST-NAME TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CUST-ADDRESS TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CUST-PHONE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CUST-ACCOUNT-TYPE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CUST-STATUS TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CUST-BALANCE TO WS-FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE CUST-HELD-AMOUNT TO WS-FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE CUST-CURRENCY-CODE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CUST-BRANCH-CODE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CUST-DATE-OPENED TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CUST-LAST-ACTIVITY-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CUST-CLOSURE-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CUST-RESTRICTION-CODE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           ADD CUST-BALANCE TO WS-CONTROL-TOTAL
           PERFORM END-DETAIL-ROW.

       EXTRACT-ACCOUNT-LINKS.
           MOVE WS-ACCTLINK-SLOT TO WS-EXT-SUB
           PERFORM BEGIN-EXTRACT-FILE
           OPEN INPUT ACCOUNT-LINK-FILE
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               PERFORM EXTRACT-ONE-ACCOUNT-LINK
                   UNTIL ACCOUNT-LINK-FILE-STATUS NOT = '00'
               CLOSE ACCOUNT-LINK-FILE
           ELSE
               DISPLAY 'Account link file not available - status '
                       ACCOUNT-LINK-FILE-STATUS
           END-IF
           PERFORM FINISH-EXTRACT-FILE.

       EXTRACT-ONE-ACCOUNT-LINK.
           READ ACCOUNT-LINK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM START-DETAIL-ROW
           MOVE LNK-CUSTOMER-NUMBER TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE LNK-ACCOUNT-NUMBER TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE LNK-ROLE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE LNK-DATE-LINKED TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE LNK-SIGNER-LIMIT TO WS-FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE LNK-EFFECTIVE-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE LNK-EXPIRY-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE LNK-POD-SHARE TO WS-FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           ADD LNK-SIGNER-LIMIT TO WS-CONTROL-TOTAL
           PERFORM END-DETAIL-ROW.

       EXTRACT-CDLOANS.
           MOVE WS-CDLOAN-SLOT TO WS-EXT-SUB
           PERFORM BEGIN-EXTRACT-FILE
           OPEN INPUT CDLOAN-FILE
           IF CDLOAN-FILE-STATUS = '00'
               PERFORM EXTRACT-ONE-CDLOAN
                   UNTIL CDLOAN-FILE-STATUS NOT = '00'
               CLOSE CDLOAN-FILE
           ELSE
               DISPLAY 'CD/loan file not available - status '
                       CDLOAN-FILE-STATUS
           END-IF
           PERFORM FINISH-EXTRACT-FILE.

       EXTRACT-ONE-CDLOAN.
           READ CDLOAN-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CDLOAN-FILE-STATUS
           END-READ
           IF CDLOAN-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM START-DETAIL-ROW
           MOVE CDL-ACCOUNT-NUMBER TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-SUBTYPE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-STATUS TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-PRINCIPAL TO WS-FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE CDL-ORIGINAL-PRINCIPAL TO WS-FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE CDL-RATE TO WS-FIELD-RATE
           PERFORM ADD-RATE-FIELD
           MOVE CDL-TERM-MONTHS TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-OPEN-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-MATURITY-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-PAYMENT-AMOUNT TO WS-FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE CDL-NEXT-PAYMENT-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-PAYMENTS-MADE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-PAST-DUE-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-MISSED-COUNT TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-SETTLED-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-MATURITY-INSTRUCTION TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-RENEWAL-TERM-MONTHS TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-PAYOUT-ACCOUNT TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-GRACE-END-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-RENEWAL-COUNT TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-INTEREST-PAID-TO-DATE TO WS-FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE CDL-YTD-INTEREST-PAID TO WS-FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE CDL-RATE-TYPE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-INDEX-PRODUCT TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-RATE-MARGIN TO WS-FIELD-RATE
           PERFORM ADD-RATE-FIELD
           MOVE CDL-RATE-FLOOR TO WS-FIELD-RATE
           PERFORM ADD-RATE-FIELD
           MOVE CDL-RATE-CAP TO WS-FIELD-RATE
           PERFORM ADD-RATE-FIELD
           MOVE CDL-REPRICE-MONTHS TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CDL-NEXT-REPRICE-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           ADD CDL-PRINCIPAL TO WS-CONTROL-TOTAL
           PERFORM END-DETAIL-ROW.

       EXTRACT-CARDS.
           MOVE WS-CARD-SLOT TO WS-EXT-SUB
           PERFORM BEGIN-EXTRACT-FILE
           OPEN INPUT CARD-FILE
           IF CARD-FILE-STATUS = '00'
               PERFORM EXTRACT-ONE-CARD
                   UNTIL CARD-FILE-STATUS NOT = '00'
               CLOSE CARD-FILE
           ELSE
               DISPLAY 'Card file not available - status '
                       CARD-FILE-STATUS
           END-IF
           PERFORM FINISH-EXTRACT-FILE.

       EXTRACT-ONE-CARD.
           READ CARD-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CARD-FILE-STATUS
           END-READ
           IF CARD-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM START-DETAIL-ROW
           MOVE CRD-CARD-NUMBER TO WS-FIELD-CARD
           PERFORM ADD-CARD-FIELD
           MOVE CRD-ACCOUNT-NUMBER TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CRD-STATUS TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CRD-DAILY-WTH-LIMIT TO WS-FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE CRD-DAILY-PUR-LIMIT TO WS-FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE CRD-ISSUE-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CRD-EXPIRY-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CRD-ACTIVATION-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE CRD-REPLACES-CARD TO WS-FIELD-CARD
           PERFORM ADD-CARD-FIELD
           MOVE CRD-REPLACED-BY-CARD TO WS-FIELD-CARD
           PERFORM ADD-CARD-FIELD
           MOVE CRD-CLOSE-REASON TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           ADD CRD-DAILY-WTH-LIMIT TO WS-CONTROL-TOTAL
           PERFORM END-DETAIL-ROW.

       EXTRACT-HOLDS.
           MOVE WS-HOLD-SLOT TO WS-EXT-SUB
           PERFORM BEGIN-EXTRACT-FILE
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-STATUS = '00'
               PERFORM EXTRACT-ONE-FUNDS-HOLD
                   UNTIL HOLD-FILE-STATUS NOT = '00'
               CLOSE HOLD-FILE
           ELSE
               DISPLAY 'Hold file not available - status '
                       HOLD-FILE-STATUS
           END-IF
           OPEN INPUT LEGAL-HOLD-FILE
           IF LEGAL-HOLD-STATUS = '00'
               PERFORM EXTRACT-ONE-LEGAL-HOLD
                   UNTIL LEGAL-HOLD-STATUS NOT = '00'
               CLOSE LEGAL-HOLD-FILE
           END-IF
           PERFORM FINISH-EXTRACT-FILE.

       EXTRACT-ONE-FUNDS-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE '10' TO HOLD-FILE-STATUS
           END-READ
           IF HOLD-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM START-DETAIL-ROW
           MOVE 'F' TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE HLD-ACCOUNT-NUMBER TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE HLD-HOLD-ID TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE SPACES TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE HLD-STATUS TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE HLD-AMOUNT TO WS-FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE HLD-HOLD-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE HLD-RELEASE-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE SPACES TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           PERFORM ADD-FIELD
           ADD HLD-AMOUNT TO WS-CONTROL-TOTAL
           PERFORM END-DETAIL-ROW.

       EXTRACT-ONE-LEGAL-HOLD.
           READ LEGAL-HOLD-FILE NEXT RECORD
               AT END
                   MOVE '10' TO LEGAL-HOLD-STATUS
           END-READ
           IF LEGAL-HOLD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM START-DETAIL-ROW
           MOVE 'L' TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE LGL-ACCOUNT-NUMBER TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE LGL-HOLD-ID TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE LGL-HOLD-TYPE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE LGL-STATUS TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE LGL-AMOUNT TO WS-FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE LGL-DATE-PLACED TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE LGL-DATE-CLOSED TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE LGL-AUTHORITY TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE LGL-CASE-REFERENCE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           ADD LGL-AMOUNT TO WS-CONTROL-TOTAL
           PERFORM END-DETAIL-ROW.

       BEGIN-EXTRACT-FILE.
           MOVE EXR-FILENAME(WS-EXT-SUB) TO WS-EXTRACT-FILENAME
           OPEN OUTPUT EXTRACT-FILE
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-CONTROL-TOTAL
           MOVE SPACES TO EXTRACT-RECORD
           MOVE 'H' TO EXTRACT-RECORD(1:1)
           MOVE 2 TO DW-OUT-PTR
           MOVE EXN-TYPE(WS-EXT-SUB) TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE WS-EXTRACT-DATE TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE WS-LAYOUT-VERSION TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           WRITE EXTRACT-RECORD.

       FINISH-EXTRACT-FILE.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE 'T' TO EXTRACT-RECORD(1:1)
           MOVE 2 TO DW-OUT-PTR
           MOVE EXN-TYPE(WS-EXT-SUB) TO WS-FIELD-TEXT
           PERFORM ADD-FIELD
           MOVE WS-DETAIL-COUNT TO WS-FIELD-COUNT
           PERFORM ADD-COUNT-FIELD
           MOVE WS-CONTROL-TOTAL TO WS-FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           WRITE EXTRACT-RECORD
           CLOSE EXTRACT-FILE
           MOVE WS-DETAIL-COUNT TO EXR-COUNT(WS-EXT-SUB)
           MOVE WS-CONTROL-TOTAL TO EXR-TOTAL(WS-EXT-SUB).

       START-DETAIL-ROW.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE 'D' TO EXTRACT-RECORD(1:1)
           MOVE 2 TO DW-OUT-PTR.

       END-DETAIL-ROW.
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-DETAIL-COUNT.

       ADD-FIELD.
           INSPECT WS-FIELD-TEXT REPLACING ALL '|' BY '/'
           MOVE 60 TO WS-FIELD-LEN
           MOVE 'N' TO WS-FIELD-END-FLAG
           PERFORM FIND-FIELD-END
               UNTIL FIELD-END-FOUND OR WS-FIELD-LEN = 0
           STRING '|' DELIMITED BY SIZE
                  INTO EXTRACT-RECORD WITH POINTER DW-OUT-PTR
           END-STRING
           IF WS-FIELD-LEN > 0
               STRING WS-FIELD-TEXT(1:WS-FIELD-LEN) DELIMITED BY SIZE
                      INTO EXTRACT-RECORD WITH POINTER DW-OUT-PTR
               END-STRING
           END-IF.

       FIND-FIELD-END.
           IF WS-FIELD-TEXT(WS-FIELD-LEN:1) = SPACE
               SUBTRACT 1 FROM WS-FIELD-LEN
           ELSE
               SET FIELD-END-FOUND TO TRUE
           END-IF.

       ADD-AMOUNT-FIELD.
           PERFORM FORMAT-AMOUNT-TEXT
           MOVE WS-TRIMMED-TEXT TO WS-FIELD-TEXT
           PERFORM ADD-FIELD.

       ADD-COUNT-FIELD.
           PERFORM FORMAT-COUNT-TEXT
           MOVE WS-TRIMMED-TEXT TO WS-FIELD-TEXT
           PERFORM ADD-FIELD.

       ADD-RATE-FIELD.
           MOVE WS-FIELD-RATE TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE TO WS-EDIT-TEXT
           PERFORM LEFT-TRIM-EDIT
           MOVE WS-TRIMMED-TEXT TO WS-FIELD-TEXT
           PERFORM ADD-FIELD.

       ADD-CARD-FIELD.
           MOVE SPACES TO WS-FIELD-TEXT
           IF WS-FIELD-CARD NOT = 0
               STRING '************' WS-FIELD-CARD(13:4)
                      DELIMITED BY SIZE INTO WS-FIELD-TEXT
               END-STRING
           END-IF
           PERFORM ADD-FIELD.

       FORMAT-AMOUNT-TEXT.
           MOVE WS-FIELD-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-EDIT-TEXT
           PERFORM LEFT-TRIM-EDIT.

       FORMAT-COUNT-TEXT.
           MOVE WS-FIELD-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-EDIT-TEXT
           PERFORM LEFT-TRIM-EDIT.

       LEFT-TRIM-EDIT.
           MOVE 1 TO WS-EDIT-POS
           MOVE 'N' TO WS-EDIT-START-FLAG
           PERFORM FIND-EDIT-START
               UNTIL EDIT-START-FOUND
           MOVE SPACES TO WS-TRIMMED-TEXT
           MOVE WS-EDIT-TEXT(WS-EDIT-POS:) TO WS-TRIMMED-TEXT.

       FIND-EDIT-START.
           IF WS-EDIT-TEXT(WS-EDIT-POS:1) = SPACE
               AND WS-EDIT-POS < 20
               ADD 1 TO WS-EDIT-POS
           ELSE
               SET EDIT-START-FOUND TO TRUE
           END-IF.

       WRITE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           MOVE SPACES TO MANIFEST-RECORD
           STRING 'H|' WS-MANIFEST-TYPE DELIMITED BY SPACE
                  '|' WS-EXTRACT-DATE '|' WS-LAYOUT-VERSION
                  DELIMITED BY SIZE
                  INTO MANIFEST-RECORD
           END-STRING
           WRITE MANIFEST-RECORD
           MOVE 0 TO WS-GRAND-TOTAL
           MOVE 1 TO WS-EXT-SUB
           PERFORM WRITE-ONE-MANIFEST-ENTRY
               UNTIL WS-EXT-SUB > WS-EXTRACT-COUNT
           MOVE WS-EXTRACT-COUNT TO WS-FIELD-COUNT
           PERFORM FORMAT-COUNT-TEXT
           MOVE SPACES TO MANIFEST-RECORD
           STRING 'T|' WS-TRIMMED-TEXT DELIMITED BY SPACE
                  INTO MANIFEST-RECORD
           END-STRING
           WRITE MANIFEST-RECORD
           CLOSE MANIFEST-FILE.

       WRITE-ONE-MANIFEST-ENTRY.
           MOVE SPACES TO MANIFEST-RECORD
           MOVE EXR-COUNT(WS-EXT-SUB) TO WS-FIELD-COUNT
           PERFORM FORMAT-COUNT-TEXT
           MOVE 1 TO DW-OUT-PTR
           STRING 'M|' EXN-TYPE(WS-EXT-SUB) DELIMITED BY SPACE
                  '|' EXR-FILENAME(WS-EXT-SUB) DELIMITED BY SPACE
                  '|' WS-TRIMMED-TEXT DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  INTO MANIFEST-RECORD WITH POINTER DW-OUT-PTR
           END-STRING
           MOVE EXR-TOTAL(WS-EXT-SUB) TO WS-FIELD-AMOUNT
           PERFORM FORMAT-AMOUNT-TEXT
           STRING WS-TRIMMED-TEXT DELIMITED BY SPACE
                  INTO MANIFEST-RECORD WITH POINTER DW-OUT-PTR
           END-STRING
           WRITE MANIFEST-RECORD
           ADD 1 TO WS-EXT-SUB.

       LOAD-EXISTING-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ONE-MANIFEST-ENTRY
               UNTIL MANIFEST-FILE-STATUS NOT = '00'
           CLOSE MANIFEST-FILE.

       READ-ONE-MANIFEST-ENTRY.
           READ MANIFEST-FILE
               AT END
                   MOVE '10' TO MANIFEST-FILE-STATUS
           END-READ
           IF MANIFEST-FILE-STATUS NOT = '00'
               OR MANIFEST-RECORD(1:1) NOT = 'M'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MANIFEST-PARSE-AREAS
           UNSTRING MANIFEST-RECORD DELIMITED BY '|'
               INTO WS-PARSE-TYPE WS-PARSE-NAME WS-PARSE-FILENAME
                    WS-PARSE-COUNT WS-PARSE-TOTAL
           END-UNSTRING
           MOVE 1 TO WS-EXT-SUB
           PERFORM MATCH-MANIFEST-ENTRY
               UNTIL WS-EXT-SUB > WS-EXTRACT-COUNT.

       MATCH-MANIFEST-ENTRY.
           IF EXN-TYPE(WS-EXT-SUB) = WS-PARSE-NAME
               SET EXR-IN-MANIFEST(WS-EXT-SUB) TO TRUE
               MOVE WS-PARSE-COUNT TO EXR-MAN-COUNT(WS-EXT-SUB)
               MOVE WS-PARSE-TOTAL TO EXR-MAN-TOTAL(WS-EXT-SUB)
           END-IF
           ADD 1 TO WS-EXT-SUB.

       VERIFY-ONE-EXTRACT.
           SET EXTRACT-VERIFIED TO TRUE
           IF NOT EXR-IN-MANIFEST(WS-EXT-SUB)
               SET EXTRACT-MISMATCH TO TRUE
           ELSE
               IF WS-EXT-SUB = WS-TRANS-SLOT
                   MOVE EXR-COUNT(WS-EXT-SUB) TO WS-FIELD-COUNT
                   PERFORM FORMAT-COUNT-TEXT
                   MOVE WS-TRIMMED-TEXT TO WS-TRAILER-COUNT
                   MOVE EXR-TOTAL(WS-EXT-SUB) TO WS-FIELD-AMOUNT
                   PERFORM FORMAT-AMOUNT-TEXT
                   MOVE WS-TRIMMED-TEXT TO WS-TRAILER-TOTAL
               ELSE
                   PERFORM READ-EXISTING-EXTRACT
               END-IF
               IF WS-TRAILER-COUNT NOT = EXR-MAN-COUNT(WS-EXT-SUB)
                   OR WS-TRAILER-TOTAL
                       NOT = EXR-MAN-TOTAL(WS-EXT-SUB)
                   SET EXTRACT-MISMATCH TO TRUE
               END-IF
           END-IF
           IF EXTRACT-MISMATCH
               ADD 1 TO WS-VERIFY-ERRORS
               DISPLAY '  ' EXR-FILENAME(WS-EXT-SUB)
                       ' DOES NOT MATCH MANIFEST'
           ELSE
               DISPLAY '  ' EXR-FILENAME(WS-EXT-SUB)
                       ' verified ' WS-TRAILER-COUNT
           END-IF
           ADD 1 TO WS-EXT-SUB.

       READ-EXISTING-EXTRACT.
           MOVE EXR-FILENAME(WS-EXT-SUB) TO WS-EXTRACT-FILENAME
           MOVE SPACES TO WS-TRAILER-COUNT
           MOVE SPACES TO WS-TRAILER-TOTAL
           MOVE 0 TO WS-FILE-DETAILS
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS NOT = '00'
               SET EXTRACT-MISMATCH TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ONE-EXTRACT-RECORD
               UNTIL EXTRACT-FILE-STATUS NOT = '00'
           CLOSE EXTRACT-FILE
           MOVE WS-FILE-DETAILS TO WS-FIELD-COUNT
           PERFORM FORMAT-COUNT-TEXT
           IF WS-TRIMMED-TEXT NOT = WS-TRAILER-COUNT
               SET EXTRACT-MISMATCH TO TRUE
           END-IF.

       READ-ONE-EXTRACT-RECORD.
           READ EXTRACT-FILE
               AT END
                   MOVE '10' TO EXTRACT-FILE-STATUS
           END-READ
           IF EXTRACT-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           EVALUATE EXTRACT-RECORD(1:1)
               WHEN 'D'
                   ADD 1 TO WS-FILE-DETAILS
               WHEN 'T'
                   MOVE SPACES TO MANIFEST-PARSE-AREAS
                   UNSTRING EXTRACT-RECORD DELIMITED BY '|'
                       INTO WS-PARSE-TYPE WS-PARSE-NAME
                            WS-TRAILER-COUNT WS-TRAILER-TOTAL
                   END-UNSTRING
           END-EVALUATE.

       REGISTER-ONE-EXTRACT.
           MOVE EXN-TYPE(WS-EXT-SUB) TO WS-RCT-TYPE
           MOVE WS-EXTRACT-DATE TO WS-RCT-BUSINESS-DATE
           MOVE EXR-FILENAME(WS-EXT-SUB) TO WS-RCT-FILENAME
           COMPUTE WS-RCT-LINE-COUNT = EXR-COUNT(WS-EXT-SUB) + 2
           PERFORM REGISTER-REPORT-CATALOG
           ADD 1 TO WS-EXT-SUB.

       DISPLAY-ONE-EXTRACT.
           MOVE EXR-TOTAL(WS-EXT-SUB) TO WS-FIELD-AMOUNT
           PERFORM FORMAT-AMOUNT-TEXT
           DISPLAY '  ' EXR-FILENAME(WS-EXT-SUB)
                   ' records ' EXR-COUNT(WS-EXT-SUB)
                   ' total ' WS-TRIMMED-TEXT
           ADD 1 TO WS-EXT-SUB.

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
