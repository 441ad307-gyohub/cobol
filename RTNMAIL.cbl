       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNMAIL.
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

           SELECT HELD-MAIL-FILE ASSIGN TO 'HELDMAIL.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HELD-MAIL-STATUS.

           SELECT HELD-COUNT-FILE ASSIGN TO 'RTNWORK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HC-CUSTOMER-NUMBER
               FILE STATUS IS HELD-COUNT-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT RETURNED-MAIL-REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RETURNED-MAIL-REPORT-STATUS.

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
           05 FILLER                PIC X(16).
           05 CUST-DORMANT-DATE     PIC 9(8).
           05 FILLER                PIC X(6).

       FD HELD-MAIL-FILE.
       01 HELD-MAIL-RECORD.
           05 HM-SOURCE-PROGRAM     PIC X(8).
           05 HM-BUSINESS-DATE      PIC 9(8).
           05 HM-CUSTOMER-NUMBER    PIC 9(10).
           05 HM-ACCOUNT-NUMBER     PIC 9(10).
           05 HM-LINE               PIC X(132).
           05 FILLER                PIC X(10).

       FD HELD-COUNT-FILE.
       01 HELD-COUNT-RECORD.
           05 HC-CUSTOMER-NUMBER    PIC 9(10).
           05 HC-HELD-ITEMS         PIC 9(5).
           05 HC-LAST-HELD-DATE     PIC 9(8).
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

       FD RETURNED-MAIL-REPORT-FILE.
       01 RETURNED-MAIL-REPORT-LINE PIC X(132).

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
           05 HELD-MAIL-STATUS      PIC XX.
           05 HELD-COUNT-STATUS     PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.
           05 RETURNED-MAIL-REPORT-STATUS PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 FILE-AVAILABILITY-FLAGS.
           05 WS-LINK-FILE-FLAG     PIC X(1).
               88 LINK-FILE-AVAILABLE VALUE 'Y'.
               88 LINK-FILE-MISSING VALUE 'N'.
           05 WS-ACCOUNT-FILE-FLAG  PIC X(1).
               88 ACCOUNT-FILE-AVAILABLE VALUE 'Y'.
               88 ACCOUNT-FILE-MISSING VALUE 'N'.

       01 RETURNED-MAIL-WORK-AREAS.
           05 WS-BUSINESS-INTEGER   PIC S9(9) COMP.
           05 WS-RETURNED-INTEGER   PIC S9(9) COMP.
           05 WS-DAYS-RETURNED      PIC S9(7).
           05 WS-CURRENT-CUSTOMER   PIC 9(10).
           05 WS-LINK-COUNT         PIC 9(3).
           05 WS-DORMANT-COUNT      PIC 9(3).
           05 WS-LAST-HELD-KEY      PIC X(36).
           05 WS-THIS-HELD-KEY      PIC X(36).

       01 RETURNED-MAIL-COUNTERS.
           05 WS-CUSTOMERS-SCANNED  PIC 9(7) VALUE 0.
           05 WS-CUSTOMERS-LISTED   PIC 9(7) VALUE 0.
           05 WS-BAND-30            PIC 9(7) VALUE 0.
           05 WS-BAND-90            PIC 9(7) VALUE 0.
           05 WS-BAND-180           PIC 9(7) VALUE 0.
           05 WS-BAND-365           PIC 9(7) VALUE 0.
           05 WS-BAND-OVER-YEAR     PIC 9(7) VALUE 0.
           05 WS-DUE-DILIGENCE-COUNT PIC 9(7) VALUE 0.
           05 WS-HELD-ITEMS-TOTAL   PIC 9(7) VALUE 0.
           05 WS-LINES-WRITTEN      PIC 9(7) VALUE 0.

       01 RETURNED-MAIL-REPORT-LINES.
           05 RM-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(34) VALUE
                  'RETURNED MAIL STATUS REPORT'.
               10 FILLER            PIC X(68) VALUE SPACES.

           05 RM-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Generated on: '.
               10 RMH2-DATE         PIC 9(8).
               10 FILLER            PIC X(6) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE
                  'Business date: '.
               10 RMH2-BUSINESS-DATE PIC 9(8).
               10 FILLER            PIC X(61) VALUE SPACES.

           05 RM-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 RM-DETAIL-HEADER.
               10 FILLER            PIC X(11) VALUE 'CUSTOMER'.
               10 FILLER            PIC X(26) VALUE 'NAME'.
               10 FILLER            PIC X(31) VALUE 'ADDRESS'.
               10 FILLER            PIC X(9) VALUE 'RETURNED'.
               10 FILLER            PIC X(6) VALUE 'DAYS'.
               10 FILLER            PIC X(9) VALUE 'AGE'.
               10 FILLER            PIC X(5) VALUE 'ACC'.
               10 FILLER            PIC X(5) VALUE 'DRM'.
               10 FILLER            PIC X(6) VALUE 'HELD'.
               10 FILLER            PIC X(9) VALUE 'LAST HELD'.
               10 FILLER            PIC X(15) VALUE 'NOTE'.

           05 RM-DETAIL-LINE.
               10 RMD-CUSTOMER      PIC 9(10).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RMD-NAME          PIC X(25).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RMD-ADDRESS       PIC X(30).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RMD-RETURNED-DATE PIC 9(8).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RMD-DAYS          PIC ZZZZ9.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RMD-AGE-BAND      PIC X(8).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RMD-ACCOUNTS      PIC ZZ9.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RMD-DORMANT       PIC ZZ9.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RMD-HELD-ITEMS    PIC ZZZZ9.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RMD-LAST-HELD     PIC X(8).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 RMD-NOTE          PIC X(15).

           05 RM-COUNT-LINE.
               10 RMC-LABEL         PIC X(40).
               10 RMC-COUNT         PIC ZZZ,ZZ9.
               10 FILLER            PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RETURNED-MAIL-REPORT.
           PERFORM INITIALIZE-RETURNED-MAIL
           PERFORM COUNT-HELD-MAIL
           PERFORM LIST-RETURNED-MAIL-CUSTOMERS
           PERFORM WRITE-RETURNED-MAIL-SUMMARY
           PERFORM FINALIZE-RETURNED-MAIL
           DISPLAY 'Returned mail report complete.'
           DISPLAY 'Customers scanned: ' WS-CUSTOMERS-SCANNED
           DISPLAY 'Customers in returned-mail status: '
                   WS-CUSTOMERS-LISTED
           MOVE 'RTNMAIL' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-LINES-WRITTEN TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Returned mail report: ' WS-REPORT-FILENAME
           STOP RUN.

       INITIALIZE-RETURNED-MAIL.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-BUSINESS-DATE
           COMPUTE WS-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open CUSTMAST.DAT - status '
                       CUSTOMER-MASTER-FILE-STATUS
               STOP RUN
           END-IF
           SET LINK-FILE-MISSING TO TRUE
           OPEN INPUT ACCOUNT-LINK-FILE
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               SET LINK-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'ACCTLINK.DAT not available - account counts '
                       'will be zero.'
           END-IF
           SET ACCOUNT-FILE-MISSING TO TRUE
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS = '00'
               SET ACCOUNT-FILE-AVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT HELD-COUNT-FILE
           CLOSE HELD-COUNT-FILE
           OPEN I-O HELD-COUNT-FILE

           STRING 'RTNMAIL.' WS-BUSINESS-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT RETURNED-MAIL-REPORT-FILE
           MOVE CURRENT-DATE TO RMH2-DATE
           MOVE WS-BUSINESS-DATE TO RMH2-BUSINESS-DATE
           WRITE RETURNED-MAIL-REPORT-LINE FROM RM-HEADER-1
           WRITE RETURNED-MAIL-REPORT-LINE FROM RM-HEADER-2
           WRITE RETURNED-MAIL-REPORT-LINE FROM RM-HEADER-3
           WRITE RETURNED-MAIL-REPORT-LINE FROM SPACES
           WRITE RETURNED-MAIL-REPORT-LINE FROM RM-DETAIL-HEADER
           WRITE RETURNED-MAIL-REPORT-LINE FROM
                 '------------------------------------------'
           MOVE 6 TO WS-LINES-WRITTEN.

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

       COUNT-HELD-MAIL.
           MOVE SPACES TO WS-LAST-HELD-KEY
           OPEN INPUT HELD-MAIL-FILE
           IF HELD-MAIL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-HELD-MAIL-RECORD
               UNTIL HELD-MAIL-STATUS NOT = '00'
           CLOSE HELD-MAIL-FILE.

       READ-HELD-MAIL-RECORD.
           READ HELD-MAIL-FILE
               AT END
                   MOVE '10' TO HELD-MAIL-STATUS
               NOT AT END
                   PERFORM COUNT-ONE-HELD-LINE
           END-READ.

       COUNT-ONE-HELD-LINE.
           MOVE SPACES TO WS-THIS-HELD-KEY
           STRING HM-SOURCE-PROGRAM HM-BUSINESS-DATE
                  HM-CUSTOMER-NUMBER HM-ACCOUNT-NUMBER
                  DELIMITED BY SIZE INTO WS-THIS-HELD-KEY
           END-STRING
           IF WS-THIS-HELD-KEY = WS-LAST-HELD-KEY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-THIS-HELD-KEY TO WS-LAST-HELD-KEY
           MOVE HM-CUSTOMER-NUMBER TO HC-CUSTOMER-NUMBER
           READ HELD-COUNT-FILE
               INVALID KEY
                   MOVE HM-CUSTOMER-NUMBER TO HC-CUSTOMER-NUMBER
                   MOVE 0 TO HC-HELD-ITEMS
                   MOVE 0 TO HC-LAST-HELD-DATE
           END-READ
           ADD 1 TO HC-HELD-ITEMS
           IF HM-BUSINESS-DATE > HC-LAST-HELD-DATE
               MOVE HM-BUSINESS-DATE TO HC-LAST-HELD-DATE
           END-IF
           IF HELD-COUNT-STATUS = '00'
               REWRITE HELD-COUNT-RECORD
           ELSE
               WRITE HELD-COUNT-RECORD
           END-IF.

       LIST-RETURNED-MAIL-CUSTOMERS.
           PERFORM READ-CUSTOMER-MASTER
               UNTIL CUSTOMER-MASTER-FILE-STATUS NOT = '00'.

       READ-CUSTOMER-MASTER.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE '10' TO CUSTOMER-MASTER-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-SCANNED
                   IF CM-MAIL-RETURNED AND NOT CM-MERGED
                       PERFORM LIST-ONE-RETURNED-CUSTOMER
                   END-IF
           END-READ.

       LIST-ONE-RETURNED-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-LISTED
           MOVE CM-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
           MOVE CM-CUSTOMER-NUMBER TO RMD-CUSTOMER
           MOVE CM-NAME TO RMD-NAME
           MOVE CM-ADDRESS TO RMD-ADDRESS
           MOVE 0 TO WS-DAYS-RETURNED
           IF CM-RETURNED-MAIL-DATE NUMERIC
               AND CM-RETURNED-MAIL-DATE NOT = 0
               MOVE CM-RETURNED-MAIL-DATE TO RMD-RETURNED-DATE
               COMPUTE WS-RETURNED-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CM-RETURNED-MAIL-DATE)
               IF WS-RETURNED-INTEGER > 0
                   AND WS-RETURNED-INTEGER < WS-BUSINESS-INTEGER
                   COMPUTE WS-DAYS-RETURNED =
                       WS-BUSINESS-INTEGER - WS-RETURNED-INTEGER
               END-IF
           ELSE
               MOVE 0 TO RMD-RETURNED-DATE
           END-IF
           MOVE WS-DAYS-RETURNED TO RMD-DAYS
           EVALUATE TRUE
               WHEN WS-DAYS-RETURNED NOT > 30
                   MOVE '0-30' TO RMD-AGE-BAND
                   ADD 1 TO WS-BAND-30
               WHEN WS-DAYS-RETURNED NOT > 90
                   MOVE '31-90' TO RMD-AGE-BAND
                   ADD 1 TO WS-BAND-90
               WHEN WS-DAYS-RETURNED NOT > 180
                   MOVE '91-180' TO RMD-AGE-BAND
                   ADD 1 TO WS-BAND-180
               WHEN WS-DAYS-RETURNED NOT > 365
                   MOVE '181-365' TO RMD-AGE-BAND
                   ADD 1 TO WS-BAND-365
               WHEN OTHER
                   MOVE 'OVER 1YR' TO RMD-AGE-BAND
                   ADD 1 TO WS-BAND-OVER-YEAR
           END-EVALUATE

           PERFORM COUNT-CUSTOMER-ACCOUNTS
           MOVE WS-LINK-COUNT TO RMD-ACCOUNTS
           MOVE WS-DORMANT-COUNT TO RMD-DORMANT

           MOVE WS-CURRENT-CUSTOMER TO HC-CUSTOMER-NUMBER
           READ HELD-COUNT-FILE
               INVALID KEY
                   MOVE 0 TO HC-HELD-ITEMS
                   MOVE 0 TO HC-LAST-HELD-DATE
           END-READ
           MOVE HC-HELD-ITEMS TO RMD-HELD-ITEMS
           ADD HC-HELD-ITEMS TO WS-HELD-ITEMS-TOTAL
           IF HC-LAST-HELD-DATE = 0
               MOVE SPACES TO RMD-LAST-HELD
           ELSE
               MOVE HC-LAST-HELD-DATE TO RMD-LAST-HELD
           END-IF

           MOVE SPACES TO RMD-NOTE
           IF WS-DORMANT-COUNT > 0
               MOVE 'DUE DILIGENCE' TO RMD-NOTE
               ADD 1 TO WS-DUE-DILIGENCE-COUNT
           END-IF
           WRITE RETURNED-MAIL-REPORT-LINE FROM RM-DETAIL-LINE
           ADD 1 TO WS-LINES-WRITTEN.

       COUNT-CUSTOMER-ACCOUNTS.
           MOVE 0 TO WS-LINK-COUNT
           MOVE 0 TO WS-DORMANT-COUNT
           IF LINK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-CUSTOMER TO LNK-CUSTOMER-NUMBER
           MOVE 0 TO LNK-ACCOUNT-NUMBER
           START ACCOUNT-LINK-FILE KEY IS NOT LESS THAN LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-START
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               PERFORM SCAN-CUSTOMER-LINKS
                   UNTIL ACCOUNT-LINK-FILE-STATUS NOT = '00'
           END-IF
           MOVE '00' TO ACCOUNT-LINK-FILE-STATUS.

       SCAN-CUSTOMER-LINKS.
           READ ACCOUNT-LINK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               IF LNK-CUSTOMER-NUMBER = WS-CURRENT-CUSTOMER
                   ADD 1 TO WS-LINK-COUNT
                   PERFORM CHECK-LINKED-ACCOUNT-STATUS
               ELSE
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
               END-IF
           END-IF.

       CHECK-LINKED-ACCOUNT-STATUS.
           IF ACCOUNT-FILE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE LNK-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '23' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS = '00'
               AND CUST-STATUS = 'D'
               ADD 1 TO WS-DORMANT-COUNT
           END-IF.

       WRITE-RETURNED-MAIL-SUMMARY.
           WRITE RETURNED-MAIL-REPORT-LINE FROM SPACES
           ADD 1 TO WS-LINES-WRITTEN
           MOVE 'Customers in returned-mail status:' TO RMC-LABEL
           MOVE WS-CUSTOMERS-LISTED TO RMC-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  Returned 0 to 30 days:' TO RMC-LABEL
           MOVE WS-BAND-30 TO RMC-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  Returned 31 to 90 days:' TO RMC-LABEL
           MOVE WS-BAND-90 TO RMC-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  Returned 91 to 180 days:' TO RMC-LABEL
           MOVE WS-BAND-180 TO RMC-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  Returned 181 to 365 days:' TO RMC-LABEL
           MOVE WS-BAND-365 TO RMC-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  Returned over one year:' TO RMC-LABEL
           MOVE WS-BAND-OVER-YEAR TO RMC-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'With dormant accounts (due diligence):' TO RMC-LABEL
           MOVE WS-DUE-DILIGENCE-COUNT TO RMC-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'Items held in HELDMAIL.DAT:' TO RMC-LABEL
           MOVE WS-HELD-ITEMS-TOTAL TO RMC-COUNT
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           WRITE RETURNED-MAIL-REPORT-LINE FROM RM-COUNT-LINE
           ADD 1 TO WS-LINES-WRITTEN.

       FINALIZE-RETURNED-MAIL.
           CLOSE RETURNED-MAIL-REPORT-FILE
           CLOSE HELD-COUNT-FILE
           CLOSE CUSTOMER-MASTER-FILE
           IF LINK-FILE-AVAILABLE
               CLOSE ACCOUNT-LINK-FILE
           END-IF
           IF ACCOUNT-FILE-AVAILABLE
               CLOSE CUSTOMER-FILE
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
