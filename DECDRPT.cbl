       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECDRPT.
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

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT DECEASED-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DECEASED-REPORT-STATUS.

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
           05 CM-DECEASED-FLAG      PIC X(1).
               88 CM-LIVING         VALUE SPACE 'N'.
               88 CM-DECEASED       VALUE 'D'.
           05 CM-DATE-OF-DEATH      PIC 9(8).
           05 CM-DEATH-RECORDED-DATE PIC 9(8).
           05 CM-DEATH-RECORDED-BY  PIC X(10).
           05 FILLER                PIC X(3).

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
               88 CUST-NOT-RESTRICTED VALUE SPACE.
               88 CUST-DECEASED-RESTRICTED VALUE 'D'.
           05 FILLER                PIC X(17).

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

       FD DECEASED-REPORT-FILE.
       01 DECEASED-REPORT-LINE      PIC X(132).

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
           05 CONTROL-FILE-STATUS   PIC XX.
           05 DECEASED-REPORT-STATUS PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 DECEDENT-WORK-AREAS.
           05 WS-DECEDENT           PIC 9(10).
           05 WS-LINK-TABLE.
               10 WS-LINK-ACCOUNT   PIC 9(10) OCCURS 100 TIMES.
           05 WS-LINK-COUNT         PIC 9(3).
           05 WS-LINK-SUB           PIC 9(3).
           05 WS-CURRENT-ACCOUNT    PIC 9(10).
           05 WS-BENEFICIARY-COUNT  PIC 9(3).
           05 WS-DAYS-SINCE-DEATH   PIC S9(7).
           05 WS-DECEDENT-ACCOUNTS  PIC 9(3).

       01 REPORT-COUNTERS.
           05 WS-REPORT-LINES       PIC 9(7) VALUE 0.
           05 WS-DECEASED-READ      PIC 9(7) VALUE 0.
           05 WS-DECEASED-LISTED    PIC 9(7) VALUE 0.
           05 WS-ACCOUNTS-LISTED    PIC 9(7) VALUE 0.
           05 WS-RESTRICTED-COUNT   PIC 9(7) VALUE 0.
           05 WS-BALANCE-TOTAL      PIC S9(12)V99 VALUE 0.

       01 DECEASED-REPORT-LINES.
           05 DR-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(44) VALUE
                  'DECEASED CUSTOMERS - ACCOUNTS STILL OPEN'.
               10 FILLER            PIC X(58) VALUE SPACES.

           05 DR-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE
                  'Business date: '.
               10 DRH2-DATE         PIC 9(8).
               10 FILLER            PIC X(89) VALUE SPACES.

           05 DR-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 DR-DETAIL-HEADER.
               10 FILLER            PIC X(10) VALUE 'CUSTOMER #'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(30) VALUE 'NAME'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(8) VALUE 'DIED'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(10) VALUE 'ACCOUNT #'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(3) VALUE 'TYP'.
               10 FILLER            PIC X(18) VALUE 'BALANCE'.
               10 FILLER            PIC X(9) VALUE 'RESTR'.
               10 FILLER            PIC X(8) VALUE 'DAYS'.
               10 FILLER            PIC X(6) VALUE 'POD'.
               10 FILLER            PIC X(22) VALUE 'OWNER ON FILE'.

           05 DR-DETAIL-LINE.
               10 DRD-CUSTOMER      PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DRD-NAME          PIC X(30).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DRD-DATE-OF-DEATH PIC 9(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DRD-ACCOUNT       PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DRD-TYPE          PIC X(1).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DRD-BALANCE       PIC $ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DRD-RESTRICTED    PIC X(3).
               10 FILLER            PIC X(6) VALUE SPACES.
               10 DRD-DAYS          PIC ZZ,ZZ9.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DRD-BENEFICIARIES PIC ZZ9.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 DRD-OWNER         PIC 9(10).
               10 FILLER            PIC X(12) VALUE SPACES.

           05 DR-SUMMARY-LINE-1.
               10 FILLER            PIC X(30) VALUE
                  'Deceased customers on file: '.
               10 DRS-READ          PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(30) VALUE
                  'With accounts still open: '.
               10 DRS-LISTED        PIC ZZZ,ZZ9.
               10 FILLER            PIC X(53) VALUE SPACES.

           05 DR-SUMMARY-LINE-2.
               10 FILLER            PIC X(30) VALUE
                  'Open accounts listed: '.
               10 DRS-ACCOUNTS      PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(30) VALUE
                  'Of which restricted: '.
               10 DRS-RESTRICTED    PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE
                  'Total balance: '.
               10 DRS-BALANCE       PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-DECEASED-REPORT.
           PERFORM INITIALIZE-DECDRPT
           PERFORM READ-CUSTOMER-MASTER
           PERFORM REPORT-ONE-CUSTOMER
               UNTIL CUSTOMER-MASTER-FILE-STATUS NOT = '00'
           PERFORM FINALIZE-DECDRPT
           DISPLAY 'Deceased customer report complete for '
                   WS-BUSINESS-DATE
           DISPLAY 'Deceased customers on file: ' WS-DECEASED-READ
           DISPLAY 'Open accounts listed: ' WS-ACCOUNTS-LISTED
           MOVE 'DECEASED' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-REPORT-LINES TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Report: ' WS-REPORT-FILENAME
           STOP RUN.

       INITIALIZE-DECDRPT.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-BUSINESS-DATE
           STRING 'DECEASED.' WS-BUSINESS-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Customer master file not available - status '
                       CUSTOMER-MASTER-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-LINK-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT DECEASED-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO DRH2-DATE
           WRITE DECEASED-REPORT-LINE FROM DR-HEADER-1
           WRITE DECEASED-REPORT-LINE FROM DR-HEADER-2
           WRITE DECEASED-REPORT-LINE FROM DR-HEADER-3
           WRITE DECEASED-REPORT-LINE FROM SPACES
           WRITE DECEASED-REPORT-LINE FROM DR-DETAIL-HEADER
           WRITE DECEASED-REPORT-LINE FROM
                 '------------------------------------------'
           ADD 6 TO WS-REPORT-LINES.

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

       READ-CUSTOMER-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ.

       REPORT-ONE-CUSTOMER.
           IF CM-DECEASED
               ADD 1 TO WS-DECEASED-READ
               MOVE CM-CUSTOMER-NUMBER TO WS-DECEDENT
               MOVE 0 TO WS-DAYS-SINCE-DEATH
               IF CM-DATE-OF-DEATH NOT = 0
                   AND CM-DATE-OF-DEATH NOT > WS-BUSINESS-DATE
                   COMPUTE WS-DAYS-SINCE-DEATH =
                       FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) -
                       FUNCTION INTEGER-OF-DATE(CM-DATE-OF-DEATH)
               END-IF
               PERFORM GATHER-DECEDENT-ACCOUNTS
               MOVE 0 TO WS-DECEDENT-ACCOUNTS
               MOVE 1 TO WS-LINK-SUB
               PERFORM REPORT-ONE-ACCOUNT
                   UNTIL WS-LINK-SUB > WS-LINK-COUNT
               IF WS-DECEDENT-ACCOUNTS > 0
                   ADD 1 TO WS-DECEASED-LISTED
               END-IF
           END-IF
           PERFORM READ-CUSTOMER-MASTER.

       GATHER-DECEDENT-ACCOUNTS.
           MOVE 0 TO WS-LINK-COUNT
           MOVE WS-DECEDENT TO LNK-CUSTOMER-NUMBER
           MOVE 0 TO LNK-ACCOUNT-NUMBER
           START ACCOUNT-LINK-FILE KEY IS NOT LESS THAN LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-START
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               PERFORM SCAN-DECEDENT-LINKS
                   UNTIL ACCOUNT-LINK-FILE-STATUS NOT = '00'
           END-IF.

       SCAN-DECEDENT-LINKS.
           READ ACCOUNT-LINK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               IF LNK-CUSTOMER-NUMBER = WS-DECEDENT
                   IF LNK-OWNER AND WS-LINK-COUNT < 100
                       ADD 1 TO WS-LINK-COUNT
                       MOVE LNK-ACCOUNT-NUMBER
                           TO WS-LINK-ACCOUNT(WS-LINK-COUNT)
                   END-IF
               ELSE
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
               END-IF
           END-IF.

       REPORT-ONE-ACCOUNT.
           MOVE WS-LINK-ACCOUNT(WS-LINK-SUB) TO WS-CURRENT-ACCOUNT
           ADD 1 TO WS-LINK-SUB
           MOVE WS-CURRENT-ACCOUNT TO CUST-ACCOUNT-NUMBER
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
           PERFORM COUNT-ACCOUNT-BENEFICIARIES
           ADD 1 TO WS-DECEDENT-ACCOUNTS
           ADD 1 TO WS-ACCOUNTS-LISTED
           ADD CUST-BALANCE TO WS-BALANCE-TOTAL
           MOVE CM-CUSTOMER-NUMBER TO DRD-CUSTOMER
           MOVE CM-NAME TO DRD-NAME
           MOVE CM-DATE-OF-DEATH TO DRD-DATE-OF-DEATH
           MOVE CUST-ACCOUNT-NUMBER TO DRD-ACCOUNT
           MOVE CUST-ACCOUNT-TYPE TO DRD-TYPE
           MOVE CUST-BALANCE TO DRD-BALANCE
           IF CUST-DECEASED-RESTRICTED
               MOVE 'YES' TO DRD-RESTRICTED
               ADD 1 TO WS-RESTRICTED-COUNT
           ELSE
               MOVE 'NO' TO DRD-RESTRICTED
           END-IF
           MOVE WS-DAYS-SINCE-DEATH TO DRD-DAYS
           MOVE WS-BENEFICIARY-COUNT TO DRD-BENEFICIARIES
           MOVE CUST-CUSTOMER-NUMBER TO DRD-OWNER
           WRITE DECEASED-REPORT-LINE FROM DR-DETAIL-LINE
           ADD 1 TO WS-REPORT-LINES.

       COUNT-ACCOUNT-BENEFICIARIES.
           MOVE 0 TO WS-BENEFICIARY-COUNT
           MOVE WS-CURRENT-ACCOUNT TO LNK-ACCOUNT-NUMBER
           START ACCOUNT-LINK-FILE KEY IS EQUAL TO LNK-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-START
           PERFORM COUNT-ONE-BENEFICIARY
               UNTIL ACCOUNT-LINK-FILE-STATUS NOT = '00'.

       COUNT-ONE-BENEFICIARY.
           READ ACCOUNT-LINK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               IF LNK-ACCOUNT-NUMBER = WS-CURRENT-ACCOUNT
                   IF LNK-POD-BENEFICIARY
                       ADD 1 TO WS-BENEFICIARY-COUNT
                   END-IF
               ELSE
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
               END-IF
           END-IF.

       FINALIZE-DECDRPT.
           WRITE DECEASED-REPORT-LINE FROM SPACES
           MOVE WS-DECEASED-READ TO DRS-READ
           MOVE WS-DECEASED-LISTED TO DRS-LISTED
           MOVE WS-ACCOUNTS-LISTED TO DRS-ACCOUNTS
           MOVE WS-RESTRICTED-COUNT TO DRS-RESTRICTED
           MOVE WS-BALANCE-TOTAL TO DRS-BALANCE
           WRITE DECEASED-REPORT-LINE FROM DR-SUMMARY-LINE-1
           WRITE DECEASED-REPORT-LINE FROM DR-SUMMARY-LINE-2
           ADD 3 TO WS-REPORT-LINES
           CLOSE DECEASED-REPORT-FILE
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
