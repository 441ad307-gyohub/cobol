       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALASOF.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO 'BALHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-KEY
               FILE STATUS IS BALANCE-HISTORY-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BALANCE-REPORT-STATUS.

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
           05 CUST-CLOSURE-DATE     PIC 9(8).
           05 CUST-BRANCH-CODE      PIC X(4).
           05 FILLER                PIC X(18).

       FD BALANCE-HISTORY-FILE.
       01 BALANCE-HISTORY-RECORD.
           05 BHS-KEY.
               10 BHS-ACCOUNT-NUMBER PIC 9(10).
               10 BHS-BALANCE-DATE   PIC 9(8).
           05 BHS-LEDGER-BALANCE    PIC S9(10)V99.
           05 BHS-HELD-AMOUNT       PIC 9(10)V99.
           05 BHS-AVAILABLE-BALANCE PIC S9(10)V99.
           05 BHS-ACCOUNT-STATUS    PIC X(1).
           05 BHS-CURRENCY-CODE     PIC X(3).
           05 BHS-RECORDED-DATE     PIC 9(8).
           05 FILLER                PIC X(14).

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

       FD BALANCE-REPORT-FILE.
       01 BALANCE-REPORT-LINE       PIC X(132).

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
           05 BALANCE-HISTORY-STATUS PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.
           05 BALANCE-REPORT-STATUS PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 SELECTION-AREAS.
           05 WS-AS-OF-DATE         PIC 9(8).
           05 WS-SELECTION-MODE     PIC X(1).
               88 SELECT-ALL-ACCOUNTS VALUE 'A'.
               88 SELECT-BRANCH     VALUE 'B'.
               88 SELECT-LIST       VALUE 'L'.
           05 WS-SELECT-BRANCH      PIC X(4).
           05 WS-ACCOUNT-ENTRY      PIC 9(10).
           05 WS-LIST-TABLE.
               10 WS-LIST-ACCOUNT   PIC 9(10) OCCURS 100 TIMES.
           05 WS-LIST-COUNT         PIC 9(3) VALUE 0.
           05 WS-LIST-MAX           PIC 9(3) VALUE 100.
           05 WS-LIST-SUB           PIC 9(3).
           05 WS-LIST-ENTRY-FLAG    PIC X(1).
               88 LIST-ENTRY-DONE   VALUE 'Y'.

       01 BALANCE-WORK-AREAS.
           05 WS-CURRENT-ACCOUNT    PIC 9(10).
           05 WS-FOUND-DATE         PIC 9(8).
           05 WS-FOUND-LEDGER       PIC S9(10)V99.
           05 WS-FOUND-HELD         PIC 9(10)V99.
           05 WS-FOUND-AVAILABLE    PIC S9(10)V99.
           05 WS-FOUND-STATUS       PIC X(1).

       01 REPORT-COUNTERS.
           05 WS-REPORT-LINES       PIC 9(7) VALUE 0.
           05 WS-ACCOUNTS-LISTED    PIC 9(7) VALUE 0.
           05 WS-NO-HISTORY-COUNT   PIC 9(7) VALUE 0.
           05 WS-LEDGER-TOTAL       PIC S9(12)V99 VALUE 0.
           05 WS-HELD-TOTAL         PIC S9(12)V99 VALUE 0.
           05 WS-AVAILABLE-TOTAL    PIC S9(12)V99 VALUE 0.

       01 BALANCE-REPORT-LINES.
           05 BR-HEADER-1.
               10 FILLER            PIC X(34) VALUE SPACES.
               10 FILLER            PIC X(40) VALUE
                  'ACCOUNT BALANCES AS OF DATE'.
               10 FILLER            PIC X(58) VALUE SPACES.

           05 BR-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE
                  'As of date:    '.
               10 BRH2-AS-OF        PIC 9(8).
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE
                  'Business date: '.
               10 BRH2-DATE         PIC 9(8).
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(11) VALUE 'Selection: '.
               10 BRH2-SELECTION    PIC X(20).
               10 FILLER            PIC X(25) VALUE SPACES.

           05 BR-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 BR-DETAIL-HEADER.
               10 FILLER            PIC X(12) VALUE 'ACCOUNT #'.
               10 FILLER            PIC X(32) VALUE 'NAME'.
               10 FILLER            PIC X(6) VALUE 'BRCH'.
               10 FILLER            PIC X(5) VALUE 'CCY'.
               10 FILLER            PIC X(10) VALUE 'EOD DATE'.
               10 FILLER            PIC X(17) VALUE
                  '  LEDGER BALANCE'.
               10 FILLER            PIC X(17) VALUE
                  '     HELD AMOUNT'.
               10 FILLER            PIC X(17) VALUE
                  '       AVAILABLE'.
               10 FILLER            PIC X(3) VALUE 'ST'.
               10 FILLER            PIC X(13) VALUE 'NOTE'.

           05 BR-DETAIL-LINE.
               10 BRD-ACCOUNT       PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 BRD-NAME          PIC X(30).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 BRD-BRANCH        PIC X(4).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 BRD-CURRENCY      PIC X(3).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 BRD-DATE          PIC X(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 BRD-LEDGER        PIC ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 BRD-HELD          PIC ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 BRD-AVAILABLE     PIC ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 BRD-STATUS        PIC X(1).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 BRD-NOTE          PIC X(12).
               10 FILLER            PIC X(1) VALUE SPACES.

           05 BR-SUMMARY-LINE-1.
               10 FILLER            PIC X(24) VALUE
                  'Accounts listed: '.
               10 BRS-LISTED        PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(24) VALUE
                  'Without history: '.
               10 BRS-NO-HISTORY    PIC ZZZ,ZZ9.
               10 FILLER            PIC X(65) VALUE SPACES.

           05 BR-SUMMARY-LINE-2.
               10 FILLER            PIC X(16) VALUE 'Total ledger: '.
               10 BRS-LEDGER        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE 'Total held: '.
               10 BRS-HELD          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(19) VALUE
                  'Total available: '.
               10 BRS-AVAILABLE     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-BALANCE-AS-OF-REPORT.
           PERFORM INITIALIZE-BALASOF
           IF SELECT-LIST
               MOVE 1 TO WS-LIST-SUB
               PERFORM REPORT-ONE-LISTED-ACCOUNT
                   UNTIL WS-LIST-SUB > WS-LIST-COUNT
           ELSE
               MOVE 0 TO CUST-ACCOUNT-NUMBER
               START CUSTOMER-FILE
                   KEY IS NOT LESS THAN CUST-ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE '99' TO CUSTOMER-FILE-STATUS
               END-START
               PERFORM REPORT-NEXT-FILE-ACCOUNT
                   UNTIL CUSTOMER-FILE-STATUS NOT = '00'
           END-IF
           PERFORM FINALIZE-BALASOF
           DISPLAY 'Balance as-of report complete for ' WS-AS-OF-DATE
           DISPLAY 'Accounts listed: ' WS-ACCOUNTS-LISTED
           DISPLAY 'Accounts without history: ' WS-NO-HISTORY-COUNT
           MOVE 'BALASOF' TO WS-RCT-TYPE
           MOVE WS-AS-OF-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-REPORT-LINES TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Report: ' WS-REPORT-FILENAME
           STOP RUN.

       INITIALIZE-BALASOF.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-BUSINESS-DATE
           DISPLAY 'Enter as-of date CCYYMMDD: ' WITH NO ADVANCING
           ACCEPT WS-AS-OF-DATE
           IF WS-AS-OF-DATE = 0
               OR WS-AS-OF-DATE(5:2) < '01'
               OR WS-AS-OF-DATE(5:2) > '12'
               OR WS-AS-OF-DATE(7:2) < '01'
               OR WS-AS-OF-DATE(7:2) > '31'
               DISPLAY 'Invalid as-of date.'
               STOP RUN
           END-IF
           IF WS-AS-OF-DATE > WS-BUSINESS-DATE
               DISPLAY 'As-of date is after the current '
                       'business date ' WS-BUSINESS-DATE '.'
               STOP RUN
           END-IF

           DISPLAY 'Accounts (A=All, B=One branch, L=List): '
                   WITH NO ADVANCING
           ACCEPT WS-SELECTION-MODE
           EVALUATE TRUE
               WHEN SELECT-ALL-ACCOUNTS
                   MOVE 'ALL ACCOUNTS' TO BRH2-SELECTION
               WHEN SELECT-BRANCH
                   DISPLAY 'Branch code: ' WITH NO ADVANCING
                   ACCEPT WS-SELECT-BRANCH
                   MOVE SPACES TO BRH2-SELECTION
                   STRING 'BRANCH ' WS-SELECT-BRANCH
                          DELIMITED BY SIZE INTO BRH2-SELECTION
                   END-STRING
               WHEN SELECT-LIST
                   MOVE 'ACCOUNT LIST' TO BRH2-SELECTION
                   MOVE SPACE TO WS-LIST-ENTRY-FLAG
                   PERFORM ACCEPT-ONE-LIST-ACCOUNT
                       UNTIL LIST-ENTRY-DONE
                   IF WS-LIST-COUNT = 0
                       DISPLAY 'No accounts entered.'
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY 'Invalid selection.'
                   STOP RUN
           END-EVALUATE

           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'Customer file not available - status '
                       CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-STATUS NOT = '00'
               DISPLAY 'Balance history file not available - status '
                       BALANCE-HISTORY-STATUS
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF

           STRING 'BALASOF.' WS-AS-OF-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT BALANCE-REPORT-FILE
           MOVE WS-AS-OF-DATE TO BRH2-AS-OF
           MOVE WS-BUSINESS-DATE TO BRH2-DATE
           WRITE BALANCE-REPORT-LINE FROM BR-HEADER-1
           WRITE BALANCE-REPORT-LINE FROM BR-HEADER-2
           WRITE BALANCE-REPORT-LINE FROM BR-HEADER-3
           WRITE BALANCE-REPORT-LINE FROM SPACES
           WRITE BALANCE-REPORT-LINE FROM BR-DETAIL-HEADER
           WRITE BALANCE-REPORT-LINE FROM
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

       ACCEPT-ONE-LIST-ACCOUNT.
           DISPLAY 'Account number (0 to end): ' WITH NO ADVANCING
           ACCEPT WS-ACCOUNT-ENTRY
           IF WS-ACCOUNT-ENTRY = 0
               SET LIST-ENTRY-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIST-COUNT
           MOVE WS-ACCOUNT-ENTRY TO WS-LIST-ACCOUNT(WS-LIST-COUNT)
           IF WS-LIST-COUNT NOT < WS-LIST-MAX
               DISPLAY 'Account list is full (' WS-LIST-MAX ').'
               SET LIST-ENTRY-DONE TO TRUE
           END-IF.

       REPORT-ONE-LISTED-ACCOUNT.
           MOVE WS-LIST-ACCOUNT(WS-LIST-SUB) TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               MOVE SPACES TO BR-DETAIL-LINE
               MOVE WS-LIST-ACCOUNT(WS-LIST-SUB) TO BRD-ACCOUNT
               MOVE 'NOT ON FILE' TO BRD-NOTE
               WRITE BALANCE-REPORT-LINE FROM BR-DETAIL-LINE
               ADD 1 TO WS-REPORT-LINES
               ADD 1 TO WS-NO-HISTORY-COUNT
           ELSE
               PERFORM REPORT-ACCOUNT-BALANCE
           END-IF
           ADD 1 TO WS-LIST-SUB.

       REPORT-NEXT-FILE-ACCOUNT.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF SELECT-BRANCH
               AND CUST-BRANCH-CODE NOT = WS-SELECT-BRANCH
               EXIT PARAGRAPH
           END-IF
           IF CUST-DATE-OPENED > WS-AS-OF-DATE
               EXIT PARAGRAPH
           END-IF
           IF CUST-STATUS = 'C'
               AND CUST-CLOSURE-DATE < WS-AS-OF-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM REPORT-ACCOUNT-BALANCE.

       REPORT-ACCOUNT-BALANCE.
           MOVE CUST-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT
           MOVE 0 TO WS-FOUND-DATE
           MOVE WS-CURRENT-ACCOUNT TO BHS-ACCOUNT-NUMBER
           MOVE 0 TO BHS-BALANCE-DATE
           START BALANCE-HISTORY-FILE KEY IS NOT LESS THAN BHS-KEY
               INVALID KEY
                   MOVE '99' TO BALANCE-HISTORY-STATUS
           END-START
           PERFORM FIND-LATEST-BALANCE
               UNTIL BALANCE-HISTORY-STATUS NOT = '00'

           MOVE SPACES TO BR-DETAIL-LINE
           MOVE CUST-ACCOUNT-NUMBER TO BRD-ACCOUNT
           MOVE CUST-NAME TO BRD-NAME
           MOVE CUST-BRANCH-CODE TO BRD-BRANCH
           MOVE CUST-CURRENCY-CODE TO BRD-CURRENCY
           IF WS-FOUND-DATE = 0
               MOVE 'NO HISTORY' TO BRD-NOTE
               ADD 1 TO WS-NO-HISTORY-COUNT
           ELSE
               MOVE WS-FOUND-DATE TO BRD-DATE
               MOVE WS-FOUND-LEDGER TO BRD-LEDGER
               MOVE WS-FOUND-HELD TO BRD-HELD
               MOVE WS-FOUND-AVAILABLE TO BRD-AVAILABLE
               MOVE WS-FOUND-STATUS TO BRD-STATUS
               IF WS-FOUND-DATE < WS-AS-OF-DATE
                   MOVE 'PRIOR EOD' TO BRD-NOTE
               END-IF
               ADD 1 TO WS-ACCOUNTS-LISTED
               ADD WS-FOUND-LEDGER TO WS-LEDGER-TOTAL
               ADD WS-FOUND-HELD TO WS-HELD-TOTAL
               ADD WS-FOUND-AVAILABLE TO WS-AVAILABLE-TOTAL
           END-IF
           WRITE BALANCE-REPORT-LINE FROM BR-DETAIL-LINE
           ADD 1 TO WS-REPORT-LINES
           MOVE '00' TO CUSTOMER-FILE-STATUS.

       FIND-LATEST-BALANCE.
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE '10' TO BALANCE-HISTORY-STATUS
           END-READ
           IF BALANCE-HISTORY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF BHS-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
               OR BHS-BALANCE-DATE > WS-AS-OF-DATE
               MOVE '10' TO BALANCE-HISTORY-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE BHS-BALANCE-DATE TO WS-FOUND-DATE
           MOVE BHS-LEDGER-BALANCE TO WS-FOUND-LEDGER
           MOVE BHS-HELD-AMOUNT TO WS-FOUND-HELD
           MOVE BHS-AVAILABLE-BALANCE TO WS-FOUND-AVAILABLE
           MOVE BHS-ACCOUNT-STATUS TO WS-FOUND-STATUS.

       FINALIZE-BALASOF.
           WRITE BALANCE-REPORT-LINE FROM SPACES
           MOVE WS-ACCOUNTS-LISTED TO BRS-LISTED
           MOVE WS-NO-HISTORY-COUNT TO BRS-NO-HISTORY
           WRITE BALANCE-REPORT-LINE FROM BR-SUMMARY-LINE-1
           MOVE WS-LEDGER-TOTAL TO BRS-LEDGER
           MOVE WS-HELD-TOTAL TO BRS-HELD
           MOVE WS-AVAILABLE-TOTAL TO BRS-AVAILABLE
           WRITE BALANCE-REPORT-LINE FROM BR-SUMMARY-LINE-2
           ADD 3 TO WS-REPORT-LINES
           CLOSE BALANCE-REPORT-FILE
           CLOSE BALANCE-HISTORY-FILE
           CLOSE CUSTOMER-FILE.

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
