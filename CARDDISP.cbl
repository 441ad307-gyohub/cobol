       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDDISP.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-DISPUTE-FILE ASSIGN TO 'CARDDISP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CARD-DISPUTE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'TRANSACT.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS TRANSACTION-FILE-STATUS.

           SELECT TRANS-INDEX-FILE ASSIGN TO 'TRANSIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIX-TRANS-ID
               ALTERNATE RECORD KEY IS TIX-ACCOUNT-NUMBER
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS TRANS-INDEX-STATUS.

           SELECT ACCOUNT-SUMMARY-FILE ASSIGN TO 'ACCTSUM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUM-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS ACCOUNT-SUMMARY-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AGING-REPORT-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO 'RPTCTLG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS REPORT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CARD-DISPUTE-FILE.
       01 CARD-DISPUTE-RECORD.
           05 DSP-KEY.
               10 DSP-ACCOUNT-NUMBER PIC 9(10).
               10 DSP-CASE-ID       PIC 9(5).
           05 DSP-CARD-NUMBER       PIC 9(16).
           05 DSP-ORIGINAL-TRANS-ID PIC 9(10).
           05 DSP-TRANS-DATE        PIC 9(8).
           05 DSP-AMOUNT            PIC 9(10)V99.
           05 DSP-REASON-CODE       PIC X(1).
               88 DSP-REASON-VALID  VALUE 'U' 'N' 'D' 'A' 'O'.
           05 DSP-DESCRIPTION       PIC X(30).
           05 DSP-STATUS            PIC X(1).
               88 DSP-CASE-OPEN     VALUE 'O'.
               88 DSP-CASE-PROVISIONAL VALUE 'P'.
               88 DSP-CASE-FINAL    VALUE 'F'.
               88 DSP-CASE-DENIED   VALUE 'D'.
               88 DSP-CASE-UNRESOLVED VALUE 'O' 'P'.
           05 DSP-DATE-OPENED       PIC 9(8).
           05 DSP-OPENED-BY         PIC X(10).
           05 DSP-PROVISIONAL-DUE-DATE PIC 9(8).
           05 DSP-PROVISIONAL-DATE  PIC 9(8).
           05 DSP-PROVISIONAL-TRANS-ID PIC 9(10).
           05 DSP-DATE-RESOLVED     PIC 9(8).
           05 DSP-RESOLVED-BY       PIC X(10).
           05 DSP-RESOLUTION-TRANS-ID PIC 9(10).
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
           05 FILLER                PIC X(30).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
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
           05 TRANS-ORIG-AMOUNT     PIC 9(10)V99.
           05 TRANS-ORIG-CURRENCY   PIC X(3).
           05 TRANS-EXCHANGE-RATE   PIC 9(3)V9(6).
           05 TRANS-APPROVAL-ID     PIC X(10).
           05 TRANS-CHECK-NUMBER    PIC 9(10).
           05 TRANS-BACKDATED-FLAG  PIC X(1).
           05 TRANS-CHANNEL         PIC X(1).
           05 TRANS-BRANCH-CODE     PIC X(4).
           05 FILLER                PIC X(10).

       FD TRANS-INDEX-FILE.
       01 TRANS-INDEX-RECORD.
           05 TIX-TRANS-ID          PIC 9(10).
           05 TIX-ACCOUNT-NUMBER    PIC 9(10).
           05 TIX-TRANS-TYPE        PIC X(1).
           05 TIX-AMOUNT            PIC 9(10)V99.
           05 TIX-DATE              PIC 9(8).
           05 TIX-TIME              PIC 9(6).
           05 TIX-DESCRIPTION       PIC X(30).
           05 TIX-OPERATOR-ID       PIC X(10).
           05 TIX-RELATED-ID        PIC 9(10).
           05 FILLER                PIC X(96).

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
               88 CTL-EOD-SCHEDULED VALUE 'S'.
           05 CTL-LAST-EOD-DATE     PIC 9(8).
           05 FILLER                PIC X(10).

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-LINE         PIC X(132).

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
           05 CARD-DISPUTE-STATUS   PIC XX.
           05 CUSTOMER-FILE-STATUS  PIC XX.
           05 TRANSACTION-FILE-STATUS PIC XX.
           05 TRANS-INDEX-STATUS    PIC XX.
           05 ACCOUNT-SUMMARY-STATUS PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.
           05 AGING-REPORT-STATUS   PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 CURRENT-TIME          PIC 9(6).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 DISPUTE-CONSTANTS.
           05 WS-DISPUTE-OPERATOR-ID PIC X(10) VALUE 'CARDDISP'.
           05 WS-DISPUTE-BRANCH-CODE PIC X(4) VALUE '0001'.
           05 WS-RESOLUTION-DAYS    PIC 9(3) VALUE 45.

       01 DISPUTE-RUN-COUNTERS.
           05 WS-CASES-READ         PIC 9(7) VALUE 0.
           05 WS-CASES-UNRESOLVED   PIC 9(7) VALUE 0.
           05 WS-UNRESOLVED-AMOUNT  PIC 9(12)V99 VALUE 0.
           05 WS-CREDITS-POSTED     PIC 9(7) VALUE 0.
           05 WS-AMOUNT-CREDITED    PIC 9(12)V99 VALUE 0.
           05 WS-CREDIT-EXCEPTIONS  PIC 9(7) VALUE 0.
           05 WS-AGE-0-10-COUNT     PIC 9(7) VALUE 0.
           05 WS-AGE-11-45-COUNT    PIC 9(7) VALUE 0.
           05 WS-AGE-46-90-COUNT    PIC 9(7) VALUE 0.
           05 WS-AGE-OVER-90-COUNT  PIC 9(7) VALUE 0.
           05 WS-PAST-DEADLINE-COUNT PIC 9(7) VALUE 0.
           05 WS-LINES-WRITTEN      PIC 9(7) VALUE 0.

       01 DISPUTE-WORK-AREAS.
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-TRANS-ID           PIC 9(10).
           05 WS-CASE-AGE-DAYS      PIC S9(5) COMP.
           05 WS-CASE-ACTION        PIC X(8).

       01 AGING-REPORT-LINES.
           05 AR-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(40) VALUE
                  'CARD DISPUTE AGING REPORT'.
               10 FILLER            PIC X(62) VALUE SPACES.

           05 AR-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Generated on: '.
               10 ARH2-DATE         PIC 9(8).
               10 FILLER            PIC X(90) VALUE SPACES.

           05 AR-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 AR-DETAIL-HEADER.
               10 FILLER            PIC X(12) VALUE 'ACCOUNT #'.
               10 FILLER            PIC X(7) VALUE 'CASE'.
               10 FILLER            PIC X(18) VALUE 'CARD NUMBER'.
               10 FILLER            PIC X(10) VALUE 'OPENED'.
               10 FILLER            PIC X(17) VALUE 'AMOUNT'.
               10 FILLER            PIC X(5) VALUE 'RSN'.
               10 FILLER            PIC X(13) VALUE 'STATUS'.
               10 FILLER            PIC X(10) VALUE 'CREDIT'.
               10 FILLER            PIC X(6) VALUE 'AGE'.
               10 FILLER            PIC X(10) VALUE 'BUCKET'.
               10 FILLER            PIC X(24) VALUE 'ACTION'.

           05 AR-DETAIL-LINE.
               10 ARD-ACCOUNT       PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ARD-CASE-ID       PIC 9(5).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ARD-CARD-NUMBER   PIC 9(16).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ARD-OPENED        PIC 9(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ARD-AMOUNT        PIC $ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ARD-REASON        PIC X(3).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ARD-STATUS        PIC X(11).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ARD-CREDIT-DATE   PIC 9(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ARD-AGE           PIC ZZZ9.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ARD-BUCKET        PIC X(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ARD-ACTION        PIC X(8).
               10 FILLER            PIC X(16) VALUE SPACES.

           05 AR-SUMMARY-LINE-1.
               10 FILLER            PIC X(20) VALUE
                  'Unresolved cases: '.
               10 ARS-UNRESOLVED    PIC ZZZ,ZZ9.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ARS-UNRESOLVED-AMOUNT PIC $Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(22) VALUE
                  'Provisional credits: '.
               10 ARS-CREDITED      PIC ZZZ,ZZ9.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ARS-CREDIT-AMOUNT PIC $Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(13) VALUE
                  'Exceptions: '.
               10 ARS-EXCEPTIONS    PIC ZZZ,ZZ9.
               10 FILLER            PIC X(8) VALUE SPACES.

           05 AR-SUMMARY-LINE-2.
               10 FILLER            PIC X(12) VALUE
                  '0-10 days: '.
               10 ARS-AGE-0-10      PIC ZZZ,ZZ9.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(13) VALUE
                  '11-45 days: '.
               10 ARS-AGE-11-45     PIC ZZZ,ZZ9.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(13) VALUE
                  '46-90 days: '.
               10 ARS-AGE-46-90     PIC ZZZ,ZZ9.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(16) VALUE
                  'Over 90 days: '.
               10 ARS-AGE-OVER-90   PIC ZZZ,ZZ9.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(17) VALUE
                  'Past deadline: '.
               10 ARS-PAST-DEADLINE PIC ZZZ,ZZ9.
               10 FILLER            PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-DISPUTE-PROCESSING.
           PERFORM INITIALIZE-CARDDISP
           PERFORM PROCESS-NEXT-DISPUTE
               UNTIL CARD-DISPUTE-STATUS NOT = '00'
           PERFORM FINALIZE-CARDDISP
           DISPLAY 'Card dispute run complete.'
           DISPLAY 'Cases read: ' WS-CASES-READ
           DISPLAY 'Unresolved cases: ' WS-CASES-UNRESOLVED
           DISPLAY 'Provisional credits posted: ' WS-CREDITS-POSTED
           DISPLAY 'Credit exceptions: ' WS-CREDIT-EXCEPTIONS
           DISPLAY 'Past resolution deadline: '
                   WS-PAST-DEADLINE-COUNT
           MOVE 'CARDDISP' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-LINES-WRITTEN TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Aging report: ' WS-REPORT-FILENAME
           STOP RUN.

       INITIALIZE-CARDDISP.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           STRING 'DSPAGE.' CURRENT-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           PERFORM LOAD-BUSINESS-DATE

           OPEN I-O CARD-DISPUTE-FILE
           IF CARD-DISPUTE-STATUS = '35'
               OPEN OUTPUT CARD-DISPUTE-FILE
               CLOSE CARD-DISPUTE-FILE
               OPEN I-O CARD-DISPUTE-FILE
           END-IF
           OPEN I-O CONTROL-FILE
           OPEN I-O CUSTOMER-FILE
           OPEN EXTEND TRANSACTION-FILE
           OPEN I-O TRANS-INDEX-FILE
           IF TRANS-INDEX-STATUS = '35'
               OPEN OUTPUT TRANS-INDEX-FILE
               CLOSE TRANS-INDEX-FILE
               OPEN I-O TRANS-INDEX-FILE
           END-IF
           OPEN I-O ACCOUNT-SUMMARY-FILE
           IF ACCOUNT-SUMMARY-STATUS = '35'
               OPEN OUTPUT ACCOUNT-SUMMARY-FILE
               CLOSE ACCOUNT-SUMMARY-FILE
               OPEN I-O ACCOUNT-SUMMARY-FILE
           END-IF
           OPEN OUTPUT AGING-REPORT-FILE
           PERFORM WRITE-AGING-HEADERS.

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

       WRITE-AGING-HEADERS.
           MOVE WS-BUSINESS-DATE TO ARH2-DATE
           WRITE AGING-REPORT-LINE FROM AR-HEADER-1
           WRITE AGING-REPORT-LINE FROM AR-HEADER-2
           WRITE AGING-REPORT-LINE FROM AR-HEADER-3
           WRITE AGING-REPORT-LINE FROM SPACES
           WRITE AGING-REPORT-LINE FROM AR-DETAIL-HEADER
           WRITE AGING-REPORT-LINE FROM
                 '------------------------------------------'
           MOVE 6 TO WS-LINES-WRITTEN.

       PROCESS-NEXT-DISPUTE.
           READ CARD-DISPUTE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CARD-DISPUTE-STATUS
           END-READ
           IF CARD-DISPUTE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CASES-READ
           IF NOT DSP-CASE-UNRESOLVED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CASE-ACTION
           IF DSP-CASE-OPEN
               AND DSP-PROVISIONAL-DUE-DATE NOT > WS-BUSINESS-DATE
               PERFORM POST-PROVISIONAL-CREDIT
           END-IF
           ADD 1 TO WS-CASES-UNRESOLVED
           ADD DSP-AMOUNT TO WS-UNRESOLVED-AMOUNT
           PERFORM AGE-DISPUTE-CASE
           PERFORM WRITE-AGING-DETAIL-LINE.

       POST-PROVISIONAL-CREDIT.
           MOVE DSP-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               MOVE 'NO ACCT' TO WS-CASE-ACTION
               ADD 1 TO WS-CREDIT-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           IF CUST-STATUS = 'C'
               UNLOCK CUSTOMER-FILE
               MOVE 'CLOSED' TO WS-CASE-ACTION
               ADD 1 TO WS-CREDIT-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF

           ADD DSP-AMOUNT TO CUST-BALANCE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-REWRITE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               MOVE 'UPD FAIL' TO WS-CASE-ACTION
               ADD 1 TO WS-CREDIT-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-TRANSACTION-ID
           MOVE WS-TRANS-ID TO TRANS-ID
           MOVE DSP-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE 'D' TO TRANS-TYPE
           MOVE DSP-AMOUNT TO TRANS-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRANS-DATE
           MOVE CURRENT-TIME TO TRANS-TIME
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'Provisional credit case ' DSP-CASE-ID
                  DELIMITED BY SIZE
                  INTO TRANS-DESCRIPTION
           END-STRING
           MOVE WS-DISPUTE-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE DSP-ORIGINAL-TRANS-ID TO TRANS-RELATED-ID
           MOVE 0 TO TRANS-ROUTING-NUMBER
           MOVE SPACES TO TRANS-EXTERNAL-ACCOUNT
           MOVE 0 TO TRANS-ORIG-AMOUNT
           MOVE SPACES TO TRANS-ORIG-CURRENCY
           MOVE 0 TO TRANS-EXCHANGE-RATE
           MOVE SPACES TO TRANS-APPROVAL-ID
           MOVE 0 TO TRANS-CHECK-NUMBER
           MOVE SPACE TO TRANS-BACKDATED-FLAG
           MOVE 'B' TO TRANS-CHANNEL
           MOVE WS-DISPUTE-BRANCH-CODE TO TRANS-BRANCH-CODE
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX

           SET DSP-CASE-PROVISIONAL TO TRUE
           MOVE WS-BUSINESS-DATE TO DSP-PROVISIONAL-DATE
           MOVE WS-TRANS-ID TO DSP-PROVISIONAL-TRANS-ID
           REWRITE CARD-DISPUTE-RECORD
               INVALID KEY
                   DISPLAY 'Failed to update dispute case '
                           DSP-ACCOUNT-NUMBER '/' DSP-CASE-ID
           END-REWRITE
           ADD 1 TO WS-CREDITS-POSTED
           ADD DSP-AMOUNT TO WS-AMOUNT-CREDITED
           MOVE 'CREDITED' TO WS-CASE-ACTION.

       AGE-DISPUTE-CASE.
           COMPUTE WS-CASE-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE(DSP-DATE-OPENED)
           IF WS-CASE-AGE-DAYS < 0
               MOVE 0 TO WS-CASE-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-CASE-AGE-DAYS <= 10
                   ADD 1 TO WS-AGE-0-10-COUNT
                   MOVE '0-10' TO ARD-BUCKET
               WHEN WS-CASE-AGE-DAYS <= 45
                   ADD 1 TO WS-AGE-11-45-COUNT
                   MOVE '11-45' TO ARD-BUCKET
               WHEN WS-CASE-AGE-DAYS <= 90
                   ADD 1 TO WS-AGE-46-90-COUNT
                   MOVE '46-90' TO ARD-BUCKET
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-90-COUNT
                   MOVE 'OVER 90' TO ARD-BUCKET
           END-EVALUATE
           IF WS-CASE-AGE-DAYS > WS-RESOLUTION-DAYS
               ADD 1 TO WS-PAST-DEADLINE-COUNT
               IF WS-CASE-ACTION = SPACES
                   MOVE 'OVERDUE' TO WS-CASE-ACTION
               END-IF
           END-IF.

       WRITE-AGING-DETAIL-LINE.
           MOVE DSP-ACCOUNT-NUMBER TO ARD-ACCOUNT
           MOVE DSP-CASE-ID TO ARD-CASE-ID
           MOVE DSP-CARD-NUMBER TO ARD-CARD-NUMBER
           MOVE DSP-DATE-OPENED TO ARD-OPENED
           MOVE DSP-AMOUNT TO ARD-AMOUNT
           MOVE DSP-REASON-CODE TO ARD-REASON
           IF DSP-CASE-PROVISIONAL
               MOVE 'PROVISIONAL' TO ARD-STATUS
               MOVE DSP-PROVISIONAL-DATE TO ARD-CREDIT-DATE
           ELSE
               MOVE 'OPEN' TO ARD-STATUS
               MOVE DSP-PROVISIONAL-DUE-DATE TO ARD-CREDIT-DATE
           END-IF
           MOVE WS-CASE-AGE-DAYS TO ARD-AGE
           MOVE WS-CASE-ACTION TO ARD-ACTION
           WRITE AGING-REPORT-LINE FROM AR-DETAIL-LINE
           ADD 1 TO WS-LINES-WRITTEN.

       WRITE-TRANSACTION-INDEX.
           MOVE TRANSACTION-RECORD TO TRANS-INDEX-RECORD
           WRITE TRANS-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           PERFORM UPDATE-PERIOD-SUMMARY.

       UPDATE-PERIOD-SUMMARY.
           MOVE TRANS-ACCOUNT-NUMBER TO SUM-ACCOUNT-NUMBER
           MOVE TRANS-DATE(1:6) TO SUM-YEAR-MONTH
           READ ACCOUNT-SUMMARY-FILE
               INVALID KEY
                   MOVE TRANS-ACCOUNT-NUMBER TO SUM-ACCOUNT-NUMBER
                   MOVE TRANS-DATE(1:6) TO SUM-YEAR-MONTH
                   MOVE 0 TO SUM-DEP-COUNT
                   MOVE 0 TO SUM-DEP-AMOUNT
                   MOVE 0 TO SUM-WTH-COUNT
                   MOVE 0 TO SUM-WTH-AMOUNT
                   MOVE 0 TO SUM-FEE-COUNT
                   MOVE 0 TO SUM-FEE-AMOUNT
                   MOVE 0 TO SUM-INT-COUNT
                   MOVE 0 TO SUM-INT-AMOUNT
           END-READ
           IF TRANS-TYPE = 'D'
               ADD 1 TO SUM-DEP-COUNT
               ADD TRANS-AMOUNT TO SUM-DEP-AMOUNT
           END-IF
           IF ACCOUNT-SUMMARY-STATUS = '00'
               REWRITE ACCOUNT-SUMMARY-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE ACCOUNT-SUMMARY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       GET-NEXT-TRANSACTION-ID.
           MOVE CTL-SYSTEM-KEY TO CTL-KEY
           READ CONTROL-FILE
               INVALID KEY
                   MOVE 0 TO CTL-LAST-TRANS-ID
           END-READ
           ADD 1 TO CTL-LAST-TRANS-ID
           MOVE CTL-LAST-TRANS-ID TO WS-TRANS-ID
           REWRITE CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'Control file update failed'
           END-REWRITE.

       FINALIZE-CARDDISP.
           WRITE AGING-REPORT-LINE FROM SPACES
           MOVE WS-CASES-UNRESOLVED TO ARS-UNRESOLVED
           MOVE WS-UNRESOLVED-AMOUNT TO ARS-UNRESOLVED-AMOUNT
           MOVE WS-CREDITS-POSTED TO ARS-CREDITED
           MOVE WS-AMOUNT-CREDITED TO ARS-CREDIT-AMOUNT
           MOVE WS-CREDIT-EXCEPTIONS TO ARS-EXCEPTIONS
           WRITE AGING-REPORT-LINE FROM AR-SUMMARY-LINE-1
           MOVE WS-AGE-0-10-COUNT TO ARS-AGE-0-10
           MOVE WS-AGE-11-45-COUNT TO ARS-AGE-11-45
           MOVE WS-AGE-46-90-COUNT TO ARS-AGE-46-90
           MOVE WS-AGE-OVER-90-COUNT TO ARS-AGE-OVER-90
           MOVE WS-PAST-DEADLINE-COUNT TO ARS-PAST-DEADLINE
           WRITE AGING-REPORT-LINE FROM AR-SUMMARY-LINE-2
           ADD 3 TO WS-LINES-WRITTEN
           CLOSE CARD-DISPUTE-FILE
           CLOSE CONTROL-FILE
           CLOSE CUSTOMER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE TRANS-INDEX-FILE
           CLOSE ACCOUNT-SUMMARY-FILE
           CLOSE AGING-REPORT-FILE.

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
