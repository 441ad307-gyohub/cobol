       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTRETRN.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-IN-FILE ASSIGN TO 'RETURNIN.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RETURN-IN-STATUS.

           SELECT OUTPAY-QUEUE-FILE ASSIGN TO 'OUTPAYQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OUTPAY-QUEUE-STATUS.

           SELECT RETURNS-REGISTER-FILE ASSIGN TO WS-REGISTER-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RETURNS-REGISTER-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS SUSPENSE-FILE-STATUS.

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

           SELECT REPORT-CATALOG-FILE ASSIGN TO 'RPTCTLG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS REPORT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETURN-IN-FILE.
       01 RETURN-IN-RECORD          PIC X(100).

       FD OUTPAY-QUEUE-FILE.
       01 OUTPAY-QUEUE-RECORD.
           05 OPQ-ACCOUNT-NUMBER    PIC 9(10).
           05 OPQ-ROUTING-NUMBER    PIC 9(9).
           05 OPQ-EXTERNAL-ACCOUNT  PIC X(17).
           05 OPQ-AMOUNT            PIC 9(10)V99.
           05 OPQ-DESCRIPTION       PIC X(30).
           05 OPQ-DATE-QUEUED       PIC 9(8).
           05 OPQ-STATUS            PIC X(1).
               88 OPQ-PENDING       VALUE 'P'.
               88 OPQ-SENT          VALUE 'S'.
               88 OPQ-RETURNED      VALUE 'R'.
               88 OPQ-HELD          VALUE 'H'.
               88 OPQ-BLOCKED       VALUE 'B'.
           05 OPQ-RETURN-REASON     PIC X(3).
           05 OPQ-BENEFICIARY-NAME  PIC X(30).
           05 OPQ-SCREEN-CASE       PIC 9(8).
           05 FILLER                PIC X(9).

       FD RETURNS-REGISTER-FILE.
       01 RETURNS-REGISTER-LINE     PIC X(132).

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

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SUS-KEY.
               10 SUS-DATE          PIC 9(8).
               10 SUS-SEQUENCE      PIC 9(5).
           05 SUS-ROUTING-NUMBER    PIC 9(9).
           05 SUS-EXTERNAL-ACCOUNT  PIC X(17).
           05 SUS-ACCOUNT-NUMBER    PIC 9(10).
           05 SUS-AMOUNT            PIC 9(10)V99.
           05 SUS-DESCRIPTION       PIC X(30).
           05 SUS-STATUS            PIC X(1).
               88 SUS-ITEM-OPEN     VALUE 'N'.
               88 SUS-ITEM-RELEASED VALUE 'R'.
               88 SUS-ITEM-RETURNED VALUE 'X'.
           05 SUS-FAIL-REASON       PIC X(50).
           05 SUS-RELEASED-DATE     PIC 9(8).
           05 SUS-RELEASED-BY       PIC X(10).
           05 SUS-SCREEN-CASE       PIC 9(8).
           05 FILLER                PIC X(2).

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
           05 RETURN-IN-STATUS      PIC XX.
           05 OUTPAY-QUEUE-STATUS   PIC XX.
           05 RETURNS-REGISTER-STATUS PIC XX.
           05 CUSTOMER-FILE-STATUS  PIC XX.
           05 SUSPENSE-FILE-STATUS  PIC XX.
           05 TRANSACTION-FILE-STATUS PIC XX.
           05 TRANS-INDEX-STATUS    PIC XX.
           05 ACCOUNT-SUMMARY-STATUS PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 CURRENT-TIME          PIC 9(6).
           05 WS-REGISTER-FILENAME  PIC X(40).

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 RETURN-OPERATOR-CONSTANTS.
           05 WS-RETURN-OPERATOR-ID PIC X(10) VALUE 'INTERCHG'.
           05 WS-RETURN-BRANCH-CODE PIC X(4) VALUE '0001'.

       01 RETURN-RECORD-LAYOUTS.
           05 RETURN-HEADER.
               10 RH-RECORD-TYPE    PIC X(1).
               10 RH-FILE-DATE      PIC 9(8).
               10 RH-ORIGIN-NAME    PIC X(30).
               10 FILLER            PIC X(61).

           05 RETURN-DETAIL.
               10 RD-RECORD-TYPE    PIC X(1).
               10 RD-ROUTING-NUMBER PIC 9(9).
               10 RD-EXTERNAL-ACCOUNT PIC X(17).
               10 RD-ACCOUNT-NUMBER PIC 9(10).
               10 RD-DEBIT-CREDIT   PIC X(1).
               10 RD-AMOUNT         PIC 9(10)V99.
               10 RD-DESCRIPTION    PIC X(30).
               10 RD-RETURN-REASON  PIC X(3).
               10 RD-ORIGINAL-DATE  PIC 9(8).
               10 RD-RETURN-TYPE    PIC X(1).
                   88 RD-IS-REJECT  VALUE 'J'.
               10 FILLER            PIC X(8).

           05 RETURN-TRAILER.
               10 RT-RECORD-TYPE    PIC X(1).
               10 RT-RECORD-COUNT   PIC 9(7).
               10 RT-TOTAL-AMOUNT   PIC 9(12)V99.
               10 FILLER            PIC X(78).

       01 RETURN-REASON-VALUES.
           05 FILLER                PIC X(33) VALUE
              'R01Insufficient funds            '.
           05 FILLER                PIC X(33) VALUE
              'R02Account closed                '.
           05 FILLER                PIC X(33) VALUE
              'R03No account / name mismatch    '.
           05 FILLER                PIC X(33) VALUE
              'R04Invalid account number        '.
           05 FILLER                PIC X(33) VALUE
              'R06Returned at originator request'.
           05 FILLER                PIC X(33) VALUE
              'R08Payment stopped               '.
           05 FILLER                PIC X(33) VALUE
              'R16Account frozen                '.
           05 FILLER                PIC X(33) VALUE
              'R20Non-transaction account       '.
           05 FILLER                PIC X(33) VALUE
              'R23Credit refused by receiver    '.
           05 FILLER                PIC X(33) VALUE
              'R24Duplicate entry               '.

       01 RETURN-REASON-TABLE REDEFINES RETURN-REASON-VALUES.
           05 REASON-ENTRY OCCURS 10 TIMES.
               10 REASON-CODE       PIC X(3).
               10 REASON-TEXT       PIC X(30).

       01 RETURN-REASON-CONSTANTS.
           05 WS-REASON-COUNT       PIC 9(2) VALUE 10.

       01 RETURN-CONTROL-AREAS.
           05 WS-PASS-NUMBER        PIC 9(1).
           05 WS-DETAIL-COUNT       PIC 9(7) VALUE 0.
           05 WS-DETAIL-TOTAL       PIC 9(12)V99 VALUE 0.
           05 WS-TRAILER-COUNT      PIC 9(7) VALUE 0.
           05 WS-TRAILER-TOTAL      PIC 9(12)V99 VALUE 0.
           05 WS-CONTROL-FLAG       PIC X(1).
               88 CONTROLS-BALANCED VALUE 'Y'.
               88 CONTROLS-BROKEN   VALUE 'N'.
           05 WS-TRAILER-FLAG       PIC X(1).
               88 TRAILER-SEEN      VALUE 'Y'.
           05 WS-HEADER-FLAG        PIC X(1).
               88 HEADER-SEEN       VALUE 'Y'.

       01 RETURN-RUN-COUNTERS.
           05 WS-ITEMS-RECEIVED     PIC 9(7) VALUE 0.
           05 WS-ITEMS-RECREDITED   PIC 9(7) VALUE 0.
           05 WS-ITEMS-SUSPENDED    PIC 9(7) VALUE 0.
           05 WS-AMOUNT-RECREDITED  PIC 9(12)V99 VALUE 0.
           05 WS-AMOUNT-SUSPENDED   PIC 9(12)V99 VALUE 0.
           05 WS-LINES-WRITTEN      PIC 9(7) VALUE 0.

       01 RETURN-WORK-AREAS.
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-TRANS-ID           PIC 9(10).
           05 WS-ORIGINAL-TRANS-ID  PIC 9(10).
           05 WS-REASON-SUB         PIC 9(2).
           05 WS-REASON-TEXT        PIC X(30).
           05 WS-SUSPEND-REASON     PIC X(50).
           05 WS-QUEUE-MATCH-FLAG   PIC X(1).
               88 QUEUE-ITEM-MATCHED VALUE 'Y'.
               88 QUEUE-ITEM-NOT-MATCHED VALUE 'N'.
           05 WS-ORIGINAL-FLAG      PIC X(1).
               88 ORIGINAL-TRANS-FOUND VALUE 'Y'.
               88 ORIGINAL-TRANS-NOT-FOUND VALUE 'N'.
           05 WS-SUS-LAST-SEQUENCE  PIC 9(5) VALUE 0.
           05 WS-SUS-SEQUENCE-FLAG  PIC X(1) VALUE 'N'.
               88 SUS-SEQUENCE-LOADED VALUE 'Y'.

       01 RETURNS-REGISTER-LINES.
           05 RR-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(40) VALUE
                  'OUTBOUND PAYMENT RETURNS REGISTER'.
               10 FILLER            PIC X(62) VALUE SPACES.

           05 RR-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Generated on: '.
               10 RRH2-DATE         PIC 9(8).
               10 FILLER            PIC X(90) VALUE SPACES.

           05 RR-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 RR-DETAIL-HEADER.
               10 FILLER            PIC X(12) VALUE 'ACCOUNT #'.
               10 FILLER            PIC X(11) VALUE 'ROUTING'.
               10 FILLER            PIC X(19) VALUE 'EXTERNAL ACCOUNT'.
               10 FILLER            PIC X(17) VALUE 'AMOUNT'.
               10 FILLER            PIC X(5) VALUE 'CODE'.
               10 FILLER            PIC X(10) VALUE 'RESULT'.
               10 FILLER            PIC X(12) VALUE 'ORIG TXN'.
               10 FILLER            PIC X(12) VALUE 'NEW TXN'.
               10 FILLER            PIC X(34) VALUE 'REASON'.

           05 RR-DETAIL-LINE.
               10 RRD-ACCOUNT       PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RRD-ROUTING       PIC 9(9).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RRD-EXTERNAL      PIC X(17).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RRD-AMOUNT        PIC $ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RRD-CODE          PIC X(3).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RRD-RESULT        PIC X(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RRD-ORIGINAL-ID   PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RRD-NEW-ID        PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RRD-REASON        PIC X(30).
               10 FILLER            PIC X(4) VALUE SPACES.

           05 RR-SUMMARY-LINE.
               10 FILLER            PIC X(16) VALUE
                  'Returns: '.
               10 RRS-RECEIVED      PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(16) VALUE
                  'Re-credited: '.
               10 RRS-RECREDITED    PIC ZZZ,ZZ9.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RRS-AMOUNT-RECREDITED PIC $Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'To suspense: '.
               10 RRS-SUSPENDED     PIC ZZZ,ZZ9.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RRS-AMOUNT-SUSPENDED PIC $Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RETURN-RECONCILIATION.
           PERFORM INITIALIZE-RETURNS
           PERFORM VERIFY-CONTROL-TOTALS
           IF CONTROLS-BALANCED
               PERFORM PROCESS-RETURN-FILE
           ELSE
               DISPLAY 'Return file control totals do not '
                       'balance. Nothing processed.'
               DISPLAY 'Details counted: ' WS-DETAIL-COUNT
                       '  Trailer count: ' WS-TRAILER-COUNT
               DISPLAY 'Details total: ' WS-DETAIL-TOTAL
                       '  Trailer total: ' WS-TRAILER-TOTAL
           END-IF
           PERFORM FINALIZE-RETURNS
           DISPLAY 'Outbound return reconciliation complete.'
           DISPLAY 'Returns received: ' WS-ITEMS-RECEIVED
           DISPLAY 'Returns re-credited: ' WS-ITEMS-RECREDITED
           DISPLAY 'Returns parked in suspense: ' WS-ITEMS-SUSPENDED
           MOVE 'OUTRETRN' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REGISTER-FILENAME TO WS-RCT-FILENAME
           MOVE WS-LINES-WRITTEN TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Returns register: ' WS-REGISTER-FILENAME
           STOP RUN.

       INITIALIZE-RETURNS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           STRING 'OUTRTN.' CURRENT-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REGISTER-FILENAME
           END-STRING
           PERFORM LOAD-BUSINESS-DATE
           OPEN OUTPUT RETURNS-REGISTER-FILE
           PERFORM WRITE-REGISTER-HEADERS.

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

       WRITE-REGISTER-HEADERS.
           MOVE WS-BUSINESS-DATE TO RRH2-DATE
           WRITE RETURNS-REGISTER-LINE FROM RR-HEADER-1
           WRITE RETURNS-REGISTER-LINE FROM RR-HEADER-2
           WRITE RETURNS-REGISTER-LINE FROM RR-HEADER-3
           WRITE RETURNS-REGISTER-LINE FROM SPACES
           WRITE RETURNS-REGISTER-LINE FROM RR-DETAIL-HEADER
           WRITE RETURNS-REGISTER-LINE FROM
                 '------------------------------------------'
           MOVE 6 TO WS-LINES-WRITTEN.

       VERIFY-CONTROL-TOTALS.
           MOVE 1 TO WS-PASS-NUMBER
           SET CONTROLS-BROKEN TO TRUE
           MOVE 'N' TO WS-TRAILER-FLAG
           MOVE 'N' TO WS-HEADER-FLAG
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-DETAIL-TOTAL

           OPEN INPUT RETURN-IN-FILE
           IF RETURN-IN-STATUS NOT = '00'
               DISPLAY 'Cannot open RETURNIN.DAT - status '
                       RETURN-IN-STATUS
           ELSE
               PERFORM READ-RETURN-RECORD
                   UNTIL RETURN-IN-STATUS NOT = '00'
               CLOSE RETURN-IN-FILE
               IF HEADER-SEEN AND TRAILER-SEEN
                   AND WS-DETAIL-COUNT = WS-TRAILER-COUNT
                   AND WS-DETAIL-TOTAL = WS-TRAILER-TOTAL
                   SET CONTROLS-BALANCED TO TRUE
               END-IF
           END-IF.

       PROCESS-RETURN-FILE.
           MOVE 2 TO WS-PASS-NUMBER
           PERFORM OPEN-POSTING-FILES
           OPEN INPUT RETURN-IN-FILE
           PERFORM READ-RETURN-RECORD
               UNTIL RETURN-IN-STATUS NOT = '00'
           CLOSE RETURN-IN-FILE
           IF WS-AMOUNT-SUSPENDED > 0
               PERFORM POST-SUSPENSE-GL-MEMO
           END-IF
           PERFORM CLOSE-POSTING-FILES.

       OPEN-POSTING-FILES.
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
           OPEN I-O SUSPENSE-FILE
           IF SUSPENSE-FILE-STATUS = '35'
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.

       CLOSE-POSTING-FILES.
           CLOSE SUSPENSE-FILE
           CLOSE ACCOUNT-SUMMARY-FILE
           CLOSE TRANS-INDEX-FILE
           CLOSE TRANSACTION-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CONTROL-FILE.

       READ-RETURN-RECORD.
           READ RETURN-IN-FILE
               AT END
                   MOVE '99' TO RETURN-IN-STATUS
               NOT AT END
                   PERFORM DISPATCH-RETURN-RECORD
           END-READ.

       DISPATCH-RETURN-RECORD.
           EVALUATE RETURN-IN-RECORD(1:1)
               WHEN '1'
                   MOVE RETURN-IN-RECORD TO RETURN-HEADER
                   SET HEADER-SEEN TO TRUE
               WHEN '2'
                   MOVE RETURN-IN-RECORD TO RETURN-DETAIL
                   IF WS-PASS-NUMBER = 1
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD RD-AMOUNT TO WS-DETAIL-TOTAL
                   ELSE
                       PERFORM RECONCILE-RETURN-ITEM
                   END-IF
               WHEN '9'
                   MOVE RETURN-IN-RECORD TO RETURN-TRAILER
                   SET TRAILER-SEEN TO TRUE
                   MOVE RT-RECORD-COUNT TO WS-TRAILER-COUNT
                   MOVE RT-TOTAL-AMOUNT TO WS-TRAILER-TOTAL
               WHEN OTHER
                   IF WS-PASS-NUMBER = 1
                       DISPLAY 'Unknown return record type: '
                               RETURN-IN-RECORD(1:1)
                   END-IF
           END-EVALUATE.

       RECONCILE-RETURN-ITEM.
           ADD 1 TO WS-ITEMS-RECEIVED
           PERFORM LOOK-UP-RETURN-REASON
           MOVE 0 TO WS-ORIGINAL-TRANS-ID
           MOVE 0 TO WS-TRANS-ID
           PERFORM MATCH-OUTPAY-QUEUE-ITEM
           IF QUEUE-ITEM-NOT-MATCHED
               MOVE SPACES TO WS-SUSPEND-REASON
               STRING 'Unmatched return ' RD-RETURN-REASON ' - '
                      WS-REASON-TEXT DELIMITED BY SIZE
                      INTO WS-SUSPEND-REASON
               END-STRING
               PERFORM PARK-RETURN-IN-SUSPENSE
               PERFORM WRITE-REGISTER-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ORIGINAL-TRANSACTION
           PERFORM RECREDIT-CUSTOMER-ACCOUNT
           PERFORM WRITE-REGISTER-DETAIL-LINE.

       LOOK-UP-RETURN-REASON.
           MOVE 'Other return reason' TO WS-REASON-TEXT
           IF RD-IS-REJECT
               MOVE 'Rejected by clearing house' TO WS-REASON-TEXT
           END-IF
           MOVE 1 TO WS-REASON-SUB
           PERFORM CHECK-ONE-REASON-CODE
               UNTIL WS-REASON-SUB > WS-REASON-COUNT.

       CHECK-ONE-REASON-CODE.
           IF REASON-CODE(WS-REASON-SUB) = RD-RETURN-REASON
               MOVE REASON-TEXT(WS-REASON-SUB) TO WS-REASON-TEXT
               MOVE WS-REASON-COUNT TO WS-REASON-SUB
           END-IF
           ADD 1 TO WS-REASON-SUB.

       MATCH-OUTPAY-QUEUE-ITEM.
           SET QUEUE-ITEM-NOT-MATCHED TO TRUE
           OPEN I-O OUTPAY-QUEUE-FILE
           IF OUTPAY-QUEUE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-OUTPAY-QUEUE-ITEM
               UNTIL OUTPAY-QUEUE-STATUS NOT = '00'
                   OR QUEUE-ITEM-MATCHED
           CLOSE OUTPAY-QUEUE-FILE.

       SCAN-OUTPAY-QUEUE-ITEM.
           READ OUTPAY-QUEUE-FILE
               AT END
                   MOVE '99' TO OUTPAY-QUEUE-STATUS
           END-READ
           IF OUTPAY-QUEUE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF OPQ-SENT
               AND OPQ-ACCOUNT-NUMBER = RD-ACCOUNT-NUMBER
               AND OPQ-ROUTING-NUMBER = RD-ROUTING-NUMBER
               AND OPQ-EXTERNAL-ACCOUNT = RD-EXTERNAL-ACCOUNT
               AND OPQ-AMOUNT = RD-AMOUNT
               AND (RD-ORIGINAL-DATE = 0
                    OR OPQ-DATE-QUEUED NOT > RD-ORIGINAL-DATE)
               SET QUEUE-ITEM-MATCHED TO TRUE
               SET OPQ-RETURNED TO TRUE
               MOVE RD-RETURN-REASON TO OPQ-RETURN-REASON
               REWRITE OUTPAY-QUEUE-RECORD
               IF OUTPAY-QUEUE-STATUS NOT = '00'
                   DISPLAY 'Failed to mark payment returned for '
                           'account ' OPQ-ACCOUNT-NUMBER
               END-IF
           END-IF.

       FIND-ORIGINAL-TRANSACTION.
           SET ORIGINAL-TRANS-NOT-FOUND TO TRUE
           MOVE OPQ-ACCOUNT-NUMBER TO TIX-ACCOUNT-NUMBER
           START TRANS-INDEX-FILE KEY IS EQUAL TO
                   TIX-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE '99' TO TRANS-INDEX-STATUS
           END-START
           IF TRANS-INDEX-STATUS = '00'
               PERFORM SCAN-FOR-ORIGINAL-TRANSACTION
                   UNTIL TRANS-INDEX-STATUS NOT = '00'
                       OR ORIGINAL-TRANS-FOUND
           END-IF
           MOVE '00' TO TRANS-INDEX-STATUS.

       SCAN-FOR-ORIGINAL-TRANSACTION.
           READ TRANS-INDEX-FILE NEXT RECORD
               AT END
                   MOVE '10' TO TRANS-INDEX-STATUS
           END-READ
           IF TRANS-INDEX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF TIX-ACCOUNT-NUMBER NOT = OPQ-ACCOUNT-NUMBER
               MOVE '10' TO TRANS-INDEX-STATUS
               EXIT PARAGRAPH
           END-IF
           IF TIX-TRANS-TYPE = 'W'
               AND TIX-AMOUNT = OPQ-AMOUNT
               AND TIX-DATE = OPQ-DATE-QUEUED
               SET ORIGINAL-TRANS-FOUND TO TRUE
               MOVE TIX-TRANS-ID TO WS-ORIGINAL-TRANS-ID
           END-IF.

       RECREDIT-CUSTOMER-ACCOUNT.
           MOVE OPQ-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               MOVE 'Return matched - account not found'
                   TO WS-SUSPEND-REASON
               PERFORM PARK-RETURN-IN-SUSPENSE
               EXIT PARAGRAPH
           END-IF
           IF CUST-STATUS = 'C'
               UNLOCK CUSTOMER-FILE
               MOVE 'Return matched - account closed'
                   TO WS-SUSPEND-REASON
               PERFORM PARK-RETURN-IN-SUSPENSE
               EXIT PARAGRAPH
           END-IF

           ADD RD-AMOUNT TO CUST-BALANCE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-REWRITE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               MOVE 'Return matched - account update failed'
                   TO WS-SUSPEND-REASON
               PERFORM PARK-RETURN-IN-SUSPENSE
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-TRANSACTION-ID
           MOVE WS-TRANS-ID TO TRANS-ID
           MOVE OPQ-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE 'D' TO TRANS-TYPE
           MOVE RD-AMOUNT TO TRANS-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRANS-DATE
           MOVE CURRENT-TIME TO TRANS-TIME
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'Returned payment ' RD-RETURN-REASON
                  DELIMITED BY SIZE
                  INTO TRANS-DESCRIPTION
           END-STRING
           MOVE WS-RETURN-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE WS-ORIGINAL-TRANS-ID TO TRANS-RELATED-ID
           MOVE OPQ-ROUTING-NUMBER TO TRANS-ROUTING-NUMBER
           MOVE OPQ-EXTERNAL-ACCOUNT TO TRANS-EXTERNAL-ACCOUNT
           PERFORM CLEAR-TRANS-CONVERSION-FIELDS
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX

           ADD 1 TO WS-ITEMS-RECREDITED
           ADD RD-AMOUNT TO WS-AMOUNT-RECREDITED
           MOVE 'RECREDIT' TO RRD-RESULT.

       CLEAR-TRANS-CONVERSION-FIELDS.
           MOVE 0 TO TRANS-ORIG-AMOUNT
           MOVE SPACES TO TRANS-ORIG-CURRENCY
           MOVE 0 TO TRANS-EXCHANGE-RATE
           MOVE SPACES TO TRANS-APPROVAL-ID
           MOVE 0 TO TRANS-CHECK-NUMBER
           MOVE SPACE TO TRANS-BACKDATED-FLAG
           MOVE 'B' TO TRANS-CHANNEL
           MOVE WS-RETURN-BRANCH-CODE TO TRANS-BRANCH-CODE.

       PARK-RETURN-IN-SUSPENSE.
           IF NOT SUS-SEQUENCE-LOADED
               PERFORM FIND-LAST-SUSPENSE-SEQUENCE
               SET SUS-SEQUENCE-LOADED TO TRUE
           END-IF
           ADD 1 TO WS-SUS-LAST-SEQUENCE
           MOVE WS-BUSINESS-DATE TO SUS-DATE
           MOVE WS-SUS-LAST-SEQUENCE TO SUS-SEQUENCE
           MOVE RD-ROUTING-NUMBER TO SUS-ROUTING-NUMBER
           MOVE RD-EXTERNAL-ACCOUNT TO SUS-EXTERNAL-ACCOUNT
           MOVE RD-ACCOUNT-NUMBER TO SUS-ACCOUNT-NUMBER
           MOVE RD-AMOUNT TO SUS-AMOUNT
           MOVE SPACES TO SUS-DESCRIPTION
           STRING 'Returned payment ' RD-RETURN-REASON
                  DELIMITED BY SIZE
                  INTO SUS-DESCRIPTION
           END-STRING
           MOVE 'N' TO SUS-STATUS
           MOVE WS-SUSPEND-REASON TO SUS-FAIL-REASON
           MOVE 0 TO SUS-RELEASED-DATE
           MOVE SPACES TO SUS-RELEASED-BY
           MOVE 0 TO SUS-SCREEN-CASE
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY 'Failed to park return in suspense.'
           END-WRITE
           ADD 1 TO WS-ITEMS-SUSPENDED
           ADD RD-AMOUNT TO WS-AMOUNT-SUSPENDED
           MOVE 'SUSPENSE' TO RRD-RESULT.

       FIND-LAST-SUSPENSE-SEQUENCE.
           MOVE 0 TO WS-SUS-LAST-SEQUENCE
           MOVE WS-BUSINESS-DATE TO SUS-DATE
           MOVE 0 TO SUS-SEQUENCE
           START SUSPENSE-FILE KEY IS NOT LESS THAN SUS-KEY
               INVALID KEY
                   MOVE '99' TO SUSPENSE-FILE-STATUS
           END-START
           IF SUSPENSE-FILE-STATUS = '00'
               PERFORM SCAN-SUSPENSE-SEQUENCE
                   UNTIL SUSPENSE-FILE-STATUS NOT = '00'
           END-IF.

       SCAN-SUSPENSE-SEQUENCE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO SUSPENSE-FILE-STATUS
           END-READ
           IF SUSPENSE-FILE-STATUS = '00'
               IF SUS-DATE = WS-BUSINESS-DATE
                   MOVE SUS-SEQUENCE TO WS-SUS-LAST-SEQUENCE
               ELSE
                   MOVE '10' TO SUSPENSE-FILE-STATUS
               END-IF
           END-IF.

       WRITE-REGISTER-DETAIL-LINE.
           MOVE RD-ACCOUNT-NUMBER TO RRD-ACCOUNT
           MOVE RD-ROUTING-NUMBER TO RRD-ROUTING
           MOVE RD-EXTERNAL-ACCOUNT TO RRD-EXTERNAL
           MOVE RD-AMOUNT TO RRD-AMOUNT
           MOVE RD-RETURN-REASON TO RRD-CODE
           MOVE WS-ORIGINAL-TRANS-ID TO RRD-ORIGINAL-ID
           MOVE WS-TRANS-ID TO RRD-NEW-ID
           MOVE WS-REASON-TEXT TO RRD-REASON
           WRITE RETURNS-REGISTER-LINE FROM RR-DETAIL-LINE
           ADD 1 TO WS-LINES-WRITTEN
           IF RRD-RESULT = 'SUSPENSE'
               MOVE SPACES TO RETURNS-REGISTER-LINE
               MOVE WS-SUSPEND-REASON TO RETURNS-REGISTER-LINE(13:50)
               WRITE RETURNS-REGISTER-LINE
               ADD 1 TO WS-LINES-WRITTEN
           END-IF.

       POST-SUSPENSE-GL-MEMO.
           PERFORM GET-NEXT-TRANSACTION-ID
           MOVE WS-TRANS-ID TO TRANS-ID
           MOVE 0 TO TRANS-ACCOUNT-NUMBER
           MOVE 'U' TO TRANS-TYPE
           MOVE WS-AMOUNT-SUSPENDED TO TRANS-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRANS-DATE
           MOVE CURRENT-TIME TO TRANS-TIME
           MOVE 'Returned items into suspense' TO TRANS-DESCRIPTION
           MOVE WS-RETURN-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE 0 TO TRANS-RELATED-ID
           MOVE 0 TO TRANS-ROUTING-NUMBER
           MOVE SPACES TO TRANS-EXTERNAL-ACCOUNT
           PERFORM CLEAR-TRANS-CONVERSION-FIELDS
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX.

       WRITE-TRANSACTION-INDEX.
           MOVE TRANSACTION-RECORD TO TRANS-INDEX-RECORD
           WRITE TRANS-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           PERFORM UPDATE-PERIOD-SUMMARY.

       UPDATE-PERIOD-SUMMARY.
           IF TRANS-ACCOUNT-NUMBER = 0
               EXIT PARAGRAPH
           END-IF
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

       FINALIZE-RETURNS.
           WRITE RETURNS-REGISTER-LINE FROM SPACES
           MOVE WS-ITEMS-RECEIVED TO RRS-RECEIVED
           MOVE WS-ITEMS-RECREDITED TO RRS-RECREDITED
           MOVE WS-AMOUNT-RECREDITED TO RRS-AMOUNT-RECREDITED
           MOVE WS-ITEMS-SUSPENDED TO RRS-SUSPENDED
           MOVE WS-AMOUNT-SUSPENDED TO RRS-AMOUNT-SUSPENDED
           WRITE RETURNS-REGISTER-LINE FROM RR-SUMMARY-LINE
           ADD 2 TO WS-LINES-WRITTEN
           CLOSE RETURNS-REGISTER-FILE.

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
