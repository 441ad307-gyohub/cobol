       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEBLMOD.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFR-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS CFR-NAME
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT CUSTOMER-LOOKUP-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LKP-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS LKP-NAME
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-LOOKUP-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'PARAMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-ACCOUNT-TYPE
               FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT FEE-OVERRIDE-FILE ASSIGN TO 'FEEOVR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOV-ACCOUNT-NUMBER
               FILE STATUS IS FEE-OVERRIDE-STATUS.

           SELECT ACCOUNT-LINK-FILE ASSIGN TO 'ACCTLINK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNK-KEY
               ALTERNATE RECORD KEY IS LNK-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS ACCOUNT-LINK-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'TRANSACT.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.

           SELECT TRANS-INDEX-FILE ASSIGN TO 'TRANSIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIX-TRANS-ID
               ALTERNATE RECORD KEY IS TIX-ACCOUNT-NUMBER
                   WITH DUPLICATES
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
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT FEE-REGISTER-FILE ASSIGN TO WS-REGISTER-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FEE-REGISTER-STATUS.


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
       01 CUSTOMER-FILE-RECORD.
           05 CFR-ACCOUNT-NUMBER    PIC 9(10).
           05 CFR-NAME              PIC X(30).
           05 FILLER                PIC X(150).

       FD CUSTOMER-LOOKUP-FILE.
       01 CUSTOMER-LOOKUP-RECORD.
           05 LKP-ACCOUNT-NUMBER    PIC 9(10).
           05 LKP-NAME              PIC X(30).
           05 LKP-ADDRESS           PIC X(50).
           05 LKP-PHONE             PIC X(15).
           05 LKP-BALANCE           PIC S9(10)V99.
           05 LKP-ACCOUNT-TYPE      PIC X(1).
           05 LKP-STATUS            PIC X(1).
           05 LKP-DATE-OPENED       PIC 9(8).
           05 LKP-LAST-ACTIVITY-DATE PIC 9(8).
           05 LKP-CURRENCY-CODE     PIC X(3).
           05 LKP-HELD-AMOUNT       PIC 9(10)V99.
           05 LKP-CUSTOMER-NUMBER   PIC 9(10).
           05 FILLER                PIC X(30).

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

       FD FEE-REGISTER-FILE.
       01 FEE-REGISTER-LINE         PIC X(132).


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
           05 CUSTOMER-LOOKUP-STATUS PIC XX.
           05 PARAMETER-FILE-STATUS PIC XX.
           05 FEE-OVERRIDE-STATUS   PIC XX.
           05 ACCOUNT-LINK-FILE-STATUS PIC XX.
           05 TRANSACTION-FILE-STATUS PIC XX.
           05 TRANS-INDEX-STATUS    PIC XX.
           05 ACCOUNT-SUMMARY-STATUS PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.
           05 FEE-REGISTER-STATUS   PIC XX.

       01 ID-BLOCK-CONSTANTS.
           05 WS-ID-BLOCK-SIZE      PIC 9(3) VALUE 100.

       01 ID-BLOCK-WORK-AREAS.
           05 WS-ID-BLOCK-NEXT      PIC 9(10) VALUE 0.
           05 WS-ID-BLOCK-LAST      PIC 9(10) VALUE 0.

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 CURRENT-TIME          PIC 9(6).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-TRANS-ID           PIC 9(10).
           05 WS-REGISTER-FILENAME  PIC X(40).

       01 FEE-BILLING-CONSTANTS.
           05 WS-FEEBILL-OPERATOR-ID PIC X(10) VALUE 'FEEBILL'.
           05 WS-RELATIONSHIP-THRESHOLD PIC 9(10)V99
               VALUE 25000.00.

       01 FEE-BILLING-WORK-AREAS.
           05 WS-FEE-AMOUNT         PIC 9(8)V99.
           05 WS-FEE-ACTION         PIC X(12).
           05 WS-COMBINED-BALANCE   PIC S9(12)V99.
           05 WS-LINK-CUSTOMER      PIC 9(10).
           05 WS-OVERRIDE-FLAG      PIC X(1).
               88 OVERRIDE-ON-FILE  VALUE 'Y'.
               88 OVERRIDE-NOT-ON-FILE VALUE 'N'.

       01 FEE-RUN-COUNTERS.
           05 WS-ACCOUNTS-SCANNED   PIC 9(5) VALUE 0.
           05 WS-FEES-CHARGED       PIC 9(5) VALUE 0.
           05 WS-FEES-WAIVED        PIC 9(5) VALUE 0.
           05 WS-FEE-TOTAL          PIC 9(10)V99 VALUE 0.
           05 WS-ACCOUNTS-PRESENTED PIC 9(7) VALUE 0.

       01 SESSION-CONTROL-AREAS.
           05 WS-SESSION-FLAG       PIC X(1) VALUE 'N'.
               88 SESSION-ACTIVE    VALUE 'Y'.
               88 SESSION-INACTIVE  VALUE 'N'.

       01 FEE-REGISTER-LINES.
           05 FB-HEADER-1.
               10 FILLER            PIC X(28) VALUE SPACES.
               10 FILLER            PIC X(38) VALUE
                  'MONTHLY MAINTENANCE FEE REGISTER'.
               10 FILLER            PIC X(66) VALUE SPACES.

           05 FB-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Generated on: '.
               10 FBH2-DATE         PIC 9(8).
               10 FILLER            PIC X(90) VALUE SPACES.

           05 FB-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 FB-DETAIL-HEADER.
               10 FILLER            PIC X(10) VALUE 'ACCOUNT #'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(30) VALUE 'NAME'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(4) VALUE 'TYPE'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE 'FEE'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(12) VALUE 'ACTION'.
               10 FILLER            PIC X(54) VALUE SPACES.

           05 FB-DETAIL-LINE.
               10 FBD-ACCOUNT       PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FBD-NAME          PIC X(30).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FBD-TYPE          PIC X(1).
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FBD-FEE           PIC $ZZZ,ZZ9.99.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FBD-ACTION        PIC X(12).
               10 FILLER            PIC X(54) VALUE SPACES.

           05 FB-SUMMARY-LINE.
               10 FILLER            PIC X(20) VALUE
                  'Accounts scanned: '.
               10 FBS-SCANNED       PIC ZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Charged: '.
               10 FBS-CHARGED       PIC ZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Waived: '.
               10 FBS-WAIVED        PIC ZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Fee total: '.
               10 FBS-TOTAL         PIC $ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(29) VALUE SPACES.

       LINKAGE SECTION.
       01 STEP-PARAMETERS.
           05 SP-REQUEST            PIC X(1).
               88 SP-OPEN-SESSION   VALUE 'O'.
               88 SP-PROCESS-ACCOUNT VALUE 'A'.
               88 SP-PROCESS-NEXT   VALUE 'N'.
               88 SP-CLOSE-SESSION  VALUE 'C'.
           05 SP-BUSINESS-DATE      PIC 9(8).
           05 SP-RESTART-FLAG       PIC X(1).
               88 SP-RESTART-RUN    VALUE 'Y'.
           05 SP-END-FLAG           PIC X(1).
               88 SP-END-OF-ITEMS   VALUE 'Y'.
           05 SP-LAST-ACCOUNT       PIC 9(10).
           05 SP-STEP-STATE.
               10 SP-REPORT-FILENAME PIC X(40).
               10 SP-PRESENTED      PIC 9(7).
               10 SP-COUNT-1        PIC 9(7).
               10 SP-COUNT-2        PIC 9(7).
               10 SP-COUNT-3        PIC 9(7).
               10 SP-AMOUNT-1       PIC S9(12)V99.
               10 SP-AMOUNT-2       PIC S9(12)V99.
               10 SP-REPORT-LINES   PIC 9(7).
           05 SP-TOTAL-LABELS.
               10 SP-COUNT-1-LABEL  PIC X(20).
               10 SP-COUNT-2-LABEL  PIC X(20).
               10 SP-COUNT-3-LABEL  PIC X(20).
               10 SP-AMOUNT-1-LABEL PIC X(20).
               10 SP-AMOUNT-2-LABEL PIC X(20).

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
           05 FILLER                PIC X(12).
           05 CUST-RESTRICTION-CODE PIC X(1).
               88 CUST-NOT-RESTRICTED VALUE SPACE.
               88 CUST-DECEASED-RESTRICTED VALUE 'D'.
           05 FILLER                PIC X(17).

       PROCEDURE DIVISION USING STEP-PARAMETERS CUSTOMER-RECORD.
       MAIN-FEE-BILLING.
           EVALUATE TRUE
               WHEN SP-OPEN-SESSION
                   PERFORM OPEN-FEE-SESSION
               WHEN SP-PROCESS-ACCOUNT
                   IF SESSION-ACTIVE
                       ADD 1 TO WS-ACCOUNTS-PRESENTED
                       PERFORM BILL-ONE-ACCOUNT
                   END-IF
               WHEN SP-CLOSE-SESSION
                   PERFORM CLOSE-FEE-SESSION
           END-EVALUATE
           PERFORM RETURN-STEP-TOTALS
           GOBACK.

       OPEN-FEE-SESSION.
           IF SESSION-INACTIVE
               PERFORM INITIALIZE-FEEBILL
               SET SESSION-ACTIVE TO TRUE
           END-IF
           MOVE 'Accounts scanned' TO SP-COUNT-1-LABEL
           MOVE 'Fees charged' TO SP-COUNT-2-LABEL
           MOVE 'Fees waived' TO SP-COUNT-3-LABEL
           MOVE 'Fee total' TO SP-AMOUNT-1-LABEL
           MOVE SPACES TO SP-AMOUNT-2-LABEL.

       CLOSE-FEE-SESSION.
           IF SESSION-INACTIVE
               EXIT PARAGRAPH
           END-IF
           PERFORM FINALIZE-FEEBILL
           SET SESSION-INACTIVE TO TRUE
           DISPLAY 'Monthly fee billing complete.'
           DISPLAY 'Accounts scanned: ' WS-ACCOUNTS-SCANNED
           DISPLAY 'Fees charged: ' WS-FEES-CHARGED
           DISPLAY 'Fees waived: ' WS-FEES-WAIVED
           DISPLAY 'Fee total: ' WS-FEE-TOTAL
           MOVE 'FEEBILL' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REGISTER-FILENAME TO WS-RCT-FILENAME
           MOVE 0 TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Register: ' WS-REGISTER-FILENAME.

       RESTORE-STEP-TOTALS.
           MOVE SP-REPORT-FILENAME TO WS-REGISTER-FILENAME
           MOVE SP-PRESENTED TO WS-ACCOUNTS-PRESENTED
           MOVE SP-COUNT-1 TO WS-ACCOUNTS-SCANNED
           MOVE SP-COUNT-2 TO WS-FEES-CHARGED
           MOVE SP-COUNT-3 TO WS-FEES-WAIVED
           MOVE SP-AMOUNT-1 TO WS-FEE-TOTAL.

       RETURN-STEP-TOTALS.
           MOVE WS-REGISTER-FILENAME TO SP-REPORT-FILENAME
           MOVE WS-ACCOUNTS-PRESENTED TO SP-PRESENTED
           MOVE WS-ACCOUNTS-SCANNED TO SP-COUNT-1
           MOVE WS-FEES-CHARGED TO SP-COUNT-2
           MOVE WS-FEES-WAIVED TO SP-COUNT-3
           MOVE WS-FEE-TOTAL TO SP-AMOUNT-1
           MOVE 0 TO SP-AMOUNT-2
           MOVE 0 TO SP-REPORT-LINES.

       INITIALIZE-FEEBILL.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           PERFORM OPEN-CONTROL-FILE
           IF SP-BUSINESS-DATE NUMERIC
               AND SP-BUSINESS-DATE NOT = 0
               MOVE SP-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               PERFORM LOAD-BUSINESS-DATE
           END-IF

           OPEN I-O CUSTOMER-FILE
           OPEN INPUT CUSTOMER-LOOKUP-FILE
           OPEN INPUT PARAMETER-FILE
           OPEN INPUT FEE-OVERRIDE-FILE
           IF FEE-OVERRIDE-STATUS = '35'
               OPEN OUTPUT FEE-OVERRIDE-FILE
               CLOSE FEE-OVERRIDE-FILE
               OPEN INPUT FEE-OVERRIDE-FILE
           END-IF
           OPEN INPUT ACCOUNT-LINK-FILE
           OPEN EXTEND TRANSACTION-FILE
           PERFORM OPEN-TRANS-INDEX-FILE
           PERFORM OPEN-ACCOUNT-SUMMARY-FILE
           IF SP-RESTART-RUN
               PERFORM RESTORE-STEP-TOTALS
               OPEN EXTEND FEE-REGISTER-FILE
           ELSE
               STRING 'FEEBILL.' WS-BUSINESS-DATE DELIMITED BY SIZE
                      '.TXT' DELIMITED BY SIZE
                      INTO WS-REGISTER-FILENAME
               END-STRING
               OPEN OUTPUT FEE-REGISTER-FILE
               PERFORM WRITE-FEE-REGISTER-HEADERS
           END-IF.

       OPEN-CONTROL-FILE.
           OPEN I-O CONTROL-FILE
           IF CONTROL-FILE-STATUS = '35'
               OPEN OUTPUT CONTROL-FILE
               MOVE CTL-SYSTEM-KEY TO CTL-KEY
               MOVE 0 TO CTL-LAST-TRANS-ID
               MOVE 0 TO CTL-LAST-ACCT-NUMBER
               MOVE CURRENT-DATE TO CTL-BUSINESS-DATE
               MOVE 'I' TO CTL-EOD-STATUS
               MOVE 0 TO CTL-LAST-EOD-DATE
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
           END-IF.

       LOAD-BUSINESS-DATE.
           MOVE CURRENT-DATE TO WS-BUSINESS-DATE
           MOVE CTL-SYSTEM-KEY TO CTL-KEY
           READ CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF CONTROL-FILE-STATUS = '00'
               AND CTL-BUSINESS-DATE NUMERIC
               AND CTL-BUSINESS-DATE NOT = 0
               MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF.

       OPEN-TRANS-INDEX-FILE.
           OPEN I-O TRANS-INDEX-FILE
           IF TRANS-INDEX-STATUS = '35'
               OPEN OUTPUT TRANS-INDEX-FILE
               CLOSE TRANS-INDEX-FILE
               OPEN I-O TRANS-INDEX-FILE
           END-IF.

       OPEN-ACCOUNT-SUMMARY-FILE.
           OPEN I-O ACCOUNT-SUMMARY-FILE
           IF ACCOUNT-SUMMARY-STATUS = '35'
               OPEN OUTPUT ACCOUNT-SUMMARY-FILE
               CLOSE ACCOUNT-SUMMARY-FILE
               OPEN I-O ACCOUNT-SUMMARY-FILE
           END-IF.

       WRITE-FEE-REGISTER-HEADERS.
           MOVE CURRENT-DATE TO FBH2-DATE
           WRITE FEE-REGISTER-LINE FROM FB-HEADER-1
           WRITE FEE-REGISTER-LINE FROM FB-HEADER-2
           WRITE FEE-REGISTER-LINE FROM FB-HEADER-3
           WRITE FEE-REGISTER-LINE FROM SPACES
           WRITE FEE-REGISTER-LINE FROM FB-DETAIL-HEADER
           WRITE FEE-REGISTER-LINE FROM
                 '------------------------------------------'.

       BILL-ONE-ACCOUNT.
           IF CUST-STATUS NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           IF CUST-ACCOUNT-TYPE NOT = 'S'
               AND CUST-ACCOUNT-TYPE NOT = 'C'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCOUNTS-SCANNED

           PERFORM LOAD-MONTHLY-FEE
           IF WS-FEE-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-FEE-OVERRIDE
           IF WS-FEE-AMOUNT = 0
               ADD 1 TO WS-FEES-WAIVED
               PERFORM WRITE-FEE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-FEE-AMOUNT FROM CUST-BALANCE
           MOVE WS-BUSINESS-DATE TO CUST-LAST-ACTIVITY-DATE
           REWRITE CUSTOMER-FILE-RECORD FROM CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY 'Failed to charge fee for '
                           CUST-ACCOUNT-NUMBER
           END-REWRITE
           IF CUSTOMER-FILE-STATUS = '00'
               PERFORM RECORD-MAINTENANCE-FEE
               ADD 1 TO WS-FEES-CHARGED
               ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL
               MOVE 'CHARGED' TO WS-FEE-ACTION
               PERFORM WRITE-FEE-REGISTER-LINE
           END-IF.

       LOAD-MONTHLY-FEE.
           MOVE 0 TO WS-FEE-AMOUNT
           MOVE CUST-ACCOUNT-TYPE TO PRM-ACCOUNT-TYPE
           READ PARAMETER-FILE
               INVALID KEY
                   MOVE '99' TO PARAMETER-FILE-STATUS
           END-READ
           IF PARAMETER-FILE-STATUS = '00'
               MOVE PRM-MONTHLY-FEE TO WS-FEE-AMOUNT
           END-IF.

       APPLY-FEE-OVERRIDE.
           MOVE 'CHARGED' TO WS-FEE-ACTION
           SET OVERRIDE-NOT-ON-FILE TO TRUE
           IF CUST-DECEASED-RESTRICTED
               MOVE 0 TO WS-FEE-AMOUNT
               MOVE 'WAIVED-DEC' TO WS-FEE-ACTION
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-ACCOUNT-NUMBER TO FOV-ACCOUNT-NUMBER
           READ FEE-OVERRIDE-FILE
               INVALID KEY
                   MOVE '99' TO FEE-OVERRIDE-STATUS
           END-READ
           IF FEE-OVERRIDE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET OVERRIDE-ON-FILE TO TRUE
           EVALUATE TRUE
               WHEN FOV-SENIOR-WAIVER
                   MOVE 0 TO WS-FEE-AMOUNT
                   MOVE 'WAIVED-SNR' TO WS-FEE-ACTION
               WHEN FOV-EMPLOYEE-RATE
                   MOVE FOV-OVERRIDE-AMOUNT TO WS-FEE-AMOUNT
                   MOVE 'EMPLOYEE' TO WS-FEE-ACTION
                   IF WS-FEE-AMOUNT = 0
                       MOVE 'WAIVED-EMP' TO WS-FEE-ACTION
                   END-IF
               WHEN FOV-AMOUNT-OVERRIDE
                   MOVE FOV-OVERRIDE-AMOUNT TO WS-FEE-AMOUNT
                   MOVE 'OVERRIDE' TO WS-FEE-ACTION
                   IF WS-FEE-AMOUNT = 0
                       MOVE 'WAIVED-OVR' TO WS-FEE-ACTION
                   END-IF
               WHEN FOV-RELATIONSHIP-WAIVER
                   PERFORM CHECK-RELATIONSHIP-BALANCES
                   IF WS-COMBINED-BALANCE >=
                       WS-RELATIONSHIP-THRESHOLD
                       MOVE 0 TO WS-FEE-AMOUNT
                       MOVE 'WAIVED-REL' TO WS-FEE-ACTION
                   END-IF
           END-EVALUATE.

       CHECK-RELATIONSHIP-BALANCES.
           MOVE 0 TO WS-COMBINED-BALANCE
           MOVE CUST-CUSTOMER-NUMBER TO WS-LINK-CUSTOMER
           IF WS-LINK-CUSTOMER = 0
               MOVE CUST-BALANCE TO WS-COMBINED-BALANCE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINK-CUSTOMER TO LNK-CUSTOMER-NUMBER
           MOVE 0 TO LNK-ACCOUNT-NUMBER
           START ACCOUNT-LINK-FILE KEY IS NOT LESS THAN LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-START
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               PERFORM SUM-ONE-LINKED-BALANCE
                   UNTIL ACCOUNT-LINK-FILE-STATUS NOT = '00'
           END-IF.

       SUM-ONE-LINKED-BALANCE.
           READ ACCOUNT-LINK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               IF LNK-CUSTOMER-NUMBER = WS-LINK-CUSTOMER
                   IF LNK-OWNER
                       PERFORM ADD-ONE-LINKED-BALANCE
                   END-IF
               ELSE
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
               END-IF
           END-IF.

       ADD-ONE-LINKED-BALANCE.
           MOVE LNK-ACCOUNT-NUMBER TO LKP-ACCOUNT-NUMBER
           READ CUSTOMER-LOOKUP-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-LOOKUP-STATUS
           END-READ
           IF CUSTOMER-LOOKUP-STATUS = '00'
               ADD LKP-BALANCE TO WS-COMBINED-BALANCE
           END-IF.

       RECORD-MAINTENANCE-FEE.
           PERFORM GET-NEXT-TRANSACTION-ID
           MOVE WS-TRANS-ID TO TRANS-ID
           MOVE CUST-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE 'M' TO TRANS-TYPE
           MOVE WS-FEE-AMOUNT TO TRANS-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRANS-DATE
           MOVE CURRENT-TIME TO TRANS-TIME
           MOVE 'Monthly maintenance fee' TO TRANS-DESCRIPTION
           MOVE WS-FEEBILL-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE 0 TO TRANS-RELATED-ID
           MOVE 0 TO TRANS-ROUTING-NUMBER
           MOVE SPACES TO TRANS-EXTERNAL-ACCOUNT
           MOVE 0 TO TRANS-ORIG-AMOUNT
           MOVE SPACES TO TRANS-ORIG-CURRENCY
           MOVE 0 TO TRANS-EXCHANGE-RATE
           MOVE SPACES TO TRANS-APPROVAL-ID
           MOVE 0 TO TRANS-CHECK-NUMBER
           MOVE SPACE TO TRANS-BACKDATED-FLAG
           MOVE 'B' TO TRANS-CHANNEL
           MOVE '0001' TO TRANS-BRANCH-CODE
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX.

       GET-NEXT-TRANSACTION-ID.
           IF WS-ID-BLOCK-NEXT = 0
               OR WS-ID-BLOCK-NEXT > WS-ID-BLOCK-LAST
               PERFORM RESERVE-ID-BLOCK
           END-IF
           MOVE WS-ID-BLOCK-NEXT TO WS-TRANS-ID
           ADD 1 TO WS-ID-BLOCK-NEXT.

       RESERVE-ID-BLOCK.
           MOVE CTL-SYSTEM-KEY TO CTL-KEY
           READ CONTROL-FILE
               INVALID KEY
                   MOVE 0 TO CTL-LAST-TRANS-ID
           END-READ
           COMPUTE WS-ID-BLOCK-NEXT = CTL-LAST-TRANS-ID + 1
           ADD WS-ID-BLOCK-SIZE TO CTL-LAST-TRANS-ID
           MOVE CTL-LAST-TRANS-ID TO WS-ID-BLOCK-LAST
           REWRITE CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'Control file update failed'
           END-REWRITE.

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
           EVALUATE TRANS-TYPE
               WHEN 'D'
                   ADD 1 TO SUM-DEP-COUNT
                   ADD TRANS-AMOUNT TO SUM-DEP-AMOUNT
               WHEN 'W'
                   ADD 1 TO SUM-WTH-COUNT
                   ADD TRANS-AMOUNT TO SUM-WTH-AMOUNT
               WHEN 'T'
                   ADD 1 TO SUM-WTH-COUNT
                   ADD TRANS-AMOUNT TO SUM-WTH-AMOUNT
               WHEN 'P'
                   ADD 1 TO SUM-WTH-COUNT
                   ADD TRANS-AMOUNT TO SUM-WTH-AMOUNT
               WHEN 'F'
                   ADD 1 TO SUM-FEE-COUNT
                   ADD TRANS-AMOUNT TO SUM-FEE-AMOUNT
               WHEN 'M'
                   ADD 1 TO SUM-FEE-COUNT
                   ADD TRANS-AMOUNT TO SUM-FEE-AMOUNT
               WHEN 'O'
                   ADD 1 TO SUM-FEE-COUNT
                   ADD TRANS-AMOUNT TO SUM-FEE-AMOUNT
               WHEN 'I'
                   ADD 1 TO SUM-INT-COUNT
                   ADD TRANS-AMOUNT TO SUM-INT-AMOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
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

       WRITE-FEE-REGISTER-LINE.
           MOVE CUST-ACCOUNT-NUMBER TO FBD-ACCOUNT
           MOVE CUST-NAME TO FBD-NAME
           MOVE CUST-ACCOUNT-TYPE TO FBD-TYPE
           MOVE WS-FEE-AMOUNT TO FBD-FEE
           MOVE WS-FEE-ACTION TO FBD-ACTION
           WRITE FEE-REGISTER-LINE FROM FB-DETAIL-LINE.

       FINALIZE-FEEBILL.
           WRITE FEE-REGISTER-LINE FROM SPACES
           MOVE WS-ACCOUNTS-SCANNED TO FBS-SCANNED
           MOVE WS-FEES-CHARGED TO FBS-CHARGED
           MOVE WS-FEES-WAIVED TO FBS-WAIVED
           MOVE WS-FEE-TOTAL TO FBS-TOTAL
           WRITE FEE-REGISTER-LINE FROM FB-SUMMARY-LINE
           CLOSE FEE-REGISTER-FILE
           CLOSE CONTROL-FILE
           CLOSE TRANS-INDEX-FILE
           CLOSE ACCOUNT-SUMMARY-FILE
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-LINK-FILE
           CLOSE FEE-OVERRIDE-FILE
           CLOSE PARAMETER-FILE
           CLOSE CUSTOMER-LOOKUP-FILE
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
