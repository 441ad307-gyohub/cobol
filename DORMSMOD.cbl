       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMSMOD.
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

           SELECT DORMANCY-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DORMANCY-REPORT-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'PARAMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-ACCOUNT-TYPE
               FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
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
       FD CUSTOMER-FILE.
       01 CUSTOMER-FILE-RECORD.
           05 CFR-ACCOUNT-NUMBER    PIC 9(10).
           05 CFR-NAME              PIC X(30).
           05 FILLER                PIC X(150).

       FD DORMANCY-REPORT-FILE.
       01 DORMANCY-REPORT-LINE      PIC X(132).

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
           05 CONTROL-FILE-STATUS   PIC XX.
           05 CUSTOMER-FILE-STATUS  PIC XX.
           05 DORMANCY-REPORT-STATUS PIC XX.
           05 PARAMETER-FILE-STATUS PIC XX.

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 DORMANCY-CONSTANTS.
           05 WS-DORMANCY-THRESHOLD-DAYS PIC 9(5) VALUE 180.

       01 DORMANCY-WORK-AREAS.
           05 WS-CURRENT-DATE-INTEGER    PIC S9(9) COMP.
           05 WS-CUTOFF-DATE-INTEGER     PIC S9(9) COMP.
           05 WS-LAST-ACTIVITY-BASIS     PIC 9(8).
           05 WS-LAST-ACTIVITY-INTEGER   PIC S9(9) COMP.
           05 WS-ACCOUNTS-SCANNED        PIC 9(5) VALUE 0.
           05 WS-ACCOUNTS-FLAGGED        PIC 9(5) VALUE 0.
           05 WS-ACCOUNTS-PRESENTED      PIC 9(7) VALUE 0.

       01 SESSION-CONTROL-AREAS.
           05 WS-SESSION-FLAG            PIC X(1) VALUE 'N'.
               88 SESSION-ACTIVE         VALUE 'Y'.
               88 SESSION-INACTIVE       VALUE 'N'.

       01 DORMANCY-REPORT-LINES.
           05 DR-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(30) VALUE
                  'DORMANT ACCOUNT SCAN REPORT'.
               10 FILLER            PIC X(72) VALUE SPACES.

           05 DR-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Generated on: '.
               10 DRH2-DATE         PIC 9(8).
               10 FILLER            PIC X(18) VALUE SPACES.
               10 FILLER            PIC X(18) VALUE
                  'Threshold (days): '.
               10 DRH2-THRESHOLD    PIC ZZZZ9.
               10 FILLER            PIC X(49) VALUE SPACES.

           05 DR-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 DR-DETAIL-HEADER.
               10 FILLER            PIC X(10) VALUE 'ACCOUNT #'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(30) VALUE 'NAME'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(16) VALUE 'LAST ACTIVITY'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(10) VALUE 'NEW STATUS'.
               10 FILLER            PIC X(60) VALUE SPACES.

           05 DR-DETAIL-LINE.
               10 DRD-ACCOUNT       PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DRD-NAME          PIC X(30).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DRD-LAST-ACTIVITY PIC 9(8).
               10 FILLER            PIC X(10) VALUE SPACES.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DRD-STATUS        PIC X(10).
               10 FILLER            PIC X(50) VALUE SPACES.

           05 DR-SUMMARY-LINE.
               10 FILLER            PIC X(24) VALUE
                  'Accounts scanned: '.
               10 DRS-SCANNED       PIC ZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(30) VALUE
                  'Accounts flagged dormant: '.
               10 DRS-FLAGGED       PIC ZZ,ZZ9.
               10 FILLER            PIC X(61) VALUE SPACES.

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
           05 FILLER                PIC X(16).
           05 CUST-DORMANT-DATE     PIC 9(8).
           05 FILLER                PIC X(6).

       PROCEDURE DIVISION USING STEP-PARAMETERS CUSTOMER-RECORD.
       MAIN-DORMANCY-SCAN.
           EVALUATE TRUE
               WHEN SP-OPEN-SESSION
                   PERFORM OPEN-DORMANCY-SESSION
               WHEN SP-PROCESS-ACCOUNT
                   IF SESSION-ACTIVE
                       ADD 1 TO WS-ACCOUNTS-PRESENTED
                       PERFORM EVALUATE-CUSTOMER-DORMANCY
                   END-IF
               WHEN SP-CLOSE-SESSION
                   PERFORM CLOSE-DORMANCY-SESSION
           END-EVALUATE
           PERFORM RETURN-STEP-TOTALS
           GOBACK.

       OPEN-DORMANCY-SESSION.
           IF SESSION-INACTIVE
               PERFORM INITIALIZE-DORMSCAN
               SET SESSION-ACTIVE TO TRUE
           END-IF
           MOVE 'Accounts scanned' TO SP-COUNT-1-LABEL
           MOVE 'Flagged dormant' TO SP-COUNT-2-LABEL
           MOVE SPACES TO SP-COUNT-3-LABEL
           MOVE SPACES TO SP-AMOUNT-1-LABEL
           MOVE SPACES TO SP-AMOUNT-2-LABEL.

       CLOSE-DORMANCY-SESSION.
           IF SESSION-INACTIVE
               EXIT PARAGRAPH
           END-IF
           PERFORM FINALIZE-DORMSCAN
           SET SESSION-INACTIVE TO TRUE
           DISPLAY 'Dormant account scan complete.'
           DISPLAY 'Accounts scanned: ' WS-ACCOUNTS-SCANNED
           DISPLAY 'Accounts flagged dormant: ' WS-ACCOUNTS-FLAGGED
           MOVE 'DORMSCAN' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE 0 TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Dormancy report: ' WS-REPORT-FILENAME.

       RESTORE-STEP-TOTALS.
           MOVE SP-REPORT-FILENAME TO WS-REPORT-FILENAME
           MOVE SP-PRESENTED TO WS-ACCOUNTS-PRESENTED
           MOVE SP-COUNT-1 TO WS-ACCOUNTS-SCANNED
           MOVE SP-COUNT-2 TO WS-ACCOUNTS-FLAGGED.

       RETURN-STEP-TOTALS.
           MOVE WS-REPORT-FILENAME TO SP-REPORT-FILENAME
           MOVE WS-ACCOUNTS-PRESENTED TO SP-PRESENTED
           MOVE WS-ACCOUNTS-SCANNED TO SP-COUNT-1
           MOVE WS-ACCOUNTS-FLAGGED TO SP-COUNT-2
           MOVE 0 TO SP-COUNT-3
           MOVE 0 TO SP-AMOUNT-1
           MOVE 0 TO SP-AMOUNT-2
           MOVE 0 TO SP-REPORT-LINES.

       INITIALIZE-DORMSCAN.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           IF SP-BUSINESS-DATE NUMERIC
               AND SP-BUSINESS-DATE NOT = 0
               MOVE SP-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               PERFORM LOAD-BUSINESS-DATE
           END-IF
           STRING 'DORMRPT.' CURRENT-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING

           PERFORM LOAD-DORMANCY-THRESHOLD

           COMPUTE WS-CURRENT-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           COMPUTE WS-CUTOFF-DATE-INTEGER =
               WS-CURRENT-DATE-INTEGER - WS-DORMANCY-THRESHOLD-DAYS

           OPEN I-O CUSTOMER-FILE
           IF SP-RESTART-RUN
               PERFORM RESTORE-STEP-TOTALS
               OPEN EXTEND DORMANCY-REPORT-FILE
           ELSE
               OPEN OUTPUT DORMANCY-REPORT-FILE
               PERFORM WRITE-DORMANCY-REPORT-HEADERS
           END-IF.

       LOAD-DORMANCY-THRESHOLD.
           OPEN INPUT PARAMETER-FILE
           IF PARAMETER-FILE-STATUS = '00'
               MOVE 'S' TO PRM-ACCOUNT-TYPE
               READ PARAMETER-FILE
                   INVALID KEY
                       MOVE '99' TO PARAMETER-FILE-STATUS
               END-READ
               IF PARAMETER-FILE-STATUS = '00'
                   AND PRM-DORMANCY-DAYS > 0
                   MOVE PRM-DORMANCY-DAYS
                       TO WS-DORMANCY-THRESHOLD-DAYS
               END-IF
               CLOSE PARAMETER-FILE
           END-IF.

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

       WRITE-DORMANCY-REPORT-HEADERS.
           MOVE CURRENT-DATE TO DRH2-DATE
           MOVE WS-DORMANCY-THRESHOLD-DAYS TO DRH2-THRESHOLD
           WRITE DORMANCY-REPORT-LINE FROM DR-HEADER-1
           WRITE DORMANCY-REPORT-LINE FROM DR-HEADER-2
           WRITE DORMANCY-REPORT-LINE FROM DR-HEADER-3
           WRITE DORMANCY-REPORT-LINE FROM SPACES
           WRITE DORMANCY-REPORT-LINE FROM DR-DETAIL-HEADER
           WRITE DORMANCY-REPORT-LINE FROM
                 '------------------------------------------'.

       EVALUATE-CUSTOMER-DORMANCY.
           ADD 1 TO WS-ACCOUNTS-SCANNED
           IF CUST-STATUS = 'A'
               PERFORM DETERMINE-ACTIVITY-BASIS
               COMPUTE WS-LAST-ACTIVITY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVITY-BASIS)
               IF WS-LAST-ACTIVITY-INTEGER < WS-CUTOFF-DATE-INTEGER
                   MOVE 'D' TO CUST-STATUS
                   MOVE WS-BUSINESS-DATE TO CUST-DORMANT-DATE
                   REWRITE CUSTOMER-FILE-RECORD FROM CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY 'Failed to flag dormant account: '
                                   CUST-ACCOUNT-NUMBER
                   END-REWRITE
                   IF CUSTOMER-FILE-STATUS = '00'
                       ADD 1 TO WS-ACCOUNTS-FLAGGED
                       PERFORM WRITE-DORMANCY-DETAIL-LINE
                   END-IF
               END-IF
           END-IF.

       DETERMINE-ACTIVITY-BASIS.
           IF CUST-LAST-ACTIVITY-DATE IS NUMERIC
               AND CUST-LAST-ACTIVITY-DATE NOT = 0
               MOVE CUST-LAST-ACTIVITY-DATE TO WS-LAST-ACTIVITY-BASIS
           ELSE
               MOVE CUST-DATE-OPENED TO WS-LAST-ACTIVITY-BASIS
           END-IF.

       WRITE-DORMANCY-DETAIL-LINE.
           MOVE CUST-ACCOUNT-NUMBER TO DRD-ACCOUNT
           MOVE CUST-NAME TO DRD-NAME
           MOVE WS-LAST-ACTIVITY-BASIS TO DRD-LAST-ACTIVITY
           MOVE 'DORMANT' TO DRD-STATUS
           WRITE DORMANCY-REPORT-LINE FROM DR-DETAIL-LINE.

       FINALIZE-DORMSCAN.
           WRITE DORMANCY-REPORT-LINE FROM SPACES
           MOVE WS-ACCOUNTS-SCANNED TO DRS-SCANNED
           MOVE WS-ACCOUNTS-FLAGGED TO DRS-FLAGGED
           WRITE DORMANCY-REPORT-LINE FROM DR-SUMMARY-LINE
           CLOSE CUSTOMER-FILE
           CLOSE DORMANCY-REPORT-FILE.
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
