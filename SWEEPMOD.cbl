       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEPMOD.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-INSTRUCTION-FILE ASSIGN TO 'SWEEPINS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SWP-CHECKING-ACCOUNT
               FILE STATUS IS SWEEP-INSTRUCTION-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT SWEEP-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SWEEP-REPORT-STATUS.

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
       FD SWEEP-INSTRUCTION-FILE.
       01 SWEEP-INSTRUCTION-RECORD.
           05 SWP-CHECKING-ACCOUNT  PIC 9(10).
           05 SWP-SAVINGS-ACCOUNT   PIC 9(10).
           05 SWP-TARGET-BALANCE    PIC 9(10)V99.
           05 SWP-MINIMUM-INCREMENT PIC 9(8)V99.
           05 SWP-STATUS            PIC X(1).
               88 SWP-SWEEP-ACTIVE  VALUE 'A'.
               88 SWP-SWEEP-CANCELLED VALUE 'C'.
           05 SWP-DATE-ADDED        PIC 9(8).
           05 FILLER                PIC X(10).

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

       FD SWEEP-REPORT-FILE.
       01 SWEEP-REPORT-LINE         PIC X(132).

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
           05 SWEEP-INSTRUCTION-STATUS PIC XX.
           05 CUSTOMER-FILE-STATUS  PIC XX.
           05 SWEEP-REPORT-STATUS   PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 SWEEP-OPERATOR-CONSTANTS.
           05 WS-SWEEP-OPERATOR-ID  PIC X(10) VALUE 'SWEEP'.

       01 SWEEP-RUN-COUNTERS.
           05 WS-INSTRUCTIONS-READ  PIC 9(5) VALUE 0.
           05 WS-SWEEPS-OUT         PIC 9(5) VALUE 0.
           05 WS-SWEEPS-BACK        PIC 9(5) VALUE 0.
           05 WS-SWEEPS-FAILED      PIC 9(5) VALUE 0.
           05 WS-AMOUNT-SWEPT-OUT   PIC 9(12)V99 VALUE 0.
           05 WS-AMOUNT-SWEPT-BACK  PIC 9(12)V99 VALUE 0.

       01 SESSION-CONTROL-AREAS.
           05 WS-SESSION-FLAG       PIC X(1) VALUE 'N'.
               88 SESSION-ACTIVE    VALUE 'Y'.
               88 SESSION-INACTIVE  VALUE 'N'.

       01 SWEEP-WORK-AREAS.
           05 WS-CHECKING-BALANCE   PIC S9(10)V99.
           05 WS-SAVINGS-AVAILABLE  PIC S9(10)V99.
           05 WS-SWEEP-EXCESS       PIC S9(10)V99.
           05 WS-SWEEP-NEEDED       PIC S9(10)V99.
           05 WS-SWEEP-AMOUNT       PIC 9(10)V99.
           05 WS-SWEEP-UNITS        PIC 9(9).
           05 WS-SWEEP-REMAINDER    PIC 9(8)V99.
           05 WS-SWEEP-DIRECTION    PIC X(4).

       01 TRANSACTION-PARAMETERS.
           05 TP-ACCOUNT-NUMBER     PIC 9(10).
           05 TP-TRANSACTION-TYPE   PIC X(1).
           05 TP-AMOUNT             PIC 9(10)V99.
           05 TP-DESTINATION-ACCOUNT PIC 9(10).
           05 TP-DESCRIPTION        PIC X(30).
           05 TP-TRANSACTION-ID     PIC 9(10).
           05 TP-REVERSAL-TRANS-ID  PIC 9(10).
           05 TP-OPERATOR-ID        PIC X(10).
           05 TP-APPROVAL-ID        PIC X(10).
           05 TP-CHECK-NUMBER       PIC 9(10).
           05 TP-CHANNEL-CODE       PIC X(1).
           05 TP-SESSION-REQUEST    PIC X(1).

       01 TRANSACTION-RESULT.
           05 TR-STATUS             PIC X(1).
               88 TRANSACTION-SUCCESS VALUE 'S'.
               88 TRANSACTION-FAILED VALUE 'F'.
           05 TR-ERROR-CODE         PIC X(1).
           05 TR-NEW-BALANCE        PIC S9(10)V99.
           05 TR-MESSAGE            PIC X(50).

       01 SWEEP-REPORT-LINES.
           05 SW-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(34) VALUE
                  'OVERNIGHT SWEEP ACTIVITY REPORT'.
               10 FILLER            PIC X(68) VALUE SPACES.

           05 SW-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Generated on: '.
               10 SWH2-DATE         PIC 9(8).
               10 FILLER            PIC X(90) VALUE SPACES.

           05 SW-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 SW-DETAIL-HEADER.
               10 FILLER            PIC X(10) VALUE 'CHECKING'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(10) VALUE 'SAVINGS'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(5) VALUE 'DIR'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(16) VALUE 'AMOUNT'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(8) VALUE 'RESULT'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(50) VALUE 'MESSAGE'.
               10 FILLER            PIC X(23) VALUE SPACES.

           05 SW-DETAIL-LINE.
               10 SWD-CHECKING      PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 SWD-SAVINGS       PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 SWD-DIRECTION     PIC X(4).
               10 FILLER            PIC X(3) VALUE SPACES.
               10 SWD-AMOUNT        PIC $ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 SWD-RESULT        PIC X(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 SWD-MESSAGE       PIC X(50).
               10 FILLER            PIC X(23) VALUE SPACES.

           05 SW-SUMMARY-LINE.
               10 FILLER            PIC X(16) VALUE
                  'Swept out: '.
               10 SWS-OUT           PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(16) VALUE
                  'Swept back: '.
               10 SWS-BACK          PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(12) VALUE
                  'Failed: '.
               10 SWS-FAILED        PIC ZZZ,ZZ9.
               10 FILLER            PIC X(64) VALUE SPACES.

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

       PROCEDURE DIVISION USING STEP-PARAMETERS.
       MAIN-SWEEP-PROCESSING.
           EVALUATE TRUE
               WHEN SP-OPEN-SESSION
                   PERFORM OPEN-SWEEP-SESSION
               WHEN SP-PROCESS-NEXT
                   PERFORM PROCESS-NEXT-INSTRUCTION
               WHEN SP-CLOSE-SESSION
                   PERFORM CLOSE-SWEEP-SESSION
           END-EVALUATE
           PERFORM RETURN-STEP-TOTALS
           GOBACK.

       OPEN-SWEEP-SESSION.
           IF SESSION-INACTIVE
               PERFORM INITIALIZE-SWEEPRUN
               PERFORM OPEN-POSTING-SESSION
               SET SESSION-ACTIVE TO TRUE
           END-IF
           MOVE 'N' TO SP-END-FLAG
           MOVE 'Sweeps out' TO SP-COUNT-1-LABEL
           MOVE 'Sweeps back' TO SP-COUNT-2-LABEL
           MOVE 'Sweeps failed' TO SP-COUNT-3-LABEL
           MOVE 'Amount swept out' TO SP-AMOUNT-1-LABEL
           MOVE 'Amount swept back' TO SP-AMOUNT-2-LABEL.

       PROCESS-NEXT-INSTRUCTION.
           IF SESSION-INACTIVE
               OR SWEEP-INSTRUCTION-STATUS NOT = '00'
               MOVE 'Y' TO SP-END-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM PROCESS-SWEEP-INSTRUCTION
           IF SWEEP-INSTRUCTION-STATUS = '00'
               MOVE SWP-CHECKING-ACCOUNT TO SP-LAST-ACCOUNT
           ELSE
               MOVE 'Y' TO SP-END-FLAG
           END-IF.

       CLOSE-SWEEP-SESSION.
           IF SESSION-INACTIVE
               EXIT PARAGRAPH
           END-IF
           PERFORM CLOSE-POSTING-SESSION
           PERFORM FINALIZE-SWEEPRUN
           SET SESSION-INACTIVE TO TRUE
           DISPLAY 'Overnight sweep run complete.'
           DISPLAY 'Instructions read: ' WS-INSTRUCTIONS-READ
           DISPLAY 'Sweeps out (to savings): ' WS-SWEEPS-OUT
           DISPLAY 'Sweeps back (to checking): ' WS-SWEEPS-BACK
           DISPLAY 'Sweeps failed: ' WS-SWEEPS-FAILED
           MOVE 'SWEEPRUN' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE 0 TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Run report: ' WS-REPORT-FILENAME.

       RESTORE-STEP-TOTALS.
           MOVE SP-REPORT-FILENAME TO WS-REPORT-FILENAME
           MOVE SP-PRESENTED TO WS-INSTRUCTIONS-READ
           MOVE SP-COUNT-1 TO WS-SWEEPS-OUT
           MOVE SP-COUNT-2 TO WS-SWEEPS-BACK
           MOVE SP-COUNT-3 TO WS-SWEEPS-FAILED
           MOVE SP-AMOUNT-1 TO WS-AMOUNT-SWEPT-OUT
           MOVE SP-AMOUNT-2 TO WS-AMOUNT-SWEPT-BACK.

       RETURN-STEP-TOTALS.
           MOVE WS-REPORT-FILENAME TO SP-REPORT-FILENAME
           MOVE WS-INSTRUCTIONS-READ TO SP-PRESENTED
           MOVE WS-SWEEPS-OUT TO SP-COUNT-1
           MOVE WS-SWEEPS-BACK TO SP-COUNT-2
           MOVE WS-SWEEPS-FAILED TO SP-COUNT-3
           MOVE WS-AMOUNT-SWEPT-OUT TO SP-AMOUNT-1
           MOVE WS-AMOUNT-SWEPT-BACK TO SP-AMOUNT-2
           MOVE 0 TO SP-REPORT-LINES.

       OPEN-POSTING-SESSION.
           MOVE 'O' TO TP-SESSION-REQUEST
           CALL 'TRANSPROC' USING TRANSACTION-PARAMETERS
               TRANSACTION-RESULT
           MOVE SPACE TO TP-SESSION-REQUEST.

       CLOSE-POSTING-SESSION.
           MOVE 'C' TO TP-SESSION-REQUEST
           CALL 'TRANSPROC' USING TRANSACTION-PARAMETERS
               TRANSACTION-RESULT
           MOVE SPACE TO TP-SESSION-REQUEST.

       INITIALIZE-SWEEPRUN.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           IF SP-BUSINESS-DATE NUMERIC
               AND SP-BUSINESS-DATE NOT = 0
               MOVE SP-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               PERFORM LOAD-BUSINESS-DATE
           END-IF

           OPEN INPUT SWEEP-INSTRUCTION-FILE
           IF SWEEP-INSTRUCTION-STATUS = '35'
               OPEN OUTPUT SWEEP-INSTRUCTION-FILE
               CLOSE SWEEP-INSTRUCTION-FILE
               OPEN INPUT SWEEP-INSTRUCTION-FILE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF SP-RESTART-RUN
               PERFORM RESTORE-STEP-TOTALS
               PERFORM POSITION-SWEEP-INSTRUCTIONS
               OPEN EXTEND SWEEP-REPORT-FILE
           ELSE
               STRING 'SWEEPRPT.' WS-BUSINESS-DATE DELIMITED BY SIZE
                      '.TXT' DELIMITED BY SIZE
                      INTO WS-REPORT-FILENAME
               END-STRING
               OPEN OUTPUT SWEEP-REPORT-FILE
               PERFORM WRITE-SWEEP-REPORT-HEADERS
           END-IF.

       POSITION-SWEEP-INSTRUCTIONS.
           IF SP-LAST-ACCOUNT NOT NUMERIC
               OR SP-LAST-ACCOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SP-LAST-ACCOUNT TO SWP-CHECKING-ACCOUNT
           START SWEEP-INSTRUCTION-FILE
               KEY IS GREATER THAN SWP-CHECKING-ACCOUNT
               INVALID KEY
                   MOVE '23' TO SWEEP-INSTRUCTION-STATUS
           END-START.

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

       WRITE-SWEEP-REPORT-HEADERS.
           MOVE CURRENT-DATE TO SWH2-DATE
           WRITE SWEEP-REPORT-LINE FROM SW-HEADER-1
           WRITE SWEEP-REPORT-LINE FROM SW-HEADER-2
           WRITE SWEEP-REPORT-LINE FROM SW-HEADER-3
           WRITE SWEEP-REPORT-LINE FROM SPACES
           WRITE SWEEP-REPORT-LINE FROM SW-DETAIL-HEADER
           WRITE SWEEP-REPORT-LINE FROM
                 '------------------------------------------'.

       PROCESS-SWEEP-INSTRUCTION.
           READ SWEEP-INSTRUCTION-FILE
               AT END
                   MOVE '99' TO SWEEP-INSTRUCTION-STATUS
               NOT AT END
                   IF SWP-SWEEP-ACTIVE
                       ADD 1 TO WS-INSTRUCTIONS-READ
                       PERFORM EVALUATE-SWEEP-INSTRUCTION
                   END-IF
           END-READ.

       EVALUATE-SWEEP-INSTRUCTION.
           MOVE SWP-CHECKING-ACCOUNT TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               OR CUST-STATUS NOT = 'A'
               MOVE 'SKIP' TO SWD-DIRECTION
               MOVE 0 TO SWD-AMOUNT
               MOVE 'SKIPPED' TO SWD-RESULT
               MOVE 'Checking account unavailable' TO SWD-MESSAGE
               PERFORM WRITE-SWEEP-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHECKING-BALANCE =
               CUST-BALANCE - CUST-HELD-AMOUNT

           IF WS-CHECKING-BALANCE > SWP-TARGET-BALANCE
               PERFORM SWEEP-EXCESS-TO-SAVINGS
           ELSE
               IF WS-CHECKING-BALANCE < SWP-TARGET-BALANCE
                   PERFORM SWEEP-BACK-TO-CHECKING
               END-IF
           END-IF.

       SWEEP-EXCESS-TO-SAVINGS.
           COMPUTE WS-SWEEP-EXCESS =
               WS-CHECKING-BALANCE - SWP-TARGET-BALANCE
           PERFORM ROUND-DOWN-TO-INCREMENT
           IF WS-SWEEP-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'OUT' TO WS-SWEEP-DIRECTION
           MOVE SWP-CHECKING-ACCOUNT TO TP-ACCOUNT-NUMBER
           MOVE SWP-SAVINGS-ACCOUNT TO TP-DESTINATION-ACCOUNT
           MOVE 'Overnight sweep to savings' TO TP-DESCRIPTION
           PERFORM POST-SWEEP-TRANSFER
           IF TRANSACTION-SUCCESS
               ADD 1 TO WS-SWEEPS-OUT
               ADD WS-SWEEP-AMOUNT TO WS-AMOUNT-SWEPT-OUT
           END-IF.

       SWEEP-BACK-TO-CHECKING.
           COMPUTE WS-SWEEP-NEEDED =
               SWP-TARGET-BALANCE - WS-CHECKING-BALANCE
           PERFORM ROUND-UP-TO-INCREMENT
           IF WS-SWEEP-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SWP-SAVINGS-ACCOUNT TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               OR CUST-STATUS NOT = 'A'
               MOVE 'BACK' TO SWD-DIRECTION
               MOVE 0 TO SWD-AMOUNT
               MOVE 'SKIPPED' TO SWD-RESULT
               MOVE 'Savings account unavailable' TO SWD-MESSAGE
               PERFORM WRITE-SWEEP-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SAVINGS-AVAILABLE =
               CUST-BALANCE - CUST-HELD-AMOUNT
           IF WS-SWEEP-AMOUNT > WS-SAVINGS-AVAILABLE
               PERFORM ROUND-DOWN-AVAILABLE-FUNDS
           END-IF
           IF WS-SWEEP-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'BACK' TO WS-SWEEP-DIRECTION
           MOVE SWP-SAVINGS-ACCOUNT TO TP-ACCOUNT-NUMBER
           MOVE SWP-CHECKING-ACCOUNT TO TP-DESTINATION-ACCOUNT
           MOVE 'Overnight sweep to checking' TO TP-DESCRIPTION
           PERFORM POST-SWEEP-TRANSFER
           IF TRANSACTION-SUCCESS
               ADD 1 TO WS-SWEEPS-BACK
               ADD WS-SWEEP-AMOUNT TO WS-AMOUNT-SWEPT-BACK
           END-IF.

       ROUND-DOWN-TO-INCREMENT.
           IF SWP-MINIMUM-INCREMENT = 0
               MOVE WS-SWEEP-EXCESS TO WS-SWEEP-AMOUNT
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-SWEEP-EXCESS BY SWP-MINIMUM-INCREMENT
               GIVING WS-SWEEP-UNITS
               REMAINDER WS-SWEEP-REMAINDER
           COMPUTE WS-SWEEP-AMOUNT =
               WS-SWEEP-UNITS * SWP-MINIMUM-INCREMENT.

       ROUND-UP-TO-INCREMENT.
           IF SWP-MINIMUM-INCREMENT = 0
               MOVE WS-SWEEP-NEEDED TO WS-SWEEP-AMOUNT
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-SWEEP-NEEDED BY SWP-MINIMUM-INCREMENT
               GIVING WS-SWEEP-UNITS
               REMAINDER WS-SWEEP-REMAINDER
           IF WS-SWEEP-REMAINDER > 0
               ADD 1 TO WS-SWEEP-UNITS
           END-IF
           COMPUTE WS-SWEEP-AMOUNT =
               WS-SWEEP-UNITS * SWP-MINIMUM-INCREMENT.

       ROUND-DOWN-AVAILABLE-FUNDS.
           IF WS-SAVINGS-AVAILABLE <= 0
               MOVE 0 TO WS-SWEEP-AMOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SAVINGS-AVAILABLE TO WS-SWEEP-EXCESS
           PERFORM ROUND-DOWN-TO-INCREMENT.

       POST-SWEEP-TRANSFER.
           MOVE 'T' TO TP-TRANSACTION-TYPE
           MOVE WS-SWEEP-AMOUNT TO TP-AMOUNT
           MOVE 0 TO TP-TRANSACTION-ID
           MOVE 0 TO TP-REVERSAL-TRANS-ID
           MOVE WS-SWEEP-OPERATOR-ID TO TP-OPERATOR-ID
           MOVE SPACES TO TP-APPROVAL-ID
           MOVE 0 TO TP-CHECK-NUMBER
           MOVE 'B' TO TP-CHANNEL-CODE
           MOVE SPACE TO TP-SESSION-REQUEST

           CALL 'TRANSPROC' USING TRANSACTION-PARAMETERS
               TRANSACTION-RESULT

           MOVE WS-SWEEP-DIRECTION TO SWD-DIRECTION
           MOVE WS-SWEEP-AMOUNT TO SWD-AMOUNT
           IF TRANSACTION-SUCCESS
               MOVE 'POSTED' TO SWD-RESULT
           ELSE
               MOVE 'FAILED' TO SWD-RESULT
               ADD 1 TO WS-SWEEPS-FAILED
           END-IF
           MOVE TR-MESSAGE TO SWD-MESSAGE
           PERFORM WRITE-SWEEP-DETAIL-LINE.

       WRITE-SWEEP-DETAIL-LINE.
           MOVE SWP-CHECKING-ACCOUNT TO SWD-CHECKING
           MOVE SWP-SAVINGS-ACCOUNT TO SWD-SAVINGS
           WRITE SWEEP-REPORT-LINE FROM SW-DETAIL-LINE.

       FINALIZE-SWEEPRUN.
           WRITE SWEEP-REPORT-LINE FROM SPACES
           MOVE WS-SWEEPS-OUT TO SWS-OUT
           MOVE WS-SWEEPS-BACK TO SWS-BACK
           MOVE WS-SWEEPS-FAILED TO SWS-FAILED
           WRITE SWEEP-REPORT-LINE FROM SW-SUMMARY-LINE
           CLOSE SWEEP-REPORT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE SWEEP-INSTRUCTION-FILE.

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
