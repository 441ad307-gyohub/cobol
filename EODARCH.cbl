
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               RECORD KEY IS SNAP-ACCOUNT-NUMBER
               FILE STATUS IS SNAP-FILE-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO 'BALHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-KEY
               FILE STATUS IS BALANCE-HISTORY-STATUS.

           SELECT TRANS-TYPE-INDEX-FILE ASSIGN TO 'TRANTYPX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GL-EXTRACT-STATUS.

           SELECT ACCRUAL-JOURNAL-FILE ASSIGN TO 'ACCRJRNL.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ACCRUAL-JOURNAL-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO 'ACCRUAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACR-ACCOUNT-NUMBER
               FILE STATUS IS ACCRUAL-FILE-STATUS.

           SELECT GL-MASTER-FILE ASSIGN TO 'GLMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-KEY
               FILE STATUS IS GL-MASTER-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO 'RPTCTLG.DAT'
               ORGANIZATION IS INDEXED
           05 CUST-CURRENCY-CODE    PIC X(3).
           05 CUST-HELD-AMOUNT      PIC 9(10)V99.
           05 CUST-CUSTOMER-NUMBER  PIC 9(10).
           05 CUST-CLOSURE-DATE     PIC 9(8).
           05 CUST-BRANCH-CODE      PIC X(4).
           05 FILLER                PIC X(18).

       FD BALANCE-SNAPSHOT-FILE.
       01 BALANCE-SNAPSHOT-RECORD.
               88 SNAP-REVIEW-NEEDED VALUE 'Y'.
           05 FILLER                PIC X(8).

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

       FD TRANS-TYPE-INDEX-FILE.
       01 TRANS-TYPE-INDEX-RECORD.
           05 TTX-TRANS-ID          PIC 9(10).
           05 GLE-BRANCH-CODE       PIC X(4).
           05 FILLER                PIC X(3).

       FD ACCRUAL-JOURNAL-FILE.
       01 ACCRUAL-JOURNAL-RECORD.
           05 AJR-BUSINESS-DATE     PIC 9(8).
           05 AJR-ACCOUNT-NUMBER    PIC 9(10).
           05 AJR-MOVEMENT-TYPE     PIC X(1).
               88 AJR-NEW-ACCRUAL   VALUE 'A'.
               88 AJR-REVERSAL-ADJUST VALUE 'R'.
               88 AJR-POSTING-RELIEF VALUE 'P'.
           05 AJR-AMOUNT            PIC S9(10)V9(4).
           05 AJR-SOURCE-PROGRAM    PIC X(10).
           05 FILLER                PIC X(7).

       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
           05 ACR-ACCOUNT-NUMBER    PIC 9(10).
           05 ACR-ACCRUED-AMOUNT    PIC S9(10)V9(4).
           05 ACR-LAST-ACCRUAL-DATE PIC 9(8).
           05 ACR-DAILY-RATE        PIC 9V9(8).
           05 FILLER                PIC X(10).

       FD GL-MASTER-FILE.
       01 GL-MASTER-RECORD.
           05 GLM-KEY.
               10 GLM-GL-ACCOUNT    PIC 9(6).
               10 GLM-PERIOD        PIC 9(6).
           05 GLM-PERIOD-DEBITS     PIC 9(13)V99.
           05 GLM-PERIOD-CREDITS    PIC 9(13)V99.
           05 GLM-LAST-POST-DATE    PIC 9(8).
           05 FILLER                PIC X(10).


       FD REPORT-CATALOG-FILE.
       01 REPORT-CATALOG-RECORD.
           05 ARCHIVE-FILE-STATUS   PIC XX.
           05 CUSTOMER-FILE-STATUS  PIC XX.
           05 SNAP-FILE-STATUS      PIC XX.
           05 BALANCE-HISTORY-STATUS PIC XX.
           05 TTX-FILE-STATUS       PIC XX.
           05 RECONCILIATION-FILE-STATUS PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.
           05 GL-EXTRACT-STATUS     PIC XX.
           05 ACCRUAL-JOURNAL-STATUS PIC XX.
           05 ACCRUAL-FILE-STATUS   PIC XX.
           05 GL-MASTER-STATUS      PIC XX.

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.
           05 WS-GL-WITHHOLDING     PIC 9(12)V99 VALUE 0.
           05 WS-GL-SUSPENSE-IN     PIC 9(12)V99 VALUE 0.
           05 WS-GL-SUSPENSE-OUT    PIC 9(12)V99 VALUE 0.
           05 WS-GL-ACCRUAL-NEW     PIC 9(12)V99 VALUE 0.
           05 WS-GL-ACCRUAL-ADJ-UP  PIC 9(12)V99 VALUE 0.
           05 WS-GL-ACCRUAL-ADJ-DOWN PIC 9(12)V99 VALUE 0.
           05 WS-GL-ACCRUAL-RELIEF  PIC 9(12)V99 VALUE 0.
           05 WS-GL-DEBIT-TOTAL     PIC 9(13)V99 VALUE 0.
           05 WS-GL-CREDIT-TOTAL    PIC 9(13)V99 VALUE 0.

               10 GLB-WITHHOLDING   PIC 9(12)V99.
               10 GLB-SUSPENSE-IN   PIC 9(12)V99.
               10 GLB-SUSPENSE-OUT  PIC 9(12)V99.
               10 GLB-ACCRUAL-NEW   PIC 9(10)V9(4).
               10 GLB-ACCRUAL-ADJ-UP PIC 9(10)V9(4).
               10 GLB-ACCRUAL-ADJ-DOWN PIC 9(10)V9(4).
               10 GLB-ACCRUAL-RELIEF PIC 9(10)V9(4).

       01 GL-BRANCH-WORK-AREAS.
           05 WS-GLB-SUB            PIC 9(2).
           05 CAL-DATE-OUT          PIC 9(8).
           05 CAL-BUSINESS-FLAG     PIC X(1).

       01 ACCRUAL-GL-WORK-AREAS.
           05 WS-ACCRUED-INT-PAYABLE-GL PIC 9(6) VALUE 200500.
           05 WS-ACCRUAL-RECON-TOLERANCE PIC 9(3)V99 VALUE 1.00.
           05 WS-ACCRUAL-MOVEMENTS  PIC 9(7) VALUE 0.
           05 WS-ACCRUAL-EXTRACT-FLAG PIC X(1) VALUE 'N'.
               88 ACCRUAL-EXTRACT-WRITTEN VALUE 'Y'.
           05 WS-GL-ACCRUAL-MOVEMENT PIC S9(13)V99 VALUE 0.
           05 WS-GL-ACCRUAL-LEDGER  PIC S9(13)V99 VALUE 0.
           05 WS-GL-ACCRUAL-EXPECTED PIC S9(13)V99 VALUE 0.
           05 WS-ACCRUAL-FILE-TOTAL PIC S9(12)V9(4) VALUE 0.
           05 WS-ACCRUAL-FILE-ROUNDED PIC S9(13)V99 VALUE 0.
           05 WS-ACCRUAL-DIFFERENCE PIC S9(13)V99 VALUE 0.
           05 WS-ACCRUAL-RECON-RESULT PIC X(40).

       01 BALANCE-HISTORY-WORK-AREAS.
           05 WS-HISTORY-DATE       PIC 9(8).
           05 WS-HISTORY-WRITTEN    PIC 9(7) VALUE 0.

       01 RECONCILIATION-WORK-AREAS.
           05 WS-SIGNED-AMOUNT      PIC S9(10)V99.
           05 WS-EXPECTED-BALANCE   PIC S9(10)V99.
               10 RB-INTEREST       PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(48) VALUE SPACES.

           05 RECON-ACCRUAL-HEADER.
               10 FILLER            PIC X(49) VALUE
                  'ACCRUED INTEREST PAYABLE RECONCILIATION - GL '.
               10 RAH-GL-ACCOUNT    PIC 9(6).
               10 FILLER            PIC X(77) VALUE SPACES.

           05 RECON-ACCRUAL-LINE.
               10 RA-LABEL          PIC X(40).
               10 RA-AMOUNT         PIC $ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(72) VALUE SPACES.

           05 RECON-ACCRUAL-RESULT-LINE.
               10 FILLER            PIC X(40) VALUE
                  'Accrual reconciliation result:'.
               10 RAR-RESULT        PIC X(40).
               10 FILLER            PIC X(52) VALUE SPACES.

           05 RECON-BACKDATED-LINE.
               10 FILLER            PIC X(34) VALUE
                  'Back-dated adjustments in period: '.
                   DISPLAY 'Resuming end-of-day at the transaction '
                           'reset step - archive was verified.'
                   PERFORM RESET-TRANSACTION-FILE
                   PERFORM RESET-ACCRUAL-JOURNAL
                   PERFORM MARK-EOD-RECON
                   PERFORM OPEN-BALANCE-SNAPSHOT-FILE
               ELSE
                       PERFORM CLOSE-RUN-CONTROL
                       STOP RUN
                   END-IF
                   PERFORM REGISTER-VERIFIED-ARCHIVE
                   PERFORM ACCUMULATE-ACCRUAL-MOVEMENT
                   PERFORM WRITE-GL-EXTRACT
                   PERFORM MARK-EOD-VERIFIED
                   PERFORM RESET-TRANSACTION-FILE
                   PERFORM RESET-ACCRUAL-JOURNAL
                   PERFORM MARK-EOD-RECON
               END-IF
           END-IF
           PERFORM GENERATE-RECONCILIATION-REPORT
           PERFORM RECORD-BALANCE-HISTORY
           PERFORM MARK-EOD-COMPLETE
           PERFORM CLOSE-RUN-CONTROL
           DISPLAY 'End-of-day archive complete. Records archived: '
           DISPLAY 'Accounts with mismatches: ' WS-MISMATCHES-FOUND
           DISPLAY 'Accounts needing manual review: '
                   WS-MANUAL-REVIEW-COUNT
           DISPLAY 'Accrued interest reconciliation: '
                   WS-ACCRUAL-RECON-RESULT
           DISPLAY 'Balance history recorded for ' WS-HISTORY-DATE
                   ': ' WS-HISTORY-WRITTEN ' account(s)'
           STOP RUN.

       CHECK-RUN-CONTROL.
               MOVE 0 TO GLB-WITHHOLDING(WS-GLB-FOUND-SUB)
               MOVE 0 TO GLB-SUSPENSE-IN(WS-GLB-FOUND-SUB)
               MOVE 0 TO GLB-SUSPENSE-OUT(WS-GLB-FOUND-SUB)
               MOVE 0 TO GLB-ACCRUAL-NEW(WS-GLB-FOUND-SUB)
               MOVE 0 TO GLB-ACCRUAL-ADJ-UP(WS-GLB-FOUND-SUB)
               MOVE 0 TO GLB-ACCRUAL-ADJ-DOWN(WS-GLB-FOUND-SUB)
               MOVE 0 TO GLB-ACCRUAL-RELIEF(WS-GLB-FOUND-SUB)
               SET GL-BRANCH-FOUND TO TRUE
           END-IF.

                   ADD WS-VERIFY-AMOUNT TO WS-VERIFY-TOTAL
           END-READ.

       REGISTER-VERIFIED-ARCHIVE.
           MOVE 'TRANARCH' TO WS-RCT-TYPE
           MOVE CTL-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-ARCHIVE-FILENAME TO WS-RCT-FILENAME
           MOVE WS-RECORD-COUNT TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG.

       MARK-EOD-VERIFIED.
           MOVE CTL-SYSTEM-KEY TO CTL-KEY
           READ CONTROL-FILE
           OPEN OUTPUT TRANSACTION-FILE
           CLOSE TRANSACTION-FILE.

       ACCUMULATE-ACCRUAL-MOVEMENT.
           OPEN INPUT ACCRUAL-JOURNAL-FILE
           IF ACCRUAL-JOURNAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           PERFORM ACCUMULATE-ONE-ACCRUAL-MOVEMENT
               UNTIL ACCRUAL-JOURNAL-STATUS NOT = '00'
           CLOSE CUSTOMER-FILE
           CLOSE ACCRUAL-JOURNAL-FILE
           DISPLAY 'Accrual movements extracted: '
                   WS-ACCRUAL-MOVEMENTS.

       ACCUMULATE-ONE-ACCRUAL-MOVEMENT.
           READ ACCRUAL-JOURNAL-FILE
               AT END
                   MOVE '10' TO ACCRUAL-JOURNAL-STATUS
           END-READ
           IF ACCRUAL-JOURNAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCRUAL-MOVEMENTS
           MOVE WS-GL-DEFAULT-BRANCH TO WS-GLB-TALLY-BRANCH
           MOVE AJR-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS = '00'
               AND CUST-BRANCH-CODE NOT = SPACES
               AND CUST-BRANCH-CODE NOT = LOW-VALUES
               MOVE CUST-BRANCH-CODE TO WS-GLB-TALLY-BRANCH
           END-IF
           PERFORM FIND-GL-BRANCH-SLOT
           IF GL-BRANCH-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN AJR-POSTING-RELIEF
                   SUBTRACT AJR-AMOUNT
                       FROM GLB-ACCRUAL-RELIEF(WS-GLB-FOUND-SUB)
               WHEN AJR-AMOUNT > 0 AND AJR-NEW-ACCRUAL
                   ADD AJR-AMOUNT
                       TO GLB-ACCRUAL-NEW(WS-GLB-FOUND-SUB)
               WHEN AJR-AMOUNT > 0
                   ADD AJR-AMOUNT
                       TO GLB-ACCRUAL-ADJ-UP(WS-GLB-FOUND-SUB)
               WHEN OTHER
                   SUBTRACT AJR-AMOUNT
                       FROM GLB-ACCRUAL-ADJ-DOWN(WS-GLB-FOUND-SUB)
           END-EVALUATE.

       RESET-ACCRUAL-JOURNAL.
           OPEN OUTPUT ACCRUAL-JOURNAL-FILE
           CLOSE ACCRUAL-JOURNAL-FILE.

       WRITE-GL-EXTRACT.
           STRING 'GLEXTR.' CURRENT-DATE DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
           WRITE GL-EXTRACT-RECORD

           CLOSE GL-EXTRACT-FILE
           SET ACCRUAL-EXTRACT-WRITTEN TO TRUE
           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               DISPLAY 'GL extract OUT OF PROOF - debits '
                       WS-GL-DEBIT-TOTAL ' credits '
           MOVE GLB-WITHHOLDING(WS-GLB-SUB) TO WS-GL-WITHHOLDING
           MOVE GLB-SUSPENSE-IN(WS-GLB-SUB) TO WS-GL-SUSPENSE-IN
           MOVE GLB-SUSPENSE-OUT(WS-GLB-SUB) TO WS-GL-SUSPENSE-OUT
           COMPUTE WS-GL-ACCRUAL-NEW ROUNDED =
               GLB-ACCRUAL-NEW(WS-GLB-SUB)
           COMPUTE WS-GL-ACCRUAL-ADJ-UP ROUNDED =
               GLB-ACCRUAL-ADJ-UP(WS-GLB-SUB)
           COMPUTE WS-GL-ACCRUAL-ADJ-DOWN ROUNDED =
               GLB-ACCRUAL-ADJ-DOWN(WS-GLB-SUB)
           COMPUTE WS-GL-ACCRUAL-RELIEF ROUNDED =
               GLB-ACCRUAL-RELIEF(WS-GLB-SUB)
           MOVE GLB-BRANCH-CODE(WS-GLB-SUB) TO GLE-BRANCH-CODE
           PERFORM WRITE-GL-CATEGORY-BLOCKS
           ADD 1 TO WS-GLB-SUB.
               MOVE 'CASH - ITEMS OUT OF SUSPENSE'
                   TO GLE-DESCRIPTION
               PERFORM WRITE-GL-CREDIT-RECORD
           END-IF

           IF WS-GL-ACCRUAL-NEW > 0
               MOVE WS-GL-ACCRUAL-NEW TO GLE-DEBIT-AMOUNT
               MOVE 500100 TO GLE-GL-ACCOUNT
               MOVE 'INTEREST EXPENSE - ACCRUED' TO GLE-DESCRIPTION
               PERFORM WRITE-GL-DEBIT-RECORD
               MOVE WS-GL-ACCRUAL-NEW TO GLE-CREDIT-AMOUNT
               MOVE WS-ACCRUED-INT-PAYABLE-GL TO GLE-GL-ACCOUNT
               MOVE 'ACCRUED INTEREST PAYABLE' TO GLE-DESCRIPTION
               PERFORM WRITE-GL-CREDIT-RECORD
               ADD WS-GL-ACCRUAL-NEW TO WS-GL-ACCRUAL-MOVEMENT
           END-IF

           IF WS-GL-ACCRUAL-ADJ-UP > 0
               MOVE WS-GL-ACCRUAL-ADJ-UP TO GLE-DEBIT-AMOUNT
               MOVE 500100 TO GLE-GL-ACCOUNT
               MOVE 'INTEREST EXPENSE - ACCRUAL ADJ'
                   TO GLE-DESCRIPTION
               PERFORM WRITE-GL-DEBIT-RECORD
               MOVE WS-GL-ACCRUAL-ADJ-UP TO GLE-CREDIT-AMOUNT
               MOVE WS-ACCRUED-INT-PAYABLE-GL TO GLE-GL-ACCOUNT
               MOVE 'ACCRUED INT PAYABLE - ADJ' TO GLE-DESCRIPTION
               PERFORM WRITE-GL-CREDIT-RECORD
               ADD WS-GL-ACCRUAL-ADJ-UP TO WS-GL-ACCRUAL-MOVEMENT
           END-IF

           IF WS-GL-ACCRUAL-ADJ-DOWN > 0
               MOVE WS-GL-ACCRUAL-ADJ-DOWN TO GLE-DEBIT-AMOUNT
               MOVE WS-ACCRUED-INT-PAYABLE-GL TO GLE-GL-ACCOUNT
               MOVE 'ACCRUED INT PAYABLE - ADJ' TO GLE-DESCRIPTION
               PERFORM WRITE-GL-DEBIT-RECORD
               MOVE WS-GL-ACCRUAL-ADJ-DOWN TO GLE-CREDIT-AMOUNT
               MOVE 500100 TO GLE-GL-ACCOUNT
               MOVE 'INTEREST EXPENSE - ACCRUAL ADJ'
                   TO GLE-DESCRIPTION
               PERFORM WRITE-GL-CREDIT-RECORD
               SUBTRACT WS-GL-ACCRUAL-ADJ-DOWN
                   FROM WS-GL-ACCRUAL-MOVEMENT
           END-IF

           IF WS-GL-ACCRUAL-RELIEF > 0
               MOVE WS-GL-ACCRUAL-RELIEF TO GLE-DEBIT-AMOUNT
               MOVE WS-ACCRUED-INT-PAYABLE-GL TO GLE-GL-ACCOUNT
               MOVE 'ACCRUED INT PAYABLE - POSTED' TO GLE-DESCRIPTION
               PERFORM WRITE-GL-DEBIT-RECORD
               MOVE WS-GL-ACCRUAL-RELIEF TO GLE-CREDIT-AMOUNT
               MOVE 500100 TO GLE-GL-ACCOUNT
               MOVE 'INTEREST EXPENSE - ACCR POSTED'
                   TO GLE-DESCRIPTION
               PERFORM WRITE-GL-CREDIT-RECORD
               SUBTRACT WS-GL-ACCRUAL-RELIEF
                   FROM WS-GL-ACCRUAL-MOVEMENT
           END-IF.

       WRITE-GL-DEBIT-RECORD.
           PERFORM RECONCILE-ONE-ACCOUNT
               UNTIL SNAP-FILE-STATUS NOT = '00'
           PERFORM WRITE-RECONCILIATION-SUMMARY
           PERFORM WRITE-ACCRUAL-RECONCILIATION

           CLOSE CUSTOMER-FILE
           CLOSE RECONCILIATION-FILE
           CLOSE BALANCE-SNAPSHOT-FILE.

       RECORD-BALANCE-HISTORY.
           MOVE CTL-SYSTEM-KEY TO CTL-KEY
           READ CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           PERFORM NORMALIZE-BUSINESS-DATE
           MOVE CTL-BUSINESS-DATE TO WS-HISTORY-DATE
           MOVE 0 TO WS-HISTORY-WRITTEN
           OPEN I-O BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-STATUS = '35'
               OPEN OUTPUT BALANCE-HISTORY-FILE
               CLOSE BALANCE-HISTORY-FILE
               OPEN I-O BALANCE-HISTORY-FILE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           MOVE 0 TO CUST-ACCOUNT-NUMBER
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-START
           PERFORM RECORD-ONE-BALANCE-HISTORY
               UNTIL CUSTOMER-FILE-STATUS NOT = '00'
           CLOSE CUSTOMER-FILE
           CLOSE BALANCE-HISTORY-FILE.

       RECORD-ONE-BALANCE-HISTORY.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF CUST-STATUS = 'C'
               AND CUST-CLOSURE-DATE < WS-HISTORY-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-ACCOUNT-NUMBER TO BHS-ACCOUNT-NUMBER
           MOVE WS-HISTORY-DATE TO BHS-BALANCE-DATE
           MOVE CUST-BALANCE TO BHS-LEDGER-BALANCE
           MOVE CUST-HELD-AMOUNT TO BHS-HELD-AMOUNT
           COMPUTE BHS-AVAILABLE-BALANCE =
               CUST-BALANCE - CUST-HELD-AMOUNT
           MOVE CUST-STATUS TO BHS-ACCOUNT-STATUS
           MOVE CUST-CURRENCY-CODE TO BHS-CURRENCY-CODE
           MOVE CURRENT-DATE TO BHS-RECORDED-DATE
           WRITE BALANCE-HISTORY-RECORD
               INVALID KEY
                   REWRITE BALANCE-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY 'Failed to record balance history '
                                   'for ' CUST-ACCOUNT-NUMBER
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-HISTORY-WRITTEN.

       WRITE-RECONCILIATION-HEADERS.
           MOVE CURRENT-DATE TO RH2-DATE
           WRITE RECONCILIATION-LINE FROM RECON-HEADER-1
           MOVE GLB-INTEREST(WS-GLB-SUB) TO RB-INTEREST
           WRITE RECONCILIATION-LINE FROM RECON-BRANCH-LINE
           ADD 1 TO WS-GLB-SUB.

       WRITE-ACCRUAL-RECONCILIATION.
           MOVE 0 TO WS-ACCRUAL-FILE-TOTAL
           OPEN INPUT ACCRUAL-FILE
           IF ACCRUAL-FILE-STATUS = '00'
               PERFORM SUM-ONE-ACCRUAL-RECORD
                   UNTIL ACCRUAL-FILE-STATUS NOT = '00'
               CLOSE ACCRUAL-FILE
           END-IF
           COMPUTE WS-ACCRUAL-FILE-ROUNDED ROUNDED =
               WS-ACCRUAL-FILE-TOTAL

           MOVE 0 TO WS-GL-ACCRUAL-LEDGER
           OPEN INPUT GL-MASTER-FILE
           IF GL-MASTER-STATUS = '00'
               MOVE WS-ACCRUED-INT-PAYABLE-GL TO GLM-GL-ACCOUNT
               MOVE 0 TO GLM-PERIOD
               START GL-MASTER-FILE KEY IS NOT LESS THAN GLM-KEY
                   INVALID KEY
                       MOVE '99' TO GL-MASTER-STATUS
               END-START
               IF GL-MASTER-STATUS = '00'
                   PERFORM SUM-ONE-LEDGER-PERIOD
                       UNTIL GL-MASTER-STATUS NOT = '00'
               END-IF
               CLOSE GL-MASTER-FILE
           END-IF

           COMPUTE WS-GL-ACCRUAL-EXPECTED =
               WS-GL-ACCRUAL-LEDGER + WS-GL-ACCRUAL-MOVEMENT
           COMPUTE WS-ACCRUAL-DIFFERENCE =
               WS-GL-ACCRUAL-EXPECTED - WS-ACCRUAL-FILE-ROUNDED
           EVALUATE TRUE
               WHEN NOT ACCRUAL-EXTRACT-WRITTEN
                   MOVE 'NOT PROVEN - EXTRACT FROM PRIOR RUN'
                       TO WS-ACCRUAL-RECON-RESULT
               WHEN WS-ACCRUAL-DIFFERENCE = 0
                   MOVE 'IN BALANCE' TO WS-ACCRUAL-RECON-RESULT
               WHEN WS-ACCRUAL-DIFFERENCE NOT >
                       WS-ACCRUAL-RECON-TOLERANCE
                   AND WS-ACCRUAL-DIFFERENCE NOT <
                       0 - WS-ACCRUAL-RECON-TOLERANCE
                   MOVE 'IN BALANCE WITHIN ROUNDING'
                       TO WS-ACCRUAL-RECON-RESULT
               WHEN OTHER
                   MOVE 'OUT OF BALANCE - INVESTIGATE'
                       TO WS-ACCRUAL-RECON-RESULT
           END-EVALUATE

           WRITE RECONCILIATION-LINE FROM SPACES
           MOVE WS-ACCRUED-INT-PAYABLE-GL TO RAH-GL-ACCOUNT
           WRITE RECONCILIATION-LINE FROM RECON-ACCRUAL-HEADER
           MOVE 'GL balance posted to date' TO RA-LABEL
           MOVE WS-GL-ACCRUAL-LEDGER TO RA-AMOUNT
           WRITE RECONCILIATION-LINE FROM RECON-ACCRUAL-LINE
           MOVE 'Accrual movement in this GL extract' TO RA-LABEL
           MOVE WS-GL-ACCRUAL-MOVEMENT TO RA-AMOUNT
           WRITE RECONCILIATION-LINE FROM RECON-ACCRUAL-LINE
           MOVE 'GL balance after this extract' TO RA-LABEL
           MOVE WS-GL-ACCRUAL-EXPECTED TO RA-AMOUNT
           WRITE RECONCILIATION-LINE FROM RECON-ACCRUAL-LINE
           MOVE 'Sum of ACCRUAL.DAT accrued interest' TO RA-LABEL
           MOVE WS-ACCRUAL-FILE-ROUNDED TO RA-AMOUNT
           WRITE RECONCILIATION-LINE FROM RECON-ACCRUAL-LINE
           MOVE 'Difference' TO RA-LABEL
           MOVE WS-ACCRUAL-DIFFERENCE TO RA-AMOUNT
           WRITE RECONCILIATION-LINE FROM RECON-ACCRUAL-LINE
           MOVE WS-ACCRUAL-RECON-RESULT TO RAR-RESULT
           WRITE RECONCILIATION-LINE FROM RECON-ACCRUAL-RESULT-LINE.

       SUM-ONE-ACCRUAL-RECORD.
           READ ACCRUAL-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCRUAL-FILE-STATUS
           END-READ
           IF ACCRUAL-FILE-STATUS = '00'
               ADD ACR-ACCRUED-AMOUNT TO WS-ACCRUAL-FILE-TOTAL
           END-IF.

       SUM-ONE-LEDGER-PERIOD.
           READ GL-MASTER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO GL-MASTER-STATUS
           END-READ
           IF GL-MASTER-STATUS = '00'
               AND GLM-GL-ACCOUNT NOT = WS-ACCRUED-INT-PAYABLE-GL
               MOVE '10' TO GL-MASTER-STATUS
           END-IF
           IF GL-MASTER-STATUS = '00'
               IF GLM-PERIOD(5:2) = '00'
                   COMPUTE WS-GL-ACCRUAL-LEDGER =
                       GLM-PERIOD-CREDITS - GLM-PERIOD-DEBITS
               ELSE
                   COMPUTE WS-GL-ACCRUAL-LEDGER = WS-GL-ACCRUAL-LEDGER
                       + GLM-PERIOD-CREDITS - GLM-PERIOD-DEBITS
               END-IF
           END-IF.

       REGISTER-REPORT-CATALOG.
           OPEN I-O REPORT-CATALOG-FILE
           IF REPORT-CATALOG-STATUS = '35'
