               LOCK MODE IS AUTOMATIC
               FILE STATUS IS ACCRUAL-FILE-STATUS.

           SELECT ACCRUAL-JOURNAL-FILE ASSIGN TO 'ACCRJRNL.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS ACCRUAL-JOURNAL-STATUS.

           SELECT DRAWER-FILE ASSIGN TO 'DRAWER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS ACCOUNT-SUMMARY-STATUS.

           SELECT SAVINGS-EXCESS-FILE ASSIGN TO 'SAVEXCS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SVX-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS SAVINGS-EXCESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
           05 CUST-CURRENCY-CODE    PIC X(3).
           05 CUST-HELD-AMOUNT      PIC 9(10)V99.
           05 CUST-CUSTOMER-NUMBER  PIC 9(10).
           05 FILLER                PIC X(12).
           05 CUST-RESTRICTION-CODE PIC X(1).
               88 CUST-NOT-RESTRICTED VALUE SPACE.
               88 CUST-DECEASED-RESTRICTED VALUE 'D'.
           05 FILLER                PIC X(17).
       
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
               88 OPER-IS-SUPERVISOR VALUE 'S'.
           05 OPER-BRANCH-CODE      PIC X(4).
           05 FILLER                PIC X(5).
           05 OPER-PASSWORD-DATE    PIC 9(8).
           05 OPER-FAILED-LOGINS    PIC 9(1).
           05 OPER-LOCK-STATUS      PIC X(1).
               88 OPER-LOCKED-OUT   VALUE 'L'.
               88 OPER-NOT-LOCKED   VALUE SPACE.
           05 OPER-PASSWORD-HISTORY.
               10 OPER-PREV-PASSWORD PIC X(10) OCCURS 3 TIMES.
           05 FILLER                PIC X(10).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD            PIC X(183).
           05 PRM-UPDATED-DATE      PIC 9(8).
           05 PRM-UPDATED-BY        PIC X(10).
           05 PRM-MONTHLY-FEE       PIC 9(8)V99.
       01 ACTIVITY-LIMIT-PARAMETER-RECORD.
           05 PAL-KEY               PIC X(1).
           05 PAL-SAVINGS-WTH-LIMIT PIC 9(3).
           05 PAL-EXCESS-ACTION     PIC X(1).
               88 PAL-REFUSE-EXCESS VALUE 'R'.
               88 PAL-CHARGE-EXCESS VALUE 'F'.
           05 PAL-EXCESS-FEE        PIC 9(8)V99.
           05 PAL-CONVERSION-MONTHS PIC 9(2).
           05 FILLER                PIC X(40).
           05 PAL-UPDATED-DATE      PIC 9(8).
           05 PAL-UPDATED-BY        PIC X(10).
           05 FILLER                PIC X(10).

       FD AML-TRACK-FILE.
       01 AML-TRACK-RECORD.
           05 ACR-DAILY-RATE        PIC 9V9(8).
           05 FILLER                PIC X(10).

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

       FD DRAWER-FILE.
       01 DRAWER-RECORD.
           05 DRW-OPERATOR-ID       PIC X(10).
           05 SUM-INT-AMOUNT        PIC 9(12)V99.
           05 FILLER                PIC X(10).

       FD SAVINGS-EXCESS-FILE.
       01 SAVINGS-EXCESS-RECORD.
           05 SVX-KEY.
               10 SVX-ACCOUNT-NUMBER PIC 9(10).
               10 SVX-YEAR-MONTH     PIC 9(6).
           05 SVX-REFUSED-COUNT     PIC 9(5).
           05 SVX-FEE-COUNT         PIC 9(5).
           05 SVX-FEE-AMOUNT        PIC 9(10)V99.
           05 SVX-LAST-DATE         PIC 9(8).
           05 SVX-CONVERT-FLAG      PIC X(1).
               88 SVX-CONVERSION-FLAGGED VALUE 'Y'.
           05 SVX-CONVERT-DATE      PIC 9(8).
           05 SVX-MONTHS-OVER       PIC 9(2).
           05 FILLER                PIC X(3).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-VARIABLES.
           05 TRANS-INDEX-STATUS    PIC XX.
           05 STOP-LOG-STATUS       PIC XX.
           05 DRAWER-FILE-STATUS    PIC XX.
           05 ACCRUAL-FILE-STATUS   PIC XX.
           05 ACCRUAL-JOURNAL-STATUS PIC XX.
           05 LEGAL-HOLD-STATUS     PIC XX.
           05 SECURITY-JOURNAL-STATUS PIC XX.
           05 SAVINGS-EXCESS-STATUS PIC XX.

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.
               88 FEE-APPLIED       VALUE 'Y'.
               88 FEE-NOT-APPLIED   VALUE 'N'.

       01 ACTIVITY-LIMIT-CONSTANTS.
           05 WS-SAVINGS-WTH-LIMIT  PIC 9(3) VALUE 6.
           05 WS-EXCESS-ACTION      PIC X(1) VALUE 'F'.
               88 EXCESS-ITEMS-REFUSED VALUE 'R'.
               88 EXCESS-ITEMS-CHARGED VALUE 'F'.
           05 WS-EXCESS-FEE         PIC 9(10)V99 VALUE 10.00.

       01 ACTIVITY-LIMIT-WORK-AREAS.
           05 WS-EXCESS-FEE-FLAG    PIC X(1).
               88 EXCESS-FEE-DUE    VALUE 'Y'.
               88 EXCESS-FEE-NOT-DUE VALUE 'N'.

       01 DUAL-CONTROL-CONSTANTS.
           05 WS-APPROVAL-THRESHOLD PIC 9(10)V99 VALUE 10000.00.

           05 ERR-EOD-IN-PROGRESS   PIC X(1) VALUE '7'.
           05 ERR-PAYMENT-STOPPED   PIC X(1) VALUE '8'.
           05 ERR-LEGAL-HOLD        PIC X(1) VALUE 'H'.
           05 ERR-ACCOUNT-RESTRICTED PIC X(1) VALUE 'R'.
           05 ERR-ACTIVITY-LIMIT    PIC X(1) VALUE 'L'.
       
       LINKAGE SECTION.
       01 TRANSACTION-PARAMETERS.
           END-READ
           IF OPERATOR-FILE-STATUS = '00'
               AND OPERATOR-ACTIVE AND OPER-IS-SUPERVISOR
               AND NOT OPER-LOCKED-OUT
               PERFORM WRITE-APPROVAL-JOURNAL
           ELSE
               SET APPROVAL-REJECTED TO TRUE
           PERFORM OPEN-STOP-PAYMENT-FILES
           PERFORM OPEN-TRANS-INDEX-FILE
           PERFORM OPEN-ACCOUNT-SUMMARY-FILE
           PERFORM OPEN-SAVINGS-EXCESS-FILE
           PERFORM OPEN-DRAWER-FILE
           PERFORM OPEN-ACCRUAL-FILE
           PERFORM OPEN-LEGAL-HOLD-FILE
               MOVE PRM-HOLD-DAYS TO WS-HOLD-DAYS
           END-IF.

       LOAD-ACTIVITY-LIMIT-PARAMETERS.
           MOVE 'W' TO PAL-KEY
           READ PARAMETER-FILE
               INVALID KEY
                   MOVE '99' TO PARAMETER-FILE-STATUS
           END-READ
           IF PARAMETER-FILE-STATUS = '00'
               MOVE PAL-SAVINGS-WTH-LIMIT TO WS-SAVINGS-WTH-LIMIT
               MOVE PAL-EXCESS-ACTION TO WS-EXCESS-ACTION
               MOVE PAL-EXCESS-FEE TO WS-EXCESS-FEE
           END-IF.

       OPEN-OPERATOR-FILE.
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-FILE-STATUS = '35'
               OPEN I-O ACCOUNT-SUMMARY-FILE
           END-IF.

       OPEN-SAVINGS-EXCESS-FILE.
           OPEN I-O SAVINGS-EXCESS-FILE
           IF SAVINGS-EXCESS-STATUS = '35'
               OPEN OUTPUT SAVINGS-EXCESS-FILE
               CLOSE SAVINGS-EXCESS-FILE
               OPEN I-O SAVINGS-EXCESS-FILE
           END-IF.

       OPEN-DRAWER-FILE.
           OPEN I-O DRAWER-FILE
           IF DRAWER-FILE-STATUS = '35'
           PERFORM READ-CUSTOMER-RECORD
           PERFORM CHECK-ACCOUNT-NOT-CLOSED
           PERFORM CHECK-ACCOUNT-DORMANT
           PERFORM CHECK-ACCOUNT-RESTRICTED
           PERFORM CHECK-STOP-PAYMENT
           PERFORM CHECK-LEGAL-HOLDS
           PERFORM CHECK-SAVINGS-ACTIVITY-LIMIT
           IF CUSTOMER-FILE-STATUS = '00'
               IF TP-AMOUNT > 0
                   IF CUST-ACCOUNT-TYPE = 'C'
                           SUBTRACT WS-SERVICE-FEE
                               FROM WS-NEW-SOURCE-BALANCE
                       END-IF
                       PERFORM APPLY-EXCESS-ACTIVITY-FEE
                       MOVE WS-NEW-SOURCE-BALANCE TO CUST-BALANCE
                       PERFORM UPDATE-CUSTOMER-RECORD
                       IF CUSTOMER-FILE-STATUS = '00'
                           IF FEE-APPLIED
                               PERFORM RECORD-SERVICE-FEE-LOG
                           END-IF
                           IF EXCESS-FEE-DUE
                               PERFORM RECORD-EXCESS-ACTIVITY-FEE
                           END-IF
                           MOVE WS-NEW-SOURCE-BALANCE TO TR-NEW-BALANCE
                           SET TRANSACTION-SUCCESS TO TRUE
                           IF FEE-APPLIED OR EXCESS-FEE-DUE
                               MOVE 'Withdrawal completed, fee applied'
                                   TO TR-MESSAGE
                           ELSE
                   AND CUSTOMER-FILE-STATUS NOT = '51'
                   AND CUSTOMER-FILE-STATUS NOT = '95'
                   AND CUSTOMER-FILE-STATUS NOT = '94'
                   AND CUSTOMER-FILE-STATUS NOT = '93'
                   AND CUSTOMER-FILE-STATUS NOT = '92'
                   MOVE ERR-ACCOUNT-NOT-FOUND TO TR-ERROR-CODE
                   MOVE 'Account not found' TO TR-MESSAGE
               END-IF
           PERFORM READ-CUSTOMER-RECORD
           PERFORM CHECK-ACCOUNT-NOT-CLOSED
           PERFORM CHECK-ACCOUNT-DORMANT
           PERFORM CHECK-ACCOUNT-RESTRICTED
           PERFORM CHECK-LEGAL-HOLDS
           PERFORM CHECK-SAVINGS-ACTIVITY-LIMIT
           IF CUSTOMER-FILE-STATUS = '00'
               IF CUST-ACCOUNT-TYPE = 'C'
                   ADD CUST-BALANCE WS-OVERDRAFT-LIMIT
                       IF CUSTOMER-FILE-STATUS = '00'
                           SUBTRACT TP-AMOUNT FROM CUST-BALANCE
                               GIVING WS-NEW-SOURCE-BALANCE
                           PERFORM APPLY-EXCESS-ACTIVITY-FEE
                           MOVE WS-NEW-SOURCE-BALANCE TO CUST-BALANCE
                           PERFORM UPDATE-CUSTOMER-RECORD
                       END-IF
                               SET TRANSACTION-SUCCESS TO TRUE
                               MOVE 'Transfer completed successfully'
                                   TO TR-MESSAGE
                               IF EXCESS-FEE-DUE
                                   PERFORM RECORD-EXCESS-ACTIVITY-FEE
                                   MOVE
                                       'Transfer completed, fee applied'
                                       TO TR-MESSAGE
                               END-IF
                           ELSE
                               PERFORM REVERSE-TRANSFER-SOURCE-DEBIT
                               MOVE ERR-FILE-ERROR TO TR-ERROR-CODE
                               MOVE 'Failed to update dest account'
                                   TO TR-MESSAGE
                   AND CUSTOMER-FILE-STATUS NOT = '96'
                   AND CUSTOMER-FILE-STATUS NOT = '51'
                   AND CUSTOMER-FILE-STATUS NOT = '94'
                   AND CUSTOMER-FILE-STATUS NOT = '93'
                   AND CUSTOMER-FILE-STATUS NOT = '92'
                   MOVE ERR-ACCOUNT-NOT-FOUND TO TR-ERROR-CODE
                   MOVE 'Source account not found' TO TR-MESSAGE
               END-IF
           REWRITE ACCRUAL-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF ACCRUAL-FILE-STATUS = '00'
               MOVE WS-BUSINESS-DATE TO AJR-BUSINESS-DATE
               MOVE TP-ACCOUNT-NUMBER TO AJR-ACCOUNT-NUMBER
               SET AJR-REVERSAL-ADJUST TO TRUE
               IF WS-ORIGINAL-TYPE = 'D'
                   COMPUTE AJR-AMOUNT = 0 - WS-REVERSAL-ACCRUAL-ADJ
               ELSE
                   MOVE WS-REVERSAL-ACCRUAL-ADJ TO AJR-AMOUNT
               END-IF
               MOVE 'TRANSPROC' TO AJR-SOURCE-PROGRAM
               PERFORM WRITE-ACCRUAL-JOURNAL
           END-IF.

       WRITE-ACCRUAL-JOURNAL.
           OPEN EXTEND ACCRUAL-JOURNAL-FILE
           IF ACCRUAL-JOURNAL-STATUS = '35'
               OPEN OUTPUT ACCRUAL-JOURNAL-FILE
           END-IF
           WRITE ACCRUAL-JOURNAL-RECORD
           CLOSE ACCRUAL-JOURNAL-FILE.

       INVALID-TRANSACTION-TYPE.
           MOVE '9' TO TR-ERROR-CODE
               MOVE 'Account dormant - reactivation required'
                   TO TR-MESSAGE
           END-IF.

       CHECK-ACCOUNT-RESTRICTED.
           IF CUSTOMER-FILE-STATUS = '00' AND CUST-DECEASED-RESTRICTED
               MOVE '93' TO CUSTOMER-FILE-STATUS
               MOVE ERR-ACCOUNT-RESTRICTED TO TR-ERROR-CODE
               MOVE 'Account restricted - owner deceased'
                   TO TR-MESSAGE
           END-IF.
       
       CHECK-SAVINGS-ACTIVITY-LIMIT.
           SET EXCESS-FEE-NOT-DUE TO TRUE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               OR CUST-ACCOUNT-TYPE NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACTIVITY-LIMIT-PARAMETERS
           IF WS-SAVINGS-WTH-LIMIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE TP-ACCOUNT-NUMBER TO SUM-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE(1:6) TO SUM-YEAR-MONTH
           READ ACCOUNT-SUMMARY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF ACCOUNT-SUMMARY-STATUS NOT = '00'
               OR SUM-WTH-COUNT < WS-SAVINGS-WTH-LIMIT
               EXIT PARAGRAPH
           END-IF
           IF EXCESS-ITEMS-REFUSED
               MOVE '92' TO CUSTOMER-FILE-STATUS
               MOVE ERR-ACTIVITY-LIMIT TO TR-ERROR-CODE
               MOVE 'Savings withdrawal limit reached this month'
                   TO TR-MESSAGE
               PERFORM READ-SAVINGS-EXCESS-RECORD
               ADD 1 TO SVX-REFUSED-COUNT
               PERFORM WRITE-SAVINGS-EXCESS-RECORD
           ELSE
               SET EXCESS-FEE-DUE TO TRUE
           END-IF.

       APPLY-EXCESS-ACTIVITY-FEE.
           IF EXCESS-FEE-DUE
               IF WS-NEW-SOURCE-BALANCE >= WS-EXCESS-FEE
                   SUBTRACT WS-EXCESS-FEE FROM WS-NEW-SOURCE-BALANCE
               ELSE
                   SET EXCESS-FEE-NOT-DUE TO TRUE
               END-IF
           END-IF.

       REVERSE-TRANSFER-SOURCE-DEBIT.
           MOVE TP-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS = '00'
               ADD TP-AMOUNT TO CUST-BALANCE
               IF EXCESS-FEE-DUE
                   ADD WS-EXCESS-FEE TO CUST-BALANCE
               END-IF
               PERFORM UPDATE-CUSTOMER-RECORD
           END-IF
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'Transfer source not restored for account '
                       TP-ACCOUNT-NUMBER
           END-IF
           SET EXCESS-FEE-NOT-DUE TO TRUE
           MOVE '99' TO CUSTOMER-FILE-STATUS.

       READ-SAVINGS-EXCESS-RECORD.
           MOVE TP-ACCOUNT-NUMBER TO SVX-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE(1:6) TO SVX-YEAR-MONTH
           READ SAVINGS-EXCESS-FILE
               INVALID KEY
                   MOVE TP-ACCOUNT-NUMBER TO SVX-ACCOUNT-NUMBER
                   MOVE WS-BUSINESS-DATE(1:6) TO SVX-YEAR-MONTH
                   MOVE 0 TO SVX-REFUSED-COUNT
                   MOVE 0 TO SVX-FEE-COUNT
                   MOVE 0 TO SVX-FEE-AMOUNT
                   MOVE 'N' TO SVX-CONVERT-FLAG
                   MOVE 0 TO SVX-CONVERT-DATE
                   MOVE 0 TO SVX-MONTHS-OVER
           END-READ.

       WRITE-SAVINGS-EXCESS-RECORD.
           MOVE WS-BUSINESS-DATE TO SVX-LAST-DATE
           IF SAVINGS-EXCESS-STATUS = '00'
               REWRITE SAVINGS-EXCESS-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE SAVINGS-EXCESS-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       UPDATE-CUSTOMER-RECORD.
           MOVE WS-BUSINESS-DATE TO CUST-LAST-ACTIVITY-DATE
           REWRITE CUSTOMER-RECORD
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX.

       RECORD-EXCESS-ACTIVITY-FEE.
           PERFORM GET-NEXT-TRANSACTION-ID
           MOVE TP-TRANSACTION-ID TO TRANS-ID
           MOVE 0 TO TRANS-RELATED-ID
           MOVE TP-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE 'F' TO TRANS-TYPE
           MOVE WS-EXCESS-FEE TO TRANS-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRANS-DATE
           MOVE CURRENT-TIME TO TRANS-TIME
           MOVE 'Excess withdrawal activity fee' TO TRANS-DESCRIPTION
           MOVE TP-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE TP-APPROVAL-ID TO TRANS-APPROVAL-ID

           MOVE 0 TO TRANS-ROUTING-NUMBER
           MOVE 0 TO TRANS-CHECK-NUMBER
           MOVE SPACES TO TRANS-EXTERNAL-ACCOUNT
           PERFORM CLEAR-TRANS-CONVERSION-FIELDS
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX
           PERFORM READ-SAVINGS-EXCESS-RECORD
           ADD 1 TO SVX-FEE-COUNT
           ADD WS-EXCESS-FEE TO SVX-FEE-AMOUNT
           PERFORM WRITE-SAVINGS-EXCESS-RECORD.

       RECORD-TRANSFER-LOG.
           PERFORM GET-NEXT-TRANSACTION-ID
           MOVE TP-TRANSACTION-ID TO TRANS-ID
           CLOSE STOP-LOG-FILE
           CLOSE TRANS-INDEX-FILE
           CLOSE ACCOUNT-SUMMARY-FILE
           CLOSE SAVINGS-EXCESS-FILE
           CLOSE DRAWER-FILE
           CLOSE ACCRUAL-FILE
           CLOSE LEGAL-HOLD-FILE
