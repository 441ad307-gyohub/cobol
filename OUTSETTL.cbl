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

       FD SETTLEMENT-OUT-FILE.
       01 SETTLEMENT-OUT-RECORD     PIC X(100).
       01 OUTBOUND-RUN-COUNTERS.
           05 WS-ITEMS-SENT         PIC 9(7) VALUE 0.
           05 WS-AMOUNT-SENT        PIC 9(12)V99 VALUE 0.
           05 WS-ITEMS-HELD         PIC 9(7) VALUE 0.
           05 WS-ITEMS-BLOCKED      PIC 9(7) VALUE 0.

       01 OUTBOUND-CONSTANTS.
           05 WS-BANK-NAME          PIC X(30) VALUE
              'COBOL BANKING SYSTEM'.
           05 WS-SCREEN-OPERATOR-ID PIC X(10) VALUE 'OUTSETTL'.

       01 SCREEN-PARAMETERS.
           05 SCR-REQUEST           PIC X(1).
               88 SCR-CHECK-LIST    VALUE 'A'.
               88 SCR-SCREEN-SUBJECT VALUE 'S'.
               88 SCR-QUERY-CASE    VALUE 'Q'.
               88 SCR-RECORD-DECISION VALUE 'D'.
           05 SCR-SOURCE-TYPE       PIC X(1).
           05 SCR-REFERENCE         PIC X(20).
           05 SCR-NAME              PIC X(30).
           05 SCR-TAX-ID            PIC X(9).
           05 SCR-OPERATOR-ID       PIC X(10).
           05 SCR-BUSINESS-DATE     PIC 9(8).
           05 SCR-DECISION          PIC X(1).
           05 SCR-COMMENT           PIC X(40).
           05 SCR-RESULT            PIC X(1).
               88 SCR-CLEAR         VALUE 'C'.
               88 SCR-POSSIBLE-HIT  VALUE 'H'.
               88 SCR-CONFIRMED-HIT VALUE 'B'.
               88 SCR-LIST-UNAVAILABLE VALUE 'U'.
               88 SCR-CASE-NOT-FOUND VALUE 'N'.
               88 SCR-REQUEST-REFUSED VALUE 'X'.
           05 SCR-CASE-NUMBER       PIC 9(8).
           05 SCR-MATCH-ENTRY       PIC X(10).
           05 SCR-MATCH-NAME        PIC X(40).
           05 SCR-MATCH-SCORE       PIC 9(3).
           05 SCR-MESSAGE           PIC X(50).

       01 SETTLEMENT-RECORD-LAYOUTS.
           05 SETTLE-HEADER.
               10 SD-DEBIT-CREDIT   PIC X(1).
               10 SD-AMOUNT         PIC 9(10)V99.
               10 SD-DESCRIPTION    PIC X(30).
               10 SD-BENEFICIARY-NAME PIC X(20).

           05 SETTLE-TRAILER.
               10 ST-RECORD-TYPE    PIC X(1).

       PROCEDURE DIVISION.
       MAIN-OUTBOUND-SETTLEMENT.
           PERFORM CHECK-WATCHLIST-AVAILABLE
           PERFORM INITIALIZE-OUTBOUND
           PERFORM PROCESS-OUTPAY-RECORD
               UNTIL OUTPAY-QUEUE-STATUS NOT = '00'
           DISPLAY 'Outbound settlement extract complete.'
           DISPLAY 'Payments sent: ' WS-ITEMS-SENT
           DISPLAY 'Amount sent: ' WS-AMOUNT-SENT
           DISPLAY 'Payments held for screening: ' WS-ITEMS-HELD
           DISPLAY 'Payments blocked: ' WS-ITEMS-BLOCKED
           DISPLAY 'Settlement file: ' WS-SETTLE-FILENAME
           STOP RUN.

       CHECK-WATCHLIST-AVAILABLE.
           MOVE SPACES TO SCREEN-PARAMETERS
           SET SCR-CHECK-LIST TO TRUE
           MOVE 0 TO SCR-BUSINESS-DATE
           MOVE 0 TO SCR-CASE-NUMBER
           MOVE WS-SCREEN-OPERATOR-ID TO SCR-OPERATOR-ID
           CALL 'SCRNCHK' USING SCREEN-PARAMETERS
           IF NOT SCR-CLEAR
               DISPLAY 'Watchlist not available - no payments '
                       'released.'
               DISPLAY 'Load the watchlist with WLLOAD and rerun.'
               STOP RUN
           END-IF.

       INITIALIZE-OUTBOUND.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           STRING 'SETTLOUT.' CURRENT-DATE DELIMITED BY SIZE
               AT END
                   MOVE '99' TO OUTPAY-QUEUE-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN OPQ-PENDING
                           PERFORM SCREEN-PENDING-PAYMENT
                       WHEN OPQ-HELD
                           PERFORM RECHECK-HELD-PAYMENT
                   END-EVALUATE
           END-READ.

       SCREEN-PENDING-PAYMENT.
           MOVE SPACES TO SCREEN-PARAMETERS
           SET SCR-SCREEN-SUBJECT TO TRUE
           MOVE 'O' TO SCR-SOURCE-TYPE
           STRING OPQ-ACCOUNT-NUMBER OPQ-DATE-QUEUED
                  DELIMITED BY SIZE INTO SCR-REFERENCE
           END-STRING
           MOVE OPQ-BENEFICIARY-NAME TO SCR-NAME
           MOVE WS-SCREEN-OPERATOR-ID TO SCR-OPERATOR-ID
           MOVE 0 TO SCR-BUSINESS-DATE
           MOVE 0 TO SCR-CASE-NUMBER
           CALL 'SCRNCHK' USING SCREEN-PARAMETERS
           PERFORM APPLY-SCREENING-RESULT.

       RECHECK-HELD-PAYMENT.
           MOVE SPACES TO SCREEN-PARAMETERS
           SET SCR-QUERY-CASE TO TRUE
           MOVE WS-SCREEN-OPERATOR-ID TO SCR-OPERATOR-ID
           MOVE 0 TO SCR-BUSINESS-DATE
           MOVE OPQ-SCREEN-CASE TO SCR-CASE-NUMBER
           CALL 'SCRNCHK' USING SCREEN-PARAMETERS
           IF SCR-CASE-NOT-FOUND
               ADD 1 TO WS-ITEMS-HELD
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-SCREENING-RESULT.

       APPLY-SCREENING-RESULT.
           EVALUATE TRUE
               WHEN SCR-CLEAR
                   PERFORM EXTRACT-OUTPAY-RECORD
               WHEN SCR-POSSIBLE-HIT
                   ADD 1 TO WS-ITEMS-HELD
                   IF OPQ-PENDING
                       SET OPQ-HELD TO TRUE
                       MOVE SCR-CASE-NUMBER TO OPQ-SCREEN-CASE
                       PERFORM REWRITE-SCREENED-PAYMENT
                       DISPLAY 'Payment held for account '
                               OPQ-ACCOUNT-NUMBER ' - ' SCR-MESSAGE
                   END-IF
               WHEN SCR-CONFIRMED-HIT
                   ADD 1 TO WS-ITEMS-BLOCKED
                   SET OPQ-BLOCKED TO TRUE
                   MOVE SCR-CASE-NUMBER TO OPQ-SCREEN-CASE
                   PERFORM REWRITE-SCREENED-PAYMENT
                   DISPLAY 'Payment blocked for account '
                           OPQ-ACCOUNT-NUMBER ' - ' SCR-MESSAGE
               WHEN OTHER
                   DISPLAY 'Payment not released for account '
                           OPQ-ACCOUNT-NUMBER ' - ' SCR-MESSAGE
           END-EVALUATE.

       REWRITE-SCREENED-PAYMENT.
           REWRITE OUTPAY-QUEUE-RECORD
           IF OUTPAY-QUEUE-STATUS NOT = '00'
               DISPLAY 'Failed to update payment status for account '
                       OPQ-ACCOUNT-NUMBER
           END-IF.

       EXTRACT-OUTPAY-RECORD.
           MOVE SPACES TO SETTLE-DETAIL
           MOVE 'C' TO SD-DEBIT-CREDIT
           MOVE OPQ-AMOUNT TO SD-AMOUNT
           MOVE OPQ-DESCRIPTION TO SD-DESCRIPTION
           MOVE OPQ-BENEFICIARY-NAME TO SD-BENEFICIARY-NAME
           WRITE SETTLEMENT-OUT-RECORD FROM SETTLE-DETAIL

           ADD 1 TO WS-ITEMS-SENT
