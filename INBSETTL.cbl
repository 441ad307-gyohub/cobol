           05 SUS-FAIL-REASON       PIC X(50).
           05 SUS-RELEASED-DATE     PIC 9(8).
           05 SUS-RELEASED-BY       PIC X(10).
           05 SUS-SCREEN-CASE       PIC 9(8).
           05 FILLER                PIC X(2).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
                   88 SD-IS-DEBIT   VALUE 'D'.
               10 SD-AMOUNT         PIC 9(10)V99.
               10 SD-DESCRIPTION    PIC X(30).
               10 SD-ORIGINATOR-NAME PIC X(20).
               10 SD-CHECK-FIELDS REDEFINES SD-ORIGINATOR-NAME.
                   15 SD-CHECK-NUMBER PIC 9(10).
                   15 FILLER        PIC X(10).

           05 SETTLE-TRAILER.
               10 ST-RECORD-TYPE    PIC X(1).
           05 WS-ITEMS-POSTED       PIC 9(7) VALUE 0.
           05 WS-ITEMS-RETURNED     PIC 9(7) VALUE 0.
           05 WS-ITEMS-SUSPENDED    PIC 9(7) VALUE 0.
           05 WS-ITEMS-SCREENED-OUT PIC 9(7) VALUE 0.
           05 WS-ITEMS-PPAY-HELD    PIC 9(7) VALUE 0.
           05 WS-AMOUNT-POSTED      PIC 9(12)V99 VALUE 0.
           05 WS-AMOUNT-RETURNED    PIC 9(12)V99 VALUE 0.
           05 WS-AMOUNT-SUSPENDED   PIC 9(12)V99 VALUE 0.
       01 SETTLEMENT-OPERATOR-CONSTANTS.
           05 WS-SETTLE-OPERATOR-ID PIC X(10) VALUE 'INTERCHG'.

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

       01 PPAY-PARAMETERS.
           05 PPC-REQUEST           PIC X(1).
               88 PPC-MATCH-ITEM    VALUE 'M'.
               88 PPC-RECORD-PAID   VALUE 'P'.
           05 PPC-ACCOUNT-NUMBER    PIC 9(10).
           05 PPC-CHECK-NUMBER      PIC 9(10).
           05 PPC-AMOUNT            PIC 9(10)V99.
           05 PPC-SOURCE            PIC X(1).
           05 PPC-PRESENTMENT       PIC X(100).
           05 PPC-OPERATOR-ID       PIC X(10).
           05 PPC-BUSINESS-DATE     PIC 9(8).
           05 PPC-TRANS-ID          PIC 9(10).
           05 PPC-RESULT            PIC X(1).
               88 PPC-NOT-ENROLLED  VALUE 'N'.
               88 PPC-ITEM-MATCHED  VALUE 'C'.
               88 PPC-EXCEPTION-QUEUED VALUE 'X'.
               88 PPC-REQUEST-REFUSED VALUE 'R'.
           05 PPC-REASON            PIC X(1).
           05 PPC-EXCEPTION-DATE    PIC 9(8).
           05 PPC-EXCEPTION-SEQUENCE PIC 9(5).
           05 PPC-MESSAGE           PIC X(50).

       01 TRANSACTION-PARAMETERS.
           05 TP-ACCOUNT-NUMBER     PIC 9(10).
           05 TP-TRANSACTION-TYPE   PIC X(1).
       MAIN-INBOUND-SETTLEMENT.
           PERFORM INITIALIZE-INBOUND
           PERFORM VERIFY-CONTROL-TOTALS
           IF CONTROLS-BALANCED
               PERFORM CHECK-WATCHLIST-AVAILABLE
           END-IF
           IF CONTROLS-BALANCED
               PERFORM POST-SETTLEMENT-FILE
           ELSE
           DISPLAY 'Items posted: ' WS-ITEMS-POSTED
           DISPLAY 'Items returned: ' WS-ITEMS-RETURNED
           DISPLAY 'Items parked in suspense: ' WS-ITEMS-SUSPENDED
           DISPLAY 'Items stopped by watchlist screening: '
                   WS-ITEMS-SCREENED-OUT
           DISPLAY 'Checks held for positive pay decision: '
                   WS-ITEMS-PPAY-HELD
           MOVE 'INBSETTL' TO WS-RCT-TYPE
           MOVE 0 TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
               END-IF
           END-IF.

       CHECK-WATCHLIST-AVAILABLE.
           MOVE SPACES TO SCREEN-PARAMETERS
           SET SCR-CHECK-LIST TO TRUE
           MOVE WS-BUSINESS-DATE TO SCR-BUSINESS-DATE
           MOVE 0 TO SCR-CASE-NUMBER
           MOVE WS-SETTLE-OPERATOR-ID TO SCR-OPERATOR-ID
           CALL 'SCRNCHK' USING SCREEN-PARAMETERS
           IF NOT SCR-CLEAR
               SET CONTROLS-BROKEN TO TRUE
               DISPLAY 'Watchlist not available - nothing posted.'
               DISPLAY 'Load the watchlist with WLLOAD and rerun.'
           END-IF.

       SCREEN-SETTLEMENT-DETAIL.
           MOVE SPACES TO SCREEN-PARAMETERS
           SET SCR-SCREEN-SUBJECT TO TRUE
           MOVE 'I' TO SCR-SOURCE-TYPE
           STRING SD-ACCOUNT-NUMBER SD-ROUTING-NUMBER
                  DELIMITED BY SIZE INTO SCR-REFERENCE
           END-STRING
           MOVE SD-ORIGINATOR-NAME TO SCR-NAME
           MOVE WS-SETTLE-OPERATOR-ID TO SCR-OPERATOR-ID
           MOVE WS-BUSINESS-DATE TO SCR-BUSINESS-DATE
           MOVE 0 TO SCR-CASE-NUMBER
           CALL 'SCRNCHK' USING SCREEN-PARAMETERS.

       POST-SETTLEMENT-FILE.
           MOVE 2 TO WS-PASS-NUMBER
           PERFORM OPEN-POSTING-SESSION
                   ELSE
                       PERFORM POST-SETTLEMENT-DETAIL
                   END-IF
               WHEN '3'
                   MOVE SETTLEMENT-IN-RECORD TO SETTLE-DETAIL
                   IF WS-PASS-NUMBER = 1
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD SD-AMOUNT TO WS-DETAIL-TOTAL
                   ELSE
                       PERFORM POST-SETTLEMENT-CHECK
                   END-IF
               WHEN '9'
                   MOVE SETTLEMENT-IN-RECORD TO SETTLE-TRAILER
                   SET TRAILER-SEEN TO TRUE
           END-EVALUATE.

       POST-SETTLEMENT-DETAIL.
           PERFORM SCREEN-SETTLEMENT-DETAIL
           IF NOT SCR-CLEAR
               ADD 1 TO WS-ITEMS-SCREENED-OUT
               MOVE SCR-MESSAGE TO TR-MESSAGE
               MOVE 'WATCHLST' TO SLD-RESULT
               MOVE SCR-MESSAGE TO SLD-MESSAGE
               IF SD-IS-CREDIT
                   ADD 1 TO WS-ITEMS-SUSPENDED
                   ADD SD-AMOUNT TO WS-AMOUNT-SUSPENDED
                   PERFORM PARK-ITEM-IN-SUSPENSE
               ELSE
                   ADD 1 TO WS-ITEMS-RETURNED
                   ADD SD-AMOUNT TO WS-AMOUNT-RETURNED
                   PERFORM WRITE-RETURNS-RECORD
               END-IF
               PERFORM WRITE-SETTLE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SD-ACCOUNT-NUMBER TO TP-ACCOUNT-NUMBER
           IF SD-IS-CREDIT
               MOVE 'D' TO TP-TRANSACTION-TYPE
           END-IF
           PERFORM WRITE-SETTLE-DETAIL-LINE.

       POST-SETTLEMENT-CHECK.
           IF NOT SD-IS-DEBIT
               OR SD-CHECK-NUMBER NOT NUMERIC
               OR SD-CHECK-NUMBER = 0
               ADD 1 TO WS-ITEMS-RETURNED
               ADD SD-AMOUNT TO WS-AMOUNT-RETURNED
               MOVE 'Invalid presented check item' TO TR-MESSAGE
               MOVE 'RETURNED' TO SLD-RESULT
               MOVE TR-MESSAGE TO SLD-MESSAGE
               PERFORM WRITE-RETURNS-RECORD
               PERFORM WRITE-SETTLE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PPAY-PARAMETERS
           SET PPC-MATCH-ITEM TO TRUE
           MOVE SD-ACCOUNT-NUMBER TO PPC-ACCOUNT-NUMBER
           MOVE SD-CHECK-NUMBER TO PPC-CHECK-NUMBER
           MOVE SD-AMOUNT TO PPC-AMOUNT
           MOVE 'S' TO PPC-SOURCE
           MOVE SETTLE-DETAIL TO PPC-PRESENTMENT
           MOVE WS-SETTLE-OPERATOR-ID TO PPC-OPERATOR-ID
           MOVE WS-BUSINESS-DATE TO PPC-BUSINESS-DATE
           MOVE 0 TO PPC-TRANS-ID
           CALL 'PPAYCHK' USING PPAY-PARAMETERS
           IF PPC-EXCEPTION-QUEUED
               ADD 1 TO WS-ITEMS-PPAY-HELD
               MOVE 'POSPAY' TO SLD-RESULT
               MOVE PPC-MESSAGE TO SLD-MESSAGE
               PERFORM WRITE-SETTLE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF PPC-REQUEST-REFUSED
               ADD 1 TO WS-ITEMS-RETURNED
               ADD SD-AMOUNT TO WS-AMOUNT-RETURNED
               MOVE PPC-MESSAGE TO TR-MESSAGE
               MOVE 'RETURNED' TO SLD-RESULT
               MOVE TR-MESSAGE TO SLD-MESSAGE
               PERFORM WRITE-RETURNS-RECORD
               PERFORM WRITE-SETTLE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SD-ACCOUNT-NUMBER TO TP-ACCOUNT-NUMBER
           MOVE 'W' TO TP-TRANSACTION-TYPE
           MOVE SD-AMOUNT TO TP-AMOUNT
           MOVE 0 TO TP-DESTINATION-ACCOUNT
           MOVE SD-DESCRIPTION TO TP-DESCRIPTION
           MOVE 0 TO TP-TRANSACTION-ID
           MOVE 0 TO TP-REVERSAL-TRANS-ID
           MOVE WS-SETTLE-OPERATOR-ID TO TP-OPERATOR-ID
           MOVE SPACES TO TP-APPROVAL-ID
           MOVE SD-CHECK-NUMBER TO TP-CHECK-NUMBER
           MOVE 'B' TO TP-CHANNEL-CODE
           MOVE SPACE TO TP-SESSION-REQUEST

           CALL 'TRANSPROC' USING TRANSACTION-PARAMETERS
               TRANSACTION-RESULT

           IF TRANSACTION-SUCCESS
               ADD 1 TO WS-ITEMS-POSTED
               ADD SD-AMOUNT TO WS-AMOUNT-POSTED
               MOVE 'POSTED' TO SLD-RESULT
               MOVE TR-MESSAGE TO SLD-MESSAGE
               IF PPC-ITEM-MATCHED
                   SET PPC-RECORD-PAID TO TRUE
                   MOVE TP-TRANSACTION-ID TO PPC-TRANS-ID
                   CALL 'PPAYCHK' USING PPAY-PARAMETERS
               END-IF
           ELSE
               ADD 1 TO WS-ITEMS-RETURNED
               ADD SD-AMOUNT TO WS-AMOUNT-RETURNED
               MOVE 'RETURNED' TO SLD-RESULT
               MOVE TR-MESSAGE TO SLD-MESSAGE
               PERFORM WRITE-RETURNS-RECORD
           END-IF
           PERFORM WRITE-SETTLE-DETAIL-LINE.

       PARK-ITEM-IN-SUSPENSE.
           IF NOT SUS-SEQUENCE-LOADED
               PERFORM FIND-LAST-SUSPENSE-SEQUENCE
           MOVE TR-MESSAGE TO SUS-FAIL-REASON
           MOVE 0 TO SUS-RELEASED-DATE
           MOVE SPACES TO SUS-RELEASED-BY
           MOVE SCR-CASE-NUMBER TO SUS-SCREEN-CASE
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY 'Failed to park item in suspense.'
