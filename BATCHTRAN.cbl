           05 WS-RECORDS-READ       PIC 9(7) VALUE 0.
           05 WS-SUCCESS-COUNT      PIC 9(7) VALUE 0.
           05 WS-FAILURE-COUNT      PIC 9(7) VALUE 0.
           05 WS-PPAY-HELD-COUNT    PIC 9(7) VALUE 0.
           05 WS-PPAY-HELD-FLAG     PIC X(1).
               88 PPAY-ITEM-HELD    VALUE 'Y'.
               88 PPAY-ITEM-NOT-HELD VALUE 'N'.

       01 BATCH-OPERATOR-CONSTANTS.
           05 WS-BATCH-OPERATOR-ID  PIC X(10) VALUE 'BATCH'.

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
           DISPLAY 'Records read: ' WS-RECORDS-READ
           DISPLAY 'Succeeded: ' WS-SUCCESS-COUNT
           DISPLAY 'Failed: ' WS-FAILURE-COUNT
           DISPLAY 'Held for positive pay decision: '
                   WS-PPAY-HELD-COUNT
           MOVE 'BATCHTRAN' TO WS-RCT-TYPE
           MOVE 0 TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           END-READ.

       RUN-ONE-TRANSACTION.
           SET PPAY-ITEM-NOT-HELD TO TRUE
           MOVE SPACE TO PPC-RESULT
           IF BI-TRANSACTION-TYPE = 'W'
               AND BI-CHECK-NUMBER NUMERIC
               AND BI-CHECK-NUMBER NOT = 0
               PERFORM MATCH-POSITIVE-PAY
               IF PPAY-ITEM-HELD OR PPC-REQUEST-REFUSED
                   PERFORM WRITE-BATCH-DETAIL-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE BI-ACCOUNT-NUMBER TO TP-ACCOUNT-NUMBER
           MOVE BI-TRANSACTION-TYPE TO TP-TRANSACTION-TYPE
           MOVE BI-AMOUNT TO TP-AMOUNT

           IF TRANSACTION-SUCCESS
               ADD 1 TO WS-SUCCESS-COUNT
               IF PPC-ITEM-MATCHED
                   SET PPC-RECORD-PAID TO TRUE
                   MOVE TP-TRANSACTION-ID TO PPC-TRANS-ID
                   CALL 'PPAYCHK' USING PPAY-PARAMETERS
               END-IF
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
           END-IF

           PERFORM WRITE-BATCH-DETAIL-LINE.

       MATCH-POSITIVE-PAY.
           MOVE SPACES TO PPAY-PARAMETERS
           SET PPC-MATCH-ITEM TO TRUE
           MOVE BI-ACCOUNT-NUMBER TO PPC-ACCOUNT-NUMBER
           MOVE BI-CHECK-NUMBER TO PPC-CHECK-NUMBER
           MOVE BI-AMOUNT TO PPC-AMOUNT
           MOVE 'B' TO PPC-SOURCE
           MOVE BATCH-INPUT-RECORD TO PPC-PRESENTMENT
           MOVE WS-BATCH-OPERATOR-ID TO PPC-OPERATOR-ID
           MOVE 0 TO PPC-BUSINESS-DATE
           MOVE 0 TO PPC-TRANS-ID
           CALL 'PPAYCHK' USING PPAY-PARAMETERS
           IF PPC-EXCEPTION-QUEUED
               SET PPAY-ITEM-HELD TO TRUE
               ADD 1 TO WS-PPAY-HELD-COUNT
               MOVE 'F' TO TR-STATUS
               MOVE PPC-MESSAGE TO TR-MESSAGE
           END-IF
           IF PPC-REQUEST-REFUSED
               ADD 1 TO WS-FAILURE-COUNT
               MOVE 'F' TO TR-STATUS
               MOVE PPC-MESSAGE TO TR-MESSAGE
           END-IF.

       WRITE-BATCH-DETAIL-LINE.
           MOVE BI-ACCOUNT-NUMBER TO BRD-ACCOUNT
           MOVE BI-TRANSACTION-TYPE TO BRD-TYPE
           ELSE
               MOVE 'FAILED' TO BRD-RESULT
           END-IF
           IF PPAY-ITEM-HELD
               MOVE 'POSPAY' TO BRD-RESULT
           END-IF
           MOVE TR-MESSAGE TO BRD-MESSAGE
           WRITE BATCH-REPORT-LINE FROM BR-DETAIL-LINE.

