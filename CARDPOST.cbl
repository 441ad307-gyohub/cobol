           05 CRQ-REQUEST-TYPE      PIC X(1).
               88 CRQ-IS-WITHDRAWAL VALUE 'W'.
               88 CRQ-IS-PURCHASE   VALUE 'P'.
               88 CRQ-IS-REFUND     VALUE 'F'.
               88 CRQ-IS-REVERSAL   VALUE 'V'.
               88 CRQ-IS-CREDIT     VALUE 'F' 'V'.
           05 CRQ-AMOUNT            PIC 9(10)V99.
           05 CRQ-TERMINAL-ID       PIC X(8).
           05 CRQ-REQUEST-TIME      PIC 9(6).
           05 CRQ-ORIGINAL-TYPE     PIC X(1).
               88 CRQ-ORIGINAL-WITHDRAWAL VALUE 'W'.
           05 FILLER                PIC X(12).

       FD CARD-FILE.
       01 CARD-MASTER-RECORD.
               88 CRD-CARD-ACTIVE   VALUE 'A'.
               88 CRD-CARD-BLOCKED  VALUE 'B'.
               88 CRD-CARD-CLOSED   VALUE 'C'.
               88 CRD-CARD-PENDING  VALUE 'P'.
           05 CRD-DAILY-WTH-LIMIT   PIC 9(10)V99.
           05 CRD-DAILY-PUR-LIMIT   PIC 9(10)V99.
           05 CRD-USAGE-DATE        PIC 9(8).
           05 CRD-ISSUE-DATE        PIC 9(8).
           05 CRD-EXPIRY-DATE       PIC 9(8).
           05 CRD-PIN-FAIL-COUNT    PIC 9(1).
           05 CRD-REPLACES-CARD     PIC 9(16).
           05 CRD-REPLACED-BY-CARD  PIC 9(16).
           05 CRD-ACTIVATION-DATE   PIC 9(8).
           05 CRD-CLOSE-REASON      PIC X(1).
               88 CRD-CLOSED-REPLACED VALUE 'R'.
               88 CRD-CLOSED-EXPIRED VALUE 'E'.
           05 FILLER                PIC X(10).

       FD CARD-RESPONSE-FILE.
           05 WS-REQUESTS-POSTED    PIC 9(7) VALUE 0.
           05 WS-REQUESTS-DECLINED  PIC 9(7) VALUE 0.
           05 WS-AMOUNT-POSTED      PIC 9(12)V99 VALUE 0.
           05 WS-CREDITS-POSTED     PIC 9(7) VALUE 0.
           05 WS-AMOUNT-CREDITED    PIC 9(12)V99 VALUE 0.
           05 WS-CARDS-ACTIVATED    PIC 9(7) VALUE 0.

       01 CARD-OPERATOR-CONSTANTS.
           05 WS-CARD-OPERATOR-ID   PIC X(10) VALUE 'CARDCHNL'.
               88 CARD-REQUEST-DECLINED VALUE 'D'.
           05 WS-DECLINE-MESSAGE    PIC X(50).
           05 WS-LIMIT-REMAINING    PIC S9(10)V99.
           05 WS-ACTIVATED-CARD-NUMBER PIC 9(16).

       01 TRANSACTION-PARAMETERS.
           05 TP-ACCOUNT-NUMBER     PIC 9(10).
               10 CPS-AMOUNT        PIC $Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(26) VALUE SPACES.

           05 CP-CREDIT-SUMMARY-LINE.
               10 FILLER            PIC X(18) VALUE
                  'Credits posted: '.
               10 CPS-CREDITS       PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(18) VALUE
                  'Amount credited: '.
               10 CPS-CREDIT-AMOUNT PIC $Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-CARD-PROCESSING.
           PERFORM INITIALIZE-CARDPOST
           DISPLAY 'Requests read: ' WS-REQUESTS-READ
           DISPLAY 'Posted: ' WS-REQUESTS-POSTED
           DISPLAY 'Declined: ' WS-REQUESTS-DECLINED
           DISPLAY 'Refunds/reversals credited: ' WS-CREDITS-POSTED
           DISPLAY 'Replacement cards activated: ' WS-CARDS-ACTIVATED
           DISPLAY 'Response file: ' WS-RESPONSE-FILENAME
           MOVE 'CARDPOST' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE

           PERFORM ROLL-DAILY-USAGE
           PERFORM VERIFY-CARD-STANDING
           IF CRQ-IS-CREDIT
               IF CARD-REQUEST-APPROVED
                   PERFORM POST-CARD-CREDIT
               ELSE
                   PERFORM RECORD-CARD-DECLINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF CARD-REQUEST-APPROVED
               PERFORM VERIFY-CARD-PIN
           END-IF
           IF CARD-REQUEST-APPROVED
               AND CRD-CARD-PENDING
               PERFORM ACTIVATE-REPLACEMENT-CARD
           END-IF
           IF CARD-REQUEST-APPROVED
               PERFORM VERIFY-DAILY-LIMIT
           END-IF
           END-IF.

       VERIFY-CARD-STANDING.
           IF CRQ-IS-CREDIT
               IF CRD-CARD-CLOSED
                   SET CARD-REQUEST-DECLINED TO TRUE
                   MOVE 'Card closed - credit refused'
                       TO WS-DECLINE-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT CRD-CARD-ACTIVE
               AND NOT CRD-CARD-PENDING
               SET CARD-REQUEST-DECLINED TO TRUE
               MOVE 'Card blocked or closed' TO WS-DECLINE-MESSAGE
               EXIT PARAGRAPH
               REWRITE CARD-MASTER-RECORD
           END-IF.

       ACTIVATE-REPLACEMENT-CARD.
           SET CRD-CARD-ACTIVE TO TRUE
           MOVE WS-BUSINESS-DATE TO CRD-ACTIVATION-DATE
           REWRITE CARD-MASTER-RECORD
           ADD 1 TO WS-CARDS-ACTIVATED
           IF CRD-REPLACES-CARD = 0
               EXIT PARAGRAPH
           END-IF

           MOVE CRD-CARD-NUMBER TO WS-ACTIVATED-CARD-NUMBER
           MOVE CRD-REPLACES-CARD TO CRD-CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   MOVE '99' TO CARD-FILE-STATUS
           END-READ
           IF CARD-FILE-STATUS = '00'
               AND NOT CRD-CARD-CLOSED
               SET CRD-CARD-CLOSED TO TRUE
               SET CRD-CLOSED-REPLACED TO TRUE
               REWRITE CARD-MASTER-RECORD
           END-IF
           MOVE WS-ACTIVATED-CARD-NUMBER TO CRD-CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   MOVE '99' TO CARD-FILE-STATUS
           END-READ.

       VERIFY-DAILY-LIMIT.
           IF CRQ-IS-WITHDRAWAL
               COMPUTE WS-LIMIT-REMAINING =
               PERFORM RECORD-CARD-DECLINE
           END-IF.

       POST-CARD-CREDIT.
           MOVE CRD-ACCOUNT-NUMBER TO TP-ACCOUNT-NUMBER
           MOVE 'D' TO TP-TRANSACTION-TYPE
           MOVE CRQ-AMOUNT TO TP-AMOUNT
           MOVE 0 TO TP-DESTINATION-ACCOUNT
           MOVE SPACES TO TP-DESCRIPTION
           IF CRQ-IS-REFUND
               STRING 'Merchant refund ' CRQ-TERMINAL-ID
                      DELIMITED BY SIZE
                      INTO TP-DESCRIPTION
               END-STRING
           ELSE
               STRING 'Card reversal ' CRQ-TERMINAL-ID
                      DELIMITED BY SIZE
                      INTO TP-DESCRIPTION
               END-STRING
           END-IF
           MOVE 0 TO TP-TRANSACTION-ID
           MOVE 0 TO TP-REVERSAL-TRANS-ID
           MOVE WS-CARD-OPERATOR-ID TO TP-OPERATOR-ID
           MOVE SPACES TO TP-APPROVAL-ID
           MOVE 0 TO TP-CHECK-NUMBER
           MOVE 'A' TO TP-CHANNEL-CODE
           MOVE SPACE TO TP-SESSION-REQUEST

           CALL 'TRANSPROC' USING TRANSACTION-PARAMETERS
               TRANSACTION-RESULT

           IF TRANSACTION-SUCCESS
               ADD 1 TO WS-CREDITS-POSTED
               ADD CRQ-AMOUNT TO WS-AMOUNT-CREDITED
               PERFORM RESTORE-DAILY-USAGE
               REWRITE CARD-MASTER-RECORD
               MOVE 'CREDITED' TO CRS-RESULT
               MOVE TR-MESSAGE TO CRS-MESSAGE
               PERFORM WRITE-CARD-RESPONSE
               MOVE 'CREDITED' TO CPD-RESULT
               MOVE TR-MESSAGE TO CPD-MESSAGE
               PERFORM WRITE-CARD-DETAIL-LINE
           ELSE
               SET CARD-REQUEST-DECLINED TO TRUE
               MOVE TR-MESSAGE TO WS-DECLINE-MESSAGE
               PERFORM RECORD-CARD-DECLINE
           END-IF.

       RESTORE-DAILY-USAGE.
           IF CRQ-IS-REVERSAL AND CRQ-ORIGINAL-WITHDRAWAL
               IF CRQ-AMOUNT > CRD-WTH-USED-TODAY
                   MOVE 0 TO CRD-WTH-USED-TODAY
               ELSE
                   SUBTRACT CRQ-AMOUNT FROM CRD-WTH-USED-TODAY
               END-IF
           ELSE
               IF CRQ-AMOUNT > CRD-PUR-USED-TODAY
                   MOVE 0 TO CRD-PUR-USED-TODAY
               ELSE
                   SUBTRACT CRQ-AMOUNT FROM CRD-PUR-USED-TODAY
               END-IF
           END-IF.

       RECORD-CARD-DECLINE.
           ADD 1 TO WS-REQUESTS-DECLINED
           MOVE 'DECLINED' TO CRS-RESULT
       WRITE-CARD-DETAIL-LINE.
           MOVE CRQ-CARD-NUMBER TO CPD-CARD-NUMBER
           MOVE CRD-ACCOUNT-NUMBER TO CPD-ACCOUNT
           EVALUATE TRUE
               WHEN CRQ-IS-PURCHASE
                   MOVE 'PUR' TO CPD-TYPE
               WHEN CRQ-IS-REFUND
                   MOVE 'REF' TO CPD-TYPE
               WHEN CRQ-IS-REVERSAL
                   MOVE 'REV' TO CPD-TYPE
               WHEN OTHER
                   MOVE 'WTH' TO CPD-TYPE
           END-EVALUATE
           MOVE CRQ-AMOUNT TO CPD-AMOUNT
           WRITE CARD-REPORT-LINE FROM CP-DETAIL-LINE.

           MOVE WS-REQUESTS-DECLINED TO CPS-DECLINED
           MOVE WS-AMOUNT-POSTED TO CPS-AMOUNT
           WRITE CARD-REPORT-LINE FROM CP-SUMMARY-LINE
           MOVE WS-CREDITS-POSTED TO CPS-CREDITS
           MOVE WS-AMOUNT-CREDITED TO CPS-CREDIT-AMOUNT
           WRITE CARD-REPORT-LINE FROM CP-CREDIT-SUMMARY-LINE
           CLOSE CARD-REQUEST-FILE
           CLOSE CARD-FILE
           CLOSE CARD-RESPONSE-FILE
