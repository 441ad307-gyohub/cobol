       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPAYCHK.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPAY-ENROL-FILE ASSIGN TO 'PPENROL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPE-ACCOUNT-NUMBER
               SHARING WITH ALL OTHER
               FILE STATUS IS PPAY-ENROL-STATUS.

           SELECT ISSUED-CHECK-FILE ASSIGN TO 'ISSUEDCK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISS-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS ISSUED-CHECK-STATUS.

           SELECT PPAY-EXCEPTION-FILE ASSIGN TO 'PPEXCPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPX-KEY
               ALTERNATE RECORD KEY IS PPX-ACCOUNT-NUMBER
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS PPAY-EXCEPTION-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PPAY-ENROL-FILE.
       01 PPAY-ENROL-RECORD.
           05 PPE-ACCOUNT-NUMBER    PIC 9(10).
           05 PPE-STATUS            PIC X(1).
               88 PPE-ACTIVE        VALUE 'A'.
               88 PPE-SUSPENDED     VALUE 'I'.
           05 PPE-STALE-DAYS        PIC 9(3).
           05 PPE-ENROLLED-DATE     PIC 9(8).
           05 PPE-UPDATED-DATE      PIC 9(8).
           05 PPE-UPDATED-BY        PIC X(10).
           05 FILLER                PIC X(10).

       FD ISSUED-CHECK-FILE.
       01 ISSUED-CHECK-RECORD.
           05 ISS-KEY.
               10 ISS-ACCOUNT-NUMBER PIC 9(10).
               10 ISS-CHECK-NUMBER  PIC 9(10).
           05 ISS-AMOUNT            PIC 9(10)V99.
           05 ISS-PAYEE             PIC X(30).
           05 ISS-ISSUE-DATE        PIC 9(8).
           05 ISS-STATUS            PIC X(1).
               88 ISS-OUTSTANDING   VALUE 'O'.
               88 ISS-PAID          VALUE 'P'.
               88 ISS-VOIDED        VALUE 'V'.
           05 ISS-LOADED-DATE       PIC 9(8).
           05 ISS-PAID-DATE         PIC 9(8).
           05 ISS-PAID-AMOUNT       PIC 9(10)V99.
           05 ISS-PAID-TRANS-ID     PIC 9(10).
           05 ISS-VOID-DATE         PIC 9(8).
           05 FILLER                PIC X(10).

       FD PPAY-EXCEPTION-FILE.
       01 PPAY-EXCEPTION-RECORD.
           05 PPX-KEY.
               10 PPX-PRESENTED-DATE PIC 9(8).
               10 PPX-SEQUENCE      PIC 9(5).
           05 PPX-ACCOUNT-NUMBER    PIC 9(10).
           05 PPX-CHECK-NUMBER      PIC 9(10).
           05 PPX-AMOUNT            PIC 9(10)V99.
           05 PPX-ISSUED-AMOUNT     PIC 9(10)V99.
           05 PPX-ISSUE-DATE        PIC 9(8).
           05 PPX-PAYEE             PIC X(30).
           05 PPX-REASON            PIC X(1).
               88 PPX-UNKNOWN-CHECK VALUE 'U'.
               88 PPX-AMOUNT-MISMATCH VALUE 'A'.
               88 PPX-ALREADY-PAID  VALUE 'P'.
               88 PPX-STALE-DATED   VALUE 'S'.
               88 PPX-VOIDED-CHECK  VALUE 'V'.
           05 PPX-SOURCE            PIC X(1).
               88 PPX-FROM-BATCH    VALUE 'B'.
               88 PPX-FROM-SETTLEMENT VALUE 'S'.
           05 PPX-PRESENTED-BY      PIC X(10).
           05 PPX-DECISION          PIC X(1).
               88 PPX-UNDECIDED     VALUE SPACE.
               88 PPX-PAY-DECISION  VALUE 'P'.
               88 PPX-RETURN-DECISION VALUE 'R'.
           05 PPX-DECIDED-DATE      PIC 9(8).
           05 PPX-DECIDED-BY        PIC X(10).
           05 PPX-STATUS            PIC X(1).
               88 PPX-OPEN          VALUE 'O'.
               88 PPX-PAID          VALUE 'P'.
               88 PPX-RETURNED      VALUE 'R'.
           05 PPX-DEFAULTED         PIC X(1).
               88 PPX-DEFAULT-RETURN VALUE 'Y'.
           05 PPX-RESOLVED-DATE     PIC 9(8).
           05 PPX-TRANS-ID          PIC 9(10).
           05 PPX-RESULT-TEXT       PIC X(30).
           05 PPX-PRESENTMENT       PIC X(100).
           05 FILLER                PIC X(10).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CTL-KEY               PIC X(10).
           05 CTL-LAST-TRANS-ID     PIC 9(10).
           05 CTL-LAST-ACCT-NUMBER  PIC 9(10).
           05 FILLER                PIC X(10).
           05 CTL-BUSINESS-DATE     PIC 9(8).
           05 CTL-EOD-STATUS        PIC X(1).
           05 CTL-LAST-EOD-DATE     PIC 9(8).
           05 FILLER                PIC X(10).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-VARIABLES.
           05 PPAY-ENROL-STATUS     PIC XX.
           05 ISSUED-CHECK-STATUS   PIC XX.
           05 PPAY-EXCEPTION-STATUS PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 POSITIVE-PAY-CONSTANTS.
           05 WS-DEFAULT-STALE-DAYS PIC 9(3) VALUE 180.

       01 POSITIVE-PAY-WORK-AREAS.
           05 WS-STALE-DAYS         PIC 9(3).
           05 WS-ITEM-AGE-DAYS      PIC S9(7).
           05 WS-EXCEPTION-REASON   PIC X(1).
           05 WS-ISSUED-FLAG        PIC X(1).
               88 ISSUED-ITEM-FOUND VALUE 'Y'.
               88 ISSUED-ITEM-MISSING VALUE 'N'.
           05 WS-LAST-SEQUENCE      PIC 9(5).
           05 WS-ENROL-FLAG         PIC X(1).
               88 ACCOUNT-ENROLLED  VALUE 'Y'.
               88 ACCOUNT-NOT-ENROLLED VALUE 'N'.
           05 WS-ISSUED-AMOUNT      PIC 9(10)V99.
           05 WS-ISSUED-DATE        PIC 9(8).
           05 WS-ISSUED-PAYEE       PIC X(30).
           05 WS-ISSUED-STATUS      PIC X(1).
               88 ISSUED-PAID       VALUE 'P'.
               88 ISSUED-VOIDED     VALUE 'V'.

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING PPAY-PARAMETERS.
       MAIN-POSITIVE-PAY-CHECK.
           MOVE SPACE TO PPC-RESULT
           MOVE SPACE TO PPC-REASON
           MOVE 0 TO PPC-EXCEPTION-DATE
           MOVE 0 TO PPC-EXCEPTION-SEQUENCE
           MOVE SPACES TO PPC-MESSAGE
           IF PPC-BUSINESS-DATE NOT NUMERIC
               OR PPC-BUSINESS-DATE = 0
               PERFORM LOAD-BUSINESS-DATE
           END-IF
           EVALUATE TRUE
               WHEN PPC-MATCH-ITEM
                   PERFORM MATCH-PRESENTED-ITEM
               WHEN PPC-RECORD-PAID
                   PERFORM RECORD-ITEM-PAID
               WHEN OTHER
                   SET PPC-REQUEST-REFUSED TO TRUE
                   MOVE 'Unknown positive pay request' TO PPC-MESSAGE
           END-EVALUATE
           GOBACK.

       LOAD-BUSINESS-DATE.
           ACCEPT PPC-BUSINESS-DATE FROM DATE YYYYMMDD
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
                   MOVE CTL-BUSINESS-DATE TO PPC-BUSINESS-DATE
               END-IF
               CLOSE CONTROL-FILE
           END-IF.

       MATCH-PRESENTED-ITEM.
           SET PPC-NOT-ENROLLED TO TRUE
           MOVE 'Account not enrolled in positive pay' TO PPC-MESSAGE
           PERFORM READ-ENROLMENT
           IF ACCOUNT-NOT-ENROLLED
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ISSUED-ITEM
           PERFORM DETERMINE-EXCEPTION-REASON
           IF WS-EXCEPTION-REASON = SPACE
               SET PPC-ITEM-MATCHED TO TRUE
               MOVE 'Matched to issued check' TO PPC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EXCEPTION-REASON TO PPC-REASON
           PERFORM QUEUE-PPAY-EXCEPTION.

       READ-ENROLMENT.
           SET ACCOUNT-NOT-ENROLLED TO TRUE
           OPEN INPUT PPAY-ENROL-FILE
           IF PPAY-ENROL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE PPC-ACCOUNT-NUMBER TO PPE-ACCOUNT-NUMBER
           READ PPAY-ENROL-FILE
               INVALID KEY
                   MOVE '23' TO PPAY-ENROL-STATUS
           END-READ
           IF PPAY-ENROL-STATUS = '00'
               AND PPE-ACTIVE
               SET ACCOUNT-ENROLLED TO TRUE
               IF PPE-STALE-DAYS NUMERIC AND PPE-STALE-DAYS > 0
                   MOVE PPE-STALE-DAYS TO WS-STALE-DAYS
               ELSE
                   MOVE WS-DEFAULT-STALE-DAYS TO WS-STALE-DAYS
               END-IF
           END-IF
           CLOSE PPAY-ENROL-FILE.

       READ-ISSUED-ITEM.
           SET ISSUED-ITEM-MISSING TO TRUE
           OPEN INPUT ISSUED-CHECK-FILE
           IF ISSUED-CHECK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE PPC-ACCOUNT-NUMBER TO ISS-ACCOUNT-NUMBER
           MOVE PPC-CHECK-NUMBER TO ISS-CHECK-NUMBER
           READ ISSUED-CHECK-FILE
               INVALID KEY
                   MOVE '23' TO ISSUED-CHECK-STATUS
           END-READ
           IF ISSUED-CHECK-STATUS = '00'
               SET ISSUED-ITEM-FOUND TO TRUE
               MOVE ISS-AMOUNT TO WS-ISSUED-AMOUNT
               MOVE ISS-ISSUE-DATE TO WS-ISSUED-DATE
               MOVE ISS-PAYEE TO WS-ISSUED-PAYEE
               MOVE ISS-STATUS TO WS-ISSUED-STATUS
           END-IF
           CLOSE ISSUED-CHECK-FILE.

       DETERMINE-EXCEPTION-REASON.
           MOVE SPACE TO WS-EXCEPTION-REASON
           IF ISSUED-ITEM-MISSING
               MOVE 'U' TO WS-EXCEPTION-REASON
               MOVE 'Positive pay: check number not issued'
                   TO PPC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF ISSUED-VOIDED
               MOVE 'V' TO WS-EXCEPTION-REASON
               MOVE 'Positive pay: check was voided by customer'
                   TO PPC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF ISSUED-PAID
               MOVE 'P' TO WS-EXCEPTION-REASON
               MOVE 'Positive pay: check already paid'
                   TO PPC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-ISSUED-AMOUNT NOT = PPC-AMOUNT
               MOVE 'A' TO WS-EXCEPTION-REASON
               MOVE 'Positive pay: amount differs from issue file'
                   TO PPC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ITEM-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(PPC-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-ISSUED-DATE)
           IF WS-ITEM-AGE-DAYS > WS-STALE-DAYS
               MOVE 'S' TO WS-EXCEPTION-REASON
               MOVE 'Positive pay: check is stale-dated'
                   TO PPC-MESSAGE
           END-IF.

       QUEUE-PPAY-EXCEPTION.
           OPEN I-O PPAY-EXCEPTION-FILE
           IF PPAY-EXCEPTION-STATUS = '35'
               OPEN OUTPUT PPAY-EXCEPTION-FILE
               CLOSE PPAY-EXCEPTION-FILE
               OPEN I-O PPAY-EXCEPTION-FILE
           END-IF
           IF PPAY-EXCEPTION-STATUS NOT = '00'
               SET PPC-REQUEST-REFUSED TO TRUE
               MOVE 'Positive pay exception queue unavailable'
                   TO PPC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LAST-EXCEPTION-SEQUENCE

           MOVE SPACES TO PPAY-EXCEPTION-RECORD
           MOVE PPC-BUSINESS-DATE TO PPX-PRESENTED-DATE
           COMPUTE PPX-SEQUENCE = WS-LAST-SEQUENCE + 1
           MOVE PPC-ACCOUNT-NUMBER TO PPX-ACCOUNT-NUMBER
           MOVE PPC-CHECK-NUMBER TO PPX-CHECK-NUMBER
           MOVE PPC-AMOUNT TO PPX-AMOUNT
           IF ISSUED-ITEM-FOUND
               MOVE WS-ISSUED-AMOUNT TO PPX-ISSUED-AMOUNT
               MOVE WS-ISSUED-DATE TO PPX-ISSUE-DATE
               MOVE WS-ISSUED-PAYEE TO PPX-PAYEE
           ELSE
               MOVE 0 TO PPX-ISSUED-AMOUNT
               MOVE 0 TO PPX-ISSUE-DATE
           END-IF
           MOVE WS-EXCEPTION-REASON TO PPX-REASON
           MOVE PPC-SOURCE TO PPX-SOURCE
           MOVE PPC-OPERATOR-ID TO PPX-PRESENTED-BY
           SET PPX-UNDECIDED TO TRUE
           MOVE 0 TO PPX-DECIDED-DATE
           SET PPX-OPEN TO TRUE
           MOVE 'N' TO PPX-DEFAULTED
           MOVE 0 TO PPX-RESOLVED-DATE
           MOVE 0 TO PPX-TRANS-ID
           MOVE PPC-PRESENTMENT TO PPX-PRESENTMENT
           WRITE PPAY-EXCEPTION-RECORD
               INVALID KEY
                   MOVE '99' TO PPAY-EXCEPTION-STATUS
           END-WRITE
           IF PPAY-EXCEPTION-STATUS = '00'
               SET PPC-EXCEPTION-QUEUED TO TRUE
               MOVE PPX-PRESENTED-DATE TO PPC-EXCEPTION-DATE
               MOVE PPX-SEQUENCE TO PPC-EXCEPTION-SEQUENCE
           ELSE
               SET PPC-REQUEST-REFUSED TO TRUE
               MOVE 'Positive pay exception not queued'
                   TO PPC-MESSAGE
           END-IF
           CLOSE PPAY-EXCEPTION-FILE.

       FIND-LAST-EXCEPTION-SEQUENCE.
           MOVE 0 TO WS-LAST-SEQUENCE
           MOVE PPC-BUSINESS-DATE TO PPX-PRESENTED-DATE
           MOVE 0 TO PPX-SEQUENCE
           START PPAY-EXCEPTION-FILE KEY IS NOT LESS THAN PPX-KEY
               INVALID KEY
                   MOVE '99' TO PPAY-EXCEPTION-STATUS
           END-START
           IF PPAY-EXCEPTION-STATUS = '00'
               PERFORM SCAN-EXCEPTION-SEQUENCE
                   UNTIL PPAY-EXCEPTION-STATUS NOT = '00'
           END-IF
           MOVE '00' TO PPAY-EXCEPTION-STATUS.

       SCAN-EXCEPTION-SEQUENCE.
           READ PPAY-EXCEPTION-FILE NEXT RECORD
               AT END
                   MOVE '10' TO PPAY-EXCEPTION-STATUS
           END-READ
           IF PPAY-EXCEPTION-STATUS = '00'
               IF PPX-PRESENTED-DATE = PPC-BUSINESS-DATE
                   MOVE PPX-SEQUENCE TO WS-LAST-SEQUENCE
               ELSE
                   MOVE '10' TO PPAY-EXCEPTION-STATUS
               END-IF
           END-IF.

       RECORD-ITEM-PAID.
           SET PPC-NOT-ENROLLED TO TRUE
           OPEN I-O ISSUED-CHECK-FILE
           IF ISSUED-CHECK-STATUS NOT = '00'
               MOVE 'Issued check file unavailable' TO PPC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE PPC-ACCOUNT-NUMBER TO ISS-ACCOUNT-NUMBER
           MOVE PPC-CHECK-NUMBER TO ISS-CHECK-NUMBER
           READ ISSUED-CHECK-FILE
               INVALID KEY
                   MOVE '23' TO ISSUED-CHECK-STATUS
           END-READ
           IF ISSUED-CHECK-STATUS = '00'
               AND ISS-OUTSTANDING
               SET ISS-PAID TO TRUE
               MOVE PPC-BUSINESS-DATE TO ISS-PAID-DATE
               MOVE PPC-AMOUNT TO ISS-PAID-AMOUNT
               MOVE PPC-TRANS-ID TO ISS-PAID-TRANS-ID
               REWRITE ISSUED-CHECK-RECORD
                   INVALID KEY
                       MOVE '99' TO ISSUED-CHECK-STATUS
               END-REWRITE
               IF ISSUED-CHECK-STATUS = '00'
                   SET PPC-ITEM-MATCHED TO TRUE
                   MOVE 'Issued check marked paid' TO PPC-MESSAGE
               ELSE
                   SET PPC-REQUEST-REFUSED TO TRUE
                   MOVE 'Issued check update failed' TO PPC-MESSAGE
               END-IF
           ELSE
               MOVE 'No outstanding issued check to mark'
                   TO PPC-MESSAGE
           END-IF
           CLOSE ISSUED-CHECK-FILE.
