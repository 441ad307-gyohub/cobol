       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPCUTOFF.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPAY-ENROL-FILE ASSIGN TO 'PPENROL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT RETURNS-FILE ASSIGN TO WS-RETURNS-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RETURNS-FILE-STATUS.

           SELECT CUTOFF-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CUTOFF-REPORT-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
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

       FD RETURNS-FILE.
       01 RETURNS-RECORD            PIC X(130).

       FD CUTOFF-REPORT-FILE.
       01 CUTOFF-REPORT-LINE        PIC X(132).

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
           05 PPAY-ENROL-STATUS     PIC XX.
           05 ISSUED-CHECK-STATUS   PIC XX.
           05 PPAY-EXCEPTION-STATUS PIC XX.
           05 RETURNS-FILE-STATUS   PIC XX.
           05 CUTOFF-REPORT-STATUS  PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-RETURNS-FILENAME   PIC X(40).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 POSITIVE-PAY-CONSTANTS.
           05 WS-CUTOFF-OPERATOR-ID PIC X(10) VALUE 'POSPAY'.
           05 WS-DEFAULT-STALE-DAYS PIC 9(3) VALUE 180.

       01 RETURNS-RECORD-LAYOUT.
           05 RTN-DETAIL            PIC X(100).
           05 RTN-REASON            PIC X(30).

       01 PRESENTMENT-VIEWS.
           05 WS-PRESENTMENT        PIC X(100).
           05 WS-SETTLE-VIEW REDEFINES WS-PRESENTMENT.
               10 FILLER            PIC X(50).
               10 WS-SETTLE-DESCRIPTION PIC X(30).
               10 FILLER            PIC X(20).
           05 WS-BATCH-VIEW REDEFINES WS-PRESENTMENT.
               10 FILLER            PIC X(33).
               10 WS-BATCH-DESCRIPTION PIC X(30).
               10 FILLER            PIC X(37).

       01 CUTOFF-RUN-COUNTERS.
           05 WS-EXCEPTIONS-OPEN    PIC 9(7) VALUE 0.
           05 WS-ITEMS-PAID         PIC 9(7) VALUE 0.
           05 WS-ITEMS-RETURNED     PIC 9(7) VALUE 0.
           05 WS-ITEMS-DEFAULTED    PIC 9(7) VALUE 0.
           05 WS-AMOUNT-PAID        PIC 9(12)V99 VALUE 0.
           05 WS-AMOUNT-RETURNED    PIC 9(12)V99 VALUE 0.
           05 WS-EXCEPTIONS-LISTED  PIC 9(7) VALUE 0.
           05 WS-LINES-WRITTEN      PIC 9(7) VALUE 0.

       01 RECONCILIATION-AREAS.
           05 WS-STALE-DAYS         PIC 9(3).
           05 WS-ITEM-AGE-DAYS      PIC S9(7).
           05 WS-ACCT-ISSUED-COUNT  PIC 9(7).
           05 WS-ACCT-PAID-COUNT    PIC 9(7).
           05 WS-ACCT-PAID-AMOUNT   PIC 9(12)V99.
           05 WS-ACCT-OUT-COUNT     PIC 9(7).
           05 WS-ACCT-OUT-AMOUNT    PIC 9(12)V99.
           05 WS-ACCT-VOID-COUNT    PIC 9(7).
           05 WS-ACCT-STALE-COUNT   PIC 9(7).
           05 WS-ACCT-STALE-AMOUNT  PIC 9(12)V99.
           05 WS-TOT-ACCOUNTS       PIC 9(7) VALUE 0.
           05 WS-TOT-ISSUED-COUNT   PIC 9(7) VALUE 0.
           05 WS-TOT-PAID-COUNT     PIC 9(7) VALUE 0.
           05 WS-TOT-PAID-AMOUNT    PIC 9(12)V99 VALUE 0.
           05 WS-TOT-OUT-COUNT      PIC 9(7) VALUE 0.
           05 WS-TOT-OUT-AMOUNT     PIC 9(12)V99 VALUE 0.
           05 WS-TOT-VOID-COUNT     PIC 9(7) VALUE 0.
           05 WS-TOT-STALE-COUNT    PIC 9(7) VALUE 0.
           05 WS-TOT-STALE-AMOUNT   PIC 9(12)V99 VALUE 0.

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

       01 CUTOFF-REPORT-LINES.
           05 PC-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(44) VALUE
                  'POSITIVE PAY EXCEPTIONS AND RECONCILIATION'.
               10 FILLER            PIC X(58) VALUE SPACES.

           05 PC-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Business date:'.
               10 PCH2-DATE         PIC 9(8).
               10 FILLER            PIC X(90) VALUE SPACES.

           05 PC-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 PC-SECTION-1-TITLE.
               10 FILLER            PIC X(50) VALUE
                  'EXCEPTIONS PRESENTED OR RESOLVED THIS DATE'.
               10 FILLER            PIC X(82) VALUE SPACES.

           05 PC-EXCEPTION-HEADER.
               10 FILLER            PIC X(15) VALUE 'EXCEPTION'.
               10 FILLER            PIC X(12) VALUE 'ACCOUNT #'.
               10 FILLER            PIC X(12) VALUE 'CHECK #'.
               10 FILLER            PIC X(17) VALUE 'PRESENTED'.
               10 FILLER            PIC X(17) VALUE 'ISSUED'.
               10 FILLER            PIC X(16) VALUE 'REASON'.
               10 FILLER            PIC X(4) VALUE 'SRC'.
               10 FILLER            PIC X(9) VALUE 'DECISION'.
               10 FILLER            PIC X(30) VALUE 'RESULT'.

           05 PC-EXCEPTION-LINE.
               10 PCE-DATE          PIC 9(8).
               10 FILLER            PIC X(1) VALUE '-'.
               10 PCE-SEQUENCE      PIC 9(5).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 PCE-ACCOUNT       PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 PCE-CHECK-NUMBER  PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 PCE-AMOUNT        PIC $ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 PCE-ISSUED-AMOUNT PIC $ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 PCE-REASON        PIC X(14).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 PCE-SOURCE        PIC X(1).
               10 FILLER            PIC X(3) VALUE SPACES.
               10 PCE-DECISION      PIC X(7).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 PCE-RESULT        PIC X(30).

           05 PC-EXCEPTION-SUMMARY.
               10 FILLER            PIC X(18) VALUE
                  'Open at cutoff: '.
               10 PCX-OPEN          PIC ZZZ,ZZ9.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(7) VALUE 'Paid: '.
               10 PCX-PAID          PIC ZZZ,ZZ9.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 PCX-PAID-AMOUNT   PIC $Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(11) VALUE 'Returned: '.
               10 PCX-RETURNED      PIC ZZZ,ZZ9.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 PCX-RETURNED-AMOUNT PIC $Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(17) VALUE
                  'Returned default:'.
               10 PCX-DEFAULTED     PIC ZZZ,ZZ9.

           05 PC-SECTION-2-TITLE.
               10 FILLER            PIC X(50) VALUE
                  'ISSUED CHECK RECONCILIATION BY ACCOUNT'.
               10 FILLER            PIC X(82) VALUE SPACES.

           05 PC-RECON-HEADER.
               10 FILLER            PIC X(12) VALUE 'ACCOUNT #'.
               10 FILLER            PIC X(8) VALUE 'ISSUED'.
               10 FILLER            PIC X(26) VALUE 'PAID'.
               10 FILLER            PIC X(26) VALUE 'OUTSTANDING'.
               10 FILLER            PIC X(9) VALUE 'VOIDED'.
               10 FILLER            PIC X(51) VALUE
                  'STALE OUTSTANDING'.

           05 PC-RECON-LINE.
               10 PCR-ACCOUNT       PIC X(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 PCR-ISSUED        PIC ZZZ,ZZ9.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 PCR-PAID-COUNT    PIC ZZZ,ZZ9.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 PCR-PAID-AMOUNT   PIC $Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 PCR-OUT-COUNT     PIC ZZZ,ZZ9.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 PCR-OUT-AMOUNT    PIC $Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 PCR-VOID-COUNT    PIC ZZZ,ZZ9.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 PCR-STALE-COUNT   PIC ZZZ,ZZ9.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 PCR-STALE-AMOUNT  PIC $Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-POSITIVE-PAY-CUTOFF.
           PERFORM INITIALIZE-CUTOFF
           PERFORM RESOLVE-OPEN-EXCEPTIONS
           PERFORM RECONCILE-ISSUED-CHECKS
           PERFORM FINALIZE-CUTOFF
           DISPLAY 'Positive pay cutoff complete.'
           DISPLAY 'Exceptions open at cutoff: ' WS-EXCEPTIONS-OPEN
           DISPLAY 'Paid on customer decision: ' WS-ITEMS-PAID
           DISPLAY 'Returned: ' WS-ITEMS-RETURNED
           DISPLAY 'Returned by default (no decision): '
                   WS-ITEMS-DEFAULTED
           MOVE 'POSPAY' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-LINES-WRITTEN TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Positive pay report: ' WS-REPORT-FILENAME
           DISPLAY 'Returns file: ' WS-RETURNS-FILENAME
           STOP RUN.

       INITIALIZE-CUTOFF.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-BUSINESS-DATE
           STRING 'POSPAY.' WS-BUSINESS-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           STRING 'PPRTN.' WS-BUSINESS-DATE DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-RETURNS-FILENAME
           END-STRING
           OPEN OUTPUT CUTOFF-REPORT-FILE
           OPEN OUTPUT RETURNS-FILE
           PERFORM WRITE-CUTOFF-REPORT-HEADERS.

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

       WRITE-CUTOFF-REPORT-HEADERS.
           MOVE WS-BUSINESS-DATE TO PCH2-DATE
           WRITE CUTOFF-REPORT-LINE FROM PC-HEADER-1
           WRITE CUTOFF-REPORT-LINE FROM PC-HEADER-2
           WRITE CUTOFF-REPORT-LINE FROM PC-HEADER-3
           WRITE CUTOFF-REPORT-LINE FROM SPACES
           WRITE CUTOFF-REPORT-LINE FROM PC-SECTION-1-TITLE
           WRITE CUTOFF-REPORT-LINE FROM PC-EXCEPTION-HEADER
           WRITE CUTOFF-REPORT-LINE FROM
                 '------------------------------------------'
           MOVE 7 TO WS-LINES-WRITTEN.

       RESOLVE-OPEN-EXCEPTIONS.
           OPEN I-O PPAY-EXCEPTION-FILE
           IF PPAY-EXCEPTION-STATUS = '35'
               OPEN OUTPUT PPAY-EXCEPTION-FILE
               CLOSE PPAY-EXCEPTION-FILE
               OPEN I-O PPAY-EXCEPTION-FILE
           END-IF
           IF PPAY-EXCEPTION-STATUS NOT = '00'
               DISPLAY 'Cannot open PPEXCPT.DAT - status '
                       PPAY-EXCEPTION-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-POSTING-SESSION
           MOVE 0 TO PPX-PRESENTED-DATE
           MOVE 0 TO PPX-SEQUENCE
           START PPAY-EXCEPTION-FILE KEY IS NOT LESS THAN PPX-KEY
               INVALID KEY
                   MOVE '99' TO PPAY-EXCEPTION-STATUS
           END-START
           PERFORM SCAN-PPAY-EXCEPTION
               UNTIL PPAY-EXCEPTION-STATUS NOT = '00'
           PERFORM CLOSE-POSTING-SESSION
           CLOSE PPAY-EXCEPTION-FILE
           IF WS-EXCEPTIONS-LISTED = 0
               WRITE CUTOFF-REPORT-LINE FROM
                     '  No positive pay exceptions for this date.'
               ADD 1 TO WS-LINES-WRITTEN
           END-IF
           WRITE CUTOFF-REPORT-LINE FROM SPACES
           MOVE WS-EXCEPTIONS-OPEN TO PCX-OPEN
           MOVE WS-ITEMS-PAID TO PCX-PAID
           MOVE WS-AMOUNT-PAID TO PCX-PAID-AMOUNT
           MOVE WS-ITEMS-RETURNED TO PCX-RETURNED
           MOVE WS-AMOUNT-RETURNED TO PCX-RETURNED-AMOUNT
           MOVE WS-ITEMS-DEFAULTED TO PCX-DEFAULTED
           WRITE CUTOFF-REPORT-LINE FROM PC-EXCEPTION-SUMMARY
           ADD 2 TO WS-LINES-WRITTEN.

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

       SCAN-PPAY-EXCEPTION.
           READ PPAY-EXCEPTION-FILE NEXT RECORD
               AT END
                   MOVE '10' TO PPAY-EXCEPTION-STATUS
           END-READ
           IF PPAY-EXCEPTION-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF PPX-OPEN
               ADD 1 TO WS-EXCEPTIONS-OPEN
               PERFORM RESOLVE-ONE-EXCEPTION
           END-IF
           IF PPX-PRESENTED-DATE = WS-BUSINESS-DATE
               OR PPX-RESOLVED-DATE = WS-BUSINESS-DATE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       RESOLVE-ONE-EXCEPTION.
           IF PPX-PAY-DECISION
               PERFORM PAY-PPAY-EXCEPTION
           END-IF
           IF PPX-OPEN
               PERFORM RETURN-PPAY-EXCEPTION
           END-IF
           MOVE WS-BUSINESS-DATE TO PPX-RESOLVED-DATE
           REWRITE PPAY-EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY 'Exception update failed for '
                           PPX-PRESENTED-DATE '-' PPX-SEQUENCE
           END-REWRITE.

       PAY-PPAY-EXCEPTION.
           MOVE PPX-PRESENTMENT TO WS-PRESENTMENT
           MOVE PPX-ACCOUNT-NUMBER TO TP-ACCOUNT-NUMBER
           MOVE 'W' TO TP-TRANSACTION-TYPE
           MOVE PPX-AMOUNT TO TP-AMOUNT
           MOVE 0 TO TP-DESTINATION-ACCOUNT
           IF PPX-FROM-SETTLEMENT
               MOVE WS-SETTLE-DESCRIPTION TO TP-DESCRIPTION
           ELSE
               MOVE WS-BATCH-DESCRIPTION TO TP-DESCRIPTION
           END-IF
           MOVE 0 TO TP-TRANSACTION-ID
           MOVE 0 TO TP-REVERSAL-TRANS-ID
           MOVE WS-CUTOFF-OPERATOR-ID TO TP-OPERATOR-ID
           MOVE SPACES TO TP-APPROVAL-ID
           MOVE PPX-CHECK-NUMBER TO TP-CHECK-NUMBER
           MOVE 'B' TO TP-CHANNEL-CODE
           MOVE SPACE TO TP-SESSION-REQUEST

           CALL 'TRANSPROC' USING TRANSACTION-PARAMETERS
               TRANSACTION-RESULT

           IF TRANSACTION-SUCCESS
               SET PPX-PAID TO TRUE
               MOVE TP-TRANSACTION-ID TO PPX-TRANS-ID
               MOVE 'Paid on customer decision' TO PPX-RESULT-TEXT
               ADD 1 TO WS-ITEMS-PAID
               ADD PPX-AMOUNT TO WS-AMOUNT-PAID
               PERFORM MARK-ISSUED-ITEM-PAID
           ELSE
               MOVE TR-MESSAGE TO PPX-RESULT-TEXT
           END-IF.

       MARK-ISSUED-ITEM-PAID.
           MOVE SPACES TO PPAY-PARAMETERS
           SET PPC-RECORD-PAID TO TRUE
           MOVE PPX-ACCOUNT-NUMBER TO PPC-ACCOUNT-NUMBER
           MOVE PPX-CHECK-NUMBER TO PPC-CHECK-NUMBER
           MOVE PPX-AMOUNT TO PPC-AMOUNT
           MOVE PPX-SOURCE TO PPC-SOURCE
           MOVE WS-CUTOFF-OPERATOR-ID TO PPC-OPERATOR-ID
           MOVE WS-BUSINESS-DATE TO PPC-BUSINESS-DATE
           MOVE PPX-TRANS-ID TO PPC-TRANS-ID
           CALL 'PPAYCHK' USING PPAY-PARAMETERS.

       RETURN-PPAY-EXCEPTION.
           SET PPX-RETURNED TO TRUE
           ADD 1 TO WS-ITEMS-RETURNED
           ADD PPX-AMOUNT TO WS-AMOUNT-RETURNED
           IF PPX-UNDECIDED
               MOVE 'Y' TO PPX-DEFAULTED
               ADD 1 TO WS-ITEMS-DEFAULTED
               MOVE 'Returned - undecided at cutoff'
                   TO PPX-RESULT-TEXT
           ELSE
               IF PPX-RETURN-DECISION
                   MOVE 'Returned on customer decision'
                       TO PPX-RESULT-TEXT
               END-IF
           END-IF
           IF PPX-FROM-SETTLEMENT
               MOVE PPX-PRESENTMENT TO RTN-DETAIL
               MOVE 'Positive pay exception' TO RTN-REASON
               WRITE RETURNS-RECORD FROM RETURNS-RECORD-LAYOUT
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE PPX-PRESENTED-DATE TO PCE-DATE
           MOVE PPX-SEQUENCE TO PCE-SEQUENCE
           MOVE PPX-ACCOUNT-NUMBER TO PCE-ACCOUNT
           MOVE PPX-CHECK-NUMBER TO PCE-CHECK-NUMBER
           MOVE PPX-AMOUNT TO PCE-AMOUNT
           MOVE PPX-ISSUED-AMOUNT TO PCE-ISSUED-AMOUNT
           EVALUATE TRUE
               WHEN PPX-UNKNOWN-CHECK
                   MOVE 'NOT ISSUED' TO PCE-REASON
               WHEN PPX-AMOUNT-MISMATCH
                   MOVE 'AMOUNT DIFFERS' TO PCE-REASON
               WHEN PPX-ALREADY-PAID
                   MOVE 'ALREADY PAID' TO PCE-REASON
               WHEN PPX-STALE-DATED
                   MOVE 'STALE-DATED' TO PCE-REASON
               WHEN PPX-VOIDED-CHECK
                   MOVE 'VOIDED' TO PCE-REASON
               WHEN OTHER
                   MOVE PPX-REASON TO PCE-REASON
           END-EVALUATE
           MOVE PPX-SOURCE TO PCE-SOURCE
           EVALUATE TRUE
               WHEN PPX-PAY-DECISION
                   MOVE 'PAY' TO PCE-DECISION
               WHEN PPX-RETURN-DECISION
                   MOVE 'RETURN' TO PCE-DECISION
               WHEN OTHER
                   MOVE 'NONE' TO PCE-DECISION
           END-EVALUATE
           EVALUATE TRUE
               WHEN PPX-PAID
                   MOVE PPX-RESULT-TEXT TO PCE-RESULT
               WHEN PPX-RETURNED
                   MOVE PPX-RESULT-TEXT TO PCE-RESULT
               WHEN OTHER
                   MOVE 'OPEN' TO PCE-RESULT
           END-EVALUATE
           WRITE CUTOFF-REPORT-LINE FROM PC-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTIONS-LISTED
           ADD 1 TO WS-LINES-WRITTEN.

       RECONCILE-ISSUED-CHECKS.
           WRITE CUTOFF-REPORT-LINE FROM SPACES
           WRITE CUTOFF-REPORT-LINE FROM PC-SECTION-2-TITLE
           WRITE CUTOFF-REPORT-LINE FROM PC-RECON-HEADER
           WRITE CUTOFF-REPORT-LINE FROM
                 '------------------------------------------'
           ADD 4 TO WS-LINES-WRITTEN
           OPEN INPUT PPAY-ENROL-FILE
           IF PPAY-ENROL-STATUS NOT = '00'
               WRITE CUTOFF-REPORT-LINE FROM
                     '  No accounts enrolled in positive pay.'
               ADD 1 TO WS-LINES-WRITTEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ISSUED-CHECK-FILE
           PERFORM RECONCILE-ONE-ACCOUNT
               UNTIL PPAY-ENROL-STATUS NOT = '00'
           IF ISSUED-CHECK-STATUS NOT = '35'
               CLOSE ISSUED-CHECK-FILE
           END-IF
           CLOSE PPAY-ENROL-FILE
           WRITE CUTOFF-REPORT-LINE FROM SPACES
           MOVE 'TOTAL' TO PCR-ACCOUNT
           MOVE WS-TOT-ISSUED-COUNT TO PCR-ISSUED
           MOVE WS-TOT-PAID-COUNT TO PCR-PAID-COUNT
           MOVE WS-TOT-PAID-AMOUNT TO PCR-PAID-AMOUNT
           MOVE WS-TOT-OUT-COUNT TO PCR-OUT-COUNT
           MOVE WS-TOT-OUT-AMOUNT TO PCR-OUT-AMOUNT
           MOVE WS-TOT-VOID-COUNT TO PCR-VOID-COUNT
           MOVE WS-TOT-STALE-COUNT TO PCR-STALE-COUNT
           MOVE WS-TOT-STALE-AMOUNT TO PCR-STALE-AMOUNT
           WRITE CUTOFF-REPORT-LINE FROM PC-RECON-LINE
           ADD 2 TO WS-LINES-WRITTEN.

       RECONCILE-ONE-ACCOUNT.
           READ PPAY-ENROL-FILE NEXT RECORD
               AT END
                   MOVE '10' TO PPAY-ENROL-STATUS
           END-READ
           IF PPAY-ENROL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF PPE-STALE-DAYS NUMERIC AND PPE-STALE-DAYS > 0
               MOVE PPE-STALE-DAYS TO WS-STALE-DAYS
           ELSE
               MOVE WS-DEFAULT-STALE-DAYS TO WS-STALE-DAYS
           END-IF
           MOVE 0 TO WS-ACCT-ISSUED-COUNT
           MOVE 0 TO WS-ACCT-PAID-COUNT
           MOVE 0 TO WS-ACCT-PAID-AMOUNT
           MOVE 0 TO WS-ACCT-OUT-COUNT
           MOVE 0 TO WS-ACCT-OUT-AMOUNT
           MOVE 0 TO WS-ACCT-VOID-COUNT
           MOVE 0 TO WS-ACCT-STALE-COUNT
           MOVE 0 TO WS-ACCT-STALE-AMOUNT
           IF ISSUED-CHECK-STATUS NOT = '35'
               MOVE PPE-ACCOUNT-NUMBER TO ISS-ACCOUNT-NUMBER
               MOVE 0 TO ISS-CHECK-NUMBER
               START ISSUED-CHECK-FILE KEY IS NOT LESS THAN ISS-KEY
                   INVALID KEY
                       MOVE '23' TO ISSUED-CHECK-STATUS
               END-START
               PERFORM SCAN-ACCOUNT-ISSUED-ITEMS
                   UNTIL ISSUED-CHECK-STATUS NOT = '00'
               MOVE '00' TO ISSUED-CHECK-STATUS
           END-IF

           ADD 1 TO WS-TOT-ACCOUNTS
           ADD WS-ACCT-ISSUED-COUNT TO WS-TOT-ISSUED-COUNT
           ADD WS-ACCT-PAID-COUNT TO WS-TOT-PAID-COUNT
           ADD WS-ACCT-PAID-AMOUNT TO WS-TOT-PAID-AMOUNT
           ADD WS-ACCT-OUT-COUNT TO WS-TOT-OUT-COUNT
           ADD WS-ACCT-OUT-AMOUNT TO WS-TOT-OUT-AMOUNT
           ADD WS-ACCT-VOID-COUNT TO WS-TOT-VOID-COUNT
           ADD WS-ACCT-STALE-COUNT TO WS-TOT-STALE-COUNT
           ADD WS-ACCT-STALE-AMOUNT TO WS-TOT-STALE-AMOUNT

           MOVE PPE-ACCOUNT-NUMBER TO PCR-ACCOUNT
           MOVE WS-ACCT-ISSUED-COUNT TO PCR-ISSUED
           MOVE WS-ACCT-PAID-COUNT TO PCR-PAID-COUNT
           MOVE WS-ACCT-PAID-AMOUNT TO PCR-PAID-AMOUNT
           MOVE WS-ACCT-OUT-COUNT TO PCR-OUT-COUNT
           MOVE WS-ACCT-OUT-AMOUNT TO PCR-OUT-AMOUNT
           MOVE WS-ACCT-VOID-COUNT TO PCR-VOID-COUNT
           MOVE WS-ACCT-STALE-COUNT TO PCR-STALE-COUNT
           MOVE WS-ACCT-STALE-AMOUNT TO PCR-STALE-AMOUNT
           WRITE CUTOFF-REPORT-LINE FROM PC-RECON-LINE
           ADD 1 TO WS-LINES-WRITTEN.

       SCAN-ACCOUNT-ISSUED-ITEMS.
           READ ISSUED-CHECK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ISSUED-CHECK-STATUS
           END-READ
           IF ISSUED-CHECK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF ISS-ACCOUNT-NUMBER NOT = PPE-ACCOUNT-NUMBER
               MOVE '10' TO ISSUED-CHECK-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-ISSUED-COUNT
           EVALUATE TRUE
               WHEN ISS-PAID
                   ADD 1 TO WS-ACCT-PAID-COUNT
                   ADD ISS-PAID-AMOUNT TO WS-ACCT-PAID-AMOUNT
               WHEN ISS-VOIDED
                   ADD 1 TO WS-ACCT-VOID-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ACCT-OUT-COUNT
                   ADD ISS-AMOUNT TO WS-ACCT-OUT-AMOUNT
                   COMPUTE WS-ITEM-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                       - FUNCTION INTEGER-OF-DATE(ISS-ISSUE-DATE)
                   IF WS-ITEM-AGE-DAYS > WS-STALE-DAYS
                       ADD 1 TO WS-ACCT-STALE-COUNT
                       ADD ISS-AMOUNT TO WS-ACCT-STALE-AMOUNT
                   END-IF
           END-EVALUATE.

       FINALIZE-CUTOFF.
           CLOSE RETURNS-FILE
           CLOSE CUTOFF-REPORT-FILE.

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
