       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPLOAD.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISSUE-IN-FILE ASSIGN TO 'ISSUEIN.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ISSUE-IN-STATUS.

           SELECT ISSUED-CHECK-FILE ASSIGN TO 'ISSUEDCK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISS-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS ISSUED-CHECK-STATUS.

           SELECT PPAY-ENROL-FILE ASSIGN TO 'PPENROL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPE-ACCOUNT-NUMBER
               SHARING WITH ALL OTHER
               FILE STATUS IS PPAY-ENROL-STATUS.

           SELECT LOAD-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOAD-REPORT-STATUS.

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
       FD ISSUE-IN-FILE.
       01 ISSUE-IN-RECORD           PIC X(100).

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

       FD LOAD-REPORT-FILE.
       01 LOAD-REPORT-LINE          PIC X(132).

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
           05 ISSUE-IN-STATUS       PIC XX.
           05 ISSUED-CHECK-STATUS   PIC XX.
           05 PPAY-ENROL-STATUS     PIC XX.
           05 LOAD-REPORT-STATUS    PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 CURRENT-TIME          PIC 9(6).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 ISSUE-INPUT-LAYOUTS.
           05 ISSUE-HEADER.
               10 IH-RECORD-TYPE    PIC X(1).
               10 IH-FILE-DATE      PIC 9(8).
               10 IH-SENDER-NAME    PIC X(30).
               10 FILLER            PIC X(61).

           05 ISSUE-DETAIL.
               10 ID-RECORD-TYPE    PIC X(1).
               10 ID-ACCOUNT-NUMBER PIC 9(10).
               10 ID-CHECK-NUMBER   PIC 9(10).
               10 ID-AMOUNT         PIC 9(10)V99.
               10 ID-PAYEE          PIC X(30).
               10 ID-ISSUE-DATE     PIC 9(8).
               10 ID-ACTION         PIC X(1).
                   88 ID-ISSUE-ITEM VALUE 'I' SPACE.
                   88 ID-VOID-ITEM  VALUE 'V'.
               10 FILLER            PIC X(28).

           05 ISSUE-TRAILER.
               10 IT-RECORD-TYPE    PIC X(1).
               10 IT-RECORD-COUNT   PIC 9(7).
               10 IT-TOTAL-AMOUNT   PIC 9(12)V99.
               10 FILLER            PIC X(78).

       01 LOAD-CONTROL-AREAS.
           05 WS-PASS-NUMBER        PIC 9(1).
           05 WS-DETAIL-COUNT       PIC 9(7) VALUE 0.
           05 WS-DETAIL-TOTAL       PIC 9(12)V99 VALUE 0.
           05 WS-TRAILER-COUNT      PIC 9(7) VALUE 0.
           05 WS-TRAILER-TOTAL      PIC 9(12)V99 VALUE 0.
           05 WS-FILE-DATE          PIC 9(8) VALUE 0.
           05 WS-SENDER-NAME        PIC X(30) VALUE SPACES.
           05 WS-CONTROL-FLAG       PIC X(1).
               88 CONTROLS-BALANCED VALUE 'Y'.
               88 CONTROLS-BROKEN   VALUE 'N'.
           05 WS-TRAILER-FLAG       PIC X(1).
               88 TRAILER-SEEN      VALUE 'Y'.
           05 WS-HEADER-FLAG        PIC X(1).
               88 HEADER-SEEN       VALUE 'Y'.

       01 LOAD-RUN-COUNTERS.
           05 WS-ITEMS-READ         PIC 9(7) VALUE 0.
           05 WS-ITEMS-ADDED        PIC 9(7) VALUE 0.
           05 WS-ITEMS-REPLACED     PIC 9(7) VALUE 0.
           05 WS-ITEMS-VOIDED       PIC 9(7) VALUE 0.
           05 WS-ITEMS-UNCHANGED    PIC 9(7) VALUE 0.
           05 WS-ITEMS-REJECTED     PIC 9(7) VALUE 0.
           05 WS-AMOUNT-LOADED      PIC 9(12)V99 VALUE 0.
           05 WS-LINES-WRITTEN      PIC 9(7) VALUE 0.

       01 ISSUE-VALIDATION-AREAS.
           05 WS-REJECT-REASON      PIC X(40).
           05 WS-DATE-TO-VALIDATE   PIC 9(8).
           05 WS-VALIDATE-YEAR      PIC 9(4).
           05 WS-VALIDATE-MONTH     PIC 9(2).
           05 WS-VALIDATE-DAY       PIC 9(2).
           05 WS-DAYS-IN-MONTH      PIC 9(2).
           05 WS-YEAR-MOD-4         PIC 9(3).
           05 WS-YEAR-MOD-100       PIC 9(3).
           05 WS-YEAR-MOD-400       PIC 9(3).
           05 WS-DATE-VALID-FLAG    PIC X(1).
               88 DATE-FIELD-VALID  VALUE 'Y'.
               88 DATE-FIELD-INVALID VALUE 'N'.

       01 LOAD-REPORT-LINES.
           05 PL-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(38) VALUE
                  'POSITIVE PAY ISSUED CHECK LOAD REPORT'.
               10 FILLER            PIC X(64) VALUE SPACES.

           05 PL-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Business date:'.
               10 PLH2-DATE         PIC 9(8).
               10 FILLER            PIC X(90) VALUE SPACES.

           05 PL-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 PL-SOURCE-LINE.
               10 FILLER            PIC X(13) VALUE 'File sender: '.
               10 PLS-SENDER-NAME   PIC X(30).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(11) VALUE 'File date: '.
               10 PLS-FILE-DATE     PIC 9(8).
               10 FILLER            PIC X(68) VALUE SPACES.

           05 PL-DETAIL-HEADER.
               10 FILLER            PIC X(10) VALUE 'ACTION'.
               10 FILLER            PIC X(12) VALUE 'ACCOUNT #'.
               10 FILLER            PIC X(12) VALUE 'CHECK #'.
               10 FILLER            PIC X(18) VALUE 'AMOUNT'.
               10 FILLER            PIC X(10) VALUE 'ISSUED'.
               10 FILLER            PIC X(32) VALUE 'PAYEE'.
               10 FILLER            PIC X(38) VALUE 'REASON'.

           05 PL-DETAIL-LINE.
               10 PLD-ACTION        PIC X(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 PLD-ACCOUNT       PIC X(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 PLD-CHECK-NUMBER  PIC X(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 PLD-AMOUNT        PIC $ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 PLD-ISSUE-DATE    PIC X(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 PLD-PAYEE         PIC X(30).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 PLD-REASON        PIC X(38).

           05 PL-SUMMARY-LINE-1.
               10 FILLER            PIC X(14) VALUE
                  'Items read: '.
               10 PLS1-READ         PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(10) VALUE 'Added: '.
               10 PLS1-ADDED        PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(11) VALUE 'Replaced: '.
               10 PLS1-REPLACED     PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(9) VALUE 'Voided: '.
               10 PLS1-VOIDED       PIC ZZZ,ZZ9.
               10 FILLER            PIC X(45) VALUE SPACES.

           05 PL-SUMMARY-LINE-2.
               10 FILLER            PIC X(14) VALUE
                  'Unchanged: '.
               10 PLS2-UNCHANGED    PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(10) VALUE 'Rejected: '.
               10 PLS2-REJECTED     PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(17) VALUE
                  'Amount loaded: '.
               10 PLS2-AMOUNT       PIC $Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ISSUED-CHECK-LOAD.
           PERFORM INITIALIZE-LOAD
           PERFORM VERIFY-CONTROL-TOTALS
           IF CONTROLS-BALANCED
               AND WS-DETAIL-COUNT > 0
               PERFORM APPLY-ISSUE-FILE
           ELSE
               DISPLAY 'Issued check file control totals do not '
                       'balance or the file is empty.'
               DISPLAY 'Details counted: ' WS-DETAIL-COUNT
                       '  Trailer count: ' WS-TRAILER-COUNT
               DISPLAY 'Details total: ' WS-DETAIL-TOTAL
                       '  Trailer total: ' WS-TRAILER-TOTAL
               DISPLAY 'Nothing loaded.'
           END-IF
           PERFORM FINALIZE-LOAD
           DISPLAY 'Issued check load complete.'
           DISPLAY 'Items read: ' WS-ITEMS-READ
           DISPLAY 'Items added: ' WS-ITEMS-ADDED
           DISPLAY 'Items replaced: ' WS-ITEMS-REPLACED
           DISPLAY 'Items voided: ' WS-ITEMS-VOIDED
           DISPLAY 'Items rejected: ' WS-ITEMS-REJECTED
           MOVE 'PPLOAD' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-LINES-WRITTEN TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Load report: ' WS-REPORT-FILENAME
           STOP RUN.

       INITIALIZE-LOAD.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           PERFORM LOAD-BUSINESS-DATE
           STRING 'PPLOAD.' WS-BUSINESS-DATE DELIMITED BY SIZE
                  '.' CURRENT-TIME DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT LOAD-REPORT-FILE
           PERFORM WRITE-LOAD-REPORT-HEADERS.

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

       WRITE-LOAD-REPORT-HEADERS.
           MOVE WS-BUSINESS-DATE TO PLH2-DATE
           WRITE LOAD-REPORT-LINE FROM PL-HEADER-1
           WRITE LOAD-REPORT-LINE FROM PL-HEADER-2
           WRITE LOAD-REPORT-LINE FROM PL-HEADER-3
           WRITE LOAD-REPORT-LINE FROM SPACES
           MOVE 4 TO WS-LINES-WRITTEN.

       VERIFY-CONTROL-TOTALS.
           MOVE 1 TO WS-PASS-NUMBER
           SET CONTROLS-BROKEN TO TRUE
           MOVE 'N' TO WS-TRAILER-FLAG
           MOVE 'N' TO WS-HEADER-FLAG
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-DETAIL-TOTAL

           OPEN INPUT ISSUE-IN-FILE
           IF ISSUE-IN-STATUS NOT = '00'
               DISPLAY 'Cannot open ISSUEIN.DAT - status '
                       ISSUE-IN-STATUS
           ELSE
               PERFORM READ-ISSUE-INPUT
                   UNTIL ISSUE-IN-STATUS NOT = '00'
               CLOSE ISSUE-IN-FILE
               IF HEADER-SEEN AND TRAILER-SEEN
                   AND WS-DETAIL-COUNT = WS-TRAILER-COUNT
                   AND WS-DETAIL-TOTAL = WS-TRAILER-TOTAL
                   SET CONTROLS-BALANCED TO TRUE
               END-IF
           END-IF.

       APPLY-ISSUE-FILE.
           MOVE WS-SENDER-NAME TO PLS-SENDER-NAME
           MOVE WS-FILE-DATE TO PLS-FILE-DATE
           WRITE LOAD-REPORT-LINE FROM PL-SOURCE-LINE
           WRITE LOAD-REPORT-LINE FROM SPACES
           WRITE LOAD-REPORT-LINE FROM PL-DETAIL-HEADER
           WRITE LOAD-REPORT-LINE FROM
                 '------------------------------------------'
           ADD 4 TO WS-LINES-WRITTEN

           OPEN INPUT PPAY-ENROL-FILE
           IF PPAY-ENROL-STATUS NOT = '00'
               DISPLAY 'No accounts are enrolled in positive pay '
                       '(PPENROL.DAT status ' PPAY-ENROL-STATUS ').'
               DISPLAY 'Nothing loaded.'
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ISSUED-CHECK-FILE
           IF ISSUED-CHECK-STATUS = '35'
               OPEN OUTPUT ISSUED-CHECK-FILE
               CLOSE ISSUED-CHECK-FILE
               OPEN I-O ISSUED-CHECK-FILE
           END-IF
           IF ISSUED-CHECK-STATUS NOT = '00'
               DISPLAY 'Cannot open ISSUEDCK.DAT - status '
                       ISSUED-CHECK-STATUS
               CLOSE PPAY-ENROL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 2 TO WS-PASS-NUMBER
           OPEN INPUT ISSUE-IN-FILE
           PERFORM READ-ISSUE-INPUT
               UNTIL ISSUE-IN-STATUS NOT = '00'
           CLOSE ISSUE-IN-FILE
           CLOSE ISSUED-CHECK-FILE
           CLOSE PPAY-ENROL-FILE.

       READ-ISSUE-INPUT.
           READ ISSUE-IN-FILE
               AT END
                   MOVE '99' TO ISSUE-IN-STATUS
               NOT AT END
                   PERFORM DISPATCH-ISSUE-INPUT
           END-READ.

       DISPATCH-ISSUE-INPUT.
           EVALUATE ISSUE-IN-RECORD(1:1)
               WHEN '1'
                   MOVE ISSUE-IN-RECORD TO ISSUE-HEADER
                   SET HEADER-SEEN TO TRUE
                   MOVE IH-FILE-DATE TO WS-FILE-DATE
                   MOVE IH-SENDER-NAME TO WS-SENDER-NAME
               WHEN '2'
                   MOVE ISSUE-IN-RECORD TO ISSUE-DETAIL
                   IF WS-PASS-NUMBER = 1
                       ADD 1 TO WS-DETAIL-COUNT
                       IF ID-AMOUNT NUMERIC
                           ADD ID-AMOUNT TO WS-DETAIL-TOTAL
                       END-IF
                   ELSE
                       PERFORM APPLY-ISSUE-DETAIL
                   END-IF
               WHEN '9'
                   MOVE ISSUE-IN-RECORD TO ISSUE-TRAILER
                   SET TRAILER-SEEN TO TRUE
                   MOVE IT-RECORD-COUNT TO WS-TRAILER-COUNT
                   MOVE IT-TOTAL-AMOUNT TO WS-TRAILER-TOTAL
               WHEN OTHER
                   IF WS-PASS-NUMBER = 1
                       DISPLAY 'Unknown issued check record type: '
                               ISSUE-IN-RECORD(1:1)
                   END-IF
           END-EVALUATE.

       APPLY-ISSUE-DETAIL.
           ADD 1 TO WS-ITEMS-READ
           PERFORM VALIDATE-ISSUE-DETAIL
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-ITEMS-REJECTED
               MOVE 'REJECTED' TO PLD-ACTION
               PERFORM WRITE-DETAIL-FROM-INPUT
               EXIT PARAGRAPH
           END-IF

           MOVE ID-ACCOUNT-NUMBER TO ISS-ACCOUNT-NUMBER
           MOVE ID-CHECK-NUMBER TO ISS-CHECK-NUMBER
           READ ISSUED-CHECK-FILE
               INVALID KEY
                   MOVE '23' TO ISSUED-CHECK-STATUS
           END-READ
           IF ISSUED-CHECK-STATUS = '23'
               PERFORM ADD-ISSUED-ITEM
           ELSE
               IF ID-VOID-ITEM
                   PERFORM VOID-ISSUED-ITEM
               ELSE
                   PERFORM REPLACE-ISSUED-ITEM
               END-IF
           END-IF.

       VALIDATE-ISSUE-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON
           IF ID-ACCOUNT-NUMBER NOT NUMERIC
               OR ID-CHECK-NUMBER NOT NUMERIC
               OR ID-CHECK-NUMBER = 0
               MOVE 'Account or check number missing'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT ID-ISSUE-ITEM AND NOT ID-VOID-ITEM
               MOVE 'Action must be I (issue) or V (void)'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ID-AMOUNT NOT NUMERIC
               OR (ID-ISSUE-ITEM AND ID-AMOUNT = 0)
               MOVE 'Invalid check amount' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ID-ISSUE-DATE NOT NUMERIC
               MOVE 'Invalid issue date' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ID-ISSUE-DATE TO WS-DATE-TO-VALIDATE
           PERFORM VALIDATE-DATE-FIELD
           IF DATE-FIELD-INVALID
               OR (ID-ISSUE-ITEM AND ID-ISSUE-DATE = 0)
               MOVE 'Invalid issue date' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ID-ISSUE-DATE > WS-BUSINESS-DATE
               MOVE 'Issue date is after the business date'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ID-ACCOUNT-NUMBER TO PPE-ACCOUNT-NUMBER
           READ PPAY-ENROL-FILE
               INVALID KEY
                   MOVE '23' TO PPAY-ENROL-STATUS
           END-READ
           IF PPAY-ENROL-STATUS NOT = '00'
               OR NOT PPE-ACTIVE
               MOVE 'Account not enrolled in positive pay'
                   TO WS-REJECT-REASON
           END-IF.

       ADD-ISSUED-ITEM.
           MOVE SPACES TO ISSUED-CHECK-RECORD
           MOVE ID-ACCOUNT-NUMBER TO ISS-ACCOUNT-NUMBER
           MOVE ID-CHECK-NUMBER TO ISS-CHECK-NUMBER
           MOVE ID-AMOUNT TO ISS-AMOUNT
           MOVE ID-PAYEE TO ISS-PAYEE
           MOVE ID-ISSUE-DATE TO ISS-ISSUE-DATE
           MOVE WS-BUSINESS-DATE TO ISS-LOADED-DATE
           MOVE 0 TO ISS-PAID-DATE
           MOVE 0 TO ISS-PAID-AMOUNT
           MOVE 0 TO ISS-PAID-TRANS-ID
           IF ID-VOID-ITEM
               SET ISS-VOIDED TO TRUE
               MOVE WS-BUSINESS-DATE TO ISS-VOID-DATE
           ELSE
               SET ISS-OUTSTANDING TO TRUE
               MOVE 0 TO ISS-VOID-DATE
           END-IF
           WRITE ISSUED-CHECK-RECORD
               INVALID KEY
                   MOVE '99' TO ISSUED-CHECK-STATUS
           END-WRITE
           IF ISSUED-CHECK-STATUS NOT = '00'
               ADD 1 TO WS-ITEMS-REJECTED
               MOVE 'REJECTED' TO PLD-ACTION
               MOVE 'Issued check file write failed'
                   TO WS-REJECT-REASON
               PERFORM WRITE-DETAIL-FROM-INPUT
               EXIT PARAGRAPH
           END-IF
           IF ID-VOID-ITEM
               ADD 1 TO WS-ITEMS-VOIDED
               MOVE 'VOIDED' TO PLD-ACTION
           ELSE
               ADD 1 TO WS-ITEMS-ADDED
               ADD ID-AMOUNT TO WS-AMOUNT-LOADED
               MOVE 'ADDED' TO PLD-ACTION
           END-IF
           PERFORM WRITE-DETAIL-FROM-INPUT.

       VOID-ISSUED-ITEM.
           EVALUATE TRUE
               WHEN ISS-VOIDED
                   ADD 1 TO WS-ITEMS-UNCHANGED
               WHEN ISS-PAID
                   ADD 1 TO WS-ITEMS-REJECTED
                   MOVE 'REJECTED' TO PLD-ACTION
                   MOVE 'Check already paid - cannot be voided'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-DETAIL-FROM-INPUT
               WHEN OTHER
                   SET ISS-VOIDED TO TRUE
                   MOVE WS-BUSINESS-DATE TO ISS-VOID-DATE
                   REWRITE ISSUED-CHECK-RECORD
                       INVALID KEY
                           DISPLAY 'Issued check void failed for '
                                   ID-ACCOUNT-NUMBER ' '
                                   ID-CHECK-NUMBER
                   END-REWRITE
                   ADD 1 TO WS-ITEMS-VOIDED
                   MOVE 'VOIDED' TO PLD-ACTION
                   PERFORM WRITE-DETAIL-FROM-INPUT
           END-EVALUATE.

       REPLACE-ISSUED-ITEM.
           EVALUATE TRUE
               WHEN ISS-PAID
                   ADD 1 TO WS-ITEMS-REJECTED
                   MOVE 'REJECTED' TO PLD-ACTION
                   MOVE 'Check number already paid'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-DETAIL-FROM-INPUT
               WHEN ISS-VOIDED
                   ADD 1 TO WS-ITEMS-REJECTED
                   MOVE 'REJECTED' TO PLD-ACTION
                   MOVE 'Check number was voided'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-DETAIL-FROM-INPUT
               WHEN ISS-AMOUNT = ID-AMOUNT
                   AND ISS-PAYEE = ID-PAYEE
                   AND ISS-ISSUE-DATE = ID-ISSUE-DATE
                   ADD 1 TO WS-ITEMS-UNCHANGED
               WHEN OTHER
                   MOVE ID-AMOUNT TO ISS-AMOUNT
                   MOVE ID-PAYEE TO ISS-PAYEE
                   MOVE ID-ISSUE-DATE TO ISS-ISSUE-DATE
                   MOVE WS-BUSINESS-DATE TO ISS-LOADED-DATE
                   REWRITE ISSUED-CHECK-RECORD
                       INVALID KEY
                           DISPLAY 'Issued check update failed for '
                                   ID-ACCOUNT-NUMBER ' '
                                   ID-CHECK-NUMBER
                   END-REWRITE
                   ADD 1 TO WS-ITEMS-REPLACED
                   MOVE 'REPLACED' TO PLD-ACTION
                   PERFORM WRITE-DETAIL-FROM-INPUT
           END-EVALUATE.

       WRITE-DETAIL-FROM-INPUT.
           MOVE ID-ACCOUNT-NUMBER TO PLD-ACCOUNT
           MOVE ID-CHECK-NUMBER TO PLD-CHECK-NUMBER
           IF ID-AMOUNT NUMERIC
               MOVE ID-AMOUNT TO PLD-AMOUNT
           ELSE
               MOVE 0 TO PLD-AMOUNT
           END-IF
           MOVE ID-ISSUE-DATE TO PLD-ISSUE-DATE
           MOVE ID-PAYEE TO PLD-PAYEE
           MOVE WS-REJECT-REASON TO PLD-REASON
           WRITE LOAD-REPORT-LINE FROM PL-DETAIL-LINE
           ADD 1 TO WS-LINES-WRITTEN.

       VALIDATE-DATE-FIELD.
           IF WS-DATE-TO-VALIDATE = 0
               SET DATE-FIELD-VALID TO TRUE
           ELSE
               MOVE WS-DATE-TO-VALIDATE(1:4) TO WS-VALIDATE-YEAR
               MOVE WS-DATE-TO-VALIDATE(5:2) TO WS-VALIDATE-MONTH
               MOVE WS-DATE-TO-VALIDATE(7:2) TO WS-VALIDATE-DAY
               SET DATE-FIELD-VALID TO TRUE
               IF WS-VALIDATE-YEAR < 1900 OR WS-VALIDATE-YEAR > 2099
                   SET DATE-FIELD-INVALID TO TRUE
               END-IF
               IF WS-VALIDATE-MONTH < 1 OR WS-VALIDATE-MONTH > 12
                   SET DATE-FIELD-INVALID TO TRUE
               END-IF
               IF DATE-FIELD-VALID
                   PERFORM DETERMINE-DAYS-IN-MONTH
                   IF WS-VALIDATE-DAY < 1
                       OR WS-VALIDATE-DAY > WS-DAYS-IN-MONTH
                       SET DATE-FIELD-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       DETERMINE-DAYS-IN-MONTH.
           EVALUATE WS-VALIDATE-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   DIVIDE WS-VALIDATE-YEAR BY 4
                       GIVING WS-DAYS-IN-MONTH
                       REMAINDER WS-YEAR-MOD-4
                   DIVIDE WS-VALIDATE-YEAR BY 100
                       GIVING WS-DAYS-IN-MONTH
                       REMAINDER WS-YEAR-MOD-100
                   DIVIDE WS-VALIDATE-YEAR BY 400
                       GIVING WS-DAYS-IN-MONTH
                       REMAINDER WS-YEAR-MOD-400
                   IF WS-YEAR-MOD-400 = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       IF WS-YEAR-MOD-4 = 0 AND WS-YEAR-MOD-100 NOT = 0
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       ELSE
                           MOVE 28 TO WS-DAYS-IN-MONTH
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       FINALIZE-LOAD.
           WRITE LOAD-REPORT-LINE FROM SPACES
           MOVE WS-ITEMS-READ TO PLS1-READ
           MOVE WS-ITEMS-ADDED TO PLS1-ADDED
           MOVE WS-ITEMS-REPLACED TO PLS1-REPLACED
           MOVE WS-ITEMS-VOIDED TO PLS1-VOIDED
           WRITE LOAD-REPORT-LINE FROM PL-SUMMARY-LINE-1
           MOVE WS-ITEMS-UNCHANGED TO PLS2-UNCHANGED
           MOVE WS-ITEMS-REJECTED TO PLS2-REJECTED
           MOVE WS-AMOUNT-LOADED TO PLS2-AMOUNT
           WRITE LOAD-REPORT-LINE FROM PL-SUMMARY-LINE-2
           ADD 3 TO WS-LINES-WRITTEN
           CLOSE LOAD-REPORT-FILE.

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
