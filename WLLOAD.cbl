       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLLOAD.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHLIST-IN-FILE ASSIGN TO 'WLINPUT.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WATCHLIST-IN-STATUS.

           SELECT WATCHLIST-FILE ASSIGN TO 'WATCHLST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WLS-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WATCHLIST-FILE-STATUS.

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
       FD WATCHLIST-IN-FILE.
       01 WATCHLIST-IN-RECORD       PIC X(100).

       FD WATCHLIST-FILE.
       01 WATCHLIST-RECORD.
           05 WLS-KEY.
               10 WLS-ENTRY-ID      PIC X(10).
               10 WLS-ALIAS-SEQ     PIC 9(2).
           05 WLS-ENTRY-TYPE        PIC X(1).
           05 WLS-NAME              PIC X(40).
           05 WLS-TAX-ID            PIC X(9).
           05 WLS-PROGRAM           PIC X(10).
           05 WLS-LIST-DATE         PIC 9(8).
           05 WLS-STATUS            PIC X(1).
               88 WLS-ACTIVE        VALUE 'A'.
               88 WLS-DELISTED      VALUE 'D'.
           05 WLS-LOAD-DATE         PIC 9(8).
           05 WLS-LOAD-TIME         PIC 9(6).
           05 WLS-DELISTED-DATE     PIC 9(8).
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
       01 WATCHLIST-CONTROL-RECORD.
           05 WLC-KEY               PIC X(10).
           05 WLC-LOAD-DATE         PIC 9(8).
           05 WLC-LOAD-TIME         PIC 9(6).
           05 WLC-ACTIVE-COUNT      PIC 9(7).
           05 WLC-LIST-DATE         PIC 9(8).
           05 FILLER                PIC X(28).

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
           05 WATCHLIST-IN-STATUS   PIC XX.
           05 WATCHLIST-FILE-STATUS PIC XX.
           05 LOAD-REPORT-STATUS    PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 CURRENT-TIME          PIC 9(6).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.
           05 CTL-WATCHLIST-KEY     PIC X(10) VALUE 'WLSTLOAD'.

       01 WATCHLIST-INPUT-LAYOUTS.
           05 WATCHLIST-HEADER.
               10 WLH-RECORD-TYPE   PIC X(1).
               10 WLH-LIST-DATE     PIC 9(8).
               10 WLH-SOURCE-NAME   PIC X(30).
               10 FILLER            PIC X(61).

           05 WATCHLIST-DETAIL.
               10 WLD-RECORD-TYPE   PIC X(1).
               10 WLD-ENTRY-ID      PIC X(10).
               10 WLD-ALIAS-SEQ     PIC 9(2).
               10 WLD-ENTRY-TYPE    PIC X(1).
               10 WLD-NAME          PIC X(40).
               10 WLD-TAX-ID        PIC X(9).
               10 WLD-PROGRAM       PIC X(10).
               10 FILLER            PIC X(27).

           05 WATCHLIST-TRAILER.
               10 WLT-RECORD-TYPE   PIC X(1).
               10 WLT-RECORD-COUNT  PIC 9(7).
               10 FILLER            PIC X(92).

       01 LOAD-CONTROL-AREAS.
           05 WS-PASS-NUMBER        PIC 9(1).
           05 WS-DETAIL-COUNT       PIC 9(7) VALUE 0.
           05 WS-TRAILER-COUNT      PIC 9(7) VALUE 0.
           05 WS-LIST-DATE          PIC 9(8) VALUE 0.
           05 WS-SOURCE-NAME        PIC X(30) VALUE SPACES.
           05 WS-CONTROL-FLAG       PIC X(1).
               88 CONTROLS-BALANCED VALUE 'Y'.
               88 CONTROLS-BROKEN   VALUE 'N'.
           05 WS-TRAILER-FLAG       PIC X(1).
               88 TRAILER-SEEN      VALUE 'Y'.
           05 WS-HEADER-FLAG        PIC X(1).
               88 HEADER-SEEN       VALUE 'Y'.

       01 LOAD-RUN-COUNTERS.
           05 WS-ENTRIES-READ       PIC 9(7) VALUE 0.
           05 WS-ENTRIES-ADDED      PIC 9(7) VALUE 0.
           05 WS-ENTRIES-CHANGED    PIC 9(7) VALUE 0.
           05 WS-ENTRIES-UNCHANGED  PIC 9(7) VALUE 0.
           05 WS-ENTRIES-DELISTED   PIC 9(7) VALUE 0.
           05 WS-ENTRIES-REJECTED   PIC 9(7) VALUE 0.
           05 WS-ENTRIES-ACTIVE     PIC 9(7) VALUE 0.
           05 WS-LINES-WRITTEN      PIC 9(7) VALUE 0.

       01 LOAD-REPORT-LINES.
           05 WL-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(34) VALUE
                  'SANCTIONS WATCHLIST LOAD REPORT'.
               10 FILLER            PIC X(68) VALUE SPACES.

           05 WL-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Business date:'.
               10 WLH2-DATE         PIC 9(8).
               10 FILLER            PIC X(90) VALUE SPACES.

           05 WL-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 WL-SOURCE-LINE.
               10 FILLER            PIC X(13) VALUE 'List source: '.
               10 WLS-SOURCE-NAME   PIC X(30).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(11) VALUE 'List date: '.
               10 WLS-SOURCE-DATE   PIC 9(8).
               10 FILLER            PIC X(68) VALUE SPACES.

           05 WL-DETAIL-HEADER.
               10 FILLER            PIC X(10) VALUE 'ACTION'.
               10 FILLER            PIC X(12) VALUE 'ENTRY ID'.
               10 FILLER            PIC X(7) VALUE 'ALIAS'.
               10 FILLER            PIC X(6) VALUE 'TYPE'.
               10 FILLER            PIC X(42) VALUE 'NAME'.
               10 FILLER            PIC X(11) VALUE 'TAX ID'.
               10 FILLER            PIC X(44) VALUE 'PROGRAM'.

           05 WL-DETAIL-LINE.
               10 WLD-ACTION        PIC X(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WLDL-ENTRY-ID     PIC X(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WLDL-ALIAS-SEQ    PIC Z9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 WLDL-ENTRY-TYPE   PIC X(1).
               10 FILLER            PIC X(5) VALUE SPACES.
               10 WLDL-NAME         PIC X(40).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WLDL-TAX-ID       PIC X(9).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WLDL-PROGRAM      PIC X(10).
               10 FILLER            PIC X(34) VALUE SPACES.

           05 WL-SUMMARY-LINE-1.
               10 FILLER            PIC X(16) VALUE
                  'Entries read: '.
               10 WLS1-READ         PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(10) VALUE 'Added: '.
               10 WLS1-ADDED        PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(10) VALUE 'Changed: '.
               10 WLS1-CHANGED      PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(12) VALUE 'Unchanged: '.
               10 WLS1-UNCHANGED    PIC ZZZ,ZZ9.
               10 FILLER            PIC X(41) VALUE SPACES.

           05 WL-SUMMARY-LINE-2.
               10 FILLER            PIC X(16) VALUE
                  'Delisted: '.
               10 WLS2-DELISTED     PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(10) VALUE 'Rejected: '.
               10 WLS2-REJECTED     PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(16) VALUE
                  'Active entries: '.
               10 WLS2-ACTIVE       PIC ZZZ,ZZ9.
               10 FILLER            PIC X(59) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-WATCHLIST-LOAD.
           PERFORM INITIALIZE-LOAD
           PERFORM VERIFY-CONTROL-TOTALS
           IF CONTROLS-BALANCED
               AND WS-DETAIL-COUNT > 0
               PERFORM APPLY-WATCHLIST-FILE
           ELSE
               DISPLAY 'Watchlist file control totals do not '
                       'balance or the file is empty.'
               DISPLAY 'Details counted: ' WS-DETAIL-COUNT
                       '  Trailer count: ' WS-TRAILER-COUNT
               DISPLAY 'Nothing loaded - the current watchlist '
                       'stays in force.'
           END-IF
           PERFORM FINALIZE-LOAD
           DISPLAY 'Watchlist load complete.'
           DISPLAY 'Entries read: ' WS-ENTRIES-READ
           DISPLAY 'Entries added: ' WS-ENTRIES-ADDED
           DISPLAY 'Entries changed: ' WS-ENTRIES-CHANGED
           DISPLAY 'Entries delisted: ' WS-ENTRIES-DELISTED
           DISPLAY 'Active entries: ' WS-ENTRIES-ACTIVE
           MOVE 'WLLOAD' TO WS-RCT-TYPE
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
           STRING 'WLLOAD.' WS-BUSINESS-DATE DELIMITED BY SIZE
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
           MOVE WS-BUSINESS-DATE TO WLH2-DATE
           WRITE LOAD-REPORT-LINE FROM WL-HEADER-1
           WRITE LOAD-REPORT-LINE FROM WL-HEADER-2
           WRITE LOAD-REPORT-LINE FROM WL-HEADER-3
           WRITE LOAD-REPORT-LINE FROM SPACES
           MOVE 4 TO WS-LINES-WRITTEN.

       VERIFY-CONTROL-TOTALS.
           MOVE 1 TO WS-PASS-NUMBER
           SET CONTROLS-BROKEN TO TRUE
           MOVE 'N' TO WS-TRAILER-FLAG
           MOVE 'N' TO WS-HEADER-FLAG
           MOVE 0 TO WS-DETAIL-COUNT

           OPEN INPUT WATCHLIST-IN-FILE
           IF WATCHLIST-IN-STATUS NOT = '00'
               DISPLAY 'Cannot open WLINPUT.DAT - status '
                       WATCHLIST-IN-STATUS
           ELSE
               PERFORM READ-WATCHLIST-INPUT
                   UNTIL WATCHLIST-IN-STATUS NOT = '00'
               CLOSE WATCHLIST-IN-FILE
               IF HEADER-SEEN AND TRAILER-SEEN
                   AND WS-DETAIL-COUNT = WS-TRAILER-COUNT
                   SET CONTROLS-BALANCED TO TRUE
               END-IF
           END-IF.

       APPLY-WATCHLIST-FILE.
           MOVE WS-SOURCE-NAME TO WLS-SOURCE-NAME
           MOVE WS-LIST-DATE TO WLS-SOURCE-DATE
           WRITE LOAD-REPORT-LINE FROM WL-SOURCE-LINE
           WRITE LOAD-REPORT-LINE FROM SPACES
           WRITE LOAD-REPORT-LINE FROM WL-DETAIL-HEADER
           WRITE LOAD-REPORT-LINE FROM
                 '------------------------------------------'
           ADD 4 TO WS-LINES-WRITTEN

           OPEN I-O WATCHLIST-FILE
           IF WATCHLIST-FILE-STATUS = '35'
               OPEN OUTPUT WATCHLIST-FILE
               CLOSE WATCHLIST-FILE
               OPEN I-O WATCHLIST-FILE
           END-IF
           IF WATCHLIST-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open WATCHLST.DAT - status '
                       WATCHLIST-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE 2 TO WS-PASS-NUMBER
           OPEN INPUT WATCHLIST-IN-FILE
           PERFORM READ-WATCHLIST-INPUT
               UNTIL WATCHLIST-IN-STATUS NOT = '00'
           CLOSE WATCHLIST-IN-FILE

           PERFORM DELIST-MISSING-ENTRIES
           CLOSE WATCHLIST-FILE
           PERFORM UPDATE-WATCHLIST-CONTROL.

       READ-WATCHLIST-INPUT.
           READ WATCHLIST-IN-FILE
               AT END
                   MOVE '99' TO WATCHLIST-IN-STATUS
               NOT AT END
                   PERFORM DISPATCH-WATCHLIST-INPUT
           END-READ.

       DISPATCH-WATCHLIST-INPUT.
           EVALUATE WATCHLIST-IN-RECORD(1:1)
               WHEN '1'
                   MOVE WATCHLIST-IN-RECORD TO WATCHLIST-HEADER
                   SET HEADER-SEEN TO TRUE
                   MOVE WLH-LIST-DATE TO WS-LIST-DATE
                   MOVE WLH-SOURCE-NAME TO WS-SOURCE-NAME
               WHEN '2'
                   MOVE WATCHLIST-IN-RECORD TO WATCHLIST-DETAIL
                   IF WS-PASS-NUMBER = 1
                       ADD 1 TO WS-DETAIL-COUNT
                   ELSE
                       PERFORM APPLY-WATCHLIST-DETAIL
                   END-IF
               WHEN '9'
                   MOVE WATCHLIST-IN-RECORD TO WATCHLIST-TRAILER
                   SET TRAILER-SEEN TO TRUE
                   MOVE WLT-RECORD-COUNT TO WS-TRAILER-COUNT
               WHEN OTHER
                   IF WS-PASS-NUMBER = 1
                       DISPLAY 'Unknown watchlist record type: '
                               WATCHLIST-IN-RECORD(1:1)
                   END-IF
           END-EVALUATE.

       APPLY-WATCHLIST-DETAIL.
           ADD 1 TO WS-ENTRIES-READ
           IF WLD-ENTRY-ID = SPACES
               OR (WLD-NAME = SPACES AND WLD-TAX-ID = SPACES)
               OR WLD-ALIAS-SEQ NOT NUMERIC
               ADD 1 TO WS-ENTRIES-REJECTED
               MOVE 'REJECTED' TO WLD-ACTION
               PERFORM WRITE-DETAIL-FROM-INPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WLD-ENTRY-ID TO WLS-ENTRY-ID
           MOVE WLD-ALIAS-SEQ TO WLS-ALIAS-SEQ
           READ WATCHLIST-FILE
               INVALID KEY
                   MOVE '23' TO WATCHLIST-FILE-STATUS
           END-READ
           IF WATCHLIST-FILE-STATUS = '23'
               MOVE SPACES TO WATCHLIST-RECORD
               MOVE WLD-ENTRY-ID TO WLS-ENTRY-ID
               MOVE WLD-ALIAS-SEQ TO WLS-ALIAS-SEQ
               PERFORM MOVE-INPUT-TO-WATCHLIST
               MOVE 0 TO WLS-DELISTED-DATE
               WRITE WATCHLIST-RECORD
                   INVALID KEY
                       DISPLAY 'Watchlist write failed for '
                               WLD-ENTRY-ID
               END-WRITE
               ADD 1 TO WS-ENTRIES-ADDED
               MOVE 'ADDED' TO WLD-ACTION
               PERFORM WRITE-DETAIL-FROM-INPUT
               EXIT PARAGRAPH
           END-IF

           IF WLS-NAME = WLD-NAME
               AND WLS-TAX-ID = WLD-TAX-ID
               AND WLS-ENTRY-TYPE = WLD-ENTRY-TYPE
               AND WLS-PROGRAM = WLD-PROGRAM
               AND WLS-ACTIVE
               ADD 1 TO WS-ENTRIES-UNCHANGED
           ELSE
               IF WLS-ACTIVE
                   MOVE 'CHANGED' TO WLD-ACTION
               ELSE
                   MOVE 'RELISTED' TO WLD-ACTION
               END-IF
               ADD 1 TO WS-ENTRIES-CHANGED
               PERFORM WRITE-DETAIL-FROM-INPUT
           END-IF
           PERFORM MOVE-INPUT-TO-WATCHLIST
           MOVE 0 TO WLS-DELISTED-DATE
           REWRITE WATCHLIST-RECORD
               INVALID KEY
                   DISPLAY 'Watchlist update failed for '
                           WLD-ENTRY-ID
           END-REWRITE.

       MOVE-INPUT-TO-WATCHLIST.
           MOVE WLD-ENTRY-TYPE TO WLS-ENTRY-TYPE
           MOVE WLD-NAME TO WLS-NAME
           MOVE WLD-TAX-ID TO WLS-TAX-ID
           MOVE WLD-PROGRAM TO WLS-PROGRAM
           MOVE WS-LIST-DATE TO WLS-LIST-DATE
           SET WLS-ACTIVE TO TRUE
           MOVE CURRENT-DATE TO WLS-LOAD-DATE
           MOVE CURRENT-TIME TO WLS-LOAD-TIME.

       DELIST-MISSING-ENTRIES.
           MOVE 0 TO WS-ENTRIES-ACTIVE
           MOVE LOW-VALUES TO WLS-KEY
           START WATCHLIST-FILE KEY IS NOT LESS THAN WLS-KEY
               INVALID KEY
                   MOVE '99' TO WATCHLIST-FILE-STATUS
           END-START
           IF WATCHLIST-FILE-STATUS = '00'
               PERFORM CHECK-ONE-WATCHLIST-ENTRY
                   UNTIL WATCHLIST-FILE-STATUS NOT = '00'
           END-IF.

       CHECK-ONE-WATCHLIST-ENTRY.
           READ WATCHLIST-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WATCHLIST-FILE-STATUS
           END-READ
           IF WATCHLIST-FILE-STATUS NOT = '00'
               OR NOT WLS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF WLS-LOAD-DATE = CURRENT-DATE
               AND WLS-LOAD-TIME = CURRENT-TIME
               ADD 1 TO WS-ENTRIES-ACTIVE
               EXIT PARAGRAPH
           END-IF
           SET WLS-DELISTED TO TRUE
           MOVE WS-BUSINESS-DATE TO WLS-DELISTED-DATE
           REWRITE WATCHLIST-RECORD
               INVALID KEY
                   DISPLAY 'Watchlist delist failed for '
                           WLS-ENTRY-ID
           END-REWRITE
           ADD 1 TO WS-ENTRIES-DELISTED
           MOVE 'DELISTED' TO WLD-ACTION
           MOVE WLS-ENTRY-ID TO WLDL-ENTRY-ID
           MOVE WLS-ALIAS-SEQ TO WLDL-ALIAS-SEQ
           MOVE WLS-ENTRY-TYPE TO WLDL-ENTRY-TYPE
           MOVE WLS-NAME TO WLDL-NAME
           MOVE WLS-TAX-ID TO WLDL-TAX-ID
           MOVE WLS-PROGRAM TO WLDL-PROGRAM
           WRITE LOAD-REPORT-LINE FROM WL-DETAIL-LINE
           ADD 1 TO WS-LINES-WRITTEN.

       WRITE-DETAIL-FROM-INPUT.
           MOVE WLD-ENTRY-ID TO WLDL-ENTRY-ID
           IF WLD-ALIAS-SEQ NUMERIC
               MOVE WLD-ALIAS-SEQ TO WLDL-ALIAS-SEQ
           ELSE
               MOVE 0 TO WLDL-ALIAS-SEQ
           END-IF
           MOVE WLD-ENTRY-TYPE TO WLDL-ENTRY-TYPE
           MOVE WLD-NAME TO WLDL-NAME
           MOVE WLD-TAX-ID TO WLDL-TAX-ID
           MOVE WLD-PROGRAM TO WLDL-PROGRAM
           WRITE LOAD-REPORT-LINE FROM WL-DETAIL-LINE
           ADD 1 TO WS-LINES-WRITTEN.

       UPDATE-WATCHLIST-CONTROL.
           OPEN I-O CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open BANKCTL.DAT - status '
                       CONTROL-FILE-STATUS
               DISPLAY 'Screening will not see the new list until '
                       'WLLOAD is rerun.'
               EXIT PARAGRAPH
           END-IF
           MOVE CTL-WATCHLIST-KEY TO WLC-KEY
           READ CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO WATCHLIST-CONTROL-RECORD
                   MOVE CTL-WATCHLIST-KEY TO WLC-KEY
                   MOVE 0 TO WLC-ACTIVE-COUNT
                   WRITE WATCHLIST-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY 'Watchlist control record not '
                                   'created'
                   END-WRITE
           END-READ
           MOVE CURRENT-DATE TO WLC-LOAD-DATE
           MOVE CURRENT-TIME TO WLC-LOAD-TIME
           MOVE WS-ENTRIES-ACTIVE TO WLC-ACTIVE-COUNT
           MOVE WS-LIST-DATE TO WLC-LIST-DATE
           REWRITE WATCHLIST-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'Watchlist control update failed'
           END-REWRITE
           CLOSE CONTROL-FILE.

       FINALIZE-LOAD.
           WRITE LOAD-REPORT-LINE FROM SPACES
           MOVE WS-ENTRIES-READ TO WLS1-READ
           MOVE WS-ENTRIES-ADDED TO WLS1-ADDED
           MOVE WS-ENTRIES-CHANGED TO WLS1-CHANGED
           MOVE WS-ENTRIES-UNCHANGED TO WLS1-UNCHANGED
           WRITE LOAD-REPORT-LINE FROM WL-SUMMARY-LINE-1
           MOVE WS-ENTRIES-DELISTED TO WLS2-DELISTED
           MOVE WS-ENTRIES-REJECTED TO WLS2-REJECTED
           MOVE WS-ENTRIES-ACTIVE TO WLS2-ACTIVE
           WRITE LOAD-REPORT-LINE FROM WL-SUMMARY-LINE-2
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
