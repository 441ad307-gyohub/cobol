       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRNRPT.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREEN-LOG-FILE ASSIGN TO 'SCRNLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS SCREEN-LOG-STATUS.

           SELECT SCREEN-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SCREEN-REPORT-STATUS.

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
       FD SCREEN-LOG-FILE.
       01 SCREEN-LOG-RECORD.
           05 SCL-LOG-DATE          PIC 9(8).
           05 SCL-LOG-TIME          PIC 9(6).
           05 SCL-EVENT             PIC X(1).
               88 SCL-SCREENING     VALUE 'S'.
               88 SCL-DECISION      VALUE 'D'.
           05 SCL-SOURCE-TYPE       PIC X(1).
           05 SCL-REFERENCE         PIC X(20).
           05 SCL-SUBJECT-NAME      PIC X(30).
           05 SCL-RESULT            PIC X(1).
           05 SCL-CASE-NUMBER       PIC 9(8).
           05 SCL-ENTRY-ID          PIC X(10).
           05 SCL-MATCH-SCORE       PIC 9(3).
           05 SCL-OPERATOR-ID       PIC X(10).
           05 SCL-COMMENT           PIC X(40).
           05 FILLER                PIC X(10).

       FD SCREEN-REPORT-FILE.
       01 SCREEN-REPORT-LINE        PIC X(132).

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
           05 SCREEN-LOG-STATUS     PIC XX.
           05 SCREEN-REPORT-STATUS  PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 SCREEN-REPORT-WORK-AREAS.
           05 WS-START-DATE         PIC 9(8).
           05 WS-END-DATE           PIC 9(8).
           05 WS-LINES-WRITTEN      PIC 9(7) VALUE 0.
           05 WS-ENTRIES-LISTED     PIC 9(7) VALUE 0.
           05 WS-SCREENINGS         PIC 9(7) VALUE 0.
           05 WS-RESULTS-CLEAR      PIC 9(7) VALUE 0.
           05 WS-RESULTS-HELD       PIC 9(7) VALUE 0.
           05 WS-RESULTS-BLOCKED    PIC 9(7) VALUE 0.
           05 WS-RESULTS-UNAVAILABLE PIC 9(7) VALUE 0.
           05 WS-DECISIONS-CLEARED  PIC 9(7) VALUE 0.
           05 WS-DECISIONS-CONFIRMED PIC 9(7) VALUE 0.

       01 SCREEN-REPORT-LINES.
           05 SR-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(36) VALUE
                  'WATCHLIST SCREENING ACTIVITY LOG'.
               10 FILLER            PIC X(66) VALUE SPACES.

           05 SR-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Generated on: '.
               10 SRH2-DATE         PIC 9(8).
               10 FILLER            PIC X(6) VALUE SPACES.
               10 FILLER            PIC X(8) VALUE 'Period: '.
               10 SRH2-START-DATE   PIC 9(8).
               10 FILLER            PIC X(4) VALUE ' to '.
               10 SRH2-END-DATE     PIC 9(8).
               10 FILLER            PIC X(56) VALUE SPACES.

           05 SR-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 SR-DETAIL-HEADER.
               10 FILLER            PIC X(10) VALUE 'DATE'.
               10 FILLER            PIC X(8) VALUE 'TIME'.
               10 FILLER            PIC X(4) VALUE 'EV'.
               10 FILLER            PIC X(4) VALUE 'SRC'.
               10 FILLER            PIC X(32) VALUE 'SUBJECT NAME'.
               10 FILLER            PIC X(4) VALUE 'RES'.
               10 FILLER            PIC X(10) VALUE 'CASE #'.
               10 FILLER            PIC X(12) VALUE 'LIST ENTRY'.
               10 FILLER            PIC X(6) VALUE 'SCORE'.
               10 FILLER            PIC X(12) VALUE 'OPERATOR'.
               10 FILLER            PIC X(30) VALUE 'COMMENT'.

           05 SR-DETAIL-LINE.
               10 SRD-DATE          PIC 9(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 SRD-TIME          PIC 9(6).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 SRD-EVENT         PIC X(1).
               10 FILLER            PIC X(3) VALUE SPACES.
               10 SRD-SOURCE-TYPE   PIC X(1).
               10 FILLER            PIC X(3) VALUE SPACES.
               10 SRD-SUBJECT-NAME  PIC X(30).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 SRD-RESULT        PIC X(1).
               10 FILLER            PIC X(3) VALUE SPACES.
               10 SRD-CASE-NUMBER   PIC 9(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 SRD-ENTRY-ID      PIC X(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 SRD-MATCH-SCORE   PIC ZZ9.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 SRD-OPERATOR-ID   PIC X(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 SRD-COMMENT       PIC X(30).

           05 SR-SUMMARY-LINE-1.
               10 FILLER            PIC X(16) VALUE 'Screenings: '.
               10 SRS1-SCREENINGS   PIC ZZZ,ZZ9.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(8) VALUE 'Clear: '.
               10 SRS1-CLEAR        PIC ZZZ,ZZ9.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(8) VALUE 'Held: '.
               10 SRS1-HELD         PIC ZZZ,ZZ9.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(10) VALUE 'Blocked: '.
               10 SRS1-BLOCKED      PIC ZZZ,ZZ9.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'No list: '.
               10 SRS1-UNAVAILABLE  PIC ZZZ,ZZ9.
               10 FILLER            PIC X(25) VALUE SPACES.

           05 SR-SUMMARY-LINE-2.
               10 FILLER            PIC X(16) VALUE 'Decisions: '.
               10 FILLER            PIC X(20) VALUE
                  'Cleared as false: '.
               10 SRS2-CLEARED      PIC ZZZ,ZZ9.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(12) VALUE 'Confirmed: '.
               10 SRS2-CONFIRMED    PIC ZZZ,ZZ9.
               10 FILLER            PIC X(66) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SCREENING-REPORT.
           PERFORM INITIALIZE-SCREENING-REPORT
           PERFORM LIST-SCREENING-LOG
           PERFORM FINALIZE-SCREENING-REPORT
           DISPLAY 'Screening activity report complete.'
           DISPLAY 'Log entries listed: ' WS-ENTRIES-LISTED
           MOVE 'SCRNRPT' TO WS-RCT-TYPE
           MOVE WS-END-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-LINES-WRITTEN TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Screening report: ' WS-REPORT-FILENAME
           STOP RUN.

       INITIALIZE-SCREENING-REPORT.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-BUSINESS-DATE
           DISPLAY 'Enter start date CCYYMMDD (0 for business date): '
                   WITH NO ADVANCING
           ACCEPT WS-START-DATE
           DISPLAY 'Enter end date CCYYMMDD (0 for business date): '
                   WITH NO ADVANCING
           ACCEPT WS-END-DATE
           IF WS-START-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-START-DATE
           END-IF
           IF WS-END-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-END-DATE
           END-IF
           IF WS-END-DATE < WS-START-DATE
               DISPLAY 'End date is before start date.'
               STOP RUN
           END-IF
           STRING 'SCRNRPT.' WS-END-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT SCREEN-REPORT-FILE
           MOVE CURRENT-DATE TO SRH2-DATE
           MOVE WS-START-DATE TO SRH2-START-DATE
           MOVE WS-END-DATE TO SRH2-END-DATE
           WRITE SCREEN-REPORT-LINE FROM SR-HEADER-1
           WRITE SCREEN-REPORT-LINE FROM SR-HEADER-2
           WRITE SCREEN-REPORT-LINE FROM SR-HEADER-3
           WRITE SCREEN-REPORT-LINE FROM SPACES
           WRITE SCREEN-REPORT-LINE FROM SR-DETAIL-HEADER
           WRITE SCREEN-REPORT-LINE FROM
                 '------------------------------------------'
           MOVE 6 TO WS-LINES-WRITTEN.

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

       LIST-SCREENING-LOG.
           OPEN INPUT SCREEN-LOG-FILE
           IF SCREEN-LOG-STATUS NOT = '00'
               DISPLAY 'SCRNLOG.DAT not available - status '
                       SCREEN-LOG-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SCREENING-LOG
               UNTIL SCREEN-LOG-STATUS NOT = '00'
           CLOSE SCREEN-LOG-FILE.

       READ-SCREENING-LOG.
           READ SCREEN-LOG-FILE
               AT END
                   MOVE '99' TO SCREEN-LOG-STATUS
               NOT AT END
                   IF SCL-LOG-DATE NOT < WS-START-DATE
                       AND SCL-LOG-DATE NOT > WS-END-DATE
                       PERFORM LIST-SCREENING-ENTRY
                   END-IF
           END-READ.

       LIST-SCREENING-ENTRY.
           ADD 1 TO WS-ENTRIES-LISTED
           IF SCL-DECISION
               EVALUATE SCL-RESULT
                   WHEN 'C'
                       ADD 1 TO WS-DECISIONS-CLEARED
                   WHEN 'B'
                       ADD 1 TO WS-DECISIONS-CONFIRMED
               END-EVALUATE
           ELSE
               ADD 1 TO WS-SCREENINGS
               EVALUATE SCL-RESULT
                   WHEN 'C'
                       ADD 1 TO WS-RESULTS-CLEAR
                   WHEN 'H'
                       ADD 1 TO WS-RESULTS-HELD
                   WHEN 'B'
                       ADD 1 TO WS-RESULTS-BLOCKED
                   WHEN 'U'
                       ADD 1 TO WS-RESULTS-UNAVAILABLE
               END-EVALUATE
           END-IF
           MOVE SCL-LOG-DATE TO SRD-DATE
           MOVE SCL-LOG-TIME TO SRD-TIME
           MOVE SCL-EVENT TO SRD-EVENT
           MOVE SCL-SOURCE-TYPE TO SRD-SOURCE-TYPE
           MOVE SCL-SUBJECT-NAME TO SRD-SUBJECT-NAME
           MOVE SCL-RESULT TO SRD-RESULT
           MOVE SCL-CASE-NUMBER TO SRD-CASE-NUMBER
           MOVE SCL-ENTRY-ID TO SRD-ENTRY-ID
           MOVE SCL-MATCH-SCORE TO SRD-MATCH-SCORE
           MOVE SCL-OPERATOR-ID TO SRD-OPERATOR-ID
           MOVE SCL-COMMENT TO SRD-COMMENT
           WRITE SCREEN-REPORT-LINE FROM SR-DETAIL-LINE
           ADD 1 TO WS-LINES-WRITTEN.

       FINALIZE-SCREENING-REPORT.
           WRITE SCREEN-REPORT-LINE FROM SPACES
           MOVE WS-SCREENINGS TO SRS1-SCREENINGS
           MOVE WS-RESULTS-CLEAR TO SRS1-CLEAR
           MOVE WS-RESULTS-HELD TO SRS1-HELD
           MOVE WS-RESULTS-BLOCKED TO SRS1-BLOCKED
           MOVE WS-RESULTS-UNAVAILABLE TO SRS1-UNAVAILABLE
           WRITE SCREEN-REPORT-LINE FROM SR-SUMMARY-LINE-1
           MOVE WS-DECISIONS-CLEARED TO SRS2-CLEARED
           MOVE WS-DECISIONS-CONFIRMED TO SRS2-CONFIRMED
           WRITE SCREEN-REPORT-LINE FROM SR-SUMMARY-LINE-2
           ADD 3 TO WS-LINES-WRITTEN
           CLOSE SCREEN-REPORT-FILE.

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
