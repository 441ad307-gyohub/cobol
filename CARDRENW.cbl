       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDRENW.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO 'CARDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CARD-NUMBER
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO 'LEGALHLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGL-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS LEGAL-HOLD-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT CARD-MAILER-FILE ASSIGN TO WS-MAILER-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CARD-MAILER-STATUS.

           SELECT REISSUE-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REISSUE-REPORT-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO 'RPTCTLG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS REPORT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CARD-FILE.
       01 CARD-MASTER-RECORD.
           05 CRD-CARD-NUMBER       PIC 9(16).
           05 CRD-ACCOUNT-NUMBER    PIC 9(10).
           05 CRD-PIN               PIC 9(4).
           05 CRD-STATUS            PIC X(1).
               88 CRD-CARD-ACTIVE   VALUE 'A'.
               88 CRD-CARD-BLOCKED  VALUE 'B'.
               88 CRD-CARD-CLOSED   VALUE 'C'.
               88 CRD-CARD-PENDING  VALUE 'P'.
           05 CRD-DAILY-WTH-LIMIT   PIC 9(10)V99.
           05 CRD-DAILY-PUR-LIMIT   PIC 9(10)V99.
           05 CRD-USAGE-DATE        PIC 9(8).
           05 CRD-WTH-USED-TODAY    PIC 9(10)V99.
           05 CRD-PUR-USED-TODAY    PIC 9(10)V99.
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

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CUST-ACCOUNT-NUMBER    PIC 9(10).
           05 CUST-NAME             PIC X(30).
           05 CUST-ADDRESS          PIC X(50).
           05 CUST-PHONE            PIC X(15).
           05 CUST-BALANCE          PIC S9(10)V99.
           05 CUST-ACCOUNT-TYPE     PIC X(1).
           05 CUST-STATUS           PIC X(1).
           05 CUST-DATE-OPENED      PIC 9(8).
           05 CUST-LAST-ACTIVITY-DATE PIC 9(8).
           05 CUST-CURRENCY-CODE    PIC X(3).
           05 CUST-HELD-AMOUNT      PIC 9(10)V99.
           05 CUST-CUSTOMER-NUMBER  PIC 9(10).
           05 FILLER                PIC X(30).

       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-RECORD.
           05 LGL-KEY.
               10 LGL-ACCOUNT-NUMBER PIC 9(10).
               10 LGL-HOLD-ID        PIC 9(5).
           05 LGL-HOLD-TYPE         PIC X(1).
               88 LGL-FULL-FREEZE   VALUE 'F'.
               88 LGL-GARNISHMENT   VALUE 'G'.
           05 LGL-AMOUNT            PIC 9(10)V99.
           05 LGL-AUTHORITY         PIC X(30).
           05 LGL-CASE-REFERENCE    PIC X(20).
           05 LGL-STATUS            PIC X(1).
               88 LGL-HOLD-ACTIVE   VALUE 'A'.
               88 LGL-HOLD-RELEASED VALUE 'R'.
               88 LGL-HOLD-EXECUTED VALUE 'E'.
           05 LGL-DATE-PLACED       PIC 9(8).
           05 LGL-PLACED-BY         PIC X(10).
           05 LGL-DATE-CLOSED       PIC 9(8).
           05 FILLER                PIC X(10).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CTL-KEY               PIC X(10).
           05 CTL-LAST-TRANS-ID     PIC 9(10).
           05 CTL-LAST-ACCT-NUMBER  PIC 9(10).
           05 FILLER                PIC X(10).
           05 CTL-BUSINESS-DATE     PIC 9(8).
           05 CTL-EOD-STATUS        PIC X(1).
               88 CTL-EOD-IDLE      VALUE 'I'.
               88 CTL-EOD-ARCHIVING VALUE 'A'.
               88 CTL-EOD-RECON     VALUE 'R'.
               88 CTL-EOD-SCHEDULED VALUE 'S'.
           05 CTL-LAST-EOD-DATE     PIC 9(8).
           05 FILLER                PIC X(10).
       01 CARD-SEQUENCE-RECORD.
           05 CSQ-KEY               PIC X(10).
           05 CSQ-LAST-CARD-SEQ     PIC 9(10).
           05 FILLER                PIC X(47).

       FD CARD-MAILER-FILE.
       01 CARD-MAILER-RECORD        PIC X(160).

       FD REISSUE-REPORT-FILE.
       01 REISSUE-REPORT-LINE       PIC X(132).

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
           05 CARD-FILE-STATUS      PIC XX.
           05 CUSTOMER-FILE-STATUS  PIC XX.
           05 LEGAL-HOLD-STATUS     PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.
           05 CARD-MAILER-STATUS    PIC XX.
           05 REISSUE-REPORT-STATUS PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-MAILER-FILENAME    PIC X(40).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.
           05 CTL-CARD-SEQUENCE-KEY PIC X(10) VALUE 'CARDSEQ'.

       01 REISSUE-CONSTANTS.
           05 WS-REISSUE-WINDOW-DAYS PIC 9(3) VALUE 60.
           05 WS-CARD-LIFE-YEARS    PIC 9(2) VALUE 3.
           05 WS-MAX-NUMBER-ATTEMPTS PIC 9(2) VALUE 20.
           05 WS-ISSUER-NAME        PIC X(30) VALUE
              'COBOL BANKING SYSTEM'.

       01 REISSUE-RUN-COUNTERS.
           05 WS-CARDS-READ         PIC 9(7) VALUE 0.
           05 WS-CARDS-REISSUED     PIC 9(7) VALUE 0.
           05 WS-CARDS-EXCEPTED     PIC 9(7) VALUE 0.
           05 WS-CARDS-CLOSED       PIC 9(7) VALUE 0.
           05 WS-LINES-WRITTEN      PIC 9(7) VALUE 0.

       01 REISSUE-WORK-AREAS.
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-WINDOW-END-DATE    PIC 9(8).
           05 WS-NEXT-DAY-DATE      PIC 9(8).
           05 WS-DATE-INTEGER       PIC S9(9) COMP.
           05 WS-MONTH-END-FLAG     PIC X(1).
               88 BUSINESS-DATE-IS-MONTH-END VALUE 'Y'.
               88 BUSINESS-DATE-NOT-MONTH-END VALUE 'N'.
           05 WS-FREEZE-FLAG        PIC X(1).
               88 ACCOUNT-ON-LEGAL-HOLD VALUE 'Y'.
               88 ACCOUNT-NOT-ON-LEGAL-HOLD VALUE 'N'.
           05 WS-CARD-WRITTEN-FLAG  PIC X(1).
               88 REPLACEMENT-WRITTEN VALUE 'Y'.
               88 REPLACEMENT-NOT-WRITTEN VALUE 'N'.
           05 WS-NUMBER-ATTEMPTS    PIC 9(2).
           05 WS-EXCEPTION-REASON   PIC X(30).
           05 WS-OLD-CARD-RECORD    PIC X(155).
           05 WS-OLD-CARD-NUMBER    PIC 9(16).
           05 WS-NEW-CARD-NUMBER    PIC 9(16).
           05 WS-NEW-CARD-PARTS REDEFINES WS-NEW-CARD-NUMBER.
               10 WS-NEW-CARD-BIN   PIC 9(6).
               10 WS-NEW-CARD-SEQ   PIC 9(10).
           05 WS-NEW-EXPIRY-DATE    PIC 9(8).
           05 WS-NEW-EXPIRY-PARTS REDEFINES WS-NEW-EXPIRY-DATE.
               10 WS-NEW-EXPIRY-YEAR PIC 9(4).
               10 WS-NEW-EXPIRY-MMDD PIC 9(4).

       01 MAILER-RECORD-LAYOUTS.
           05 CML-HEADER.
               10 CMH-RECORD-TYPE   PIC X(1).
               10 CMH-FILE-DATE     PIC 9(8).
               10 CMH-ISSUER-NAME   PIC X(30).
               10 FILLER            PIC X(121).

           05 CML-DETAIL.
               10 CMD-RECORD-TYPE   PIC X(1).
               10 CMD-NEW-CARD-NUMBER PIC 9(16).
               10 CMD-OLD-CARD-NUMBER PIC 9(16).
               10 CMD-ACCOUNT-NUMBER PIC 9(10).
               10 CMD-ISSUE-DATE    PIC 9(8).
               10 CMD-EXPIRY-DATE   PIC 9(8).
               10 CMD-CUSTOMER-NAME PIC X(30).
               10 CMD-CUSTOMER-ADDRESS PIC X(50).
               10 FILLER            PIC X(21).

           05 CML-TRAILER.
               10 CMT-RECORD-TYPE   PIC X(1).
               10 CMT-RECORD-COUNT  PIC 9(7).
               10 FILLER            PIC X(152).

       01 REISSUE-REPORT-LINES.
           05 RR-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(40) VALUE
                  'CARD REISSUE EXCEPTION REPORT'.
               10 FILLER            PIC X(62) VALUE SPACES.

           05 RR-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Generated on: '.
               10 RRH2-DATE         PIC 9(8).
               10 FILLER            PIC X(16) VALUE
                  '  Expiring by: '.
               10 RRH2-WINDOW-END   PIC 9(8).
               10 FILLER            PIC X(66) VALUE SPACES.

           05 RR-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 RR-DETAIL-HEADER.
               10 FILLER            PIC X(18) VALUE 'CARD NUMBER'.
               10 FILLER            PIC X(12) VALUE 'ACCOUNT #'.
               10 FILLER            PIC X(10) VALUE 'EXPIRES'.
               10 FILLER            PIC X(10) VALUE 'CARD'.
               10 FILLER            PIC X(82) VALUE
                  'REASON NOT REISSUED'.

           05 RR-DETAIL-LINE.
               10 RRD-CARD-NUMBER   PIC 9(16).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RRD-ACCOUNT       PIC 9(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RRD-EXPIRY-DATE   PIC 9(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RRD-CARD-STATUS   PIC X(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 RRD-REASON        PIC X(30).
               10 FILLER            PIC X(52) VALUE SPACES.

           05 RR-NOT-MONTH-END-LINE.
               10 FILLER            PIC X(60) VALUE
                  'Business date is not month end - no cards selected '.
               10 FILLER            PIC X(72) VALUE
                  'for reissue.'.

           05 RR-SUMMARY-LINE.
               10 FILLER            PIC X(15) VALUE
                  'Cards read: '.
               10 RRS-READ          PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(12) VALUE
                  'Reissued: '.
               10 RRS-REISSUED      PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Exceptions: '.
               10 RRS-EXCEPTED      PIC ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(30) VALUE
                  'Replaced cards closed: '.
               10 RRS-CLOSED        PIC ZZZ,ZZ9.
               10 FILLER            PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-REISSUE-PROCESSING.
           PERFORM INITIALIZE-CARDRENW
           PERFORM PROCESS-NEXT-CARD
               UNTIL CARD-FILE-STATUS NOT = '00'
           PERFORM FINALIZE-CARDRENW
           DISPLAY 'Card reissue run complete.'
           DISPLAY 'Cards read: ' WS-CARDS-READ
           DISPLAY 'Cards reissued: ' WS-CARDS-REISSUED
           DISPLAY 'Cards not reissued: ' WS-CARDS-EXCEPTED
           DISPLAY 'Replaced cards closed at expiry: '
                   WS-CARDS-CLOSED
           DISPLAY 'Mailer extract: ' WS-MAILER-FILENAME
           MOVE 'CARDRENW' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-LINES-WRITTEN TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Exception report: ' WS-REPORT-FILENAME
           STOP RUN.

       INITIALIZE-CARDRENW.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           STRING 'CARDMAIL.' CURRENT-DATE DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-MAILER-FILENAME
           END-STRING
           STRING 'CARDREIS.' CURRENT-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           PERFORM LOAD-BUSINESS-DATE
           PERFORM DETERMINE-MONTH-END
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               + WS-REISSUE-WINDOW-DAYS
           COMPUTE WS-WINDOW-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

           OPEN I-O CARD-FILE
           IF CARD-FILE-STATUS = '35'
               OPEN OUTPUT CARD-FILE
               CLOSE CARD-FILE
               OPEN I-O CARD-FILE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT LEGAL-HOLD-FILE
           IF LEGAL-HOLD-STATUS = '35'
               OPEN OUTPUT LEGAL-HOLD-FILE
               CLOSE LEGAL-HOLD-FILE
               OPEN INPUT LEGAL-HOLD-FILE
           END-IF
           OPEN I-O CONTROL-FILE

           OPEN OUTPUT CARD-MAILER-FILE
           MOVE SPACES TO CML-HEADER
           MOVE '1' TO CMH-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO CMH-FILE-DATE
           MOVE WS-ISSUER-NAME TO CMH-ISSUER-NAME
           WRITE CARD-MAILER-RECORD FROM CML-HEADER

           OPEN OUTPUT REISSUE-REPORT-FILE
           PERFORM WRITE-REISSUE-HEADERS.

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

       DETERMINE-MONTH-END.
           SET BUSINESS-DATE-NOT-MONTH-END TO TRUE
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1
           COMPUTE WS-NEXT-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           IF WS-NEXT-DAY-DATE(5:2) NOT = WS-BUSINESS-DATE(5:2)
               SET BUSINESS-DATE-IS-MONTH-END TO TRUE
           END-IF.

       WRITE-REISSUE-HEADERS.
           MOVE WS-BUSINESS-DATE TO RRH2-DATE
           MOVE WS-WINDOW-END-DATE TO RRH2-WINDOW-END
           WRITE REISSUE-REPORT-LINE FROM RR-HEADER-1
           WRITE REISSUE-REPORT-LINE FROM RR-HEADER-2
           WRITE REISSUE-REPORT-LINE FROM RR-HEADER-3
           WRITE REISSUE-REPORT-LINE FROM SPACES
           MOVE 4 TO WS-LINES-WRITTEN
           IF BUSINESS-DATE-NOT-MONTH-END
               WRITE REISSUE-REPORT-LINE FROM RR-NOT-MONTH-END-LINE
               WRITE REISSUE-REPORT-LINE FROM SPACES
               ADD 2 TO WS-LINES-WRITTEN
           END-IF
           WRITE REISSUE-REPORT-LINE FROM RR-DETAIL-HEADER
           WRITE REISSUE-REPORT-LINE FROM
                 '------------------------------------------'
           ADD 2 TO WS-LINES-WRITTEN.

       PROCESS-NEXT-CARD.
           READ CARD-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CARD-FILE-STATUS
           END-READ
           IF CARD-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CARDS-READ
           IF NOT CRD-CARD-ACTIVE
               AND NOT CRD-CARD-BLOCKED
               EXIT PARAGRAPH
           END-IF
           IF CRD-EXPIRY-DATE = 0
               EXIT PARAGRAPH
           END-IF

           IF CRD-REPLACED-BY-CARD NOT = 0
               IF CRD-EXPIRY-DATE < WS-BUSINESS-DATE
                   PERFORM CLOSE-EXPIRED-CARD
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF BUSINESS-DATE-IS-MONTH-END
               AND CRD-EXPIRY-DATE NOT < WS-BUSINESS-DATE
               AND CRD-EXPIRY-DATE NOT > WS-WINDOW-END-DATE
               PERFORM EVALUATE-CARD-FOR-REISSUE
           END-IF.

       CLOSE-EXPIRED-CARD.
           SET CRD-CARD-CLOSED TO TRUE
           SET CRD-CLOSED-EXPIRED TO TRUE
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'Failed to close expired card '
                           CRD-CARD-NUMBER
           END-REWRITE
           IF CARD-FILE-STATUS = '00'
               ADD 1 TO WS-CARDS-CLOSED
           END-IF.

       EVALUATE-CARD-FOR-REISSUE.
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE CRD-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           EVALUATE TRUE
               WHEN CUSTOMER-FILE-STATUS NOT = '00'
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-EXCEPTION-REASON
               WHEN CUST-STATUS = 'C'
                   MOVE 'ACCOUNT CLOSED' TO WS-EXCEPTION-REASON
               WHEN CRD-CARD-BLOCKED
                   MOVE 'CARD BLOCKED' TO WS-EXCEPTION-REASON
               WHEN OTHER
                   PERFORM CHECK-LEGAL-HOLDS
                   IF ACCOUNT-ON-LEGAL-HOLD
                       MOVE 'LEGAL HOLD ON ACCOUNT'
                           TO WS-EXCEPTION-REASON
                   ELSE
                       IF CUST-STATUS = 'D'
                           MOVE 'ACCOUNT DORMANT'
                               TO WS-EXCEPTION-REASON
                       ELSE
                           IF CUST-STATUS NOT = 'A'
                               MOVE 'ACCOUNT NOT ACTIVE'
                                   TO WS-EXCEPTION-REASON
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE

           IF WS-EXCEPTION-REASON = SPACES
               PERFORM REISSUE-CARD
           END-IF
           IF WS-EXCEPTION-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       CHECK-LEGAL-HOLDS.
           SET ACCOUNT-NOT-ON-LEGAL-HOLD TO TRUE
           MOVE CRD-ACCOUNT-NUMBER TO LGL-ACCOUNT-NUMBER
           MOVE 0 TO LGL-HOLD-ID
           START LEGAL-HOLD-FILE KEY IS NOT LESS THAN LGL-KEY
               INVALID KEY
                   MOVE '99' TO LEGAL-HOLD-STATUS
           END-START
           IF LEGAL-HOLD-STATUS = '00'
               PERFORM SCAN-LEGAL-HOLDS
                   UNTIL LEGAL-HOLD-STATUS NOT = '00'
           END-IF.

       SCAN-LEGAL-HOLDS.
           READ LEGAL-HOLD-FILE NEXT RECORD
               AT END
                   MOVE '10' TO LEGAL-HOLD-STATUS
           END-READ
           IF LEGAL-HOLD-STATUS = '00'
               IF LGL-ACCOUNT-NUMBER = CRD-ACCOUNT-NUMBER
                   IF LGL-HOLD-ACTIVE
                       SET ACCOUNT-ON-LEGAL-HOLD TO TRUE
                   END-IF
               ELSE
                   MOVE '10' TO LEGAL-HOLD-STATUS
               END-IF
           END-IF.

       REISSUE-CARD.
           MOVE CARD-MASTER-RECORD TO WS-OLD-CARD-RECORD
           MOVE CRD-CARD-NUMBER TO WS-OLD-CARD-NUMBER
           MOVE CRD-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE
           ADD WS-CARD-LIFE-YEARS TO WS-NEW-EXPIRY-YEAR
           IF WS-NEW-EXPIRY-MMDD = 0229
               MOVE 0228 TO WS-NEW-EXPIRY-MMDD
           END-IF

           SET REPLACEMENT-NOT-WRITTEN TO TRUE
           MOVE 0 TO WS-NUMBER-ATTEMPTS
           PERFORM WRITE-REPLACEMENT-CARD
               UNTIL REPLACEMENT-WRITTEN
                  OR WS-NUMBER-ATTEMPTS NOT < WS-MAX-NUMBER-ATTEMPTS

           MOVE WS-OLD-CARD-NUMBER TO CRD-CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   MOVE '99' TO CARD-FILE-STATUS
           END-READ
           IF CARD-FILE-STATUS NOT = '00'
               MOVE WS-OLD-CARD-RECORD TO CARD-MASTER-RECORD
           END-IF
           IF REPLACEMENT-NOT-WRITTEN
               MOVE 'NO CARD NUMBER AVAILABLE' TO WS-EXCEPTION-REASON
               MOVE '00' TO CARD-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           IF CARD-FILE-STATUS = '00'
               MOVE WS-NEW-CARD-NUMBER TO CRD-REPLACED-BY-CARD
               REWRITE CARD-MASTER-RECORD
                   INVALID KEY
                       MOVE '99' TO CARD-FILE-STATUS
               END-REWRITE
           END-IF
           IF CARD-FILE-STATUS NOT = '00'
               MOVE 'REISSUED - OLD CARD NOT LINKED'
                   TO WS-EXCEPTION-REASON
               MOVE '00' TO CARD-FILE-STATUS
           END-IF
           ADD 1 TO WS-CARDS-REISSUED
           PERFORM WRITE-MAILER-DETAIL.

       WRITE-REPLACEMENT-CARD.
           ADD 1 TO WS-NUMBER-ATTEMPTS
           PERFORM GET-NEXT-CARD-SEQUENCE
           MOVE WS-OLD-CARD-RECORD TO CARD-MASTER-RECORD
           MOVE WS-NEW-CARD-NUMBER TO CRD-CARD-NUMBER
           SET CRD-CARD-PENDING TO TRUE
           MOVE 0 TO CRD-USAGE-DATE
           MOVE 0 TO CRD-WTH-USED-TODAY
           MOVE 0 TO CRD-PUR-USED-TODAY
           MOVE WS-BUSINESS-DATE TO CRD-ISSUE-DATE
           MOVE WS-NEW-EXPIRY-DATE TO CRD-EXPIRY-DATE
           MOVE 0 TO CRD-PIN-FAIL-COUNT
           MOVE WS-OLD-CARD-NUMBER TO CRD-REPLACES-CARD
           MOVE 0 TO CRD-REPLACED-BY-CARD
           MOVE 0 TO CRD-ACTIVATION-DATE
           MOVE SPACE TO CRD-CLOSE-REASON
           WRITE CARD-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF CARD-FILE-STATUS = '00'
               SET REPLACEMENT-WRITTEN TO TRUE
           END-IF.

       GET-NEXT-CARD-SEQUENCE.
           MOVE CTL-CARD-SEQUENCE-KEY TO CSQ-KEY
           READ CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO CARD-SEQUENCE-RECORD
                   MOVE CTL-CARD-SEQUENCE-KEY TO CSQ-KEY
                   MOVE 0 TO CSQ-LAST-CARD-SEQ
                   WRITE CARD-SEQUENCE-RECORD
                       INVALID KEY
                           DISPLAY 'Card sequence record not created'
                   END-WRITE
           END-READ
           IF CSQ-LAST-CARD-SEQ NOT NUMERIC
               MOVE 0 TO CSQ-LAST-CARD-SEQ
           END-IF
           ADD 1 TO CSQ-LAST-CARD-SEQ
           MOVE WS-OLD-CARD-NUMBER TO WS-NEW-CARD-NUMBER
           MOVE CSQ-LAST-CARD-SEQ TO WS-NEW-CARD-SEQ
           REWRITE CARD-SEQUENCE-RECORD
               INVALID KEY
                   DISPLAY 'Card sequence update failed'
           END-REWRITE.

       WRITE-MAILER-DETAIL.
           MOVE SPACES TO CML-DETAIL
           MOVE '2' TO CMD-RECORD-TYPE
           MOVE WS-NEW-CARD-NUMBER TO CMD-NEW-CARD-NUMBER
           MOVE WS-OLD-CARD-NUMBER TO CMD-OLD-CARD-NUMBER
           MOVE CRD-ACCOUNT-NUMBER TO CMD-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE TO CMD-ISSUE-DATE
           MOVE WS-NEW-EXPIRY-DATE TO CMD-EXPIRY-DATE
           MOVE CUST-NAME TO CMD-CUSTOMER-NAME
           MOVE CUST-ADDRESS TO CMD-CUSTOMER-ADDRESS
           WRITE CARD-MAILER-RECORD FROM CML-DETAIL.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-CARDS-EXCEPTED
           MOVE CRD-CARD-NUMBER TO RRD-CARD-NUMBER
           MOVE CRD-ACCOUNT-NUMBER TO RRD-ACCOUNT
           MOVE CRD-EXPIRY-DATE TO RRD-EXPIRY-DATE
           IF CRD-CARD-BLOCKED
               MOVE 'BLOCKED' TO RRD-CARD-STATUS
           ELSE
               MOVE 'ACTIVE' TO RRD-CARD-STATUS
           END-IF
           MOVE WS-EXCEPTION-REASON TO RRD-REASON
           WRITE REISSUE-REPORT-LINE FROM RR-DETAIL-LINE
           ADD 1 TO WS-LINES-WRITTEN.

       FINALIZE-CARDRENW.
           MOVE SPACES TO CML-TRAILER
           MOVE '9' TO CMT-RECORD-TYPE
           MOVE WS-CARDS-REISSUED TO CMT-RECORD-COUNT
           WRITE CARD-MAILER-RECORD FROM CML-TRAILER

           WRITE REISSUE-REPORT-LINE FROM SPACES
           MOVE WS-CARDS-READ TO RRS-READ
           MOVE WS-CARDS-REISSUED TO RRS-REISSUED
           MOVE WS-CARDS-EXCEPTED TO RRS-EXCEPTED
           MOVE WS-CARDS-CLOSED TO RRS-CLOSED
           WRITE REISSUE-REPORT-LINE FROM RR-SUMMARY-LINE
           ADD 2 TO WS-LINES-WRITTEN
           CLOSE CARD-FILE
           CLOSE CUSTOMER-FILE
           CLOSE LEGAL-HOLD-FILE
           CLOSE CONTROL-FILE
           CLOSE CARD-MAILER-FILE
           CLOSE REISSUE-REPORT-FILE.

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
