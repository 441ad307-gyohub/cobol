       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTGEN.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-PREF-FILE ASSIGN TO 'ALERTPRF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APF-KEY
               ALTERNATE RECORD KEY IS APF-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS ALERT-PREF-STATUS.

           SELECT ALERT-LOG-FILE ASSIGN TO 'ALERTLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALG-KEY
               FILE STATUS IS ALERT-LOG-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-MASTER-FILE-STATUS.

           SELECT CARD-FILE ASSIGN TO 'CARDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRD-CARD-NUMBER
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'FUNDHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT STOP-LOG-FILE ASSIGN TO 'STOPLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STOP-LOG-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT ALERT-FEED-FILE ASSIGN TO WS-FEED-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ALERT-FEED-STATUS.

           SELECT ALERT-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ALERT-REPORT-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO 'RPTCTLG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS REPORT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALERT-PREF-FILE.
       01 ALERT-PREF-RECORD.
           05 APF-KEY.
               10 APF-CUSTOMER-NUMBER PIC 9(10).
               10 APF-ACCOUNT-NUMBER  PIC 9(10).
           05 APF-CONTACT-METHOD    PIC X(1).
               88 APF-BY-SMS        VALUE 'P'.
               88 APF-BY-EMAIL      VALUE 'E'.
           05 APF-CONTACT-ADDRESS   PIC X(50).
           05 APF-LOW-BALANCE-AMOUNT PIC 9(10)V99.
           05 APF-LARGE-DEBIT-AMOUNT PIC 9(10)V99.
           05 APF-OVERDRAFT-ALERT   PIC X(1).
           05 APF-HOLD-ALERT        PIC X(1).
           05 APF-STOP-PAY-ALERT    PIC X(1).
           05 APF-CARD-BLOCK-ALERT  PIC X(1).
           05 APF-STATUS            PIC X(1).
               88 APF-ACTIVE        VALUE 'A'.
               88 APF-CANCELLED     VALUE 'C'.
           05 APF-DATE-ADDED        PIC 9(8).
           05 APF-DATE-CHANGED      PIC 9(8).
           05 APF-CHANGED-BY        PIC X(10).
           05 FILLER                PIC X(24).

       FD ALERT-LOG-FILE.
       01 ALERT-LOG-RECORD.
           05 ALG-KEY.
               10 ALG-ACCOUNT-NUMBER  PIC 9(10).
               10 ALG-CUSTOMER-NUMBER PIC 9(10).
               10 ALG-ALERT-TYPE      PIC X(2).
               10 ALG-REFERENCE       PIC X(16).
           05 ALG-FIRST-DATE        PIC 9(8).
           05 ALG-LAST-SEEN-DATE    PIC 9(8).
           05 ALG-STATE-FLAG        PIC X(1).
               88 ALG-STATE-ALERT   VALUE 'S'.
               88 ALG-EVENT-ALERT   VALUE 'E'.
           05 FILLER                PIC X(25).

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
           05 CUST-CLOSURE-DATE     PIC 9(8).
           05 CUST-BRANCH-CODE      PIC X(4).
           05 CUST-RESTRICTION-CODE PIC X(1).
           05 FILLER                PIC X(17).

       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           05 CM-CUSTOMER-NUMBER    PIC 9(10).
           05 CM-NAME               PIC X(30).
           05 CM-ADDRESS            PIC X(50).
           05 CM-PHONE              PIC X(15).
           05 CM-DATE-ADDED         PIC 9(8).
           05 CM-TAX-ID             PIC X(9).
           05 CM-RECORD-STATUS      PIC X(1).
               88 CM-ACTIVE         VALUE SPACE 'A'.
               88 CM-MERGED         VALUE 'M'.
           05 CM-DATE-OF-BIRTH      PIC 9(8).
           05 CM-ADDRESS-STATUS     PIC X(1).
           05 CM-RETURNED-MAIL-DATE PIC 9(8).
           05 CM-DECEASED-FLAG      PIC X(1).
               88 CM-LIVING         VALUE SPACE 'N'.
               88 CM-DECEASED       VALUE 'D'.
           05 CM-DATE-OF-DEATH      PIC 9(8).
           05 FILLER                PIC X(21).

       FD CARD-FILE.
       01 CARD-MASTER-RECORD.
           05 CRD-CARD-NUMBER       PIC 9(16).
           05 CRD-ACCOUNT-NUMBER    PIC 9(10).
           05 FILLER                PIC X(4).
           05 CRD-STATUS            PIC X(1).
               88 CRD-CARD-BLOCKED  VALUE 'B'.
           05 FILLER                PIC X(72).
           05 CRD-PIN-FAIL-COUNT    PIC 9(1).
           05 FILLER                PIC X(51).

       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HLD-KEY.
               10 HLD-ACCOUNT-NUMBER PIC 9(10).
               10 HLD-HOLD-ID        PIC 9(10).
           05 HLD-AMOUNT            PIC 9(10)V99.
           05 HLD-HOLD-DATE         PIC 9(8).
           05 HLD-RELEASE-DATE      PIC 9(8).
           05 HLD-STATUS            PIC X(1).
           05 FILLER                PIC X(10).

       FD STOP-LOG-FILE.
       01 STOP-LOG-RECORD.
           05 STL-DATE              PIC 9(8).
           05 STL-TIME              PIC 9(6).
           05 STL-ACCOUNT-NUMBER    PIC 9(10).
           05 STL-CHECK-NUMBER      PIC 9(10).
           05 STL-AMOUNT            PIC 9(10)V99.
           05 STL-OPERATOR-ID       PIC X(10).
           05 STL-ACTION            PIC X(10).
           05 FILLER                PIC X(10).

       FD ARCHIVE-FILE.
       01 ARCHIVE-TRANSACTION-RECORD.
           05 TRANS-ID              PIC 9(10).
           05 TRANS-ACCOUNT-NUMBER  PIC 9(10).
           05 TRANS-TYPE            PIC X(1).
           05 TRANS-AMOUNT          PIC 9(10)V99.
           05 TRANS-DATE            PIC 9(8).
           05 TRANS-TIME            PIC 9(6).
           05 TRANS-DESCRIPTION     PIC X(30).
           05 FILLER                PIC X(91).
           05 TRANS-CHANNEL         PIC X(1).
               88 TRANS-VIA-CARD    VALUE 'A'.
           05 FILLER                PIC X(14).

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

       FD ALERT-FEED-FILE.
       01 ALERT-FEED-RECORD         PIC X(200).

       FD ALERT-REPORT-FILE.
       01 ALERT-REPORT-LINE         PIC X(132).

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
           05 ALERT-PREF-STATUS     PIC XX.
           05 ALERT-LOG-STATUS      PIC XX.
           05 CUSTOMER-FILE-STATUS  PIC XX.
           05 CUSTOMER-MASTER-FILE-STATUS PIC XX.
           05 CARD-FILE-STATUS      PIC XX.
           05 HOLD-FILE-STATUS      PIC XX.
           05 STOP-LOG-STATUS       PIC XX.
           05 ARCHIVE-FILE-STATUS   PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.
           05 ALERT-FEED-STATUS     PIC XX.
           05 ALERT-REPORT-STATUS   PIC XX.

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 CURRENT-TIME          PIC 9(8).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-ALERT-DATE         PIC 9(8).
           05 WS-FEED-FILENAME      PIC X(40).
           05 WS-REPORT-FILENAME    PIC X(40).
           05 WS-ARCHIVE-FILENAME   PIC X(40).
           05 WS-CATALOG-ARCHIVE    PIC X(40).

       01 ALERT-CONSTANTS.
           05 WS-ARCHIVE-TYPE       PIC X(12) VALUE 'TRANARCH'.
           05 WS-ISSUER-NAME        PIC X(30) VALUE
              'COBOL BANKING SYSTEM'.
           05 WS-EVENT-RETAIN-DAYS  PIC 9(3) VALUE 90.
           05 WS-MAX-PIN-FAILURES   PIC 9(1) VALUE 3.
           05 WS-ALERT-TYPE-COUNT   PIC 9(2) VALUE 6.
           05 WS-LOW-BALANCE-SLOT   PIC 9(2) VALUE 1.
           05 WS-LARGE-DEBIT-SLOT   PIC 9(2) VALUE 2.
           05 WS-OVERDRAFT-SLOT     PIC 9(2) VALUE 3.
           05 WS-HOLD-SLOT          PIC 9(2) VALUE 4.
           05 WS-STOP-PAY-SLOT      PIC 9(2) VALUE 5.
           05 WS-CARD-BLOCK-SLOT    PIC 9(2) VALUE 6.

       01 ALERT-TYPE-VALUES.
           05 FILLER                PIC X(33) VALUE
              'LBSBALANCE BELOW ALERT LEVEL'.
           05 FILLER                PIC X(33) VALUE
              'LDELARGE DEBIT POSTED'.
           05 FILLER                PIC X(33) VALUE
              'ODSACCOUNT OVERDRAWN'.
           05 FILLER                PIC X(33) VALUE
              'HPEDEPOSIT HOLD PLACED'.
           05 FILLER                PIC X(33) VALUE
              'SPESTOPPED CHECK PRESENTED'.
           05 FILLER                PIC X(33) VALUE
              'CBSCARD BLOCKED - PIN FAILURES'.
       01 ALERT-TYPE-TABLE REDEFINES ALERT-TYPE-VALUES.
           05 ALT-ENTRY OCCURS 6 TIMES.
               10 ALT-CODE          PIC X(2).
               10 ALT-KIND          PIC X(1).
                   88 ALT-IS-STATE  VALUE 'S'.
               10 ALT-MESSAGE       PIC X(30).

       01 ALERT-VOLUME-TABLE.
           05 ALV-ENTRY OCCURS 6 TIMES.
               10 ALV-SENT          PIC 9(7).
               10 ALV-SUPPRESSED    PIC 9(7).
               10 ALV-CLEARED       PIC 9(7).

       01 ALERT-RUN-COUNTERS.
           05 WS-SUBS-READ          PIC 9(7) VALUE 0.
           05 WS-SUBS-ACTIVE        PIC 9(7) VALUE 0.
           05 WS-TRANS-SCANNED      PIC 9(7) VALUE 0.
           05 WS-HOLDS-SCANNED      PIC 9(7) VALUE 0.
           05 WS-STOP-HITS-SCANNED  PIC 9(7) VALUE 0.
           05 WS-CARDS-BLOCKED      PIC 9(7) VALUE 0.
           05 WS-DECEASED-WITHHELD  PIC 9(7) VALUE 0.
           05 WS-LOG-PURGED         PIC 9(7) VALUE 0.
           05 WS-FEED-COUNT         PIC 9(7) VALUE 0.
           05 WS-TOTAL-SENT         PIC 9(7) VALUE 0.
           05 WS-TOTAL-SUPPRESSED   PIC 9(7) VALUE 0.
           05 WS-TOTAL-CLEARED      PIC 9(7) VALUE 0.
           05 WS-LINES-WRITTEN      PIC 9(7) VALUE 0.

       01 ALERT-WORK-AREAS.
           05 WS-TYPE-SUB           PIC 9(2).
           05 WS-FIND-SUB           PIC 9(2).
           05 WS-MATCH-SUB          PIC 9(2).
           05 WS-NOTIFY-ACCOUNT     PIC 9(10).
           05 WS-ALT-REFERENCE      PIC X(16).
           05 WS-ALT-AMOUNT         PIC S9(10)V99.
           05 WS-ALT-THRESHOLD      PIC 9(10)V99.
           05 WS-ALT-EVENT-DATE     PIC 9(8).
           05 WS-ALT-EVENT-TIME     PIC 9(6).
           05 WS-STOP-REFERENCE.
               10 WS-STOP-REF-TIME  PIC 9(6).
               10 WS-STOP-REF-CHECK PIC 9(10).
           05 WS-PURGE-CUTOFF       PIC 9(8).
           05 WS-DATE-INTEGER       PIC S9(9) COMP.
           05 WS-ARCHIVE-MATCHED    PIC 9(7).
           05 WS-CLEAR-ACCOUNT      PIC 9(10).
           05 WS-CLEAR-CUSTOMER     PIC 9(10).
           05 WS-CARD-STATE-FLAG    PIC X(1).
               88 CARD-IS-PIN-BLOCKED VALUE 'Y'.
               88 CARD-NOT-PIN-BLOCKED VALUE 'N'.
           05 WS-ACCOUNT-FLAG       PIC X(1).
               88 ACCOUNT-ON-FILE   VALUE 'Y'.
               88 ACCOUNT-NOT-ON-FILE VALUE 'N'.

       01 FEED-RECORD-LAYOUTS.
           05 AFL-HEADER.
               10 AFH-RECORD-TYPE   PIC X(1).
               10 AFH-FILE-DATE     PIC 9(8).
               10 AFH-ISSUER-NAME   PIC X(30).
               10 FILLER            PIC X(161).

           05 AFL-DETAIL.
               10 AFD-RECORD-TYPE   PIC X(1).
               10 AFD-ALERT-TYPE    PIC X(2).
               10 AFD-SEQUENCE      PIC 9(7).
               10 AFD-CUSTOMER-NUMBER PIC 9(10).
               10 AFD-ACCOUNT-NUMBER PIC 9(10).
               10 AFD-CUSTOMER-NAME PIC X(30).
               10 AFD-CONTACT-METHOD PIC X(1).
               10 AFD-CONTACT-ADDRESS PIC X(50).
               10 AFD-EVENT-DATE    PIC 9(8).
               10 AFD-EVENT-TIME    PIC 9(6).
               10 AFD-AMOUNT        PIC 9(10)V99.
               10 AFD-AMOUNT-SIGN   PIC X(1).
               10 AFD-THRESHOLD     PIC 9(10)V99.
               10 AFD-REFERENCE     PIC X(16).
               10 AFD-MESSAGE       PIC X(30).
               10 FILLER            PIC X(4).

           05 AFL-TRAILER.
               10 AFT-RECORD-TYPE   PIC X(1).
               10 AFT-RECORD-COUNT  PIC 9(7).
               10 FILLER            PIC X(192).

       01 ALERT-REPORT-LINES.
           05 AR-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(40) VALUE
                  'CUSTOMER ALERT VOLUME REPORT'.
               10 FILLER            PIC X(62) VALUE SPACES.

           05 AR-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE
                  'Business date: '.
               10 ARH2-DATE         PIC 9(8).
               10 FILLER            PIC X(14) VALUE
                  '  Feed file: '.
               10 ARH2-FEED-FILE    PIC X(40).
               10 FILLER            PIC X(35) VALUE SPACES.

           05 AR-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 AR-DETAIL-HEADER.
               10 FILLER            PIC X(6) VALUE 'TYPE'.
               10 FILLER            PIC X(32) VALUE 'DESCRIPTION'.
               10 FILLER            PIC X(12) VALUE '     SENT'.
               10 FILLER            PIC X(12) VALUE 'SUPPRESSED'.
               10 FILLER            PIC X(70) VALUE '   CLEARED'.

           05 AR-DETAIL-LINE.
               10 ARD-CODE          PIC X(2).
               10 FILLER            PIC X(4) VALUE SPACES.
               10 ARD-MESSAGE       PIC X(30).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ARD-SENT          PIC Z,ZZZ,ZZ9.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 ARD-SUPPRESSED    PIC Z,ZZZ,ZZ9.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 ARD-CLEARED       PIC Z,ZZZ,ZZ9.
               10 FILLER            PIC X(60) VALUE SPACES.

           05 AR-SUMMARY-LINE.
               10 FILLER            PIC X(40) VALUE SPACES.
               10 ARS-LABEL         PIC X(36).
               10 ARS-COUNT         PIC Z,ZZZ,ZZ9.
               10 FILLER            PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ALERT-GENERATION.
           PERFORM INITIALIZE-ALERTGEN
           PERFORM PURGE-ALERT-LOG
           PERFORM SCAN-SUBSCRIPTIONS
           PERFORM SCAN-DAY-TRANSACTIONS
           PERFORM SCAN-DAY-HOLDS
           PERFORM SCAN-DAY-STOP-HITS
           PERFORM SCAN-BLOCKED-CARDS
           PERFORM FINALIZE-ALERTGEN
           DISPLAY 'Alert generation complete for ' WS-ALERT-DATE
           DISPLAY 'Subscriptions read: ' WS-SUBS-READ
           DISPLAY 'Alerts sent: ' WS-TOTAL-SENT
           DISPLAY 'Duplicates suppressed: ' WS-TOTAL-SUPPRESSED
           DISPLAY 'Alert feed: ' WS-FEED-FILENAME
           MOVE 'ALERTFEED' TO WS-RCT-TYPE
           MOVE WS-ALERT-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-FEED-FILENAME TO WS-RCT-FILENAME
           COMPUTE WS-RCT-LINE-COUNT = WS-FEED-COUNT + 2
           PERFORM REGISTER-REPORT-CATALOG
           MOVE 'ALERTGEN' TO WS-RCT-TYPE
           MOVE WS-ALERT-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-LINES-WRITTEN TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Volume report: ' WS-REPORT-FILENAME
           STOP RUN.

       INITIALIZE-ALERTGEN.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           PERFORM LOAD-BUSINESS-DATE
           IF WS-ALERT-DATE = 0
               DISPLAY 'No business date has been closed yet - '
                       'no alerts generated.'
               STOP RUN
           END-IF
           INITIALIZE ALERT-VOLUME-TABLE

           OPEN INPUT ALERT-PREF-FILE
           IF ALERT-PREF-STATUS NOT = '00'
               DISPLAY 'No alert subscriptions on file - status '
                       ALERT-PREF-STATUS
               STOP RUN
           END-IF
           OPEN I-O ALERT-LOG-FILE
           IF ALERT-LOG-STATUS = '35'
               OPEN OUTPUT ALERT-LOG-FILE
               CLOSE ALERT-LOG-FILE
               OPEN I-O ALERT-LOG-FILE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT CUSTOMER-MASTER-FILE

           MOVE SPACES TO WS-FEED-FILENAME
           STRING 'ALERTFD.' WS-ALERT-DATE '.DAT'
                  DELIMITED BY SIZE
                  INTO WS-FEED-FILENAME
           END-STRING
           OPEN INPUT ALERT-FEED-FILE
           IF ALERT-FEED-STATUS = '00'
               CLOSE ALERT-FEED-FILE
               MOVE SPACES TO WS-FEED-FILENAME
               STRING 'ALERTFD.' WS-ALERT-DATE '.'
                      CURRENT-TIME(1:4) '.DAT'
                      DELIMITED BY SIZE
                      INTO WS-FEED-FILENAME
               END-STRING
               DISPLAY 'Alert feed already produced for '
                       WS-ALERT-DATE ' - new alerts only will be '
                       'written to ' WS-FEED-FILENAME
           END-IF
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING 'ALERTGEN.' WS-ALERT-DATE '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING

           OPEN OUTPUT ALERT-FEED-FILE
           MOVE SPACES TO AFL-HEADER
           MOVE '1' TO AFH-RECORD-TYPE
           MOVE WS-ALERT-DATE TO AFH-FILE-DATE
           MOVE WS-ISSUER-NAME TO AFH-ISSUER-NAME
           WRITE ALERT-FEED-RECORD FROM AFL-HEADER.

       LOAD-BUSINESS-DATE.
           MOVE CURRENT-DATE TO WS-BUSINESS-DATE
           MOVE 0 TO WS-ALERT-DATE
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
               IF CONTROL-FILE-STATUS = '00'
                   AND CTL-LAST-EOD-DATE NUMERIC
                   MOVE CTL-LAST-EOD-DATE TO WS-ALERT-DATE
               END-IF
               CLOSE CONTROL-FILE
           END-IF.

       PURGE-ALERT-LOG.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ALERT-DATE)
               - WS-EVENT-RETAIN-DAYS
           COMPUTE WS-PURGE-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE LOW-VALUES TO ALG-KEY
           START ALERT-LOG-FILE KEY IS NOT LESS THAN ALG-KEY
               INVALID KEY
                   MOVE '99' TO ALERT-LOG-STATUS
           END-START
           PERFORM PURGE-ONE-LOG-ENTRY
               UNTIL ALERT-LOG-STATUS NOT = '00'.

       PURGE-ONE-LOG-ENTRY.
           READ ALERT-LOG-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ALERT-LOG-STATUS
           END-READ
           IF ALERT-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF ALG-EVENT-ALERT
               AND ALG-LAST-SEEN-DATE < WS-PURGE-CUTOFF
               DELETE ALERT-LOG-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO WS-LOG-PURGED
               MOVE '00' TO ALERT-LOG-STATUS
           END-IF.

       SCAN-SUBSCRIPTIONS.
           MOVE LOW-VALUES TO APF-KEY
           START ALERT-PREF-FILE KEY IS NOT LESS THAN APF-KEY
               INVALID KEY
                   MOVE '99' TO ALERT-PREF-STATUS
           END-START
           PERFORM CHECK-ONE-SUBSCRIPTION
               UNTIL ALERT-PREF-STATUS NOT = '00'.

       CHECK-ONE-SUBSCRIPTION.
           READ ALERT-PREF-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ALERT-PREF-STATUS
           END-READ
           IF ALERT-PREF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUBS-READ
           MOVE APF-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           SET ACCOUNT-ON-FILE TO TRUE
           READ CUSTOMER-FILE
               INVALID KEY
                   SET ACCOUNT-NOT-ON-FILE TO TRUE
           END-READ
           IF ACCOUNT-ON-FILE AND CUST-STATUS = 'C'
               SET ACCOUNT-NOT-ON-FILE TO TRUE
           END-IF
           IF APF-CANCELLED OR ACCOUNT-NOT-ON-FILE
               PERFORM CLEAR-SUBSCRIBER-STATES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUBS-ACTIVE

           MOVE SPACES TO WS-ALT-REFERENCE
           MOVE CUST-BALANCE TO WS-ALT-AMOUNT
           MOVE WS-ALERT-DATE TO WS-ALT-EVENT-DATE
           MOVE 0 TO WS-ALT-EVENT-TIME
           MOVE WS-LOW-BALANCE-SLOT TO WS-TYPE-SUB
           IF APF-LOW-BALANCE-AMOUNT > 0
               AND CUST-BALANCE < APF-LOW-BALANCE-AMOUNT
               MOVE APF-LOW-BALANCE-AMOUNT TO WS-ALT-THRESHOLD
               PERFORM EMIT-ALERT
           ELSE
               PERFORM CLEAR-ALERT-STATE
           END-IF
           MOVE WS-OVERDRAFT-SLOT TO WS-TYPE-SUB
           IF APF-OVERDRAFT-ALERT = 'Y'
               AND CUST-BALANCE < 0
               MOVE 0 TO WS-ALT-THRESHOLD
               PERFORM EMIT-ALERT
           ELSE
               PERFORM CLEAR-ALERT-STATE
           END-IF.

       CLEAR-SUBSCRIBER-STATES.
           MOVE APF-ACCOUNT-NUMBER TO WS-CLEAR-ACCOUNT
           MOVE APF-CUSTOMER-NUMBER TO WS-CLEAR-CUSTOMER
           MOVE LOW-VALUES TO ALG-KEY
           MOVE WS-CLEAR-ACCOUNT TO ALG-ACCOUNT-NUMBER
           MOVE WS-CLEAR-CUSTOMER TO ALG-CUSTOMER-NUMBER
           START ALERT-LOG-FILE KEY IS NOT LESS THAN ALG-KEY
               INVALID KEY
                   MOVE '99' TO ALERT-LOG-STATUS
           END-START
           PERFORM CLEAR-ONE-SUBSCRIBER-STATE
               UNTIL ALERT-LOG-STATUS NOT = '00'.

       CLEAR-ONE-SUBSCRIBER-STATE.
           READ ALERT-LOG-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ALERT-LOG-STATUS
           END-READ
           IF ALERT-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF ALG-ACCOUNT-NUMBER NOT = WS-CLEAR-ACCOUNT
               OR ALG-CUSTOMER-NUMBER NOT = WS-CLEAR-CUSTOMER
               MOVE '10' TO ALERT-LOG-STATUS
               EXIT PARAGRAPH
           END-IF
           IF ALG-STATE-ALERT
               MOVE 0 TO WS-FIND-SUB
               MOVE 1 TO WS-MATCH-SUB
               PERFORM MATCH-ALERT-TYPE-SLOT
                   UNTIL WS-MATCH-SUB > WS-ALERT-TYPE-COUNT
               DELETE ALERT-LOG-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-FIND-SUB > 0
                   ADD 1 TO ALV-CLEARED(WS-FIND-SUB)
               END-IF
               MOVE '00' TO ALERT-LOG-STATUS
           END-IF.

       MATCH-ALERT-TYPE-SLOT.
           IF ALT-CODE(WS-MATCH-SUB) = ALG-ALERT-TYPE
               MOVE WS-MATCH-SUB TO WS-FIND-SUB
           END-IF
           ADD 1 TO WS-MATCH-SUB.

       SCAN-DAY-TRANSACTIONS.
           PERFORM LOCATE-DAY-ARCHIVE
           MOVE 0 TO WS-ARCHIVE-MATCHED
           MOVE WS-CATALOG-ARCHIVE TO WS-ARCHIVE-FILENAME
           PERFORM READ-ARCHIVE-TRANSACTIONS
           IF WS-ARCHIVE-MATCHED = 0
               MOVE SPACES TO WS-ARCHIVE-FILENAME
               STRING 'TRANSACT.' WS-ALERT-DATE(1:6)
                      DELIMITED BY SIZE
                      INTO WS-ARCHIVE-FILENAME
               END-STRING
               PERFORM READ-ARCHIVE-TRANSACTIONS
           END-IF.

       LOCATE-DAY-ARCHIVE.
           MOVE SPACES TO WS-CATALOG-ARCHIVE
           OPEN INPUT REPORT-CATALOG-FILE
           IF REPORT-CATALOG-STATUS = '00'
               MOVE WS-ARCHIVE-TYPE TO RCT-REPORT-TYPE
               MOVE WS-ALERT-DATE TO RCT-BUSINESS-DATE
               MOVE 0 TO RCT-RUN-TIME
               START REPORT-CATALOG-FILE
                   KEY IS NOT LESS THAN RCT-KEY
                   INVALID KEY
                       MOVE '99' TO REPORT-CATALOG-STATUS
               END-START
               PERFORM READ-ARCHIVE-CATALOG-ENTRY
                   UNTIL REPORT-CATALOG-STATUS NOT = '00'
               CLOSE REPORT-CATALOG-FILE
           END-IF
           IF WS-CATALOG-ARCHIVE = SPACES
               STRING 'TRANSACT.' WS-ALERT-DATE DELIMITED BY SIZE
                      INTO WS-CATALOG-ARCHIVE
               END-STRING
           END-IF.

       READ-ARCHIVE-CATALOG-ENTRY.
           READ REPORT-CATALOG-FILE NEXT RECORD
               AT END
                   MOVE '10' TO REPORT-CATALOG-STATUS
           END-READ
           IF REPORT-CATALOG-STATUS = '00'
               IF RCT-REPORT-TYPE = WS-ARCHIVE-TYPE
                   AND RCT-BUSINESS-DATE = WS-ALERT-DATE
                   MOVE RCT-FILENAME TO WS-CATALOG-ARCHIVE
               ELSE
                   MOVE '99' TO REPORT-CATALOG-STATUS
               END-IF
           END-IF.

       READ-ARCHIVE-TRANSACTIONS.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'Archive ' WS-ARCHIVE-FILENAME
                       ' not available - status '
                       ARCHIVE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ONE-TRANSACTION
               UNTIL ARCHIVE-FILE-STATUS NOT = '00'
           CLOSE ARCHIVE-FILE.

       CHECK-ONE-TRANSACTION.
           READ ARCHIVE-FILE
               AT END
                   MOVE '10' TO ARCHIVE-FILE-STATUS
           END-READ
           IF ARCHIVE-FILE-STATUS NOT = '00'
               OR TRANS-DATE NOT = WS-ALERT-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARCHIVE-MATCHED
           IF TRANS-TYPE NOT = 'W'
               AND TRANS-TYPE NOT = 'T'
               AND NOT TRANS-VIA-CARD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRANS-SCANNED
           MOVE WS-LARGE-DEBIT-SLOT TO WS-TYPE-SUB
           MOVE TRANS-ID TO WS-ALT-REFERENCE
           MOVE TRANS-AMOUNT TO WS-ALT-AMOUNT
           MOVE TRANS-DATE TO WS-ALT-EVENT-DATE
           MOVE TRANS-TIME TO WS-ALT-EVENT-TIME
           MOVE TRANS-ACCOUNT-NUMBER TO WS-NOTIFY-ACCOUNT
           PERFORM NOTIFY-ACCOUNT-SUBSCRIBERS.

       SCAN-DAY-HOLDS.
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'Hold file not available - status '
                       HOLD-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ONE-HOLD
               UNTIL HOLD-FILE-STATUS NOT = '00'
           CLOSE HOLD-FILE.

       CHECK-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE '10' TO HOLD-FILE-STATUS
           END-READ
           IF HOLD-FILE-STATUS NOT = '00'
               OR HLD-HOLD-DATE NOT = WS-ALERT-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLDS-SCANNED
           MOVE WS-HOLD-SLOT TO WS-TYPE-SUB
           MOVE HLD-HOLD-ID TO WS-ALT-REFERENCE
           MOVE HLD-AMOUNT TO WS-ALT-AMOUNT
           MOVE HLD-HOLD-DATE TO WS-ALT-EVENT-DATE
           MOVE 0 TO WS-ALT-EVENT-TIME
           MOVE HLD-ACCOUNT-NUMBER TO WS-NOTIFY-ACCOUNT
           PERFORM NOTIFY-ACCOUNT-SUBSCRIBERS.

       SCAN-DAY-STOP-HITS.
           OPEN INPUT STOP-LOG-FILE
           IF STOP-LOG-STATUS NOT = '00'
               DISPLAY 'Stop-payment log not available - status '
                       STOP-LOG-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ONE-STOP-HIT
               UNTIL STOP-LOG-STATUS NOT = '00'
           CLOSE STOP-LOG-FILE.

       CHECK-ONE-STOP-HIT.
           READ STOP-LOG-FILE
               AT END
                   MOVE '10' TO STOP-LOG-STATUS
           END-READ
           IF STOP-LOG-STATUS NOT = '00'
               OR STL-DATE NOT = WS-ALERT-DATE
               OR STL-ACTION NOT = 'REFUSED'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STOP-HITS-SCANNED
           MOVE WS-STOP-PAY-SLOT TO WS-TYPE-SUB
           MOVE STL-TIME TO WS-STOP-REF-TIME
           MOVE STL-CHECK-NUMBER TO WS-STOP-REF-CHECK
           MOVE WS-STOP-REFERENCE TO WS-ALT-REFERENCE
           MOVE STL-AMOUNT TO WS-ALT-AMOUNT
           MOVE STL-DATE TO WS-ALT-EVENT-DATE
           MOVE STL-TIME TO WS-ALT-EVENT-TIME
           MOVE STL-ACCOUNT-NUMBER TO WS-NOTIFY-ACCOUNT
           PERFORM NOTIFY-ACCOUNT-SUBSCRIBERS.

       SCAN-BLOCKED-CARDS.
           OPEN INPUT CARD-FILE
           IF CARD-FILE-STATUS NOT = '00'
               DISPLAY 'Card master not available - status '
                       CARD-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ONE-CARD
               UNTIL CARD-FILE-STATUS NOT = '00'
           CLOSE CARD-FILE.

       CHECK-ONE-CARD.
           READ CARD-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CARD-FILE-STATUS
           END-READ
           IF CARD-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF CRD-CARD-BLOCKED
               AND CRD-PIN-FAIL-COUNT NOT < WS-MAX-PIN-FAILURES
               SET CARD-IS-PIN-BLOCKED TO TRUE
               ADD 1 TO WS-CARDS-BLOCKED
           ELSE
               SET CARD-NOT-PIN-BLOCKED TO TRUE
           END-IF
           MOVE WS-CARD-BLOCK-SLOT TO WS-TYPE-SUB
           MOVE CRD-CARD-NUMBER TO WS-ALT-REFERENCE
           MOVE 0 TO WS-ALT-AMOUNT
           MOVE WS-ALERT-DATE TO WS-ALT-EVENT-DATE
           MOVE 0 TO WS-ALT-EVENT-TIME
           MOVE CRD-ACCOUNT-NUMBER TO WS-NOTIFY-ACCOUNT
           PERFORM NOTIFY-ACCOUNT-SUBSCRIBERS.

       NOTIFY-ACCOUNT-SUBSCRIBERS.
           MOVE WS-NOTIFY-ACCOUNT TO APF-ACCOUNT-NUMBER
           START ALERT-PREF-FILE KEY IS EQUAL TO APF-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE '99' TO ALERT-PREF-STATUS
           END-START
           PERFORM NOTIFY-ONE-SUBSCRIBER
               UNTIL ALERT-PREF-STATUS NOT = '00'.

       NOTIFY-ONE-SUBSCRIBER.
           READ ALERT-PREF-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ALERT-PREF-STATUS
           END-READ
           IF ALERT-PREF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF APF-ACCOUNT-NUMBER NOT = WS-NOTIFY-ACCOUNT
               MOVE '10' TO ALERT-PREF-STATUS
               EXIT PARAGRAPH
           END-IF
           IF NOT APF-ACTIVE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-TYPE-SUB
               WHEN WS-LARGE-DEBIT-SLOT
                   IF APF-LARGE-DEBIT-AMOUNT > 0
                       AND WS-ALT-AMOUNT > APF-LARGE-DEBIT-AMOUNT
                       MOVE APF-LARGE-DEBIT-AMOUNT
                           TO WS-ALT-THRESHOLD
                       PERFORM EMIT-ALERT
                   END-IF
               WHEN WS-HOLD-SLOT
                   IF APF-HOLD-ALERT = 'Y'
                       MOVE 0 TO WS-ALT-THRESHOLD
                       PERFORM EMIT-ALERT
                   END-IF
               WHEN WS-STOP-PAY-SLOT
                   IF APF-STOP-PAY-ALERT = 'Y'
                       MOVE 0 TO WS-ALT-THRESHOLD
                       PERFORM EMIT-ALERT
                   END-IF
               WHEN WS-CARD-BLOCK-SLOT
                   IF APF-CARD-BLOCK-ALERT = 'Y'
                       AND CARD-IS-PIN-BLOCKED
                       MOVE 0 TO WS-ALT-THRESHOLD
                       PERFORM EMIT-ALERT
                   ELSE
                       PERFORM CLEAR-ALERT-STATE
                   END-IF
           END-EVALUATE.

       EMIT-ALERT.
           MOVE APF-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-MASTER-RECORD
           END-READ
           IF CM-DECEASED
               ADD 1 TO WS-DECEASED-WITHHELD
               EXIT PARAGRAPH
           END-IF

           MOVE APF-ACCOUNT-NUMBER TO ALG-ACCOUNT-NUMBER
           MOVE APF-CUSTOMER-NUMBER TO ALG-CUSTOMER-NUMBER
           MOVE ALT-CODE(WS-TYPE-SUB) TO ALG-ALERT-TYPE
           MOVE WS-ALT-REFERENCE TO ALG-REFERENCE
           READ ALERT-LOG-FILE
               INVALID KEY
                   MOVE '23' TO ALERT-LOG-STATUS
           END-READ
           IF ALERT-LOG-STATUS = '00'
               ADD 1 TO ALV-SUPPRESSED(WS-TYPE-SUB)
               ADD 1 TO WS-TOTAL-SUPPRESSED
               IF ALG-STATE-ALERT
                   MOVE WS-ALERT-DATE TO ALG-LAST-SEEN-DATE
                   REWRITE ALERT-LOG-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ALERT-LOG-RECORD
           MOVE APF-ACCOUNT-NUMBER TO ALG-ACCOUNT-NUMBER
           MOVE APF-CUSTOMER-NUMBER TO ALG-CUSTOMER-NUMBER
           MOVE ALT-CODE(WS-TYPE-SUB) TO ALG-ALERT-TYPE
           MOVE WS-ALT-REFERENCE TO ALG-REFERENCE
           MOVE WS-ALERT-DATE TO ALG-FIRST-DATE
           MOVE WS-ALERT-DATE TO ALG-LAST-SEEN-DATE
           MOVE ALT-KIND(WS-TYPE-SUB) TO ALG-STATE-FLAG
           WRITE ALERT-LOG-RECORD
               INVALID KEY
                   DISPLAY 'Alert log write failed for account '
                           ALG-ACCOUNT-NUMBER
           END-WRITE

           ADD 1 TO WS-FEED-COUNT
           MOVE SPACES TO AFL-DETAIL
           MOVE '2' TO AFD-RECORD-TYPE
           MOVE ALT-CODE(WS-TYPE-SUB) TO AFD-ALERT-TYPE
           MOVE WS-FEED-COUNT TO AFD-SEQUENCE
           MOVE APF-CUSTOMER-NUMBER TO AFD-CUSTOMER-NUMBER
           MOVE APF-ACCOUNT-NUMBER TO AFD-ACCOUNT-NUMBER
           MOVE CM-NAME TO AFD-CUSTOMER-NAME
           MOVE APF-CONTACT-METHOD TO AFD-CONTACT-METHOD
           MOVE APF-CONTACT-ADDRESS TO AFD-CONTACT-ADDRESS
           MOVE WS-ALT-EVENT-DATE TO AFD-EVENT-DATE
           MOVE WS-ALT-EVENT-TIME TO AFD-EVENT-TIME
           IF WS-ALT-AMOUNT < 0
               COMPUTE AFD-AMOUNT = 0 - WS-ALT-AMOUNT
               MOVE '-' TO AFD-AMOUNT-SIGN
           ELSE
               MOVE WS-ALT-AMOUNT TO AFD-AMOUNT
               MOVE '+' TO AFD-AMOUNT-SIGN
           END-IF
           MOVE WS-ALT-THRESHOLD TO AFD-THRESHOLD
           MOVE WS-ALT-REFERENCE TO AFD-REFERENCE
           MOVE ALT-MESSAGE(WS-TYPE-SUB) TO AFD-MESSAGE
           WRITE ALERT-FEED-RECORD FROM AFL-DETAIL
           ADD 1 TO ALV-SENT(WS-TYPE-SUB)
           ADD 1 TO WS-TOTAL-SENT.

       CLEAR-ALERT-STATE.
           MOVE APF-ACCOUNT-NUMBER TO ALG-ACCOUNT-NUMBER
           MOVE APF-CUSTOMER-NUMBER TO ALG-CUSTOMER-NUMBER
           MOVE ALT-CODE(WS-TYPE-SUB) TO ALG-ALERT-TYPE
           MOVE WS-ALT-REFERENCE TO ALG-REFERENCE
           DELETE ALERT-LOG-FILE RECORD
               INVALID KEY
                   MOVE '23' TO ALERT-LOG-STATUS
           END-DELETE
           IF ALERT-LOG-STATUS = '00'
               ADD 1 TO ALV-CLEARED(WS-TYPE-SUB)
           END-IF.

       FINALIZE-ALERTGEN.
           MOVE SPACES TO AFL-TRAILER
           MOVE '9' TO AFT-RECORD-TYPE
           MOVE WS-FEED-COUNT TO AFT-RECORD-COUNT
           WRITE ALERT-FEED-RECORD FROM AFL-TRAILER
           CLOSE ALERT-FEED-FILE

           OPEN OUTPUT ALERT-REPORT-FILE
           MOVE WS-ALERT-DATE TO ARH2-DATE
           MOVE WS-FEED-FILENAME TO ARH2-FEED-FILE
           WRITE ALERT-REPORT-LINE FROM AR-HEADER-1
           WRITE ALERT-REPORT-LINE FROM AR-HEADER-2
           WRITE ALERT-REPORT-LINE FROM AR-HEADER-3
           WRITE ALERT-REPORT-LINE FROM SPACES
           WRITE ALERT-REPORT-LINE FROM AR-DETAIL-HEADER
           WRITE ALERT-REPORT-LINE FROM
                 '------------------------------------------'
           MOVE 6 TO WS-LINES-WRITTEN
           MOVE 1 TO WS-TYPE-SUB
           PERFORM WRITE-ONE-VOLUME-LINE
               UNTIL WS-TYPE-SUB > WS-ALERT-TYPE-COUNT
           WRITE ALERT-REPORT-LINE FROM
                 '------------------------------------------'
           MOVE SPACES TO ARD-CODE
           MOVE 'ALL ALERT TYPES' TO ARD-MESSAGE
           MOVE WS-TOTAL-SENT TO ARD-SENT
           MOVE WS-TOTAL-SUPPRESSED TO ARD-SUPPRESSED
           MOVE WS-TOTAL-CLEARED TO ARD-CLEARED
           WRITE ALERT-REPORT-LINE FROM AR-DETAIL-LINE
           WRITE ALERT-REPORT-LINE FROM SPACES
           ADD 3 TO WS-LINES-WRITTEN

           MOVE 'Subscriptions read' TO ARS-LABEL
           MOVE WS-SUBS-READ TO ARS-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'Active subscriptions' TO ARS-LABEL
           MOVE WS-SUBS-ACTIVE TO ARS-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'Debit transactions examined' TO ARS-LABEL
           MOVE WS-TRANS-SCANNED TO ARS-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'Holds placed on business date' TO ARS-LABEL
           MOVE WS-HOLDS-SCANNED TO ARS-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'Stopped checks presented' TO ARS-LABEL
           MOVE WS-STOP-HITS-SCANNED TO ARS-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'Cards blocked for PIN failures' TO ARS-LABEL
           MOVE WS-CARDS-BLOCKED TO ARS-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'Alerts withheld - deceased customer' TO ARS-LABEL
           MOVE WS-DECEASED-WITHHELD TO ARS-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'Expired event log entries purged' TO ARS-LABEL
           MOVE WS-LOG-PURGED TO ARS-COUNT
           PERFORM WRITE-SUMMARY-LINE
           CLOSE ALERT-REPORT-FILE
           CLOSE ALERT-PREF-FILE
           CLOSE ALERT-LOG-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-MASTER-FILE.

       WRITE-ONE-VOLUME-LINE.
           MOVE ALT-CODE(WS-TYPE-SUB) TO ARD-CODE
           MOVE ALT-MESSAGE(WS-TYPE-SUB) TO ARD-MESSAGE
           MOVE ALV-SENT(WS-TYPE-SUB) TO ARD-SENT
           MOVE ALV-SUPPRESSED(WS-TYPE-SUB) TO ARD-SUPPRESSED
           MOVE ALV-CLEARED(WS-TYPE-SUB) TO ARD-CLEARED
           ADD ALV-CLEARED(WS-TYPE-SUB) TO WS-TOTAL-CLEARED
           WRITE ALERT-REPORT-LINE FROM AR-DETAIL-LINE
           ADD 1 TO WS-LINES-WRITTEN
           ADD 1 TO WS-TYPE-SUB.

       WRITE-SUMMARY-LINE.
           WRITE ALERT-REPORT-LINE FROM AR-SUMMARY-LINE
           ADD 1 TO WS-LINES-WRITTEN.

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
