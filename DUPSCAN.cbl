       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPSCAN.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-MASTER-FILE-STATUS.

           SELECT ACCOUNT-LINK-FILE ASSIGN TO 'ACCTLINK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNK-KEY
               ALTERNATE RECORD KEY IS LNK-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS ACCOUNT-LINK-FILE-STATUS.

           SELECT MATCH-KEY-FILE ASSIGN TO 'DUPKEY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-KEY
               FILE STATUS IS MATCH-KEY-STATUS.

           SELECT SUSPECT-PAIR-FILE ASSIGN TO 'DUPPAIR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-PAIR-KEY
               ALTERNATE RECORD KEY IS SP-RANK-KEY
               FILE STATUS IS SUSPECT-PAIR-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT DUPLICATE-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DUPLICATE-REPORT-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO 'RPTCTLG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS REPORT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05 FILLER                PIC X(39).

       FD ACCOUNT-LINK-FILE.
       01 ACCOUNT-LINK-RECORD.
           05 LNK-KEY.
               10 LNK-CUSTOMER-NUMBER PIC 9(10).
               10 LNK-ACCOUNT-NUMBER  PIC 9(10).
           05 LNK-ROLE              PIC X(1).
               88 LNK-PRIMARY-OWNER VALUE 'P'.
               88 LNK-JOINT-OWNER   VALUE 'J'.
               88 LNK-OWNER         VALUE 'P' 'J'.
               88 LNK-AUTHORIZED-SIGNER VALUE 'S'.
               88 LNK-POWER-OF-ATTORNEY VALUE 'A'.
               88 LNK-POD-BENEFICIARY VALUE 'B'.
           05 LNK-DATE-LINKED       PIC 9(8).
           05 LNK-SIGNER-LIMIT      PIC 9(8)V99.
           05 LNK-EFFECTIVE-DATE    PIC 9(8).
           05 LNK-EXPIRY-DATE       PIC 9(8).
           05 LNK-POD-SHARE         PIC 9(3)V99.
           05 FILLER                PIC X(20).

       FD MATCH-KEY-FILE.
       01 MATCH-KEY-RECORD.
           05 MK-KEY.
               10 MK-MATCH-TYPE     PIC X(1).
               10 MK-MATCH-VALUE    PIC X(50).
               10 MK-CUSTOMER-NUMBER PIC 9(10).
           05 FILLER                PIC X(10).

       FD SUSPECT-PAIR-FILE.
       01 SUSPECT-PAIR-RECORD.
           05 SP-PAIR-KEY.
               10 SP-CUSTOMER-LOW   PIC 9(10).
               10 SP-CUSTOMER-HIGH  PIC 9(10).
           05 SP-RANK-KEY.
               10 SP-RANK-SCORE     PIC 9(3).
               10 SP-RANK-LOW       PIC 9(10).
               10 SP-RANK-HIGH      PIC 9(10).
           05 SP-TAX-MATCH          PIC X(1).
           05 SP-BIRTH-MATCH        PIC X(1).
           05 SP-PHONE-MATCH        PIC X(1).
           05 SP-ADDRESS-MATCH      PIC X(1).
           05 SP-TAX-CONFLICT       PIC X(1).
           05 SP-NAME-SCORE         PIC 9(3).
           05 SP-TOTAL-SCORE        PIC 9(3).
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

       FD DUPLICATE-REPORT-FILE.
       01 DUPLICATE-REPORT-LINE     PIC X(132).

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
           05 CUSTOMER-MASTER-FILE-STATUS PIC XX.
           05 ACCOUNT-LINK-FILE-STATUS PIC XX.
           05 MATCH-KEY-STATUS      PIC XX.
           05 SUSPECT-PAIR-STATUS   PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.
           05 DUPLICATE-REPORT-STATUS PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 FILE-AVAILABILITY-FLAGS.
           05 WS-LINK-FILE-FLAG     PIC X(1).
               88 LINK-FILE-AVAILABLE VALUE 'Y'.
               88 LINK-FILE-MISSING VALUE 'N'.

       01 DUPLICATE-SCORING-CONSTANTS.
           05 WS-TAX-POINTS         PIC 9(3) VALUE 40.
           05 WS-BIRTH-POINTS       PIC 9(3) VALUE 15.
           05 WS-PHONE-POINTS       PIC 9(3) VALUE 15.
           05 WS-ADDRESS-POINTS     PIC 9(3) VALUE 10.
           05 WS-NAME-POINTS        PIC 9(3) VALUE 20.
           05 WS-CONFLICT-PENALTY   PIC 9(3) VALUE 30.
           05 WS-SUSPECT-THRESHOLD  PIC 9(3) VALUE 40.
           05 WS-MEDIUM-THRESHOLD   PIC 9(3) VALUE 55.
           05 WS-HIGH-THRESHOLD     PIC 9(3) VALUE 75.
           05 WS-GROUP-LIMIT        PIC 9(3) VALUE 50.
           05 WS-OVERSIZED-LIMIT    PIC 9(3) VALUE 20.
           05 WS-LOWER-CASE         PIC X(26) VALUE
              'abcdefghijklmnopqrstuvwxyz'.
           05 WS-UPPER-CASE         PIC X(26) VALUE
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01 COMPACT-TEXT-AREAS.
           05 WS-COMPACT-INPUT      PIC X(50).
           05 WS-COMPACT-TEXT       PIC X(50).
           05 WS-COMPACT-LENGTH     PIC 9(2).
           05 WS-COMPACT-SUB        PIC 9(2).
           05 WS-COMPACT-CHAR       PIC X(1).
           05 WS-COMPACT-MODE       PIC X(1).
               88 COMPACT-DIGITS-ONLY VALUE 'D'.
               88 COMPACT-LETTERS-AND-DIGITS VALUE 'A'.
           05 WS-NAME-INITIAL       PIC X(1).

       01 MATCH-GROUP-AREAS.
           05 WS-GROUP-TYPE         PIC X(1).
           05 WS-GROUP-VALUE        PIC X(50).
           05 WS-GROUP-COUNT        PIC 9(5).
           05 WS-GROUP-MEMBER       PIC 9(10) OCCURS 50 TIMES.
           05 WS-OUTER-SUB          PIC 9(3).
           05 WS-INNER-SUB          PIC 9(3).

       01 OVERSIZED-GROUP-AREAS.
           05 WS-OVERSIZED-COUNT    PIC 9(5) VALUE 0.
           05 WS-OVERSIZED-SUB      PIC 9(3).
           05 WS-OVERSIZED-ENTRY OCCURS 20 TIMES.
               10 WS-OVERSIZED-TYPE PIC X(1).
               10 WS-OVERSIZED-VALUE PIC X(50).
               10 WS-OVERSIZED-MEMBERS PIC 9(5).

       01 PAIR-SCORING-AREAS.
           05 WS-PAIR-SCORE         PIC S9(4).
           05 WS-LOW-NAME           PIC X(30).
           05 WS-LOW-TAX-ID         PIC X(9).
           05 WS-HIGH-NAME          PIC X(30).
           05 WS-HIGH-TAX-ID        PIC X(9).
           05 WS-LINK-CUSTOMER      PIC 9(10).
           05 WS-LINK-COUNT         PIC 9(3).

       01 DUPLICATE-SCAN-COUNTERS.
           05 WS-CUSTOMERS-SCANNED  PIC 9(7) VALUE 0.
           05 WS-CUSTOMERS-RETIRED  PIC 9(7) VALUE 0.
           05 WS-MATCH-KEYS-BUILT   PIC 9(7) VALUE 0.
           05 WS-PAIRS-COMPARED     PIC 9(7) VALUE 0.
           05 WS-SUSPECTS-LISTED    PIC 9(7) VALUE 0.
           05 WS-SUSPECTS-HIGH      PIC 9(7) VALUE 0.
           05 WS-SUSPECTS-MEDIUM    PIC 9(7) VALUE 0.
           05 WS-SUSPECTS-LOW       PIC 9(7) VALUE 0.
           05 WS-LINES-WRITTEN      PIC 9(7) VALUE 0.

       01 SCREEN-PARAMETERS.
           05 SCR-REQUEST           PIC X(1).
               88 SCR-CHECK-LIST    VALUE 'A'.
               88 SCR-SCREEN-SUBJECT VALUE 'S'.
               88 SCR-QUERY-CASE    VALUE 'Q'.
               88 SCR-RECORD-DECISION VALUE 'D'.
               88 SCR-COMPARE-NAMES VALUE 'N'.
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

       01 DUPLICATE-REPORT-LINES.
           05 DR-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(34) VALUE
                  'DUPLICATE CUSTOMER SUSPECT LIST'.
               10 FILLER            PIC X(68) VALUE SPACES.

           05 DR-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE
                  'Generated on: '.
               10 DRH2-DATE         PIC 9(8).
               10 FILLER            PIC X(6) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE
                  'Business date: '.
               10 DRH2-BUSINESS-DATE PIC 9(8).
               10 FILLER            PIC X(61) VALUE SPACES.

           05 DR-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 DR-DETAIL-HEADER.
               10 FILLER            PIC X(5) VALUE 'RANK'.
               10 FILLER            PIC X(6) VALUE 'SCORE'.
               10 FILLER            PIC X(7) VALUE 'BAND'.
               10 FILLER            PIC X(11) VALUE 'CUSTOMER'.
               10 FILLER            PIC X(21) VALUE 'NAME'.
               10 FILLER            PIC X(4) VALUE 'ACC'.
               10 FILLER            PIC X(11) VALUE 'CUSTOMER'.
               10 FILLER            PIC X(21) VALUE 'NAME'.
               10 FILLER            PIC X(4) VALUE 'ACC'.
               10 FILLER            PIC X(4) VALUE 'TIN'.
               10 FILLER            PIC X(4) VALUE 'DOB'.
               10 FILLER            PIC X(4) VALUE 'PHN'.
               10 FILLER            PIC X(4) VALUE 'ADR'.
               10 FILLER            PIC X(6) VALUE 'NAME%'.
               10 FILLER            PIC X(20) VALUE 'NOTE'.

           05 DR-DETAIL-LINE.
               10 DRD-RANK          PIC ZZZ9.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 DRD-SCORE         PIC ZZ9.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 DRD-BAND          PIC X(6).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 DRD-CUSTOMER-LOW  PIC 9(10).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 DRD-NAME-LOW      PIC X(20).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 DRD-ACCOUNTS-LOW  PIC ZZ9.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 DRD-CUSTOMER-HIGH PIC 9(10).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 DRD-NAME-HIGH     PIC X(20).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 DRD-ACCOUNTS-HIGH PIC ZZ9.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 DRD-TAX-MATCH     PIC X(1).
               10 FILLER            PIC X(3) VALUE SPACES.
               10 DRD-BIRTH-MATCH   PIC X(1).
               10 FILLER            PIC X(3) VALUE SPACES.
               10 DRD-PHONE-MATCH   PIC X(1).
               10 FILLER            PIC X(3) VALUE SPACES.
               10 DRD-ADDRESS-MATCH PIC X(1).
               10 FILLER            PIC X(3) VALUE SPACES.
               10 DRD-NAME-SCORE    PIC ZZ9.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 DRD-NOTE          PIC X(20).

           05 DR-OVERSIZED-HEADING.
               10 FILLER            PIC X(60) VALUE
                  'VALUES SHARED BY TOO MANY CUSTOMERS TO COMPARE'.
               10 FILLER            PIC X(72) VALUE SPACES.

           05 DR-OVERSIZED-LINE.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DRO-TYPE          PIC X(12).
               10 FILLER            PIC X(1) VALUE SPACES.
               10 DRO-VALUE         PIC X(50).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DRO-MEMBERS       PIC ZZ,ZZ9.
               10 FILLER            PIC X(11) VALUE ' customers'.
               10 FILLER            PIC X(48) VALUE SPACES.

           05 DR-COUNT-LINE.
               10 DRC-LABEL         PIC X(40).
               10 DRC-COUNT         PIC ZZZ,ZZ9.
               10 FILLER            PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-DUPLICATE-SCAN.
           PERFORM INITIALIZE-DUPLICATE-SCAN
           PERFORM BUILD-MATCH-KEYS
           PERFORM BUILD-SUSPECT-PAIRS
           PERFORM SCORE-SUSPECT-PAIRS
           PERFORM WRITE-RANKED-SUSPECTS
           PERFORM WRITE-OVERSIZED-GROUPS
           PERFORM WRITE-SCAN-SUMMARY
           PERFORM FINALIZE-DUPLICATE-SCAN
           DISPLAY 'Duplicate customer scan complete.'
           DISPLAY 'Customers scanned: ' WS-CUSTOMERS-SCANNED
           DISPLAY 'Candidate pairs compared: ' WS-PAIRS-COMPARED
           DISPLAY 'Suspect pairs listed: ' WS-SUSPECTS-LISTED
           MOVE 'DUPSCAN' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-LINES-WRITTEN TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Duplicate suspect report: ' WS-REPORT-FILENAME
           STOP RUN.

       INITIALIZE-DUPLICATE-SCAN.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-BUSINESS-DATE
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open CUSTMAST.DAT - status '
                       CUSTOMER-MASTER-FILE-STATUS
               STOP RUN
           END-IF
           SET LINK-FILE-MISSING TO TRUE
           OPEN INPUT ACCOUNT-LINK-FILE
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               SET LINK-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'ACCTLINK.DAT not available - account counts '
                       'will be zero.'
           END-IF

           OPEN OUTPUT MATCH-KEY-FILE
           CLOSE MATCH-KEY-FILE
           OPEN I-O MATCH-KEY-FILE
           OPEN OUTPUT SUSPECT-PAIR-FILE
           CLOSE SUSPECT-PAIR-FILE
           OPEN I-O SUSPECT-PAIR-FILE

           STRING 'DUPSCAN.' WS-BUSINESS-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT DUPLICATE-REPORT-FILE
           MOVE CURRENT-DATE TO DRH2-DATE
           MOVE WS-BUSINESS-DATE TO DRH2-BUSINESS-DATE
           WRITE DUPLICATE-REPORT-LINE FROM DR-HEADER-1
           WRITE DUPLICATE-REPORT-LINE FROM DR-HEADER-2
           WRITE DUPLICATE-REPORT-LINE FROM DR-HEADER-3
           WRITE DUPLICATE-REPORT-LINE FROM SPACES
           WRITE DUPLICATE-REPORT-LINE FROM DR-DETAIL-HEADER
           WRITE DUPLICATE-REPORT-LINE FROM
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

       BUILD-MATCH-KEYS.
           PERFORM READ-CUSTOMER-MASTER
               UNTIL CUSTOMER-MASTER-FILE-STATUS NOT = '00'
           MOVE '00' TO CUSTOMER-MASTER-FILE-STATUS.

       READ-CUSTOMER-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUSTOMERS-SCANNED
           IF CM-MERGED
               ADD 1 TO WS-CUSTOMERS-RETIRED
               EXIT PARAGRAPH
           END-IF

           IF CM-TAX-ID NOT = SPACES
               AND CM-TAX-ID NOT = ZEROS
               MOVE 'T' TO MK-MATCH-TYPE
               MOVE CM-TAX-ID TO MK-MATCH-VALUE
               PERFORM WRITE-MATCH-KEY
           END-IF

           IF CM-DATE-OF-BIRTH NUMERIC
               AND CM-DATE-OF-BIRTH NOT = 0
               MOVE CM-NAME TO WS-COMPACT-INPUT
               SET COMPACT-LETTERS-AND-DIGITS TO TRUE
               PERFORM COMPACT-MATCH-TEXT
               MOVE WS-COMPACT-TEXT(1:1) TO WS-NAME-INITIAL
               MOVE 'D' TO MK-MATCH-TYPE
               MOVE SPACES TO MK-MATCH-VALUE
               STRING CM-DATE-OF-BIRTH WS-NAME-INITIAL
                      DELIMITED BY SIZE INTO MK-MATCH-VALUE
               END-STRING
               PERFORM WRITE-MATCH-KEY
           END-IF

           MOVE CM-PHONE TO WS-COMPACT-INPUT
           SET COMPACT-DIGITS-ONLY TO TRUE
           PERFORM COMPACT-MATCH-TEXT
           IF WS-COMPACT-LENGTH NOT < 7
               MOVE 'P' TO MK-MATCH-TYPE
               MOVE SPACES TO MK-MATCH-VALUE
               IF WS-COMPACT-LENGTH = 11
                   AND WS-COMPACT-TEXT(1:1) = '1'
                   MOVE WS-COMPACT-TEXT(2:10) TO MK-MATCH-VALUE
               ELSE
                   MOVE WS-COMPACT-TEXT TO MK-MATCH-VALUE
               END-IF
               PERFORM WRITE-MATCH-KEY
           END-IF

           MOVE CM-ADDRESS TO WS-COMPACT-INPUT
           SET COMPACT-LETTERS-AND-DIGITS TO TRUE
           PERFORM COMPACT-MATCH-TEXT
           IF WS-COMPACT-LENGTH NOT < 8
               MOVE 'A' TO MK-MATCH-TYPE
               MOVE WS-COMPACT-TEXT TO MK-MATCH-VALUE
               PERFORM WRITE-MATCH-KEY
           END-IF.

       WRITE-MATCH-KEY.
           MOVE CM-CUSTOMER-NUMBER TO MK-CUSTOMER-NUMBER
           WRITE MATCH-KEY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF MATCH-KEY-STATUS = '00'
               ADD 1 TO WS-MATCH-KEYS-BUILT
           END-IF.

       COMPACT-MATCH-TEXT.
           INSPECT WS-COMPACT-INPUT
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           MOVE SPACES TO WS-COMPACT-TEXT
           MOVE 0 TO WS-COMPACT-LENGTH
           MOVE 1 TO WS-COMPACT-SUB
           PERFORM COMPACT-ONE-CHARACTER
               UNTIL WS-COMPACT-SUB > 50.

       COMPACT-ONE-CHARACTER.
           MOVE WS-COMPACT-INPUT(WS-COMPACT-SUB:1) TO WS-COMPACT-CHAR
           IF WS-COMPACT-CHAR IS NUMERIC
               OR (COMPACT-LETTERS-AND-DIGITS
                   AND WS-COMPACT-CHAR IS ALPHABETIC-UPPER
                   AND WS-COMPACT-CHAR NOT = SPACE)
               ADD 1 TO WS-COMPACT-LENGTH
               MOVE WS-COMPACT-CHAR
                   TO WS-COMPACT-TEXT(WS-COMPACT-LENGTH:1)
           END-IF
           ADD 1 TO WS-COMPACT-SUB.

       BUILD-SUSPECT-PAIRS.
           MOVE SPACE TO WS-GROUP-TYPE
           MOVE SPACES TO WS-GROUP-VALUE
           MOVE 0 TO WS-GROUP-COUNT
           MOVE LOW-VALUES TO MK-KEY
           START MATCH-KEY-FILE KEY IS NOT LESS THAN MK-KEY
               INVALID KEY
                   MOVE '99' TO MATCH-KEY-STATUS
           END-START
           IF MATCH-KEY-STATUS = '00'
               PERFORM READ-MATCH-KEY
                   UNTIL MATCH-KEY-STATUS NOT = '00'
           END-IF
           PERFORM CLOSE-MATCH-GROUP.

       READ-MATCH-KEY.
           READ MATCH-KEY-FILE NEXT RECORD
               AT END
                   MOVE '10' TO MATCH-KEY-STATUS
           END-READ
           IF MATCH-KEY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF MK-MATCH-TYPE NOT = WS-GROUP-TYPE
               OR MK-MATCH-VALUE NOT = WS-GROUP-VALUE
               PERFORM CLOSE-MATCH-GROUP
               MOVE MK-MATCH-TYPE TO WS-GROUP-TYPE
               MOVE MK-MATCH-VALUE TO WS-GROUP-VALUE
               MOVE 0 TO WS-GROUP-COUNT
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           IF WS-GROUP-COUNT NOT > WS-GROUP-LIMIT
               MOVE MK-CUSTOMER-NUMBER
                   TO WS-GROUP-MEMBER(WS-GROUP-COUNT)
           END-IF.

       CLOSE-MATCH-GROUP.
           IF WS-GROUP-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           IF WS-GROUP-COUNT > WS-GROUP-LIMIT
               PERFORM NOTE-OVERSIZED-GROUP
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-OUTER-SUB
           PERFORM PAIR-OUTER-MEMBER
               UNTIL WS-OUTER-SUB NOT < WS-GROUP-COUNT.

       NOTE-OVERSIZED-GROUP.
           ADD 1 TO WS-OVERSIZED-COUNT
           IF WS-OVERSIZED-COUNT > WS-OVERSIZED-LIMIT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GROUP-TYPE TO WS-OVERSIZED-TYPE(WS-OVERSIZED-COUNT)
           MOVE WS-GROUP-VALUE
               TO WS-OVERSIZED-VALUE(WS-OVERSIZED-COUNT)
           MOVE WS-GROUP-COUNT
               TO WS-OVERSIZED-MEMBERS(WS-OVERSIZED-COUNT).

       PAIR-OUTER-MEMBER.
           COMPUTE WS-INNER-SUB = WS-OUTER-SUB + 1
           PERFORM PAIR-INNER-MEMBER
               UNTIL WS-INNER-SUB > WS-GROUP-COUNT
           ADD 1 TO WS-OUTER-SUB.

       PAIR-INNER-MEMBER.
           MOVE WS-GROUP-MEMBER(WS-OUTER-SUB) TO SP-CUSTOMER-LOW
           MOVE WS-GROUP-MEMBER(WS-INNER-SUB) TO SP-CUSTOMER-HIGH
           READ SUSPECT-PAIR-FILE
               INVALID KEY
                   MOVE '23' TO SUSPECT-PAIR-STATUS
           END-READ
           IF SUSPECT-PAIR-STATUS = '00'
               PERFORM FLAG-PAIR-MATCH
               REWRITE SUSPECT-PAIR-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE SPACES TO SUSPECT-PAIR-RECORD
               MOVE WS-GROUP-MEMBER(WS-OUTER-SUB) TO SP-CUSTOMER-LOW
               MOVE WS-GROUP-MEMBER(WS-INNER-SUB) TO SP-CUSTOMER-HIGH
               MOVE 999 TO SP-RANK-SCORE
               MOVE SP-CUSTOMER-LOW TO SP-RANK-LOW
               MOVE SP-CUSTOMER-HIGH TO SP-RANK-HIGH
               MOVE 'N' TO SP-TAX-MATCH
               MOVE 'N' TO SP-BIRTH-MATCH
               MOVE 'N' TO SP-PHONE-MATCH
               MOVE 'N' TO SP-ADDRESS-MATCH
               MOVE 'N' TO SP-TAX-CONFLICT
               MOVE 0 TO SP-NAME-SCORE
               MOVE 0 TO SP-TOTAL-SCORE
               PERFORM FLAG-PAIR-MATCH
               WRITE SUSPECT-PAIR-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF SUSPECT-PAIR-STATUS = '00'
                   ADD 1 TO WS-PAIRS-COMPARED
               END-IF
           END-IF
           ADD 1 TO WS-INNER-SUB.

       FLAG-PAIR-MATCH.
           EVALUATE WS-GROUP-TYPE
               WHEN 'T'
                   MOVE 'Y' TO SP-TAX-MATCH
               WHEN 'D'
                   MOVE 'Y' TO SP-BIRTH-MATCH
               WHEN 'P'
                   MOVE 'Y' TO SP-PHONE-MATCH
               WHEN 'A'
                   MOVE 'Y' TO SP-ADDRESS-MATCH
           END-EVALUATE.

       SCORE-SUSPECT-PAIRS.
           MOVE LOW-VALUES TO SP-PAIR-KEY
           START SUSPECT-PAIR-FILE KEY IS NOT LESS THAN SP-PAIR-KEY
               INVALID KEY
                   MOVE '99' TO SUSPECT-PAIR-STATUS
           END-START
           IF SUSPECT-PAIR-STATUS = '00'
               PERFORM SCORE-ONE-PAIR
                   UNTIL SUSPECT-PAIR-STATUS NOT = '00'
           END-IF.

       SCORE-ONE-PAIR.
           READ SUSPECT-PAIR-FILE NEXT RECORD
               AT END
                   MOVE '10' TO SUSPECT-PAIR-STATUS
           END-READ
           IF SUSPECT-PAIR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PAIR-MASTERS

           MOVE SPACES TO SCREEN-PARAMETERS
           SET SCR-COMPARE-NAMES TO TRUE
           MOVE WS-LOW-NAME TO SCR-NAME
           MOVE WS-HIGH-NAME TO SCR-MATCH-NAME
           CALL 'SCRNCHK' USING SCREEN-PARAMETERS
           MOVE SCR-MATCH-SCORE TO SP-NAME-SCORE

           MOVE 0 TO WS-PAIR-SCORE
           IF SP-TAX-MATCH = 'Y'
               ADD WS-TAX-POINTS TO WS-PAIR-SCORE
           END-IF
           IF SP-BIRTH-MATCH = 'Y'
               ADD WS-BIRTH-POINTS TO WS-PAIR-SCORE
           END-IF
           IF SP-PHONE-MATCH = 'Y'
               ADD WS-PHONE-POINTS TO WS-PAIR-SCORE
           END-IF
           IF SP-ADDRESS-MATCH = 'Y'
               ADD WS-ADDRESS-POINTS TO WS-PAIR-SCORE
           END-IF
           IF SCR-POSSIBLE-HIT
               ADD WS-NAME-POINTS TO WS-PAIR-SCORE
           END-IF
           IF SP-TAX-MATCH = 'N'
               AND WS-LOW-TAX-ID NOT = SPACES
               AND WS-LOW-TAX-ID NOT = ZEROS
               AND WS-HIGH-TAX-ID NOT = SPACES
               AND WS-HIGH-TAX-ID NOT = ZEROS
               MOVE 'Y' TO SP-TAX-CONFLICT
               SUBTRACT WS-CONFLICT-PENALTY FROM WS-PAIR-SCORE
           END-IF
           IF WS-PAIR-SCORE < 0
               MOVE 0 TO WS-PAIR-SCORE
           END-IF
           MOVE WS-PAIR-SCORE TO SP-TOTAL-SCORE
           COMPUTE SP-RANK-SCORE = 999 - SP-TOTAL-SCORE
           REWRITE SUSPECT-PAIR-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE '00' TO SUSPECT-PAIR-STATUS.

       LOAD-PAIR-MASTERS.
           MOVE SPACES TO WS-LOW-NAME
           MOVE SPACES TO WS-LOW-TAX-ID
           MOVE SPACES TO WS-HIGH-NAME
           MOVE SPACES TO WS-HIGH-TAX-ID
           MOVE SP-CUSTOMER-LOW TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '23' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS = '00'
               MOVE CM-NAME TO WS-LOW-NAME
               MOVE CM-TAX-ID TO WS-LOW-TAX-ID
           END-IF
           MOVE SP-CUSTOMER-HIGH TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '23' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS = '00'
               MOVE CM-NAME TO WS-HIGH-NAME
               MOVE CM-TAX-ID TO WS-HIGH-TAX-ID
           END-IF.

       WRITE-RANKED-SUSPECTS.
           MOVE LOW-VALUES TO SP-RANK-KEY
           START SUSPECT-PAIR-FILE KEY IS NOT LESS THAN SP-RANK-KEY
               INVALID KEY
                   MOVE '99' TO SUSPECT-PAIR-STATUS
           END-START
           IF SUSPECT-PAIR-STATUS = '00'
               PERFORM READ-RANKED-SUSPECT
                   UNTIL SUSPECT-PAIR-STATUS NOT = '00'
           END-IF
           IF WS-SUSPECTS-LISTED = 0
               WRITE DUPLICATE-REPORT-LINE FROM
                     '  (no probable duplicate customers found)'
               ADD 1 TO WS-LINES-WRITTEN
           END-IF
           WRITE DUPLICATE-REPORT-LINE FROM SPACES
           ADD 1 TO WS-LINES-WRITTEN.

       READ-RANKED-SUSPECT.
           READ SUSPECT-PAIR-FILE NEXT RECORD
               AT END
                   MOVE '10' TO SUSPECT-PAIR-STATUS
           END-READ
           IF SUSPECT-PAIR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF SP-TOTAL-SCORE < WS-SUSPECT-THRESHOLD
               MOVE '10' TO SUSPECT-PAIR-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUSPECTS-LISTED
           EVALUATE TRUE
               WHEN SP-TOTAL-SCORE NOT < WS-HIGH-THRESHOLD
                   MOVE 'HIGH' TO DRD-BAND
                   ADD 1 TO WS-SUSPECTS-HIGH
               WHEN SP-TOTAL-SCORE NOT < WS-MEDIUM-THRESHOLD
                   MOVE 'MEDIUM' TO DRD-BAND
                   ADD 1 TO WS-SUSPECTS-MEDIUM
               WHEN OTHER
                   MOVE 'LOW' TO DRD-BAND
                   ADD 1 TO WS-SUSPECTS-LOW
           END-EVALUATE
           PERFORM LOAD-PAIR-MASTERS
           MOVE WS-SUSPECTS-LISTED TO DRD-RANK
           MOVE SP-TOTAL-SCORE TO DRD-SCORE
           MOVE SP-CUSTOMER-LOW TO DRD-CUSTOMER-LOW
           MOVE WS-LOW-NAME TO DRD-NAME-LOW
           MOVE SP-CUSTOMER-LOW TO WS-LINK-CUSTOMER
           PERFORM COUNT-CUSTOMER-LINKS
           MOVE WS-LINK-COUNT TO DRD-ACCOUNTS-LOW
           MOVE SP-CUSTOMER-HIGH TO DRD-CUSTOMER-HIGH
           MOVE WS-HIGH-NAME TO DRD-NAME-HIGH
           MOVE SP-CUSTOMER-HIGH TO WS-LINK-CUSTOMER
           PERFORM COUNT-CUSTOMER-LINKS
           MOVE WS-LINK-COUNT TO DRD-ACCOUNTS-HIGH
           MOVE SP-TAX-MATCH TO DRD-TAX-MATCH
           MOVE SP-BIRTH-MATCH TO DRD-BIRTH-MATCH
           MOVE SP-PHONE-MATCH TO DRD-PHONE-MATCH
           MOVE SP-ADDRESS-MATCH TO DRD-ADDRESS-MATCH
           MOVE SP-NAME-SCORE TO DRD-NAME-SCORE
           IF SP-TAX-CONFLICT = 'Y'
               MOVE 'TAX IDS DIFFER' TO DRD-NOTE
           ELSE
               MOVE SPACES TO DRD-NOTE
           END-IF
           WRITE DUPLICATE-REPORT-LINE FROM DR-DETAIL-LINE
           ADD 1 TO WS-LINES-WRITTEN.

       COUNT-CUSTOMER-LINKS.
           MOVE 0 TO WS-LINK-COUNT
           IF LINK-FILE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINK-CUSTOMER TO LNK-CUSTOMER-NUMBER
           MOVE 0 TO LNK-ACCOUNT-NUMBER
           START ACCOUNT-LINK-FILE KEY IS NOT LESS THAN LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-START
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               PERFORM SCAN-CUSTOMER-LINKS
                   UNTIL ACCOUNT-LINK-FILE-STATUS NOT = '00'
           END-IF
           MOVE '00' TO ACCOUNT-LINK-FILE-STATUS.

       SCAN-CUSTOMER-LINKS.
           READ ACCOUNT-LINK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               IF LNK-CUSTOMER-NUMBER = WS-LINK-CUSTOMER
                   ADD 1 TO WS-LINK-COUNT
               ELSE
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
               END-IF
           END-IF.

       WRITE-OVERSIZED-GROUPS.
           IF WS-OVERSIZED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           WRITE DUPLICATE-REPORT-LINE FROM DR-OVERSIZED-HEADING
           WRITE DUPLICATE-REPORT-LINE FROM
                 '------------------------------------------'
           ADD 2 TO WS-LINES-WRITTEN
           MOVE 1 TO WS-OVERSIZED-SUB
           PERFORM WRITE-ONE-OVERSIZED-GROUP
               UNTIL WS-OVERSIZED-SUB > WS-OVERSIZED-COUNT
                  OR WS-OVERSIZED-SUB > WS-OVERSIZED-LIMIT
           IF WS-OVERSIZED-COUNT > WS-OVERSIZED-LIMIT
               WRITE DUPLICATE-REPORT-LINE FROM
                     '  (further shared values not listed)'
               ADD 1 TO WS-LINES-WRITTEN
           END-IF
           WRITE DUPLICATE-REPORT-LINE FROM SPACES
           ADD 1 TO WS-LINES-WRITTEN.

       WRITE-ONE-OVERSIZED-GROUP.
           EVALUATE WS-OVERSIZED-TYPE(WS-OVERSIZED-SUB)
               WHEN 'T'
                   MOVE 'TAX ID' TO DRO-TYPE
               WHEN 'D'
                   MOVE 'BIRTH DATE' TO DRO-TYPE
               WHEN 'P'
                   MOVE 'PHONE' TO DRO-TYPE
               WHEN OTHER
                   MOVE 'ADDRESS' TO DRO-TYPE
           END-EVALUATE
           MOVE WS-OVERSIZED-VALUE(WS-OVERSIZED-SUB) TO DRO-VALUE
           MOVE WS-OVERSIZED-MEMBERS(WS-OVERSIZED-SUB) TO DRO-MEMBERS
           WRITE DUPLICATE-REPORT-LINE FROM DR-OVERSIZED-LINE
           ADD 1 TO WS-LINES-WRITTEN
           ADD 1 TO WS-OVERSIZED-SUB.

       WRITE-SCAN-SUMMARY.
           MOVE 'Customers scanned:' TO DRC-LABEL
           MOVE WS-CUSTOMERS-SCANNED TO DRC-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'Retired (merged) customers skipped:' TO DRC-LABEL
           MOVE WS-CUSTOMERS-RETIRED TO DRC-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'Match keys built:' TO DRC-LABEL
           MOVE WS-MATCH-KEYS-BUILT TO DRC-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'Candidate pairs compared:' TO DRC-LABEL
           MOVE WS-PAIRS-COMPARED TO DRC-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'Suspect pairs listed:' TO DRC-LABEL
           MOVE WS-SUSPECTS-LISTED TO DRC-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  High (score 75 and over):' TO DRC-LABEL
           MOVE WS-SUSPECTS-HIGH TO DRC-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  Medium (score 55 to 74):' TO DRC-LABEL
           MOVE WS-SUSPECTS-MEDIUM TO DRC-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  Low (score 40 to 54):' TO DRC-LABEL
           MOVE WS-SUSPECTS-LOW TO DRC-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'Shared values too large to compare:' TO DRC-LABEL
           MOVE WS-OVERSIZED-COUNT TO DRC-COUNT
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           WRITE DUPLICATE-REPORT-LINE FROM DR-COUNT-LINE
           ADD 1 TO WS-LINES-WRITTEN.

       FINALIZE-DUPLICATE-SCAN.
           CLOSE DUPLICATE-REPORT-FILE
           CLOSE SUSPECT-PAIR-FILE
           CLOSE MATCH-KEY-FILE
           CLOSE CUSTOMER-MASTER-FILE
           IF LINK-FILE-AVAILABLE
               CLOSE ACCOUNT-LINK-FILE
           END-IF.

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
