       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRNCHK.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHLIST-FILE ASSIGN TO 'WATCHLST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WLS-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS WATCHLIST-FILE-STATUS.

           SELECT SCREEN-QUEUE-FILE ASSIGN TO 'SCRNQUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCQ-CASE-NUMBER
               ALTERNATE RECORD KEY IS SCQ-SUBJECT-KEY
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS SCREEN-QUEUE-STATUS.

           SELECT SCREEN-LOG-FILE ASSIGN TO 'SCRNLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS SCREEN-LOG-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD SCREEN-QUEUE-FILE.
       01 SCREEN-QUEUE-RECORD.
           05 SCQ-CASE-NUMBER       PIC 9(8).
           05 SCQ-SUBJECT-KEY.
               10 SCQ-SUBJECT-NAME  PIC X(30).
               10 SCQ-ENTRY-ID      PIC X(10).
           05 SCQ-ALIAS-SEQ         PIC 9(2).
           05 SCQ-SOURCE-TYPE       PIC X(1).
           05 SCQ-REFERENCE         PIC X(20).
           05 SCQ-TAX-ID            PIC X(9).
           05 SCQ-MATCH-NAME        PIC X(40).
           05 SCQ-MATCH-SCORE       PIC 9(3).
           05 SCQ-MATCH-TYPE        PIC X(1).
           05 SCQ-PROGRAM           PIC X(10).
           05 SCQ-STATUS            PIC X(1).
               88 SCQ-PENDING       VALUE 'P'.
               88 SCQ-CLEARED       VALUE 'C'.
               88 SCQ-CONFIRMED     VALUE 'F'.
           05 SCQ-OPENED-DATE       PIC 9(8).
           05 SCQ-OPENED-BY         PIC X(10).
           05 SCQ-DECIDED-DATE      PIC 9(8).
           05 SCQ-DECIDED-BY        PIC X(10).
           05 SCQ-COMMENT           PIC X(40).
           05 FILLER                PIC X(20).

       FD SCREEN-LOG-FILE.
       01 SCREEN-LOG-RECORD.
           05 SCL-LOG-DATE          PIC 9(8).
           05 SCL-LOG-TIME          PIC 9(6).
           05 SCL-EVENT             PIC X(1).
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
       01 SCREEN-SEQUENCE-RECORD.
           05 SSQ-KEY               PIC X(10).
           05 SSQ-LAST-CASE-NUMBER  PIC 9(10).
           05 FILLER                PIC X(47).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-VARIABLES.
           05 WATCHLIST-FILE-STATUS PIC XX.
           05 SCREEN-QUEUE-STATUS   PIC XX.
           05 SCREEN-LOG-STATUS     PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.
           05 CTL-WATCHLIST-KEY     PIC X(10) VALUE 'WLSTLOAD'.
           05 CTL-SCREEN-SEQUENCE-KEY PIC X(10) VALUE 'SCRNSEQ'.

       01 SCREENING-CONSTANTS.
           05 WS-MATCH-THRESHOLD    PIC 9(3) VALUE 85.
           05 WS-TABLE-LIMIT        PIC 9(5) VALUE 10000.
           05 WS-LOWER-CASE         PIC X(26) VALUE
              'abcdefghijklmnopqrstuvwxyz'.
           05 WS-UPPER-CASE         PIC X(26) VALUE
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 WS-PUNCTUATION        PIC X(12) VALUE
              '.,-''/()&;:"#'.
           05 WS-PUNCTUATION-SPACES PIC X(12) VALUE SPACES.

       01 NOISE-WORD-VALUES.
           05 FILLER                PIC X(12) VALUE 'MR'.
           05 FILLER                PIC X(12) VALUE 'MRS'.
           05 FILLER                PIC X(12) VALUE 'MS'.
           05 FILLER                PIC X(12) VALUE 'MISS'.
           05 FILLER                PIC X(12) VALUE 'DR'.
           05 FILLER                PIC X(12) VALUE 'SIR'.
           05 FILLER                PIC X(12) VALUE 'THE'.
           05 FILLER                PIC X(12) VALUE 'AND'.
           05 FILLER                PIC X(12) VALUE 'OF'.
           05 FILLER                PIC X(12) VALUE 'INC'.
           05 FILLER                PIC X(12) VALUE 'LLC'.
           05 FILLER                PIC X(12) VALUE 'LTD'.
           05 FILLER                PIC X(12) VALUE 'CO'.
           05 FILLER                PIC X(12) VALUE 'CORP'.
           05 FILLER                PIC X(12) VALUE 'PLC'.
           05 FILLER                PIC X(12) VALUE 'SA'.
           05 FILLER                PIC X(12) VALUE 'AG'.
           05 FILLER                PIC X(12) VALUE 'GMBH'.
           05 FILLER                PIC X(12) VALUE 'LIMITED'.
           05 FILLER                PIC X(12) VALUE 'COMPANY'.
           05 FILLER                PIC X(12) VALUE 'CORPORATION'.
       01 NOISE-WORD-TABLE REDEFINES NOISE-WORD-VALUES.
           05 WS-NOISE-WORD         PIC X(12) OCCURS 21 TIMES.

       01 WATCHLIST-CACHE.
           05 WS-CACHED-LOAD-DATE   PIC 9(8) VALUE 0.
           05 WS-CACHED-LOAD-TIME   PIC 9(6) VALUE 0.
           05 WS-LIST-FLAG          PIC X(1) VALUE 'N'.
               88 LIST-AVAILABLE    VALUE 'Y'.
               88 LIST-UNAVAILABLE  VALUE 'N'.
           05 WS-OVERFLOW-FLAG      PIC X(1) VALUE 'N'.
               88 TABLE-OVERFLOWED  VALUE 'Y'.
               88 TABLE-COMPLETE    VALUE 'N'.
           05 WS-WL-ENTRY-COUNT     PIC 9(5) VALUE 0.
           05 WS-WL-ENTRY OCCURS 10000 TIMES.
               10 WS-WL-ENTRY-ID    PIC X(10).
               10 WS-WL-ALIAS-SEQ   PIC 9(2).
               10 WS-WL-NAME        PIC X(40).
               10 WS-WL-TAX-ID      PIC X(9).
               10 WS-WL-PROGRAM     PIC X(10).
               10 WS-WL-KEY         PIC X(40).
               10 WS-WL-KEY-LENGTH  PIC 9(2).
               10 WS-WL-SKELETON    PIC X(40).
               10 WS-WL-SKELETON-LENGTH PIC 9(2).

       01 NAME-NORMALIZE-AREAS.
           05 WS-NORM-INPUT         PIC X(40).
           05 WS-NORM-TEXT          PIC X(40).
           05 WS-NORM-KEY           PIC X(40).
           05 WS-NORM-LENGTH        PIC 9(2).
           05 WS-NORM-SKELETON      PIC X(40).
           05 WS-NORM-SKELETON-LENGTH PIC 9(2).
           05 WS-SKELETON-CHAR      PIC X(1).
               88 SKELETON-DROPPED-LETTER VALUE 'A' 'E' 'I' 'O' 'U'
                                              'Y' 'H' 'W'.
           05 WS-TOKEN-CHAR-SUB     PIC 9(2).
           05 WS-CHAR-SUB           PIC 9(2).
           05 WS-BUILD-TOKEN        PIC X(20).
           05 WS-BUILD-LENGTH       PIC 9(2).
           05 WS-TOKEN-COUNT        PIC 9(2).
           05 WS-KEPT-COUNT         PIC 9(2).
           05 WS-TOKEN-SUB          PIC 9(2).
           05 WS-NOISE-SUB          PIC 9(2).
           05 WS-SORT-PASS          PIC 9(2).
           05 WS-TOKEN-ENTRY OCCURS 10 TIMES.
               10 WS-TOKEN-TEXT     PIC X(20).
               10 WS-TOKEN-LENGTH   PIC 9(2).
               10 WS-TOKEN-KEEP     PIC X(1).
           05 WS-SWAP-TOKEN.
               10 WS-SWAP-TEXT      PIC X(20).
               10 WS-SWAP-LENGTH    PIC 9(2).
               10 WS-SWAP-KEEP      PIC X(1).

       01 NAME-COMPARE-AREAS.
           05 WS-SUBJECT-NAME       PIC X(30).
           05 WS-QUERY-KEY          PIC X(40).
           05 WS-QUERY-LENGTH       PIC 9(2).
           05 WS-QUERY-SKELETON     PIC X(40).
           05 WS-QUERY-SKELETON-LENGTH PIC 9(2).
           05 WS-DICE-LEFT          PIC X(40).
           05 WS-DICE-LEFT-LENGTH   PIC 9(2).
           05 WS-DICE-RIGHT         PIC X(40).
           05 WS-DICE-RIGHT-LENGTH  PIC 9(2).
           05 WS-DICE-SCORE         PIC 9(3).
           05 WS-QUERY-BIGRAMS      PIC 9(2).
           05 WS-CAND-BIGRAMS       PIC 9(2).
           05 WS-MIN-BIGRAMS        PIC 9(2).
           05 WS-COMMON-BIGRAMS     PIC 9(2).
           05 WS-BEST-POSSIBLE      PIC 9(3).
           05 WS-QUERY-SUB          PIC 9(2).
           05 WS-CAND-SUB           PIC 9(2).
           05 WS-BIGRAM-USED        PIC X(40).
           05 WS-WL-SUB             PIC 9(5).

       01 CANDIDATE-ENTRY.
           05 WS-CAND-ENTRY-ID      PIC X(10).
           05 WS-CAND-ALIAS-SEQ     PIC 9(2).
           05 WS-CAND-NAME          PIC X(40).
           05 WS-CAND-TAX-ID        PIC X(9).
           05 WS-CAND-PROGRAM       PIC X(10).
           05 WS-CAND-KEY           PIC X(40).
           05 WS-CAND-KEY-LENGTH    PIC 9(2).
           05 WS-CAND-SKELETON      PIC X(40).
           05 WS-CAND-SKELETON-LENGTH PIC 9(2).
           05 WS-CAND-SCORE         PIC 9(3).
           05 WS-CAND-MATCH-TYPE    PIC X(1).

       01 BEST-MATCH-AREAS.
           05 WS-BEST-FLAG          PIC X(1).
               88 BEST-MATCH-FOUND  VALUE 'Y'.
               88 NO-MATCH-FOUND    VALUE 'N'.
           05 WS-BLOCK-FLAG         PIC X(1).
               88 SUBJECT-BLOCKED   VALUE 'Y'.
               88 SUBJECT-NOT-BLOCKED VALUE 'N'.
           05 WS-BEST-CASE          PIC 9(8).
           05 WS-BEST-SCORE         PIC 9(3).
           05 WS-BEST-MATCH-TYPE    PIC X(1).
           05 WS-BEST-ENTRY-ID      PIC X(10).
           05 WS-BEST-ALIAS-SEQ     PIC 9(2).
           05 WS-BEST-NAME          PIC X(40).
           05 WS-BEST-PROGRAM       PIC X(10).
           05 WS-PRIOR-STATUS       PIC X(1).
           05 WS-PRIOR-CASE         PIC 9(8).
           05 WS-NEW-CASE-NUMBER    PIC 9(8).

       01 SCREEN-LOG-AREAS.
           05 WS-LOG-TIME           PIC 9(6).
           05 WS-LOG-EVENT          PIC X(1).
           05 WS-LOG-SOURCE-TYPE    PIC X(1).
           05 WS-LOG-REFERENCE      PIC X(20).
           05 WS-LOG-SUBJECT-NAME   PIC X(30).
           05 WS-LOG-COMMENT        PIC X(40).

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING SCREEN-PARAMETERS.
       MAIN-SCREEN-CHECK.
           MOVE SPACE TO SCR-RESULT
           MOVE SPACES TO SCR-MATCH-ENTRY
           MOVE 0 TO SCR-MATCH-SCORE
           MOVE SPACES TO SCR-MESSAGE
           IF SCR-COMPARE-NAMES
               MOVE 0 TO SCR-CASE-NUMBER
               PERFORM COMPARE-SUBJECT-NAMES
               GOBACK
           END-IF
           MOVE SPACES TO SCR-MATCH-NAME
           IF NOT SCR-QUERY-CASE
               AND NOT SCR-RECORD-DECISION
               MOVE 0 TO SCR-CASE-NUMBER
           END-IF
           IF SCR-BUSINESS-DATE NOT NUMERIC
               OR SCR-BUSINESS-DATE = 0
               PERFORM LOAD-BUSINESS-DATE
           END-IF
           EVALUATE TRUE
               WHEN SCR-CHECK-LIST
                   PERFORM CHECK-LIST-AVAILABLE
               WHEN SCR-SCREEN-SUBJECT
                   PERFORM SCREEN-SUBJECT
               WHEN SCR-QUERY-CASE
                   PERFORM QUERY-SCREEN-CASE
               WHEN SCR-RECORD-DECISION
                   PERFORM RECORD-SCREEN-DECISION
               WHEN OTHER
                   SET SCR-REQUEST-REFUSED TO TRUE
                   MOVE 'Unknown screening request' TO SCR-MESSAGE
           END-EVALUATE
           GOBACK.

       LOAD-BUSINESS-DATE.
           ACCEPT SCR-BUSINESS-DATE FROM DATE YYYYMMDD
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
                   MOVE CTL-BUSINESS-DATE TO SCR-BUSINESS-DATE
               END-IF
               CLOSE CONTROL-FILE
           END-IF.

       CHECK-LIST-AVAILABLE.
           PERFORM REFRESH-WATCHLIST
           IF LIST-AVAILABLE
               SET SCR-CLEAR TO TRUE
               MOVE 'Watchlist available' TO SCR-MESSAGE
           ELSE
               SET SCR-LIST-UNAVAILABLE TO TRUE
               MOVE 'Watchlist not available' TO SCR-MESSAGE
           END-IF.

       REFRESH-WATCHLIST.
           SET LIST-UNAVAILABLE TO TRUE
           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE CTL-WATCHLIST-KEY TO WLC-KEY
           READ CONTROL-FILE
               INVALID KEY
                   MOVE '23' TO CONTROL-FILE-STATUS
           END-READ
           IF CONTROL-FILE-STATUS NOT = '00'
               OR WLC-ACTIVE-COUNT NOT NUMERIC
               OR WLC-ACTIVE-COUNT = 0
               CLOSE CONTROL-FILE
               EXIT PARAGRAPH
           END-IF
           IF WLC-LOAD-DATE NOT = WS-CACHED-LOAD-DATE
               OR WLC-LOAD-TIME NOT = WS-CACHED-LOAD-TIME
               MOVE WLC-LOAD-DATE TO WS-CACHED-LOAD-DATE
               MOVE WLC-LOAD-TIME TO WS-CACHED-LOAD-TIME
               CLOSE CONTROL-FILE
               PERFORM LOAD-WATCHLIST-TABLE
           ELSE
               CLOSE CONTROL-FILE
           END-IF
           IF WS-WL-ENTRY-COUNT > 0
               SET LIST-AVAILABLE TO TRUE
           END-IF.

       LOAD-WATCHLIST-TABLE.
           MOVE 0 TO WS-WL-ENTRY-COUNT
           SET TABLE-COMPLETE TO TRUE
           OPEN INPUT WATCHLIST-FILE
           IF WATCHLIST-FILE-STATUS NOT = '00'
               MOVE 0 TO WS-CACHED-LOAD-DATE
               MOVE 0 TO WS-CACHED-LOAD-TIME
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO WLS-KEY
           START WATCHLIST-FILE KEY IS NOT LESS THAN WLS-KEY
               INVALID KEY
                   MOVE '99' TO WATCHLIST-FILE-STATUS
           END-START
           IF WATCHLIST-FILE-STATUS = '00'
               PERFORM LOAD-ONE-WATCHLIST-ENTRY
                   UNTIL WATCHLIST-FILE-STATUS NOT = '00'
           END-IF
           CLOSE WATCHLIST-FILE.

       LOAD-ONE-WATCHLIST-ENTRY.
           READ WATCHLIST-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WATCHLIST-FILE-STATUS
           END-READ
           IF WATCHLIST-FILE-STATUS NOT = '00'
               OR NOT WLS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF WS-WL-ENTRY-COUNT NOT < WS-TABLE-LIMIT
               SET TABLE-OVERFLOWED TO TRUE
               MOVE '10' TO WATCHLIST-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WL-ENTRY-COUNT
           MOVE WLS-ENTRY-ID TO WS-WL-ENTRY-ID(WS-WL-ENTRY-COUNT)
           MOVE WLS-ALIAS-SEQ TO WS-WL-ALIAS-SEQ(WS-WL-ENTRY-COUNT)
           MOVE WLS-NAME TO WS-WL-NAME(WS-WL-ENTRY-COUNT)
           MOVE WLS-TAX-ID TO WS-WL-TAX-ID(WS-WL-ENTRY-COUNT)
           MOVE WLS-PROGRAM TO WS-WL-PROGRAM(WS-WL-ENTRY-COUNT)
           MOVE WLS-NAME TO WS-NORM-INPUT
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-KEY TO WS-WL-KEY(WS-WL-ENTRY-COUNT)
           MOVE WS-NORM-LENGTH TO WS-WL-KEY-LENGTH(WS-WL-ENTRY-COUNT)
           MOVE WS-NORM-SKELETON TO WS-WL-SKELETON(WS-WL-ENTRY-COUNT)
           MOVE WS-NORM-SKELETON-LENGTH
               TO WS-WL-SKELETON-LENGTH(WS-WL-ENTRY-COUNT).

       SCREEN-SUBJECT.
           MOVE SCR-NAME TO WS-SUBJECT-NAME
           INSPECT WS-SUBJECT-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           MOVE 'S' TO WS-LOG-EVENT
           MOVE SCR-SOURCE-TYPE TO WS-LOG-SOURCE-TYPE
           MOVE SCR-REFERENCE TO WS-LOG-REFERENCE
           MOVE WS-SUBJECT-NAME TO WS-LOG-SUBJECT-NAME

           IF WS-SUBJECT-NAME = SPACES
               AND (SCR-TAX-ID = SPACES OR SCR-TAX-ID = ZEROS)
               SET SCR-CLEAR TO TRUE
               MOVE 'No name supplied - not screened' TO SCR-MESSAGE
               MOVE SCR-MESSAGE TO WS-LOG-COMMENT
               PERFORM WRITE-SCREEN-LOG-ENTRY
               EXIT PARAGRAPH
           END-IF

           PERFORM REFRESH-WATCHLIST
           IF LIST-UNAVAILABLE
               SET SCR-LIST-UNAVAILABLE TO TRUE
               MOVE 'Watchlist not available' TO SCR-MESSAGE
               MOVE SCR-MESSAGE TO WS-LOG-COMMENT
               PERFORM WRITE-SCREEN-LOG-ENTRY
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SUBJECT-NAME TO WS-NORM-INPUT
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-KEY TO WS-QUERY-KEY
           MOVE WS-NORM-LENGTH TO WS-QUERY-LENGTH
           MOVE WS-NORM-SKELETON TO WS-QUERY-SKELETON
           MOVE WS-NORM-SKELETON-LENGTH TO WS-QUERY-SKELETON-LENGTH

           SET NO-MATCH-FOUND TO TRUE
           SET SUBJECT-NOT-BLOCKED TO TRUE
           MOVE 0 TO WS-BEST-CASE
           MOVE 0 TO WS-BEST-SCORE

           OPEN I-O SCREEN-QUEUE-FILE
           IF SCREEN-QUEUE-STATUS = '35'
               OPEN OUTPUT SCREEN-QUEUE-FILE
               CLOSE SCREEN-QUEUE-FILE
               OPEN I-O SCREEN-QUEUE-FILE
           END-IF

           IF TABLE-OVERFLOWED
               PERFORM SCAN-WATCHLIST-FILE
           ELSE
               MOVE 1 TO WS-WL-SUB
               PERFORM SCORE-TABLE-ENTRY
                   UNTIL WS-WL-SUB > WS-WL-ENTRY-COUNT
                      OR SUBJECT-BLOCKED
           END-IF

           EVALUATE TRUE
               WHEN SUBJECT-BLOCKED
                   SET SCR-CONFIRMED-HIT TO TRUE
                   MOVE WS-BEST-CASE TO SCR-CASE-NUMBER
                   STRING 'Watchlist block case ' WS-BEST-CASE
                          DELIMITED BY SIZE INTO SCR-MESSAGE
                   END-STRING
               WHEN BEST-MATCH-FOUND
                   IF WS-BEST-CASE = 0
                       PERFORM OPEN-SCREEN-CASE
                   END-IF
                   SET SCR-POSSIBLE-HIT TO TRUE
                   MOVE WS-BEST-CASE TO SCR-CASE-NUMBER
                   STRING 'Watchlist hold case ' WS-BEST-CASE
                          DELIMITED BY SIZE INTO SCR-MESSAGE
                   END-STRING
               WHEN OTHER
                   SET SCR-CLEAR TO TRUE
                   MOVE 'No watchlist match' TO SCR-MESSAGE
           END-EVALUATE
           CLOSE SCREEN-QUEUE-FILE

           IF BEST-MATCH-FOUND OR SUBJECT-BLOCKED
               MOVE WS-BEST-ENTRY-ID TO SCR-MATCH-ENTRY
               MOVE WS-BEST-NAME TO SCR-MATCH-NAME
               MOVE WS-BEST-SCORE TO SCR-MATCH-SCORE
           END-IF
           MOVE SCR-MESSAGE TO WS-LOG-COMMENT
           PERFORM WRITE-SCREEN-LOG-ENTRY.

       COMPARE-SUBJECT-NAMES.
           MOVE SCR-NAME TO WS-NORM-INPUT
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-KEY TO WS-QUERY-KEY
           MOVE WS-NORM-LENGTH TO WS-QUERY-LENGTH
           MOVE WS-NORM-SKELETON TO WS-QUERY-SKELETON
           MOVE WS-NORM-SKELETON-LENGTH TO WS-QUERY-SKELETON-LENGTH
           MOVE SCR-MATCH-NAME TO WS-NORM-INPUT
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-KEY TO WS-CAND-KEY
           MOVE WS-NORM-LENGTH TO WS-CAND-KEY-LENGTH
           MOVE WS-NORM-SKELETON TO WS-CAND-SKELETON
           MOVE WS-NORM-SKELETON-LENGTH TO WS-CAND-SKELETON-LENGTH
           PERFORM COMPARE-NAME-KEYS
           MOVE WS-CAND-SCORE TO SCR-MATCH-SCORE
           IF WS-CAND-SCORE NOT < WS-MATCH-THRESHOLD
               SET SCR-POSSIBLE-HIT TO TRUE
               MOVE 'Names match' TO SCR-MESSAGE
           ELSE
               SET SCR-CLEAR TO TRUE
               MOVE 'Names do not match' TO SCR-MESSAGE
           END-IF.

       SCORE-TABLE-ENTRY.
           MOVE WS-WL-ENTRY-ID(WS-WL-SUB) TO WS-CAND-ENTRY-ID
           MOVE WS-WL-ALIAS-SEQ(WS-WL-SUB) TO WS-CAND-ALIAS-SEQ
           MOVE WS-WL-NAME(WS-WL-SUB) TO WS-CAND-NAME
           MOVE WS-WL-TAX-ID(WS-WL-SUB) TO WS-CAND-TAX-ID
           MOVE WS-WL-PROGRAM(WS-WL-SUB) TO WS-CAND-PROGRAM
           MOVE WS-WL-KEY(WS-WL-SUB) TO WS-CAND-KEY
           MOVE WS-WL-KEY-LENGTH(WS-WL-SUB) TO WS-CAND-KEY-LENGTH
           MOVE WS-WL-SKELETON(WS-WL-SUB) TO WS-CAND-SKELETON
           MOVE WS-WL-SKELETON-LENGTH(WS-WL-SUB)
               TO WS-CAND-SKELETON-LENGTH
           PERFORM SCORE-CANDIDATE
           ADD 1 TO WS-WL-SUB.

       SCAN-WATCHLIST-FILE.
           OPEN INPUT WATCHLIST-FILE
           IF WATCHLIST-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO WLS-KEY
           START WATCHLIST-FILE KEY IS NOT LESS THAN WLS-KEY
               INVALID KEY
                   MOVE '99' TO WATCHLIST-FILE-STATUS
           END-START
           IF WATCHLIST-FILE-STATUS = '00'
               PERFORM SCORE-FILE-ENTRY
                   UNTIL WATCHLIST-FILE-STATUS NOT = '00'
                      OR SUBJECT-BLOCKED
           END-IF
           CLOSE WATCHLIST-FILE.

       SCORE-FILE-ENTRY.
           READ WATCHLIST-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WATCHLIST-FILE-STATUS
           END-READ
           IF WATCHLIST-FILE-STATUS NOT = '00'
               OR NOT WLS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE WLS-ENTRY-ID TO WS-CAND-ENTRY-ID
           MOVE WLS-ALIAS-SEQ TO WS-CAND-ALIAS-SEQ
           MOVE WLS-NAME TO WS-CAND-NAME
           MOVE WLS-TAX-ID TO WS-CAND-TAX-ID
           MOVE WLS-PROGRAM TO WS-CAND-PROGRAM
           MOVE WLS-NAME TO WS-NORM-INPUT
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-KEY TO WS-CAND-KEY
           MOVE WS-NORM-LENGTH TO WS-CAND-KEY-LENGTH
           MOVE WS-NORM-SKELETON TO WS-CAND-SKELETON
           MOVE WS-NORM-SKELETON-LENGTH TO WS-CAND-SKELETON-LENGTH
           PERFORM SCORE-CANDIDATE.

       SCORE-CANDIDATE.
           MOVE 0 TO WS-CAND-SCORE
           MOVE 'N' TO WS-CAND-MATCH-TYPE
           IF SCR-TAX-ID NOT = SPACES
               AND SCR-TAX-ID NOT = ZEROS
               AND SCR-TAX-ID = WS-CAND-TAX-ID
               MOVE 100 TO WS-CAND-SCORE
               MOVE 'T' TO WS-CAND-MATCH-TYPE
           ELSE
               IF WS-SUBJECT-NAME NOT = SPACES
                   PERFORM COMPARE-NAME-KEYS
               END-IF
           END-IF
           IF WS-CAND-SCORE < WS-MATCH-THRESHOLD
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PRIOR-DECISIONS
           EVALUATE TRUE
               WHEN WS-PRIOR-STATUS = 'F'
                   SET SUBJECT-BLOCKED TO TRUE
                   MOVE WS-PRIOR-CASE TO WS-BEST-CASE
                   PERFORM TAKE-CANDIDATE-AS-BEST
               WHEN WS-PRIOR-STATUS = 'C'
                   AND WS-CAND-MATCH-TYPE = 'N'
                   CONTINUE
               WHEN WS-CAND-SCORE > WS-BEST-SCORE
                   PERFORM TAKE-CANDIDATE-AS-BEST
                   IF WS-PRIOR-STATUS = 'P'
                       MOVE WS-PRIOR-CASE TO WS-BEST-CASE
                   ELSE
                       MOVE 0 TO WS-BEST-CASE
                   END-IF
           END-EVALUATE.

       TAKE-CANDIDATE-AS-BEST.
           SET BEST-MATCH-FOUND TO TRUE
           MOVE WS-CAND-SCORE TO WS-BEST-SCORE
           MOVE WS-CAND-MATCH-TYPE TO WS-BEST-MATCH-TYPE
           MOVE WS-CAND-ENTRY-ID TO WS-BEST-ENTRY-ID
           MOVE WS-CAND-ALIAS-SEQ TO WS-BEST-ALIAS-SEQ
           MOVE WS-CAND-NAME TO WS-BEST-NAME
           MOVE WS-CAND-PROGRAM TO WS-BEST-PROGRAM.

       CHECK-PRIOR-DECISIONS.
           MOVE SPACE TO WS-PRIOR-STATUS
           MOVE 0 TO WS-PRIOR-CASE
           MOVE WS-SUBJECT-NAME TO SCQ-SUBJECT-NAME
           MOVE WS-CAND-ENTRY-ID TO SCQ-ENTRY-ID
           START SCREEN-QUEUE-FILE KEY IS NOT LESS THAN SCQ-SUBJECT-KEY
               INVALID KEY
                   MOVE '99' TO SCREEN-QUEUE-STATUS
           END-START
           IF SCREEN-QUEUE-STATUS = '00'
               PERFORM SCAN-PRIOR-DECISION
                   UNTIL SCREEN-QUEUE-STATUS NOT = '00'
           END-IF
           MOVE '00' TO SCREEN-QUEUE-STATUS.

       SCAN-PRIOR-DECISION.
           READ SCREEN-QUEUE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO SCREEN-QUEUE-STATUS
           END-READ
           IF SCREEN-QUEUE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF SCQ-SUBJECT-NAME NOT = WS-SUBJECT-NAME
               OR SCQ-ENTRY-ID NOT = WS-CAND-ENTRY-ID
               MOVE '10' TO SCREEN-QUEUE-STATUS
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN SCQ-CONFIRMED
                   MOVE 'F' TO WS-PRIOR-STATUS
                   MOVE SCQ-CASE-NUMBER TO WS-PRIOR-CASE
                   MOVE '10' TO SCREEN-QUEUE-STATUS
               WHEN SCQ-PENDING
                   MOVE 'P' TO WS-PRIOR-STATUS
                   MOVE SCQ-CASE-NUMBER TO WS-PRIOR-CASE
               WHEN SCQ-CLEARED
                   IF WS-PRIOR-STATUS = SPACE
                       MOVE 'C' TO WS-PRIOR-STATUS
                       MOVE SCQ-CASE-NUMBER TO WS-PRIOR-CASE
                   END-IF
           END-EVALUATE.

       COMPARE-NAME-KEYS.
           MOVE 0 TO WS-CAND-SCORE
           IF WS-QUERY-LENGTH = 0 OR WS-CAND-KEY-LENGTH = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-QUERY-KEY = WS-CAND-KEY
               MOVE 100 TO WS-CAND-SCORE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QUERY-KEY TO WS-DICE-LEFT
           MOVE WS-QUERY-LENGTH TO WS-DICE-LEFT-LENGTH
           MOVE WS-CAND-KEY TO WS-DICE-RIGHT
           MOVE WS-CAND-KEY-LENGTH TO WS-DICE-RIGHT-LENGTH
           PERFORM COMPUTE-BIGRAM-SCORE
           MOVE WS-DICE-SCORE TO WS-CAND-SCORE
           IF WS-CAND-SCORE NOT < WS-MATCH-THRESHOLD
               OR WS-QUERY-SKELETON-LENGTH < 4
               OR WS-CAND-SKELETON-LENGTH < 4
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QUERY-SKELETON TO WS-DICE-LEFT
           MOVE WS-QUERY-SKELETON-LENGTH TO WS-DICE-LEFT-LENGTH
           MOVE WS-CAND-SKELETON TO WS-DICE-RIGHT
           MOVE WS-CAND-SKELETON-LENGTH TO WS-DICE-RIGHT-LENGTH
           IF WS-DICE-LEFT = WS-DICE-RIGHT
               MOVE 100 TO WS-DICE-SCORE
           ELSE
               PERFORM COMPUTE-BIGRAM-SCORE
           END-IF
           IF WS-DICE-SCORE > WS-CAND-SCORE
               MOVE WS-DICE-SCORE TO WS-CAND-SCORE
           END-IF.

       COMPUTE-BIGRAM-SCORE.
           MOVE 0 TO WS-DICE-SCORE
           IF WS-DICE-LEFT-LENGTH < 2 OR WS-DICE-RIGHT-LENGTH < 2
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QUERY-BIGRAMS = WS-DICE-LEFT-LENGTH - 1
           COMPUTE WS-CAND-BIGRAMS = WS-DICE-RIGHT-LENGTH - 1
           IF WS-QUERY-BIGRAMS < WS-CAND-BIGRAMS
               MOVE WS-QUERY-BIGRAMS TO WS-MIN-BIGRAMS
           ELSE
               MOVE WS-CAND-BIGRAMS TO WS-MIN-BIGRAMS
           END-IF
           COMPUTE WS-BEST-POSSIBLE =
               (200 * WS-MIN-BIGRAMS)
               / (WS-QUERY-BIGRAMS + WS-CAND-BIGRAMS)
           IF WS-BEST-POSSIBLE < WS-MATCH-THRESHOLD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BIGRAM-USED
           MOVE 0 TO WS-COMMON-BIGRAMS
           MOVE 1 TO WS-QUERY-SUB
           PERFORM MATCH-ONE-QUERY-BIGRAM
               UNTIL WS-QUERY-SUB > WS-QUERY-BIGRAMS
           COMPUTE WS-DICE-SCORE =
               (200 * WS-COMMON-BIGRAMS)
               / (WS-QUERY-BIGRAMS + WS-CAND-BIGRAMS).

       MATCH-ONE-QUERY-BIGRAM.
           MOVE 1 TO WS-CAND-SUB
           PERFORM MATCH-CANDIDATE-BIGRAM
               UNTIL WS-CAND-SUB > WS-CAND-BIGRAMS
           ADD 1 TO WS-QUERY-SUB.

       MATCH-CANDIDATE-BIGRAM.
           IF WS-BIGRAM-USED(WS-CAND-SUB:1) = SPACE
               AND WS-DICE-LEFT(WS-QUERY-SUB:2)
                   = WS-DICE-RIGHT(WS-CAND-SUB:2)
               MOVE 'Y' TO WS-BIGRAM-USED(WS-CAND-SUB:1)
               ADD 1 TO WS-COMMON-BIGRAMS
               MOVE WS-CAND-BIGRAMS TO WS-CAND-SUB
           END-IF
           ADD 1 TO WS-CAND-SUB.

       NORMALIZE-NAME.
           MOVE WS-NORM-INPUT TO WS-NORM-TEXT
           INSPECT WS-NORM-TEXT
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-NORM-TEXT
               CONVERTING WS-PUNCTUATION TO WS-PUNCTUATION-SPACES
           MOVE 0 TO WS-TOKEN-COUNT
           MOVE SPACES TO WS-BUILD-TOKEN
           MOVE 0 TO WS-BUILD-LENGTH
           MOVE 1 TO WS-CHAR-SUB
           PERFORM SPLIT-NAME-CHARACTER UNTIL WS-CHAR-SUB > 40
           PERFORM CLOSE-CURRENT-TOKEN
           PERFORM DROP-NOISE-TOKENS
           MOVE 1 TO WS-SORT-PASS
           PERFORM SORT-NAME-TOKEN-PASS
               UNTIL WS-SORT-PASS > WS-TOKEN-COUNT
           PERFORM BUILD-NAME-KEY.

       SPLIT-NAME-CHARACTER.
           IF WS-NORM-TEXT(WS-CHAR-SUB:1) = SPACE
               PERFORM CLOSE-CURRENT-TOKEN
           ELSE
               IF WS-BUILD-LENGTH < 20
                   ADD 1 TO WS-BUILD-LENGTH
                   MOVE WS-NORM-TEXT(WS-CHAR-SUB:1)
                       TO WS-BUILD-TOKEN(WS-BUILD-LENGTH:1)
               END-IF
           END-IF
           ADD 1 TO WS-CHAR-SUB.

       CLOSE-CURRENT-TOKEN.
           IF WS-BUILD-LENGTH > 0
               AND WS-TOKEN-COUNT < 10
               ADD 1 TO WS-TOKEN-COUNT
               MOVE WS-BUILD-TOKEN TO WS-TOKEN-TEXT(WS-TOKEN-COUNT)
               MOVE WS-BUILD-LENGTH TO WS-TOKEN-LENGTH(WS-TOKEN-COUNT)
               MOVE 'Y' TO WS-TOKEN-KEEP(WS-TOKEN-COUNT)
           END-IF
           MOVE SPACES TO WS-BUILD-TOKEN
           MOVE 0 TO WS-BUILD-LENGTH.

       DROP-NOISE-TOKENS.
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 1 TO WS-TOKEN-SUB
           PERFORM MARK-NOISE-TOKEN UNTIL WS-TOKEN-SUB > WS-TOKEN-COUNT
           IF WS-KEPT-COUNT = 0
               OR WS-KEPT-COUNT = WS-TOKEN-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 1 TO WS-TOKEN-SUB
           PERFORM KEEP-SIGNIFICANT-TOKEN
               UNTIL WS-TOKEN-SUB > WS-TOKEN-COUNT
           MOVE WS-KEPT-COUNT TO WS-TOKEN-COUNT.

       MARK-NOISE-TOKEN.
           MOVE 1 TO WS-NOISE-SUB
           PERFORM CHECK-NOISE-WORD UNTIL WS-NOISE-SUB > 21
           IF WS-TOKEN-KEEP(WS-TOKEN-SUB) = 'Y'
               ADD 1 TO WS-KEPT-COUNT
           END-IF
           ADD 1 TO WS-TOKEN-SUB.

       CHECK-NOISE-WORD.
           IF WS-TOKEN-TEXT(WS-TOKEN-SUB) = WS-NOISE-WORD(WS-NOISE-SUB)
               MOVE 'N' TO WS-TOKEN-KEEP(WS-TOKEN-SUB)
           END-IF
           ADD 1 TO WS-NOISE-SUB.

       KEEP-SIGNIFICANT-TOKEN.
           IF WS-TOKEN-KEEP(WS-TOKEN-SUB) = 'Y'
               ADD 1 TO WS-KEPT-COUNT
               IF WS-KEPT-COUNT < WS-TOKEN-SUB
                   MOVE WS-TOKEN-ENTRY(WS-TOKEN-SUB)
                       TO WS-TOKEN-ENTRY(WS-KEPT-COUNT)
               END-IF
           END-IF
           ADD 1 TO WS-TOKEN-SUB.

       SORT-NAME-TOKEN-PASS.
           MOVE 1 TO WS-TOKEN-SUB
           PERFORM ORDER-TOKEN-PAIR
               UNTIL WS-TOKEN-SUB NOT < WS-TOKEN-COUNT
           ADD 1 TO WS-SORT-PASS.

       ORDER-TOKEN-PAIR.
           IF WS-TOKEN-TEXT(WS-TOKEN-SUB)
               > WS-TOKEN-TEXT(WS-TOKEN-SUB + 1)
               MOVE WS-TOKEN-ENTRY(WS-TOKEN-SUB) TO WS-SWAP-TOKEN
               MOVE WS-TOKEN-ENTRY(WS-TOKEN-SUB + 1)
                   TO WS-TOKEN-ENTRY(WS-TOKEN-SUB)
               MOVE WS-SWAP-TOKEN TO WS-TOKEN-ENTRY(WS-TOKEN-SUB + 1)
           END-IF
           ADD 1 TO WS-TOKEN-SUB.

       BUILD-NAME-KEY.
           MOVE SPACES TO WS-NORM-KEY
           MOVE 0 TO WS-NORM-LENGTH
           MOVE SPACES TO WS-NORM-SKELETON
           MOVE 0 TO WS-NORM-SKELETON-LENGTH
           MOVE 1 TO WS-TOKEN-SUB
           PERFORM APPEND-TOKEN-TO-KEY
               UNTIL WS-TOKEN-SUB > WS-TOKEN-COUNT.

       APPEND-TOKEN-TO-KEY.
           IF WS-NORM-LENGTH + WS-TOKEN-LENGTH(WS-TOKEN-SUB) NOT > 40
               MOVE WS-TOKEN-TEXT(WS-TOKEN-SUB)
                   (1:WS-TOKEN-LENGTH(WS-TOKEN-SUB))
                   TO WS-NORM-KEY(WS-NORM-LENGTH + 1:
                                  WS-TOKEN-LENGTH(WS-TOKEN-SUB))
               ADD WS-TOKEN-LENGTH(WS-TOKEN-SUB) TO WS-NORM-LENGTH
           END-IF
           MOVE 1 TO WS-TOKEN-CHAR-SUB
           PERFORM ADD-SKELETON-CHARACTER
               UNTIL WS-TOKEN-CHAR-SUB > WS-TOKEN-LENGTH(WS-TOKEN-SUB)
           ADD 1 TO WS-TOKEN-SUB.

       ADD-SKELETON-CHARACTER.
           MOVE WS-TOKEN-TEXT(WS-TOKEN-SUB)(WS-TOKEN-CHAR-SUB:1)
               TO WS-SKELETON-CHAR
           IF WS-TOKEN-CHAR-SUB = 1
               OR (NOT SKELETON-DROPPED-LETTER
                   AND WS-SKELETON-CHAR NOT =
                       WS-TOKEN-TEXT(WS-TOKEN-SUB)
                           (WS-TOKEN-CHAR-SUB - 1:1))
               IF WS-NORM-SKELETON-LENGTH < 40
                   ADD 1 TO WS-NORM-SKELETON-LENGTH
                   MOVE WS-SKELETON-CHAR TO
                       WS-NORM-SKELETON(WS-NORM-SKELETON-LENGTH:1)
               END-IF
           END-IF
           ADD 1 TO WS-TOKEN-CHAR-SUB.

       OPEN-SCREEN-CASE.
           PERFORM GET-NEXT-CASE-NUMBER
           MOVE SPACES TO SCREEN-QUEUE-RECORD
           MOVE WS-NEW-CASE-NUMBER TO SCQ-CASE-NUMBER
           MOVE WS-SUBJECT-NAME TO SCQ-SUBJECT-NAME
           MOVE WS-BEST-ENTRY-ID TO SCQ-ENTRY-ID
           MOVE WS-BEST-ALIAS-SEQ TO SCQ-ALIAS-SEQ
           MOVE SCR-SOURCE-TYPE TO SCQ-SOURCE-TYPE
           MOVE SCR-REFERENCE TO SCQ-REFERENCE
           MOVE SCR-TAX-ID TO SCQ-TAX-ID
           MOVE WS-BEST-NAME TO SCQ-MATCH-NAME
           MOVE WS-BEST-SCORE TO SCQ-MATCH-SCORE
           MOVE WS-BEST-MATCH-TYPE TO SCQ-MATCH-TYPE
           MOVE WS-BEST-PROGRAM TO SCQ-PROGRAM
           SET SCQ-PENDING TO TRUE
           MOVE SCR-BUSINESS-DATE TO SCQ-OPENED-DATE
           MOVE SCR-OPERATOR-ID TO SCQ-OPENED-BY
           MOVE 0 TO SCQ-DECIDED-DATE
           MOVE SPACES TO SCQ-DECIDED-BY
           WRITE SCREEN-QUEUE-RECORD
               INVALID KEY
                   DISPLAY 'Screening case not created: '
                           WS-NEW-CASE-NUMBER
           END-WRITE
           MOVE WS-NEW-CASE-NUMBER TO WS-BEST-CASE.

       GET-NEXT-CASE-NUMBER.
           MOVE 0 TO WS-NEW-CASE-NUMBER
           OPEN I-O CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE CTL-SCREEN-SEQUENCE-KEY TO SSQ-KEY
           READ CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO SCREEN-SEQUENCE-RECORD
                   MOVE CTL-SCREEN-SEQUENCE-KEY TO SSQ-KEY
                   MOVE 0 TO SSQ-LAST-CASE-NUMBER
                   WRITE SCREEN-SEQUENCE-RECORD
                       INVALID KEY
                           DISPLAY 'Screening sequence not created'
                   END-WRITE
           END-READ
           IF SSQ-LAST-CASE-NUMBER NOT NUMERIC
               MOVE 0 TO SSQ-LAST-CASE-NUMBER
           END-IF
           ADD 1 TO SSQ-LAST-CASE-NUMBER
           MOVE SSQ-LAST-CASE-NUMBER TO WS-NEW-CASE-NUMBER
           REWRITE SCREEN-SEQUENCE-RECORD
               INVALID KEY
                   DISPLAY 'Screening sequence update failed'
           END-REWRITE
           CLOSE CONTROL-FILE.

       QUERY-SCREEN-CASE.
           OPEN INPUT SCREEN-QUEUE-FILE
           IF SCREEN-QUEUE-STATUS NOT = '00'
               SET SCR-CASE-NOT-FOUND TO TRUE
               MOVE 'Screening case not found' TO SCR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SCR-CASE-NUMBER TO SCQ-CASE-NUMBER
           READ SCREEN-QUEUE-FILE
               INVALID KEY
                   MOVE '23' TO SCREEN-QUEUE-STATUS
           END-READ
           IF SCREEN-QUEUE-STATUS NOT = '00'
               SET SCR-CASE-NOT-FOUND TO TRUE
               MOVE 'Screening case not found' TO SCR-MESSAGE
               CLOSE SCREEN-QUEUE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM RETURN-CASE-STATUS
           CLOSE SCREEN-QUEUE-FILE.

       RETURN-CASE-STATUS.
           MOVE SCQ-ENTRY-ID TO SCR-MATCH-ENTRY
           MOVE SCQ-MATCH-NAME TO SCR-MATCH-NAME
           MOVE SCQ-MATCH-SCORE TO SCR-MATCH-SCORE
           EVALUATE TRUE
               WHEN SCQ-CLEARED
                   SET SCR-CLEAR TO TRUE
                   STRING 'Watchlist case cleared ' SCQ-CASE-NUMBER
                          DELIMITED BY SIZE INTO SCR-MESSAGE
                   END-STRING
               WHEN SCQ-CONFIRMED
                   SET SCR-CONFIRMED-HIT TO TRUE
                   STRING 'Watchlist block case ' SCQ-CASE-NUMBER
                          DELIMITED BY SIZE INTO SCR-MESSAGE
                   END-STRING
               WHEN OTHER
                   SET SCR-POSSIBLE-HIT TO TRUE
                   STRING 'Watchlist hold case ' SCQ-CASE-NUMBER
                          DELIMITED BY SIZE INTO SCR-MESSAGE
                   END-STRING
           END-EVALUATE.

       RECORD-SCREEN-DECISION.
           IF SCR-DECISION NOT = 'C'
               AND SCR-DECISION NOT = 'F'
               SET SCR-REQUEST-REFUSED TO TRUE
               MOVE 'Decision must be C (clear) or F (confirm)'
                   TO SCR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SCREEN-QUEUE-FILE
           IF SCREEN-QUEUE-STATUS NOT = '00'
               SET SCR-CASE-NOT-FOUND TO TRUE
               MOVE 'Screening case not found' TO SCR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SCR-CASE-NUMBER TO SCQ-CASE-NUMBER
           READ SCREEN-QUEUE-FILE
               INVALID KEY
                   MOVE '23' TO SCREEN-QUEUE-STATUS
           END-READ
           IF SCREEN-QUEUE-STATUS NOT = '00'
               SET SCR-CASE-NOT-FOUND TO TRUE
               MOVE 'Screening case not found' TO SCR-MESSAGE
               CLOSE SCREEN-QUEUE-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT SCQ-PENDING
               SET SCR-REQUEST-REFUSED TO TRUE
               MOVE 'Case has already been decided' TO SCR-MESSAGE
               CLOSE SCREEN-QUEUE-FILE
               EXIT PARAGRAPH
           END-IF
           IF SCR-OPERATOR-ID = SCQ-OPENED-BY
               SET SCR-REQUEST-REFUSED TO TRUE
               MOVE 'Case must be decided by another operator'
                   TO SCR-MESSAGE
               CLOSE SCREEN-QUEUE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SCR-DECISION TO SCQ-STATUS
           MOVE SCR-BUSINESS-DATE TO SCQ-DECIDED-DATE
           MOVE SCR-OPERATOR-ID TO SCQ-DECIDED-BY
           MOVE SCR-COMMENT TO SCQ-COMMENT
           REWRITE SCREEN-QUEUE-RECORD
               INVALID KEY
                   MOVE '99' TO SCREEN-QUEUE-STATUS
           END-REWRITE
           IF SCREEN-QUEUE-STATUS NOT = '00'
               SET SCR-REQUEST-REFUSED TO TRUE
               MOVE 'Error updating screening case' TO SCR-MESSAGE
               CLOSE SCREEN-QUEUE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM RETURN-CASE-STATUS
           CLOSE SCREEN-QUEUE-FILE

           MOVE 'D' TO WS-LOG-EVENT
           MOVE SCQ-SOURCE-TYPE TO WS-LOG-SOURCE-TYPE
           MOVE SCQ-REFERENCE TO WS-LOG-REFERENCE
           MOVE SCQ-SUBJECT-NAME TO WS-LOG-SUBJECT-NAME
           MOVE SCR-COMMENT TO WS-LOG-COMMENT
           PERFORM WRITE-SCREEN-LOG-ENTRY.

       WRITE-SCREEN-LOG-ENTRY.
           OPEN EXTEND SCREEN-LOG-FILE
           IF SCREEN-LOG-STATUS = '35'
               OPEN OUTPUT SCREEN-LOG-FILE
           END-IF
           IF SCREEN-LOG-STATUS NOT = '00'
               DISPLAY 'Screening log unavailable - status '
                       SCREEN-LOG-STATUS
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE SPACES TO SCREEN-LOG-RECORD
           MOVE SCR-BUSINESS-DATE TO SCL-LOG-DATE
           MOVE WS-LOG-TIME TO SCL-LOG-TIME
           MOVE WS-LOG-EVENT TO SCL-EVENT
           MOVE WS-LOG-SOURCE-TYPE TO SCL-SOURCE-TYPE
           MOVE WS-LOG-REFERENCE TO SCL-REFERENCE
           MOVE WS-LOG-SUBJECT-NAME TO SCL-SUBJECT-NAME
           MOVE SCR-RESULT TO SCL-RESULT
           MOVE SCR-CASE-NUMBER TO SCL-CASE-NUMBER
           MOVE SCR-MATCH-ENTRY TO SCL-ENTRY-ID
           MOVE SCR-MATCH-SCORE TO SCL-MATCH-SCORE
           MOVE SCR-OPERATOR-ID TO SCL-OPERATOR-ID
           MOVE WS-LOG-COMMENT TO SCL-COMMENT
           WRITE SCREEN-LOG-RECORD
           CLOSE SCREEN-LOG-FILE.
