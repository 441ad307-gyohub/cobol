       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTTIER.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TIER-FILE ASSIGN TO 'RATETIER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS RATE-TIER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATE-TIER-FILE.
       01 RATE-TIER-RECORD.
           05 RTT-KEY.
               10 RTT-PRODUCT-CODE  PIC X(8).
               10 RTT-EFFECTIVE-DATE PIC 9(8).
               10 RTT-TIER-NUMBER   PIC 9(2).
           05 RTT-TIER-FLOOR        PIC 9(10)V99.
           05 RTT-ANNUAL-RATE       PIC 9V9(4).
           05 RTT-METHOD            PIC X(1).
               88 RTT-WHOLE-BALANCE VALUE 'W'.
               88 RTT-BANDED        VALUE 'B'.
           05 RTT-UPDATED-DATE      PIC 9(8).
           05 RTT-UPDATED-BY        PIC X(10).
           05 FILLER                PIC X(10).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-VARIABLES.
           05 RATE-TIER-FILE-STATUS PIC XX.

       01 TIER-SCHEDULE-CACHE.
           05 WS-CACHED-PRODUCT     PIC X(8) VALUE SPACES.
           05 WS-CACHED-FALLBACK    PIC X(8) VALUE SPACES.
           05 WS-CACHED-AS-OF-DATE  PIC 9(8) VALUE 0.
           05 WS-SCHEDULE-PRODUCT   PIC X(8).
           05 WS-SCHEDULE-DATE      PIC 9(8) VALUE 0.
           05 WS-SCHEDULE-METHOD    PIC X(1).
           05 WS-TIER-COUNT         PIC 9(2) VALUE 0.
           05 WS-TIER-ENTRY OCCURS 10 TIMES.
               10 WS-TIER-FLOOR     PIC 9(10)V99.
               10 WS-TIER-RATE      PIC 9V9(4).

       01 TIER-WORK-AREAS.
           05 WS-SEARCH-PRODUCT     PIC X(8).
           05 WS-TIER-SUB           PIC 9(2).
           05 WS-BAND-TOP           PIC 9(10)V99.
           05 WS-BAND-AMOUNT        PIC 9(10)V99.
           05 WS-BAND-INTEREST      PIC 9(10)V9(8).
           05 WS-WORK-BALANCE       PIC 9(10)V99.

       LINKAGE SECTION.
       01 TIER-PARAMETERS.
           05 TIR-PRODUCT-CODE      PIC X(8).
           05 TIR-FALLBACK-PRODUCT  PIC X(8).
           05 TIR-AS-OF-DATE        PIC 9(8).
           05 TIR-BALANCE           PIC S9(10)V99.
           05 TIR-FLAT-RATE         PIC 9V9(4).
           05 TIR-FLAT-EFFECTIVE-DATE PIC 9(8).
           05 TIR-APPLIED-RATE      PIC 9V9(8).
           05 TIR-TIER-USED         PIC 9(2).
           05 TIR-METHOD            PIC X(1).
               88 TIR-FLAT-RATE-USED VALUE 'F'.
               88 TIR-WHOLE-BALANCE VALUE 'W'.
               88 TIR-BANDED        VALUE 'B'.
           05 TIR-SCHEDULE-DATE     PIC 9(8).

       PROCEDURE DIVISION USING TIER-PARAMETERS.
       MAIN-TIER-RATE.
           IF TIR-PRODUCT-CODE NOT = WS-CACHED-PRODUCT
               OR TIR-FALLBACK-PRODUCT NOT = WS-CACHED-FALLBACK
               OR TIR-AS-OF-DATE NOT = WS-CACHED-AS-OF-DATE
               PERFORM LOAD-TIER-SCHEDULE
           END-IF
           MOVE TIR-FLAT-RATE TO TIR-APPLIED-RATE
           MOVE 0 TO TIR-TIER-USED
           SET TIR-FLAT-RATE-USED TO TRUE
           MOVE TIR-FLAT-EFFECTIVE-DATE TO TIR-SCHEDULE-DATE
           IF WS-TIER-COUNT = 0
               OR WS-SCHEDULE-DATE < TIR-FLAT-EFFECTIVE-DATE
               GOBACK
           END-IF
           MOVE WS-SCHEDULE-DATE TO TIR-SCHEDULE-DATE
           MOVE 0 TO WS-WORK-BALANCE
           IF TIR-BALANCE > 0
               MOVE TIR-BALANCE TO WS-WORK-BALANCE
           END-IF
           IF WS-SCHEDULE-METHOD = 'B'
               PERFORM APPLY-BANDED-TIERS
           ELSE
               PERFORM APPLY-WHOLE-BALANCE-TIER
           END-IF
           GOBACK.

       LOAD-TIER-SCHEDULE.
           MOVE TIR-PRODUCT-CODE TO WS-CACHED-PRODUCT
           MOVE TIR-FALLBACK-PRODUCT TO WS-CACHED-FALLBACK
           MOVE TIR-AS-OF-DATE TO WS-CACHED-AS-OF-DATE
           MOVE 0 TO WS-TIER-COUNT
           MOVE 0 TO WS-SCHEDULE-DATE
           MOVE SPACES TO WS-SCHEDULE-PRODUCT
           OPEN INPUT RATE-TIER-FILE
           IF RATE-TIER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE TIR-PRODUCT-CODE TO WS-SEARCH-PRODUCT
           PERFORM FIND-TIER-SCHEDULE
           IF WS-TIER-COUNT = 0
               AND TIR-FALLBACK-PRODUCT NOT = SPACES
               MOVE TIR-FALLBACK-PRODUCT TO WS-SEARCH-PRODUCT
               PERFORM FIND-TIER-SCHEDULE
           END-IF
           CLOSE RATE-TIER-FILE.

       FIND-TIER-SCHEDULE.
           MOVE WS-SEARCH-PRODUCT TO RTT-PRODUCT-CODE
           MOVE 0 TO RTT-EFFECTIVE-DATE
           MOVE 0 TO RTT-TIER-NUMBER
           START RATE-TIER-FILE KEY IS NOT LESS THAN RTT-KEY
               INVALID KEY
                   MOVE '99' TO RATE-TIER-FILE-STATUS
           END-START
           IF RATE-TIER-FILE-STATUS = '00'
               PERFORM SCAN-TIER-SCHEDULE
                   UNTIL RATE-TIER-FILE-STATUS NOT = '00'
           END-IF
           MOVE '00' TO RATE-TIER-FILE-STATUS.

       SCAN-TIER-SCHEDULE.
           READ RATE-TIER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO RATE-TIER-FILE-STATUS
           END-READ
           IF RATE-TIER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF RTT-PRODUCT-CODE NOT = WS-SEARCH-PRODUCT
               OR RTT-EFFECTIVE-DATE > TIR-AS-OF-DATE
               MOVE '10' TO RATE-TIER-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF RTT-EFFECTIVE-DATE NOT = WS-SCHEDULE-DATE
               MOVE 0 TO WS-TIER-COUNT
               MOVE RTT-EFFECTIVE-DATE TO WS-SCHEDULE-DATE
               MOVE RTT-PRODUCT-CODE TO WS-SCHEDULE-PRODUCT
               MOVE RTT-METHOD TO WS-SCHEDULE-METHOD
           END-IF
           IF WS-TIER-COUNT < 10
               ADD 1 TO WS-TIER-COUNT
               MOVE RTT-TIER-FLOOR TO WS-TIER-FLOOR(WS-TIER-COUNT)
               MOVE RTT-ANNUAL-RATE TO WS-TIER-RATE(WS-TIER-COUNT)
           END-IF.

       APPLY-WHOLE-BALANCE-TIER.
           SET TIR-WHOLE-BALANCE TO TRUE
           MOVE 1 TO TIR-TIER-USED
           MOVE 2 TO WS-TIER-SUB
           PERFORM CHECK-WHOLE-BALANCE-TIER
               UNTIL WS-TIER-SUB > WS-TIER-COUNT
           MOVE WS-TIER-RATE(TIR-TIER-USED) TO TIR-APPLIED-RATE.

       CHECK-WHOLE-BALANCE-TIER.
           IF WS-WORK-BALANCE NOT < WS-TIER-FLOOR(WS-TIER-SUB)
               MOVE WS-TIER-SUB TO TIR-TIER-USED
           END-IF
           ADD 1 TO WS-TIER-SUB.

       APPLY-BANDED-TIERS.
           SET TIR-BANDED TO TRUE
           MOVE 1 TO TIR-TIER-USED
           MOVE 0 TO WS-BAND-INTEREST
           IF WS-WORK-BALANCE = 0
               MOVE WS-TIER-RATE(1) TO TIR-APPLIED-RATE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-TIER-SUB
           PERFORM ADD-ONE-BAND-INTEREST
               UNTIL WS-TIER-SUB > WS-TIER-COUNT
           COMPUTE TIR-APPLIED-RATE ROUNDED =
               WS-BAND-INTEREST / WS-WORK-BALANCE.

       ADD-ONE-BAND-INTEREST.
           IF WS-WORK-BALANCE > WS-TIER-FLOOR(WS-TIER-SUB)
               MOVE WS-TIER-SUB TO TIR-TIER-USED
               MOVE WS-WORK-BALANCE TO WS-BAND-TOP
               IF WS-TIER-SUB < WS-TIER-COUNT
                   AND WS-TIER-FLOOR(WS-TIER-SUB + 1) < WS-BAND-TOP
                   MOVE WS-TIER-FLOOR(WS-TIER-SUB + 1) TO WS-BAND-TOP
               END-IF
               COMPUTE WS-BAND-AMOUNT =
                   WS-BAND-TOP - WS-TIER-FLOOR(WS-TIER-SUB)
               COMPUTE WS-BAND-INTEREST = WS-BAND-INTEREST
                   + WS-BAND-AMOUNT * WS-TIER-RATE(WS-TIER-SUB)
           END-IF
           ADD 1 TO WS-TIER-SUB.
