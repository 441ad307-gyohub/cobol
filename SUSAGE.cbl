           05 SUS-FAIL-REASON       PIC X(50).
           05 SUS-RELEASED-DATE     PIC 9(8).
           05 SUS-RELEASED-BY       PIC X(10).
           05 SUS-SCREEN-CASE       PIC 9(8).
           05 FILLER                PIC X(2).

       FD RETURNS-FILE.
       01 RETURNS-RECORD            PIC X(130).
           05 WS-ITEMS-LISTED       PIC 9(5) VALUE 0.
           05 WS-ITEMS-FORCED       PIC 9(5) VALUE 0.
           05 WS-AMOUNT-FORCED      PIC 9(12)V99 VALUE 0.
           05 WS-SCREEN-HOLD-FLAG   PIC X(1).
               88 ITEM-ON-SCREEN-HOLD VALUE 'Y'.
               88 ITEM-NOT-ON-SCREEN-HOLD VALUE 'N'.

       01 SCREEN-PARAMETERS.
           05 SCR-REQUEST           PIC X(1).
               88 SCR-CHECK-LIST    VALUE 'A'.
               88 SCR-SCREEN-SUBJECT VALUE 'S'.
               88 SCR-QUERY-CASE    VALUE 'Q'.
               88 SCR-RECORD-DECISION VALUE 'D'.
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

       01 RETURNS-RECORD-LAYOUT.
           05 RTN-DETAIL.
               COMPUTE WS-ITEM-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                       - FUNCTION INTEGER-OF-DATE(SUS-DATE)
               PERFORM CHECK-ITEM-SCREEN-HOLD
               EVALUATE TRUE
                   WHEN ITEM-ON-SCREEN-HOLD
                       MOVE 'WATCHLST' TO AGD-ACTION
                   WHEN SUS-DATE < WS-FORCE-CUTOFF-DATE
                       PERFORM FORCE-ITEM-TO-RETURNS
                       MOVE 'RETURNED' TO AGD-ACTION
                   WHEN OTHER
                       MOVE 'OPEN' TO AGD-ACTION
               END-EVALUATE
               PERFORM WRITE-AGING-DETAIL-LINE
           END-IF.

       CHECK-ITEM-SCREEN-HOLD.
           SET ITEM-NOT-ON-SCREEN-HOLD TO TRUE
           IF SUS-SCREEN-CASE NOT NUMERIC
               OR SUS-SCREEN-CASE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SCREEN-PARAMETERS
           SET SCR-QUERY-CASE TO TRUE
           MOVE 'SUSAGE' TO SCR-OPERATOR-ID
           MOVE WS-BUSINESS-DATE TO SCR-BUSINESS-DATE
           MOVE SUS-SCREEN-CASE TO SCR-CASE-NUMBER
           CALL 'SCRNCHK' USING SCREEN-PARAMETERS
           IF NOT SCR-CLEAR
               SET ITEM-ON-SCREEN-HOLD TO TRUE
           END-IF.

       FORCE-ITEM-TO-RETURNS.
           MOVE SPACES TO RETURNS-RECORD-LAYOUT
           MOVE '2' TO RTN-RECORD-TYPE
