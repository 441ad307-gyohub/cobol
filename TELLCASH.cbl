               88 OPER-IS-SUPERVISOR VALUE 'S'.
           05 OPER-BRANCH-CODE      PIC X(4).
           05 FILLER                PIC X(5).
           05 OPER-PASSWORD-DATE    PIC 9(8).
           05 OPER-FAILED-LOGINS    PIC 9(1).
           05 OPER-LOCK-STATUS      PIC X(1).
               88 OPER-LOCKED-OUT   VALUE 'L'.
               88 OPER-NOT-LOCKED   VALUE SPACE.
           05 OPER-PASSWORD-HISTORY.
               10 OPER-PREV-PASSWORD PIC X(10) OCCURS 3 TIMES.
           05 FILLER                PIC X(10).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 WS-LOGIN-RESULT       PIC X(1).
               88 LOGIN-SUCCESSFUL  VALUE 'Y'.
               88 LOGIN-FAILED      VALUE 'N'.
               88 LOGIN-CANCELLED   VALUE 'C'.
           05 WS-OPERATOR-ID        PIC X(10).
           05 WS-OPERATOR-BRANCH    PIC X(4) VALUE '0001'.

       01 PASSWORD-POLICY-CONSTANTS.
           05 WS-PASSWORD-MAX-DAYS  PIC 9(3) VALUE 90.
           05 WS-MAX-FAILED-LOGINS  PIC 9(1) VALUE 3.
           05 WS-PWD-AGE-DAYS       PIC S9(7).

       01 SECURITY-JOURNAL-WORK-AREAS.
           05 WS-SEC-EVENT-TYPE     PIC X(12).
           05 WS-SEC-OPERATOR       PIC X(10).
               CLOSE DRAWER-FILE
               OPEN I-O DRAWER-FILE
           END-IF
           OPEN I-O OPERATOR-FILE
           PERFORM OPEN-CONTROL-FILE
           PERFORM LOAD-BUSINESS-DATE
           OPEN EXTEND TRANSACTION-FILE
           SET LOGIN-FAILED TO TRUE
           MOVE 0 TO WS-LOGIN-ATTEMPTS
           PERFORM ATTEMPT-OPERATOR-LOGIN
               UNTIL LOGIN-SUCCESSFUL OR LOGIN-CANCELLED
                  OR WS-LOGIN-ATTEMPTS >= 3
           IF LOGIN-FAILED
               DISPLAY 'Too many failed login attempts. Exiting.'
           END-IF.
               INVALID KEY
                   MOVE '99' TO OPERATOR-FILE-STATUS
           END-READ
           IF OPERATOR-FILE-STATUS = '00' AND OPER-LOCKED-OUT
               DISPLAY 'Operator ID is locked out - a supervisor '
                       'must reset it.'
               MOVE 'SIGNLOCKED' TO WS-SEC-EVENT-TYPE
               MOVE WS-LOGIN-ID TO WS-SEC-OPERATOR
               MOVE 0 TO WS-SEC-AMOUNT
               MOVE 'Drawer sign-on refused - locked out'
                   TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-JOURNAL
               EXIT PARAGRAPH
           END-IF
           IF OPERATOR-FILE-STATUS = '00'
               AND OPER-PASSWORD = WS-LOGIN-PASSWORD
               AND OPERATOR-ACTIVE
               PERFORM CHECK-PASSWORD-AGE
               IF WS-PWD-AGE-DAYS >= WS-PASSWORD-MAX-DAYS
                   DISPLAY 'Password expired - sign on to the banking '
                           'system to change it.'
                   SET LOGIN-CANCELLED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF OPER-FAILED-LOGINS NOT = 0
                   MOVE 0 TO OPER-FAILED-LOGINS
                   REWRITE OPERATOR-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               SET LOGIN-SUCCESSFUL TO TRUE
               MOVE OPER-ID TO WS-OPERATOR-ID
               IF OPER-BRANCH-CODE NOT = SPACES
               MOVE 0 TO WS-SEC-AMOUNT
               MOVE 'Failed password attempt' TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-JOURNAL
               IF OPERATOR-FILE-STATUS = '00'
                   AND OPER-PASSWORD NOT = WS-LOGIN-PASSWORD
                   PERFORM RECORD-FAILED-SIGNON
               END-IF
           END-IF.

       CHECK-PASSWORD-AGE.
           IF OPER-PASSWORD-DATE NOT NUMERIC
               OR OPER-PASSWORD-DATE = 0
               MOVE WS-PASSWORD-MAX-DAYS TO WS-PWD-AGE-DAYS
           ELSE
               COMPUTE WS-PWD-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(CURRENT-DATE)
                   - FUNCTION INTEGER-OF-DATE(OPER-PASSWORD-DATE)
           END-IF.

       RECORD-FAILED-SIGNON.
           IF OPER-FAILED-LOGINS NOT NUMERIC
               MOVE 0 TO OPER-FAILED-LOGINS
           END-IF
           IF OPER-FAILED-LOGINS < 9
               ADD 1 TO OPER-FAILED-LOGINS
           END-IF
           IF OPER-FAILED-LOGINS >= WS-MAX-FAILED-LOGINS
               SET OPER-LOCKED-OUT TO TRUE
           END-IF
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF OPER-LOCKED-OUT
               DISPLAY 'Operator ID is now locked out.'
               MOVE 'LOCKOUT' TO WS-SEC-EVENT-TYPE
               MOVE WS-LOGIN-ID TO WS-SEC-OPERATOR
               MOVE 0 TO WS-SEC-AMOUNT
               MOVE 'Locked out after failed sign-ons'
                   TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-JOURNAL
           END-IF.

       WRITE-SECURITY-JOURNAL.
