               RECORD KEY IS GPL-EXTRACT-DATE
               FILE STATUS IS GL-POST-LOG-STATUS.

           SELECT GL-BRANCH-FILE ASSIGN TO 'GLBRMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GBR-KEY
               FILE STATUS IS GL-BRANCH-STATUS.

           SELECT GL-PERIOD-FILE ASSIGN TO 'GLPERIOD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS GL-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GL-EXTRACT-FILE.
           05 GLE-DEBIT-AMOUNT      PIC 9(12)V99.
           05 GLE-CREDIT-AMOUNT     PIC 9(12)V99.
           05 GLE-POST-DATE         PIC 9(8).
           05 GLE-BRANCH-CODE       PIC X(4).
           05 FILLER                PIC X(3).

       FD GL-CHART-FILE.
       01 GL-CHART-RECORD.
           05 GPL-CREDIT-TOTAL      PIC 9(13)V99.
           05 FILLER                PIC X(10).

       FD GL-BRANCH-FILE.
       01 GL-BRANCH-RECORD.
           05 GBR-KEY.
               10 GBR-BRANCH-CODE   PIC X(4).
               10 GBR-GL-ACCOUNT    PIC 9(6).
               10 GBR-PERIOD        PIC 9(6).
           05 GBR-PERIOD-DEBITS     PIC 9(13)V99.
           05 GBR-PERIOD-CREDITS    PIC 9(13)V99.
           05 GBR-LAST-POST-DATE    PIC 9(8).
           05 FILLER                PIC X(10).

       FD GL-PERIOD-FILE.
       01 GL-PERIOD-RECORD.
           05 GLP-PERIOD            PIC 9(6).
           05 GLP-STATUS            PIC X(1).
               88 GLP-PERIOD-OPEN   VALUE 'O'.
               88 GLP-PERIOD-CLOSED VALUE 'C'.
           05 GLP-CLOSED-DATE       PIC 9(8).
           05 GLP-CLOSED-BY         PIC X(10).
           05 GLP-YEAR-END-FLAG     PIC X(1).
               88 GLP-YEAR-END-CLOSED VALUE 'Y'.
           05 GLP-DEBIT-TOTAL       PIC 9(13)V99.
           05 GLP-CREDIT-TOTAL      PIC 9(13)V99.
           05 FILLER                PIC X(10).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-VARIABLES.
           05 GL-EXTRACT-STATUS     PIC XX.
           05 GL-CHART-STATUS       PIC XX.
           05 GL-MASTER-STATUS      PIC XX.
           05 GL-POST-LOG-STATUS    PIC XX.
           05 GL-BRANCH-STATUS      PIC XX.
           05 GL-PERIOD-STATUS      PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-RECORDS-POSTED     PIC 9(7) VALUE 0.
           05 WS-ACCOUNTS-ADDED     PIC 9(5) VALUE 0.
           05 WS-POSTING-PERIOD     PIC 9(6).
           05 WS-POSTING-PERIOD-PARTS REDEFINES WS-POSTING-PERIOD.
               10 WS-POSTING-YEAR   PIC 9(4).
               10 WS-POSTING-MONTH  PIC 9(2).
           05 WS-EXTRACT-PERIOD     PIC 9(6).
           05 WS-PERIOD-SEARCH-FLAG PIC X(1).
               88 POSTING-PERIOD-RESOLVED VALUE 'Y'.
               88 POSTING-PERIOD-UNRESOLVED VALUE 'N'.
           05 WS-RECORDS-REDIRECTED PIC 9(7) VALUE 0.
           05 WS-POSTING-BRANCH     PIC X(4).
           05 WS-GL-DEFAULT-BRANCH  PIC X(4) VALUE '0001'.

       PROCEDURE DIVISION.
       MAIN-GL-POSTING.
               DISPLAY 'GL extract posted. Records: '
                       WS-RECORDS-POSTED
               DISPLAY 'Chart accounts added: ' WS-ACCOUNTS-ADDED
               IF WS-RECORDS-REDIRECTED > 0
                   DISPLAY 'Records redirected out of closed '
                           'periods: ' WS-RECORDS-REDIRECTED
               END-IF
           ELSE
               DISPLAY 'GL extract REJECTED - debits and credits '
                       'do not balance.'
               OPEN OUTPUT GL-MASTER-FILE
               CLOSE GL-MASTER-FILE
               OPEN I-O GL-MASTER-FILE
           END-IF
           OPEN I-O GL-BRANCH-FILE
           IF GL-BRANCH-STATUS = '35'
               OPEN OUTPUT GL-BRANCH-FILE
               CLOSE GL-BRANCH-FILE
               OPEN I-O GL-BRANCH-FILE
           END-IF
           OPEN INPUT GL-PERIOD-FILE
           IF GL-PERIOD-STATUS = '35'
               OPEN OUTPUT GL-PERIOD-FILE
               CLOSE GL-PERIOD-FILE
               OPEN INPUT GL-PERIOD-FILE
           END-IF.

       VERIFY-EXTRACT-PROOF.
       POST-ONE-EXTRACT-RECORD.
           PERFORM ENSURE-CHART-ACCOUNT
           MOVE GLE-POST-DATE(1:6) TO WS-POSTING-PERIOD
           PERFORM RESOLVE-POSTING-PERIOD
           MOVE GLE-GL-ACCOUNT TO GLM-GL-ACCOUNT
           MOVE WS-POSTING-PERIOD TO GLM-PERIOD
           READ GL-MASTER-FILE
                       DISPLAY 'Failed to post GL account '
                               GLE-GL-ACCOUNT
           END-IF
           PERFORM POST-BRANCH-LEDGER
           ADD 1 TO WS-RECORDS-POSTED.

       RESOLVE-POSTING-PERIOD.
           MOVE WS-POSTING-PERIOD TO WS-EXTRACT-PERIOD
           SET POSTING-PERIOD-UNRESOLVED TO TRUE
           PERFORM CHECK-POSTING-PERIOD
               UNTIL POSTING-PERIOD-RESOLVED
           IF WS-POSTING-PERIOD NOT = WS-EXTRACT-PERIOD
               ADD 1 TO WS-RECORDS-REDIRECTED
               DISPLAY 'Period ' WS-EXTRACT-PERIOD ' is closed - GL '
                       GLE-GL-ACCOUNT ' posted to ' WS-POSTING-PERIOD
           END-IF.

       CHECK-POSTING-PERIOD.
           MOVE WS-POSTING-PERIOD TO GLP-PERIOD
           READ GL-PERIOD-FILE
               INVALID KEY
                   MOVE '99' TO GL-PERIOD-STATUS
           END-READ
           IF GL-PERIOD-STATUS = '00'
               AND GLP-PERIOD-CLOSED
               IF WS-POSTING-MONTH >= 12
                   ADD 1 TO WS-POSTING-YEAR
                   MOVE 1 TO WS-POSTING-MONTH
               ELSE
                   ADD 1 TO WS-POSTING-MONTH
               END-IF
           ELSE
               SET POSTING-PERIOD-RESOLVED TO TRUE
           END-IF.

       POST-BRANCH-LEDGER.
           MOVE GLE-BRANCH-CODE TO WS-POSTING-BRANCH
           IF WS-POSTING-BRANCH = SPACES
               MOVE WS-GL-DEFAULT-BRANCH TO WS-POSTING-BRANCH
           END-IF
           MOVE WS-POSTING-BRANCH TO GBR-BRANCH-CODE
           MOVE GLE-GL-ACCOUNT TO GBR-GL-ACCOUNT
           MOVE WS-POSTING-PERIOD TO GBR-PERIOD
           READ GL-BRANCH-FILE
               INVALID KEY
                   MOVE WS-POSTING-BRANCH TO GBR-BRANCH-CODE
                   MOVE GLE-GL-ACCOUNT TO GBR-GL-ACCOUNT
                   MOVE WS-POSTING-PERIOD TO GBR-PERIOD
                   MOVE 0 TO GBR-PERIOD-DEBITS
                   MOVE 0 TO GBR-PERIOD-CREDITS
                   MOVE 0 TO GBR-LAST-POST-DATE
           END-READ
           ADD GLE-DEBIT-AMOUNT TO GBR-PERIOD-DEBITS
           ADD GLE-CREDIT-AMOUNT TO GBR-PERIOD-CREDITS
           MOVE GLE-POST-DATE TO GBR-LAST-POST-DATE
           IF GL-BRANCH-STATUS = '00'
               REWRITE GL-BRANCH-RECORD
           ELSE
               WRITE GL-BRANCH-RECORD
                   INVALID KEY
                       DISPLAY 'Failed to post branch GL account '
                               WS-POSTING-BRANCH ' ' GLE-GL-ACCOUNT
           END-IF.

       ENSURE-CHART-ACCOUNT.
           MOVE GLE-GL-ACCOUNT TO COA-GL-ACCOUNT
           READ GL-CHART-FILE
       FINALIZE-GLPOST.
           CLOSE GL-CHART-FILE
           CLOSE GL-MASTER-FILE
           CLOSE GL-BRANCH-FILE
           CLOSE GL-PERIOD-FILE
           CLOSE GL-POST-LOG-FILE.
