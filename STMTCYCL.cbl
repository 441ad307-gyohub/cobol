               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-MASTER-FILE-STATUS.

           SELECT HELD-MAIL-FILE ASSIGN TO 'HELDMAIL.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HELD-MAIL-STATUS.


           SELECT REPORT-CATALOG-FILE ASSIGN TO 'RPTCTLG.DAT'
               ORGANIZATION IS INDEXED
       FD STATEMENT-FILE.
       01 STATEMENT-LINE            PIC X(132).

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
               88 CM-ADDRESS-GOOD   VALUE SPACE 'G'.
               88 CM-MAIL-RETURNED  VALUE 'R'.
           05 CM-RETURNED-MAIL-DATE PIC 9(8).
           05 FILLER                PIC X(30).

       FD HELD-MAIL-FILE.
       01 HELD-MAIL-RECORD.
           05 HM-SOURCE-PROGRAM     PIC X(8).
           05 HM-BUSINESS-DATE      PIC 9(8).
           05 HM-CUSTOMER-NUMBER    PIC 9(10).
           05 HM-ACCOUNT-NUMBER     PIC 9(10).
           05 HM-LINE               PIC X(132).
           05 FILLER                PIC X(10).


       FD REPORT-CATALOG-FILE.
       01 REPORT-CATALOG-RECORD.
           05 STATEMENT-WORK-STATUS PIC XX.
           05 TYPE-INDEX-STATUS     PIC XX.
           05 STATEMENT-FILE-STATUS PIC XX.
           05 CUSTOMER-MASTER-FILE-STATUS PIC XX.
           05 HELD-MAIL-STATUS      PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-POST-DELTA         PIC S9(12)V99.
           05 WS-STATEMENTS-WRITTEN PIC 9(5) VALUE 0.
           05 WS-UNRESOLVED-REVERSALS PIC 9(5) VALUE 0.
           05 WS-STATEMENTS-HELD    PIC 9(5) VALUE 0.
           05 WS-STATEMENT-OUTPUT   PIC X(132).
           05 WS-MAIL-HOLD-FLAG     PIC X(1).
               88 MAIL-IS-HELD      VALUE 'Y'.
               88 MAIL-IS-DELIVERABLE VALUE 'N'.
           05 WS-MASTER-OPEN-FLAG   PIC X(1) VALUE 'N'.
               88 CUSTOMER-MASTER-OPEN VALUE 'Y'.

       01 STATEMENT-REPORT-LINES.
           05 SC-HEADER-1.
           PERFORM FINALIZE-STMTCYCL
           DISPLAY 'Statement cycle run complete.'
           DISPLAY 'Statements written: ' WS-STATEMENTS-WRITTEN
           IF WS-STATEMENTS-HELD > 0
               DISPLAY 'Held for returned mail (HELDMAIL.DAT): '
                       WS-STATEMENTS-HELD
           END-IF
           IF WS-UNRESOLVED-REVERSALS > 0
               DISPLAY 'Reversals with unknown original type: '
                       WS-UNRESOLVED-REVERSALS
           OPEN OUTPUT TYPE-INDEX-FILE
           CLOSE TYPE-INDEX-FILE
           OPEN I-O TYPE-INDEX-FILE
           OPEN OUTPUT STATEMENT-FILE
           OPEN EXTEND HELD-MAIL-FILE
           IF HELD-MAIL-STATUS = '35'
               OPEN OUTPUT HELD-MAIL-FILE
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-FILE-STATUS = '00'
               SET CUSTOMER-MASTER-OPEN TO TRUE
           END-IF.

       BUILD-CYCLE-WORK-FILE.
           SET PASS-ACCUMULATE TO TRUE
               WS-CLOSING-BALANCE - WS-PERIOD-DELTA
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE

           PERFORM CHECK-RETURNED-MAIL
           PERFORM WRITE-STATEMENT-HEADER
           SET PASS-PRINT TO TRUE
           MOVE 0 TO WS-LAST-MONTHLY-READ
           PERFORM SCAN-LIVE-TRANSACTION-FILE
           SET PASS-ACCUMULATE TO TRUE
           PERFORM WRITE-STATEMENT-FOOTER
           IF MAIL-IS-HELD
               ADD 1 TO WS-STATEMENTS-HELD
           ELSE
               ADD 1 TO WS-STATEMENTS-WRITTEN
           END-IF.

       CHECK-RETURNED-MAIL.
           SET MAIL-IS-DELIVERABLE TO TRUE
           IF NOT CUSTOMER-MASTER-OPEN
               OR CUST-CUSTOMER-NUMBER NOT NUMERIC
               OR CUST-CUSTOMER-NUMBER = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '23' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS = '00'
               AND CM-MAIL-RETURNED
               SET MAIL-IS-HELD TO TRUE
           END-IF.

       WRITE-STATEMENT-OUTPUT.
           IF MAIL-IS-HELD
               MOVE 'STMTCYCL' TO HM-SOURCE-PROGRAM
               MOVE WS-CYCLE-END-DATE TO HM-BUSINESS-DATE
               MOVE CUST-CUSTOMER-NUMBER TO HM-CUSTOMER-NUMBER
               MOVE WS-STATEMENT-ACCOUNT TO HM-ACCOUNT-NUMBER
               MOVE WS-STATEMENT-OUTPUT TO HM-LINE
               WRITE HELD-MAIL-RECORD
           ELSE
               WRITE STATEMENT-LINE FROM WS-STATEMENT-OUTPUT
           END-IF.

       WRITE-STATEMENT-HEADER.
           MOVE WS-CYCLE-START-DATE TO SCH-CYCLE-START
           MOVE WS-CYCLE-END-DATE TO SCH-CYCLE-END
           MOVE SC-HEADER-1 TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE SC-HEADER-2 TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE CUST-ACCOUNT-NUMBER TO SCA-ACCOUNT
           MOVE CUST-NAME TO SCA-NAME
           MOVE CUST-CURRENCY-CODE TO SCA-CURRENCY
           MOVE SC-ACCOUNT-LINE TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE 'Opening Balance:  ' TO SCB-LABEL
           MOVE WS-OPENING-BALANCE TO SCB-AMOUNT
           MOVE SC-BALANCE-LINE TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE SPACES TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE SC-DETAIL-HEADER TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE '------------------------------------------'
               TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT.

       PRINT-STATEMENT-TRANSACTION.
           IF TRANS-ACCOUNT-NUMBER = WS-STATEMENT-ACCOUNT
                   WHEN 'P' MOVE 'PMT' TO SCD-TYPE
                   WHEN 'R' MOVE 'REV' TO SCD-TYPE
                   WHEN 'O' MOVE 'ODI' TO SCD-TYPE
                   WHEN 'N' MOVE 'REN' TO SCD-TYPE
                   WHEN OTHER MOVE 'UNK' TO SCD-TYPE
               END-EVALUATE
               MOVE TRANS-AMOUNT TO SCD-AMOUNT
               MOVE TRANS-DESCRIPTION TO SCD-DESCRIPTION
               MOVE WS-RUNNING-BALANCE TO SCD-BALANCE
               MOVE SC-DETAIL-LINE TO WS-STATEMENT-OUTPUT
               PERFORM WRITE-STATEMENT-OUTPUT
           END-IF.

       WRITE-STATEMENT-FOOTER.
           MOVE SPACES TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE 'Closing Balance:  ' TO SCB-LABEL
           MOVE WS-CLOSING-BALANCE TO SCB-AMOUNT
           MOVE SC-BALANCE-LINE TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE SPACES TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT.

       FINALIZE-STMTCYCL.
           CLOSE STATEMENT-FILE
           CLOSE HELD-MAIL-FILE
           IF CUSTOMER-MASTER-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE STATEMENT-WORK-FILE
           CLOSE TYPE-INDEX-FILE.
       REGISTER-REPORT-CATALOG.
