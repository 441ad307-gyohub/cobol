               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNK-KEY
               ALTERNATE RECORD KEY IS LNK-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS ACCOUNT-LINK-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.

           SELECT HELD-MAIL-FILE ASSIGN TO 'HELDMAIL.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HELD-MAIL-STATUS.


           SELECT REPORT-CATALOG-FILE ASSIGN TO 'RPTCTLG.DAT'
               ORGANIZATION IS INDEXED
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

       FD ACCOUNT-LINK-FILE.
       01 ACCOUNT-LINK-RECORD.
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

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
       FD STATEMENT-FILE.
       01 STATEMENT-LINE            PIC X(132).

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
           05 HELD-MAIL-STATUS      PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-REL-ACCOUNT-COUNT  PIC 9(3).
           05 WS-REL-TOTAL-BALANCE  PIC S9(12)V99.
           05 WS-CUSTOMERS-PRINTED  PIC 9(5) VALUE 0.
           05 WS-CUSTOMERS-HELD     PIC 9(5) VALUE 0.
           05 WS-STATEMENT-OUTPUT   PIC X(132).
           05 WS-MAIL-HOLD-FLAG     PIC X(1).
               88 MAIL-IS-HELD      VALUE 'Y'.
               88 MAIL-IS-DELIVERABLE VALUE 'N'.

       01 STATEMENT-REPORT-LINES.
           05 RS-HEADER-1.
                   WS-CUSTOMERS-PRINTED
           DISPLAY 'Account sections written: '
                   WS-STATEMENTS-WRITTEN
           IF WS-CUSTOMERS-HELD > 0
               DISPLAY 'Held for returned mail (HELDMAIL.DAT): '
                       WS-CUSTOMERS-HELD
           END-IF
           IF WS-UNRESOLVED-REVERSALS > 0
               DISPLAY 'Reversals with unknown original type: '
                       WS-UNRESOLVED-REVERSALS
           CLOSE TYPE-INDEX-FILE
           OPEN I-O TYPE-INDEX-FILE
           OPEN OUTPUT STATEMENT-FILE
           OPEN EXTEND HELD-MAIL-FILE
           IF HELD-MAIL-STATUS = '35'
               OPEN OUTPUT HELD-MAIL-FILE
           END-IF
           OPEN INPUT ACCOUNT-LINK-FILE
           OPEN INPUT CUSTOMER-FILE.

               AT END
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
               NOT AT END
                   IF NOT CM-MERGED
                       PERFORM GENERATE-ONE-RELATIONSHIP
                   END-IF
           END-READ.

       GENERATE-ONE-RELATIONSHIP.
           MOVE CM-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
           MOVE 0 TO WS-REL-ACCOUNT-COUNT
           MOVE 0 TO WS-REL-TOTAL-BALANCE
           SET MAIL-IS-DELIVERABLE TO TRUE
           IF CM-MAIL-RETURNED
               SET MAIL-IS-HELD TO TRUE
               ADD 1 TO WS-CUSTOMERS-HELD
           END-IF

           PERFORM WRITE-CUSTOMER-HEADER
           MOVE WS-CURRENT-CUSTOMER TO LNK-CUSTOMER-NUMBER
           END-IF

           IF WS-REL-ACCOUNT-COUNT = 0
               MOVE '  (no linked accounts)' TO WS-STATEMENT-OUTPUT
               PERFORM WRITE-STATEMENT-OUTPUT
               MOVE SPACES TO WS-STATEMENT-OUTPUT
               PERFORM WRITE-STATEMENT-OUTPUT
           ELSE
               PERFORM WRITE-RELATIONSHIP-SUMMARY
           END-IF
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               IF LNK-CUSTOMER-NUMBER = WS-CURRENT-CUSTOMER
                   IF LNK-OWNER
                       PERFORM PRINT-ONE-ACCOUNT-SECTION
                   END-IF
               ELSE
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
               END-IF
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               MOVE '  (linked account record missing)'
                   TO WS-STATEMENT-OUTPUT
               PERFORM WRITE-STATEMENT-OUTPUT
               EXIT PARAGRAPH
           END-IF

       WRITE-CUSTOMER-HEADER.
           MOVE WS-CYCLE-START-DATE TO RSH-CYCLE-START
           MOVE WS-CYCLE-END-DATE TO RSH-CYCLE-END
           MOVE RS-HEADER-1 TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE RS-HEADER-2 TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE CM-CUSTOMER-NUMBER TO RSC-NUMBER
           MOVE CM-NAME TO RSC-NAME
           MOVE RS-CUSTOMER-LINE TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE CM-ADDRESS TO RSA-ADDRESS
           MOVE RS-ADDRESS-LINE TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE SPACES TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT.

       WRITE-ACCOUNT-SECTION-HEADER.
           MOVE CUST-ACCOUNT-NUMBER TO RSB-ACCOUNT
           MOVE CUST-ACCOUNT-TYPE TO RSB-TYPE
           MOVE LNK-ROLE TO RSB-ROLE
           MOVE CUST-CURRENCY-CODE TO RSB-CURRENCY
           MOVE RS-ACCOUNT-LINE TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE 'Opening Balance:  ' TO RSL-LABEL
           MOVE WS-OPENING-BALANCE TO RSL-AMOUNT
           MOVE RS-BALANCE-LINE TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE SPACES TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE RS-DETAIL-HEADER TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE '------------------------------------------'
               TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT.

       PRINT-STATEMENT-TRANSACTION.
           IF TRANS-ACCOUNT-NUMBER = WS-STATEMENT-ACCOUNT
               MOVE TRANS-AMOUNT TO RSD-AMOUNT
               MOVE TRANS-DESCRIPTION TO RSD-DESCRIPTION
               MOVE WS-RUNNING-BALANCE TO RSD-BALANCE
               MOVE RS-DETAIL-LINE TO WS-STATEMENT-OUTPUT
               PERFORM WRITE-STATEMENT-OUTPUT
           END-IF.

       WRITE-ACCOUNT-SECTION-FOOTER.
           MOVE SPACES TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE 'Closing Balance:  ' TO RSL-LABEL
           MOVE WS-CLOSING-BALANCE TO RSL-AMOUNT
           MOVE RS-BALANCE-LINE TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE SPACES TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT.

       WRITE-RELATIONSHIP-SUMMARY.
           MOVE RS-SUMMARY-HEADER TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE WS-REL-ACCOUNT-COUNT TO RSS-ACCOUNTS
           MOVE WS-REL-TOTAL-BALANCE TO RSS-TOTAL
           MOVE RS-SUMMARY-LINE TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT
           MOVE SPACES TO WS-STATEMENT-OUTPUT
           PERFORM WRITE-STATEMENT-OUTPUT.

       WRITE-STATEMENT-OUTPUT.
           IF MAIL-IS-HELD
               MOVE 'RELSTMT' TO HM-SOURCE-PROGRAM
               MOVE WS-CYCLE-END-DATE TO HM-BUSINESS-DATE
               MOVE WS-CURRENT-CUSTOMER TO HM-CUSTOMER-NUMBER
               MOVE 0 TO HM-ACCOUNT-NUMBER
               MOVE WS-STATEMENT-OUTPUT TO HM-LINE
               WRITE HELD-MAIL-RECORD
           ELSE
               WRITE STATEMENT-LINE FROM WS-STATEMENT-OUTPUT
           END-IF.

       FINALIZE-RELSTMT.
           CLOSE STATEMENT-FILE
           CLOSE HELD-MAIL-FILE
           CLOSE STATEMENT-WORK-FILE
           CLOSE TYPE-INDEX-FILE
           CLOSE ACCOUNT-LINK-FILE
