               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NOTICE-FILE-STATUS.

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

           SELECT SAVINGS-EXCESS-FILE ASSIGN TO 'SAVEXCS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SVX-KEY
               FILE STATUS IS SAVINGS-EXCESS-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               88 CDL-ACTIVE        VALUE 'A'.
               88 CDL-MATURED       VALUE 'M'.
               88 CDL-PAID-OFF      VALUE 'P'.
               88 CDL-IN-GRACE      VALUE 'G'.
           05 CDL-PAST-DUE-DATE     PIC 9(8).
           05 CDL-MISSED-COUNT      PIC 9(3).
           05 CDL-SETTLED-DATE      PIC 9(8).
           05 CDL-LATE-FEE-FLAG     PIC X(1).
               88 CDL-LATE-FEE-CHARGED VALUE 'Y'.
           05 CDL-MATURITY-INSTRUCTION PIC X(1).
               88 CDL-RENEW-SAME-TERM VALUE 'R'.
               88 CDL-RENEW-NEW-TERM VALUE 'T'.
               88 CDL-PAY-TO-ACCOUNT VALUE 'A'.
               88 CDL-PAY-TO-EXTERNAL VALUE 'E'.
           05 CDL-RENEWAL-TERM-MONTHS PIC 9(3).
           05 CDL-PAYOUT-ACCOUNT    PIC 9(10).
           05 CDL-PAYOUT-ROUTING    PIC 9(9).
           05 CDL-PAYOUT-EXTERNAL   PIC X(17).
           05 CDL-GRACE-END-DATE    PIC 9(8).
           05 CDL-RENEWAL-COUNT     PIC 9(3).
           05 CDL-LAST-ACTION-CODE  PIC X(1).
           05 CDL-LAST-ACTION-DATE  PIC 9(8).
           05 CDL-ORIGINAL-PRINCIPAL PIC S9(10)V99.
           05 CDL-INTEREST-PAID-TO-DATE PIC S9(10)V99.
           05 CDL-YTD-INTEREST-PAID PIC S9(10)V99.
           05 CDL-YTD-YEAR          PIC 9(4).
           05 CDL-PRIOR-YEAR-INTEREST PIC S9(10)V99.
           05 CDL-RATE-TYPE         PIC X(1).
               88 CDL-FIXED-RATE    VALUE 'F' SPACE.
               88 CDL-VARIABLE-RATE VALUE 'V'.
           05 CDL-INDEX-PRODUCT     PIC X(8).
           05 CDL-RATE-MARGIN       PIC S9V9(4).
           05 CDL-RATE-FLOOR        PIC 9V9(4).
           05 CDL-RATE-CAP          PIC 9V9(4).
           05 CDL-REPRICE-MONTHS    PIC 9(3).
           05 CDL-NEXT-REPRICE-DATE PIC 9(8).
           05 CDL-LAST-REPRICE-DATE PIC 9(8).
           05 CDL-PENDING-RATE      PIC 9V9(4).
           05 CDL-PENDING-PAYMENT   PIC S9(10)V99.
           05 CDL-PENDING-EFFECTIVE-DATE PIC 9(8).
           05 FILLER                PIC X(29).

       FD NOTICE-FILE.
       01 NOTICE-LINE               PIC X(132).

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

       FD SAVINGS-EXCESS-FILE.
       01 SAVINGS-EXCESS-RECORD.
           05 SVX-KEY.
               10 SVX-ACCOUNT-NUMBER PIC 9(10).
               10 SVX-YEAR-MONTH     PIC 9(6).
           05 SVX-REFUSED-COUNT     PIC 9(5).
           05 SVX-FEE-COUNT         PIC 9(5).
           05 SVX-FEE-AMOUNT        PIC 9(10)V99.
           05 SVX-LAST-DATE         PIC 9(8).
           05 SVX-CONVERT-FLAG      PIC X(1).
               88 SVX-CONVERSION-FLAGGED VALUE 'Y'.
           05 SVX-CONVERT-DATE      PIC 9(8).
           05 SVX-MONTHS-OVER       PIC 9(2).
           05 FILLER                PIC X(3).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CTL-KEY               PIC X(10).
           05 HOLD-FILE-STATUS      PIC XX.
           05 CDLOAN-FILE-STATUS    PIC XX.
           05 NOTICE-FILE-STATUS    PIC XX.
           05 CUSTOMER-MASTER-FILE-STATUS PIC XX.
           05 HELD-MAIL-STATUS      PIC XX.
           05 SAVINGS-EXCESS-STATUS PIC XX.

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.
           05 WS-HOLD-NOTICES       PIC 9(5) VALUE 0.
           05 WS-MATURITY-NOTICES   PIC 9(5) VALUE 0.
           05 WS-DORMANCY-NOTICES   PIC 9(5) VALUE 0.
           05 WS-RATE-CHANGE-NOTICES PIC 9(5) VALUE 0.
           05 WS-HELD-NOTICES       PIC 9(5) VALUE 0.
           05 WS-CONVERSION-NOTICES PIC 9(5) VALUE 0.

       01 NOTICE-WORK-AREAS.
           05 WS-AMOUNT-DISPLAY     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-NOTICE-BODY-1      PIC X(70).
           05 WS-NOTICE-BODY-2      PIC X(70).
           05 WS-NOTICE-TERM        PIC 9(3).
           05 WS-NOTICE-RATE        PIC 9.9(4).
           05 WS-NOTICE-NEW-RATE    PIC 9.9(4).
           05 WS-NOTICE-MONTHS      PIC Z9.
           05 WS-NOTICE-OUTPUT      PIC X(132).
           05 WS-MAIL-HOLD-FLAG     PIC X(1).
               88 MAIL-IS-HELD      VALUE 'Y'.
               88 MAIL-IS-DELIVERABLE VALUE 'N'.
           05 WS-MASTER-OPEN-FLAG   PIC X(1) VALUE 'N'.
               88 CUSTOMER-MASTER-OPEN VALUE 'Y'.

       01 NOTICE-LETTER-LINES.
           05 NL-SEPARATOR.
               10 FILLER            PIC X(20) VALUE
                  'Dormancy notices: '.
               10 NSM-DORMANCY      PIC ZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(20) VALUE
                  'Rate notices: '.
               10 NSM-RATE-CHANGE   PIC ZZ,ZZ9.
               10 FILLER            PIC X(17) VALUE SPACES.

           05 NL-HELD-SUMMARY-LINE.
               10 FILLER            PIC X(40) VALUE
                  'Held for returned mail (HELDMAIL.DAT): '.
               10 NSM-HELD          PIC ZZ,ZZ9.
               10 FILLER            PIC X(86) VALUE SPACES.

           05 NL-CONVERSION-SUMMARY-LINE.
               10 FILLER            PIC X(40) VALUE
                  'Savings conversion warnings: '.
               10 NSM-CONVERSION    PIC ZZ,ZZ9.
               10 FILLER            PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-NOTICE-PROCESSING.
           PERFORM GENERATE-HOLD-NOTICES
           PERFORM GENERATE-MATURITY-NOTICES
           PERFORM GENERATE-DORMANCY-NOTICES
           PERFORM GENERATE-CONVERSION-NOTICES
           PERFORM FINALIZE-NOTICEGN
           DISPLAY 'Notice generation complete.'
           DISPLAY 'Hold notices: ' WS-HOLD-NOTICES
           DISPLAY 'Maturity/payoff notices: ' WS-MATURITY-NOTICES
           DISPLAY 'Dormancy notices: ' WS-DORMANCY-NOTICES
           DISPLAY 'Rate change notices: ' WS-RATE-CHANGE-NOTICES
           DISPLAY 'Savings conversion warnings: '
                   WS-CONVERSION-NOTICES
           DISPLAY 'Held for returned mail: ' WS-HELD-NOTICES
           MOVE 'NOTICEGN' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-NOTICE-FILENAME TO WS-RCT-FILENAME
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT HOLD-FILE
           OPEN INPUT CDLOAN-FILE
           OPEN INPUT SAVINGS-EXCESS-FILE
           OPEN OUTPUT NOTICE-FILE
           OPEN EXTEND HELD-MAIL-FILE
           IF HELD-MAIL-STATUS = '35'
               OPEN OUTPUT HELD-MAIL-FILE
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-FILE-STATUS = '00'
               SET CUSTOMER-MASTER-OPEN TO TRUE
           END-IF.

       LOAD-BUSINESS-DATE.
           MOVE CURRENT-DATE TO WS-BUSINESS-DATE
               AT END
                   MOVE '99' TO CDLOAN-FILE-STATUS
               NOT AT END
                   IF (CDL-MATURED OR CDL-PAID-OFF OR CDL-IN-GRACE)
                       AND CDL-SETTLED-DATE = WS-BUSINESS-DATE
                       PERFORM WRITE-MATURITY-NOTICE
                   END-IF
                   IF CDL-IS-CD AND CDL-ACTIVE
                       AND CDL-RENEWAL-COUNT > 0
                       AND CDL-LAST-ACTION-DATE = WS-BUSINESS-DATE
                       PERFORM WRITE-MATURITY-NOTICE
                   END-IF
                   IF CDL-IS-LOAN AND CDL-ACTIVE AND CDL-VARIABLE-RATE
                       AND CDL-PENDING-EFFECTIVE-DATE > 0
                       AND CDL-LAST-REPRICE-DATE = WS-BUSINESS-DATE
                       PERFORM WRITE-RATE-CHANGE-NOTICE
                   END-IF
           END-READ.

       WRITE-MATURITY-NOTICE.
           END-READ
           IF CUSTOMER-FILE-STATUS = '00'
               IF CDL-IS-CD
                   PERFORM BUILD-CD-MATURITY-TEXT
               ELSE
                   MOVE 'Your loan has been paid in full.'
                       TO WS-NOTICE-BODY-1
               ADD 1 TO WS-MATURITY-NOTICES
           END-IF.

       WRITE-RATE-CHANGE-NOTICE.
           MOVE CDL-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS = '00'
               MOVE SPACES TO WS-NOTICE-BODY-1
               MOVE SPACES TO WS-NOTICE-BODY-2
               MOVE CDL-RATE TO WS-NOTICE-RATE
               MOVE CDL-PENDING-RATE TO WS-NOTICE-NEW-RATE
               MOVE CDL-PENDING-PAYMENT TO WS-AMOUNT-DISPLAY
               STRING 'The rate on your variable-rate loan changes '
                      'from ' WS-NOTICE-RATE ' to '
                      WS-NOTICE-NEW-RATE '.' DELIMITED BY SIZE
                      INTO WS-NOTICE-BODY-1
               END-STRING
               STRING 'New monthly payment ' WS-AMOUNT-DISPLAY
                      ' effective ' CDL-PENDING-EFFECTIVE-DATE '.'
                      DELIMITED BY SIZE
                      INTO WS-NOTICE-BODY-2
               END-STRING
               PERFORM WRITE-NOTICE-LETTER
               ADD 1 TO WS-RATE-CHANGE-NOTICES
           END-IF.

       BUILD-CD-MATURITY-TEXT.
           MOVE SPACES TO WS-NOTICE-BODY-1
           MOVE SPACES TO WS-NOTICE-BODY-2
           EVALUATE TRUE
               WHEN CDL-IN-GRACE
                   AND (CDL-PAY-TO-ACCOUNT OR CDL-PAY-TO-EXTERNAL)
                   STRING 'Your certificate of deposit matured on '
                          CDL-MATURITY-DATE '.' DELIMITED BY SIZE
                          INTO WS-NOTICE-BODY-1
                   END-STRING
                   STRING 'We could not complete your payout - please '
                          'contact your branch.' DELIMITED BY SIZE
                          INTO WS-NOTICE-BODY-2
                   END-STRING
               WHEN CDL-IN-GRACE
                   MOVE CDL-TERM-MONTHS TO WS-NOTICE-TERM
                   IF CDL-RENEW-NEW-TERM
                       MOVE CDL-RENEWAL-TERM-MONTHS TO WS-NOTICE-TERM
                   END-IF
                   STRING 'Your certificate of deposit matured on '
                          CDL-MATURITY-DATE '.' DELIMITED BY SIZE
                          INTO WS-NOTICE-BODY-1
                   END-STRING
                   STRING 'It will renew for ' WS-NOTICE-TERM
                          ' months unless you instruct us by '
                          CDL-GRACE-END-DATE '.' DELIMITED BY SIZE
                          INTO WS-NOTICE-BODY-2
                   END-STRING
               WHEN CDL-ACTIVE
                   MOVE CDL-TERM-MONTHS TO WS-NOTICE-TERM
                   MOVE CDL-RATE TO WS-NOTICE-RATE
                   STRING 'Your certificate of deposit has renewed for '
                          WS-NOTICE-TERM ' months.' DELIMITED BY SIZE
                          INTO WS-NOTICE-BODY-1
                   END-STRING
                   STRING 'New rate ' WS-NOTICE-RATE
                          ', new maturity date ' CDL-MATURITY-DATE '.'
                          DELIMITED BY SIZE
                          INTO WS-NOTICE-BODY-2
                   END-STRING
               WHEN CDL-LAST-ACTION-CODE = 'A'
                   MOVE 'Your certificate of deposit has matured.'
                       TO WS-NOTICE-BODY-1
                   STRING 'The proceeds were transferred to account '
                          CDL-PAYOUT-ACCOUNT '.' DELIMITED BY SIZE
                          INTO WS-NOTICE-BODY-2
                   END-STRING
               WHEN CDL-LAST-ACTION-CODE = 'E'
                   MOVE 'Your certificate of deposit has matured.'
                       TO WS-NOTICE-BODY-1
                   STRING 'The proceeds were sent to external account '
                          CDL-PAYOUT-EXTERNAL '.' DELIMITED BY SIZE
                          INTO WS-NOTICE-BODY-2
                   END-STRING
               WHEN OTHER
                   MOVE 'Your certificate of deposit has matured.'
                       TO WS-NOTICE-BODY-1
                   STRING 'Please contact your branch to renew or '
                          'withdraw the funds.' DELIMITED BY SIZE
                          INTO WS-NOTICE-BODY-2
                   END-STRING
           END-EVALUATE.

       GENERATE-DORMANCY-NOTICES.
           MOVE 0 TO CUST-ACCOUNT-NUMBER
           START CUSTOMER-FILE KEY IS NOT LESS THAN
           PERFORM WRITE-NOTICE-LETTER
           ADD 1 TO WS-DORMANCY-NOTICES.

       GENERATE-CONVERSION-NOTICES.
           IF SAVINGS-EXCESS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SAVINGS-EXCESS-RECORD
               UNTIL SAVINGS-EXCESS-STATUS NOT = '00'.

       READ-SAVINGS-EXCESS-RECORD.
           READ SAVINGS-EXCESS-FILE NEXT RECORD
               AT END
                   MOVE '99' TO SAVINGS-EXCESS-STATUS
               NOT AT END
                   IF SVX-CONVERSION-FLAGGED
                       AND SVX-CONVERT-DATE = WS-BUSINESS-DATE
                       PERFORM WRITE-CONVERSION-NOTICE
                   END-IF
           END-READ.

       WRITE-CONVERSION-NOTICE.
           MOVE SVX-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS = '00'
               MOVE SVX-MONTHS-OVER TO WS-NOTICE-MONTHS
               MOVE SPACES TO WS-NOTICE-BODY-1
               STRING 'Your savings account went over its withdrawal '
                      'limit ' WS-NOTICE-MONTHS ' months running.'
                      DELIMITED BY SIZE
                      INTO WS-NOTICE-BODY-1
               END-STRING
               MOVE SPACES TO WS-NOTICE-BODY-2
               STRING 'It may be converted to checking - please '
                      'contact your branch.'
                      DELIMITED BY SIZE
                      INTO WS-NOTICE-BODY-2
               END-STRING
               PERFORM WRITE-NOTICE-LETTER
               ADD 1 TO WS-CONVERSION-NOTICES
           END-IF.

       WRITE-NOTICE-LETTER.
           PERFORM CHECK-RETURNED-MAIL
           MOVE NL-SEPARATOR TO WS-NOTICE-OUTPUT
           PERFORM WRITE-NOTICE-OUTPUT
           MOVE WS-BUSINESS-DATE TO NLD-DATE
           MOVE NL-DATE-LINE TO WS-NOTICE-OUTPUT
           PERFORM WRITE-NOTICE-OUTPUT
           MOVE CUST-NAME TO NLN-NAME
           MOVE NL-NAME-LINE TO WS-NOTICE-OUTPUT
           PERFORM WRITE-NOTICE-OUTPUT
           MOVE CUST-ADDRESS TO NLA-ADDRESS
           MOVE NL-ADDRESS-LINE TO WS-NOTICE-OUTPUT
           PERFORM WRITE-NOTICE-OUTPUT
           MOVE SPACES TO WS-NOTICE-OUTPUT
           PERFORM WRITE-NOTICE-OUTPUT
           MOVE CUST-NAME TO NLS-NAME
           MOVE NL-SALUTATION TO WS-NOTICE-OUTPUT
           PERFORM WRITE-NOTICE-OUTPUT
           MOVE SPACES TO WS-NOTICE-OUTPUT
           PERFORM WRITE-NOTICE-OUTPUT
           MOVE WS-NOTICE-BODY-1 TO NLB-TEXT
           MOVE NL-BODY-LINE TO WS-NOTICE-OUTPUT
           PERFORM WRITE-NOTICE-OUTPUT
           MOVE WS-NOTICE-BODY-2 TO NLB-TEXT
           MOVE NL-BODY-LINE TO WS-NOTICE-OUTPUT
           PERFORM WRITE-NOTICE-OUTPUT
           MOVE SPACES TO WS-NOTICE-OUTPUT
           PERFORM WRITE-NOTICE-OUTPUT
           MOVE NL-CLOSING TO WS-NOTICE-OUTPUT
           PERFORM WRITE-NOTICE-OUTPUT
           MOVE SPACES TO WS-NOTICE-OUTPUT
           PERFORM WRITE-NOTICE-OUTPUT
           IF MAIL-IS-HELD
               ADD 1 TO WS-HELD-NOTICES
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

       WRITE-NOTICE-OUTPUT.
           IF MAIL-IS-HELD
               MOVE 'NOTICEGN' TO HM-SOURCE-PROGRAM
               MOVE WS-BUSINESS-DATE TO HM-BUSINESS-DATE
               MOVE CUST-CUSTOMER-NUMBER TO HM-CUSTOMER-NUMBER
               MOVE CUST-ACCOUNT-NUMBER TO HM-ACCOUNT-NUMBER
               MOVE WS-NOTICE-OUTPUT TO HM-LINE
               WRITE HELD-MAIL-RECORD
           ELSE
               WRITE NOTICE-LINE FROM WS-NOTICE-OUTPUT
           END-IF.

       FINALIZE-NOTICEGN.
           WRITE NOTICE-LINE FROM NL-SEPARATOR
           MOVE WS-HOLD-NOTICES TO NSM-HOLD
           MOVE WS-MATURITY-NOTICES TO NSM-MATURITY
           MOVE WS-DORMANCY-NOTICES TO NSM-DORMANCY
           MOVE WS-RATE-CHANGE-NOTICES TO NSM-RATE-CHANGE
           WRITE NOTICE-LINE FROM NL-SUMMARY-LINE
           MOVE WS-HELD-NOTICES TO NSM-HELD
           WRITE NOTICE-LINE FROM NL-HELD-SUMMARY-LINE
           MOVE WS-CONVERSION-NOTICES TO NSM-CONVERSION
           WRITE NOTICE-LINE FROM NL-CONVERSION-SUMMARY-LINE
           CLOSE HELD-MAIL-FILE
           IF CUSTOMER-MASTER-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE HOLD-FILE
           CLOSE CDLOAN-FILE
           CLOSE SAVINGS-EXCESS-FILE
           CLOSE NOTICE-FILE.
       REGISTER-REPORT-CATALOG.
           OPEN I-O REPORT-CATALOG-FILE
