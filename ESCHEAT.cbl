                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-MASTER-FILE-STATUS.

           SELECT ESCHEAT-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05 CUST-DORMANT-DATE     PIC 9(8).
           05 FILLER                PIC X(6).

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

       FD ESCHEAT-REPORT-FILE.
       01 ESCHEAT-REPORT-LINE       PIC X(132).

       01 FILE-STATUS-VARIABLES.
           05 CUSTOMER-FILE-STATUS  PIC XX.
           05 ESCHEAT-REPORT-STATUS PIC XX.
           05 CUSTOMER-MASTER-FILE-STATUS PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 WS-ACCOUNTS-SCANNED   PIC 9(5) VALUE 0.
           05 WS-ACCOUNTS-REPORTED  PIC 9(5) VALUE 0.
           05 WS-TOTAL-BALANCE      PIC S9(12)V99 VALUE 0.
           05 WS-RETURNED-MAIL-COUNT PIC 9(5) VALUE 0.
           05 WS-MASTER-OPEN-FLAG   PIC X(1) VALUE 'N'.
               88 CUSTOMER-MASTER-OPEN VALUE 'Y'.

       01 ESCHEAT-REPORT-LINES.
           05 ES-HEADER-1.
               10 FILLER            PIC X(16) VALUE 'BALANCE'.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE 'DORMANT SINCE'.
               10 FILLER            PIC X(14) VALUE 'RETURNED MAIL'.

           05 ES-DETAIL-LINE.
               10 ESD-ACCOUNT       PIC 9(10).
               10 ESD-BALANCE       PIC $ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 ESD-SINCE         PIC 9(8).
               10 FILLER            PIC X(6) VALUE SPACES.
               10 ESD-RETURNED-MAIL PIC X(8).
               10 FILLER            PIC X(6) VALUE SPACES.

           05 ES-SUMMARY-LINE.
               10 FILLER            PIC X(26) VALUE
               10 ESS-TOTAL         PIC $Z,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(62) VALUE SPACES.

           05 ES-RETURNED-MAIL-LINE.
               10 FILLER            PIC X(40) VALUE
                  'Reported accounts with returned mail: '.
               10 ESR-COUNT         PIC ZZ,ZZ9.
               10 FILLER            PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ESCHEAT-PROCESSING.
           PERFORM INITIALIZE-ESCHEAT
                   - WS-STATUTORY-DAYS

           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-FILE-STATUS = '00'
               SET CUSTOMER-MASTER-OPEN TO TRUE
           END-IF
           OPEN OUTPUT ESCHEAT-REPORT-FILE
           PERFORM WRITE-ESCHEAT-REPORT-HEADERS.

           MOVE CUST-ADDRESS TO ESD-ADDRESS
           MOVE CUST-BALANCE TO ESD-BALANCE
           MOVE WS-DORMANT-BASIS TO ESD-SINCE
           MOVE SPACES TO ESD-RETURNED-MAIL
           PERFORM CHECK-RETURNED-MAIL
           WRITE ESCHEAT-REPORT-LINE FROM ES-DETAIL-LINE.

       CHECK-RETURNED-MAIL.
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
               MOVE CM-RETURNED-MAIL-DATE TO ESD-RETURNED-MAIL
               ADD 1 TO WS-RETURNED-MAIL-COUNT
           END-IF.

       FINALIZE-ESCHEAT.
           WRITE ESCHEAT-REPORT-LINE FROM SPACES
           MOVE WS-ACCOUNTS-REPORTED TO ESS-REPORTED
           MOVE WS-TOTAL-BALANCE TO ESS-TOTAL
           WRITE ESCHEAT-REPORT-LINE FROM ES-SUMMARY-LINE
           MOVE WS-RETURNED-MAIL-COUNT TO ESR-COUNT
           WRITE ESCHEAT-REPORT-LINE FROM ES-RETURNED-MAIL-LINE
           IF CUSTOMER-MASTER-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE ESCHEAT-REPORT-FILE.
       REGISTER-REPORT-CATALOG.
