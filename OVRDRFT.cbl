               RECORD KEY IS CUST-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS CUSTOMER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 CUSTOMER-RECORD.
           05 CUST-ACCOUNT-NUMBER    PIC 9(10).
           05 CUST-NAME             PIC X(30).
           05 FILLER                PIC X(150).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-VARIABLES.
           05 CUSTOMER-FILE-STATUS  PIC XX.

       01 STEP-PARAMETERS.
           05 SP-REQUEST            PIC X(1).
           05 SP-BUSINESS-DATE      PIC 9(8) VALUE 0.
           05 SP-RESTART-FLAG       PIC X(1) VALUE 'N'.
           05 SP-END-FLAG           PIC X(1) VALUE 'N'.
           05 SP-LAST-ACCOUNT       PIC 9(10) VALUE 0.
           05 SP-STEP-STATE.
               10 SP-REPORT-FILENAME PIC X(40).
               10 SP-PRESENTED      PIC 9(7).
               10 SP-COUNT-1        PIC 9(7).
               10 SP-COUNT-2        PIC 9(7).
               10 SP-COUNT-3        PIC 9(7).
               10 SP-AMOUNT-1       PIC S9(12)V99.
               10 SP-AMOUNT-2       PIC S9(12)V99.
               10 SP-REPORT-LINES   PIC 9(7).
           05 SP-TOTAL-LABELS       PIC X(100).

       PROCEDURE DIVISION.
       MAIN-OVERDRAFT-PROCESSING.
           PERFORM SCAN-CUSTOMER-RECORD
               UNTIL CUSTOMER-FILE-STATUS NOT = '00'
           PERFORM FINALIZE-OVRDRFT
           STOP RUN.

       INITIALIZE-OVRDRFT.
           MOVE 'O' TO SP-REQUEST
           CALL 'OVRDRMOD' USING STEP-PARAMETERS CUSTOMER-RECORD
           OPEN INPUT CUSTOMER-FILE.

       SCAN-CUSTOMER-RECORD.
           READ CUSTOMER-FILE
               AT END
                   MOVE '99' TO CUSTOMER-FILE-STATUS
               NOT AT END
                   MOVE 'A' TO SP-REQUEST
                   CALL 'OVRDRMOD' USING STEP-PARAMETERS
                       CUSTOMER-RECORD
           END-READ.

       FINALIZE-OVRDRFT.
           CLOSE CUSTOMER-FILE
           MOVE 'C' TO SP-REQUEST
           CALL 'OVRDRMOD' USING STEP-PARAMETERS CUSTOMER-RECORD.
