           05 CUST-CURRENCY-CODE    PIC X(3).
           05 CUST-HELD-AMOUNT      PIC 9(10)V99.
           05 CUST-CUSTOMER-NUMBER  PIC 9(10).
           05 FILLER                PIC X(12).
           05 CUST-RESTRICTION-CODE PIC X(1).
           05 FILLER                PIC X(17).
       
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
           MOVE SPACES TO CUST-PHONE
           MOVE 0 TO CUST-HELD-AMOUNT
           MOVE 0 TO CUST-CUSTOMER-NUMBER
           MOVE SPACE TO CUST-RESTRICTION-CODE

           WRITE CUSTOMER-RECORD
           IF CUSTOMER-FILE-STATUS = '00'
           CLOSE TRANS-INDEX-FILE
           CLOSE ACCOUNT-SUMMARY-FILE
           DISPLAY ' '
           DISPLAY 'Thank you for using COBOL Banking System!'.
