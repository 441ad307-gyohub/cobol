       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPQCONV.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-OUTPAY-FILE ASSIGN TO 'OUTPAYQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OLD-OUTPAY-STATUS.

           SELECT NEW-OUTPAY-FILE ASSIGN TO 'OUTPAYQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NEW-OUTPAY-STATUS.

           SELECT CONVERSION-WORK-FILE ASSIGN TO 'OUTPAYQ.CNV'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONVERSION-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-OUTPAY-FILE.
       01 OLD-OUTPAY-RECORD.
           05 OOP-ACCOUNT-NUMBER    PIC 9(10).
           05 OOP-ROUTING-NUMBER    PIC 9(9).
           05 OOP-EXTERNAL-ACCOUNT  PIC X(17).
           05 OOP-AMOUNT            PIC 9(10)V99.
           05 OOP-DESCRIPTION       PIC X(30).
           05 OOP-DATE-QUEUED       PIC 9(8).
           05 OOP-STATUS            PIC X(1).
               88 OOP-VALID-STATUS  VALUE 'P' 'S' 'R'.
           05 OOP-RETURN-REASON     PIC X(3).
           05 FILLER                PIC X(7).

       FD NEW-OUTPAY-FILE.
       01 OUTPAY-QUEUE-RECORD       PIC X(137).

       FD CONVERSION-WORK-FILE.
       01 CONVERSION-WORK-RECORD    PIC X(137).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-VARIABLES.
           05 OLD-OUTPAY-STATUS     PIC XX.
           05 NEW-OUTPAY-STATUS     PIC XX.
           05 CONVERSION-WORK-STATUS PIC XX.

       01 CONVERSION-WORK-AREAS.
           05 WS-CONFIRM-REPLY      PIC X(1).
           05 WS-RECORDS-UNLOADED   PIC 9(7) VALUE 0.
           05 WS-RECORDS-RELOADED   PIC 9(7) VALUE 0.
           05 WS-LAYOUT-FLAG        PIC X(1) VALUE 'Y'.
               88 OLD-LAYOUT-CONFIRMED VALUE 'Y'.
               88 OLD-LAYOUT-REJECTED VALUE 'N'.
           05 WS-NEW-OUTPAY-AREA.
               10 WS-NEW-OUTPAY-DATA PIC X(90).
               10 WS-NEW-BENEFICIARY-NAME PIC X(30).
               10 WS-NEW-SCREEN-CASE PIC 9(8).
               10 FILLER            PIC X(9).

       PROCEDURE DIVISION.
       MAIN-OUTPAY-CONVERSION.
           DISPLAY '========================================'
           DISPLAY ' OUTBOUND PAYMENT QUEUE ONE-TIME        '
           DISPLAY ' CONVERSION (adds beneficiary name and  '
           DISPLAY ' watchlist screening case fields)       '
           DISPLAY '========================================'
           DISPLAY 'This REBUILDS OUTPAYQ.DAT in the new '
                   'record format.'
           DISPLAY 'Run this once, with no other programs '
                   'active. Continue (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-REPLY
           IF WS-CONFIRM-REPLY NOT = 'Y'
               AND WS-CONFIRM-REPLY NOT = 'y'
               DISPLAY 'Conversion cancelled.'
               STOP RUN
           END-IF

           PERFORM UNLOAD-OLD-PAYMENTS
           PERFORM RELOAD-NEW-PAYMENTS
           IF WS-RECORDS-RELOADED = WS-RECORDS-UNLOADED
               DISPLAY 'Conversion complete. Records converted: '
                       WS-RECORDS-RELOADED
               DISPLAY 'OUTPAYQ.CNV holds the unload copy - '
                       'keep it until the new file is verified.'
           ELSE
               DISPLAY 'CONVERSION COUNT MISMATCH - unloaded '
                       WS-RECORDS-UNLOADED ' reloaded '
                       WS-RECORDS-RELOADED
               DISPLAY 'Recover from OUTPAYQ.CNV before using '
                       'the outbound payment queue.'
           END-IF
           STOP RUN.

       UNLOAD-OLD-PAYMENTS.
           OPEN INPUT OLD-OUTPAY-FILE
           IF OLD-OUTPAY-STATUS = '35'
               DISPLAY 'OUTPAYQ.DAT does not exist - nothing to '
                       'convert.'
               STOP RUN
           END-IF
           IF OLD-OUTPAY-STATUS = '39'
               DISPLAY 'OUTPAYQ.DAT record length does not match '
                       'the old layout -'
               DISPLAY 'the file appears to be converted already. '
                       'Nothing done.'
               STOP RUN
           END-IF
           IF OLD-OUTPAY-STATUS NOT = '00'
               DISPLAY 'Cannot open OUTPAYQ.DAT - status '
                       OLD-OUTPAY-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT CONVERSION-WORK-FILE
           PERFORM UNLOAD-ONE-PAYMENT-RECORD
               UNTIL OLD-OUTPAY-STATUS NOT = '00'
           CLOSE CONVERSION-WORK-FILE
           CLOSE OLD-OUTPAY-FILE
           IF OLD-LAYOUT-REJECTED
               DISPLAY 'OUTPAYQ.DAT does not read cleanly in the '
                       'old layout -'
               DISPLAY 'the file appears to be converted already. '
                       'Nothing done.'
               STOP RUN
           END-IF
           DISPLAY 'Records unloaded: ' WS-RECORDS-UNLOADED.

       UNLOAD-ONE-PAYMENT-RECORD.
           READ OLD-OUTPAY-FILE
               AT END
                   MOVE '10' TO OLD-OUTPAY-STATUS
           END-READ
           IF OLD-OUTPAY-STATUS = '04'
               SET OLD-LAYOUT-REJECTED TO TRUE
               MOVE '10' TO OLD-OUTPAY-STATUS
           END-IF
           IF OLD-OUTPAY-STATUS = '00'
               IF OOP-ACCOUNT-NUMBER NOT NUMERIC
                   OR OOP-AMOUNT NOT NUMERIC
                   OR NOT OOP-VALID-STATUS
                   SET OLD-LAYOUT-REJECTED TO TRUE
                   MOVE '10' TO OLD-OUTPAY-STATUS
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-NEW-OUTPAY-AREA
               MOVE OLD-OUTPAY-RECORD(1:90) TO WS-NEW-OUTPAY-DATA
               MOVE SPACES TO WS-NEW-BENEFICIARY-NAME
               MOVE 0 TO WS-NEW-SCREEN-CASE
               MOVE WS-NEW-OUTPAY-AREA TO CONVERSION-WORK-RECORD
               WRITE CONVERSION-WORK-RECORD
               ADD 1 TO WS-RECORDS-UNLOADED
           END-IF.

       RELOAD-NEW-PAYMENTS.
           OPEN INPUT CONVERSION-WORK-FILE
           IF CONVERSION-WORK-STATUS NOT = '00'
               DISPLAY 'Cannot re-open OUTPAYQ.CNV - status '
                       CONVERSION-WORK-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-OUTPAY-FILE
           IF NEW-OUTPAY-STATUS NOT = '00'
               DISPLAY 'Cannot rebuild OUTPAYQ.DAT - status '
                       NEW-OUTPAY-STATUS
               DISPLAY 'The unload copy is in OUTPAYQ.CNV.'
               CLOSE CONVERSION-WORK-FILE
               STOP RUN
           END-IF
           PERFORM RELOAD-ONE-PAYMENT-RECORD
               UNTIL CONVERSION-WORK-STATUS NOT = '00'
           CLOSE NEW-OUTPAY-FILE
           CLOSE CONVERSION-WORK-FILE.

       RELOAD-ONE-PAYMENT-RECORD.
           READ CONVERSION-WORK-FILE
               AT END
                   MOVE '10' TO CONVERSION-WORK-STATUS
           END-READ
           IF CONVERSION-WORK-STATUS = '00'
               MOVE CONVERSION-WORK-RECORD TO OUTPAY-QUEUE-RECORD
               WRITE OUTPAY-QUEUE-RECORD
               IF NEW-OUTPAY-STATUS = '00'
                   ADD 1 TO WS-RECORDS-RELOADED
               ELSE
                   DISPLAY 'Reload write failed - status '
                           NEW-OUTPAY-STATUS
               END-IF
           END-IF.
