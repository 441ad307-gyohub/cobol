       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDLCONV.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CDLOAN-FILE ASSIGN TO 'CDLOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OCD-ACCOUNT-NUMBER
               FILE STATUS IS OLD-CDLOAN-STATUS.

           SELECT NEW-CDLOAN-FILE ASSIGN TO 'CDLOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CDL-ACCOUNT-NUMBER
               FILE STATUS IS NEW-CDLOAN-STATUS.

           SELECT CONVERSION-WORK-FILE ASSIGN TO 'CDLOAN.CNV'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONVERSION-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-CDLOAN-FILE.
       01 OLD-CDLOAN-RECORD.
           05 OCD-ACCOUNT-NUMBER    PIC 9(10).
           05 OCD-SUBTYPE           PIC X(1).
           05 OCD-SCHEDULE-DATA     PIC X(80).

       FD NEW-CDLOAN-FILE.
       01 CDLOAN-RECORD.
           05 CDL-ACCOUNT-NUMBER    PIC 9(10).
           05 FILLER                PIC X(290).

       FD CONVERSION-WORK-FILE.
       01 CONVERSION-WORK-RECORD    PIC X(300).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-VARIABLES.
           05 OLD-CDLOAN-STATUS     PIC XX.
           05 NEW-CDLOAN-STATUS     PIC XX.
           05 CONVERSION-WORK-STATUS PIC XX.

       01 CONVERSION-WORK-AREAS.
           05 WS-CONFIRM-REPLY      PIC X(1).
           05 WS-RECORDS-UNLOADED   PIC 9(7) VALUE 0.
           05 WS-RECORDS-RELOADED   PIC 9(7) VALUE 0.
           05 WS-NEW-CDLOAN-AREA.
               10 WS-NEW-ACCOUNT-NUMBER PIC 9(10).
               10 WS-NEW-SUBTYPE    PIC X(1).
               10 WS-NEW-SCHEDULE-DATA PIC X(80).
               10 WS-NEW-MATURITY-INSTRUCTION PIC X(1).
               10 WS-NEW-RENEWAL-TERM-MONTHS PIC 9(3).
               10 WS-NEW-PAYOUT-ACCOUNT PIC 9(10).
               10 WS-NEW-PAYOUT-ROUTING PIC 9(9).
               10 WS-NEW-PAYOUT-EXTERNAL PIC X(17).
               10 WS-NEW-GRACE-END-DATE PIC 9(8).
               10 WS-NEW-RENEWAL-COUNT PIC 9(3).
               10 WS-NEW-LAST-ACTION-CODE PIC X(1).
               10 WS-NEW-LAST-ACTION-DATE PIC 9(8).
               10 WS-NEW-ORIGINAL-PRINCIPAL PIC S9(10)V99.
               10 WS-NEW-INTEREST-PAID-TO-DATE PIC S9(10)V99.
               10 WS-NEW-YTD-INTEREST-PAID PIC S9(10)V99.
               10 WS-NEW-YTD-YEAR   PIC 9(4).
               10 WS-NEW-PRIOR-YEAR-INTEREST PIC S9(10)V99.
               10 WS-NEW-RATE-TYPE  PIC X(1).
               10 WS-NEW-INDEX-PRODUCT PIC X(8).
               10 WS-NEW-RATE-MARGIN PIC S9V9(4).
               10 WS-NEW-RATE-FLOOR PIC 9V9(4).
               10 WS-NEW-RATE-CAP   PIC 9V9(4).
               10 WS-NEW-REPRICE-MONTHS PIC 9(3).
               10 WS-NEW-NEXT-REPRICE-DATE PIC 9(8).
               10 WS-NEW-LAST-REPRICE-DATE PIC 9(8).
               10 WS-NEW-PENDING-RATE PIC 9V9(4).
               10 WS-NEW-PENDING-PAYMENT PIC S9(10)V99.
               10 WS-NEW-PENDING-EFFECTIVE-DATE PIC 9(8).
               10 FILLER            PIC X(29).

       PROCEDURE DIVISION.
       MAIN-CDLOAN-CONVERSION.
           DISPLAY '========================================'
           DISPLAY ' CD/LOAN SCHEDULE ONE-TIME CONVERSION   '
           DISPLAY ' (adds CD maturity instruction, loan    '
           DISPLAY '  interest-paid and variable-rate fields)'
           DISPLAY '========================================'
           DISPLAY 'This REBUILDS CDLOAN.DAT in the new '
                   'record format.'
           DISPLAY 'Existing CDs are set to renew for the same '
                   'term at maturity.'
           DISPLAY 'Run this once, with no other programs '
                   'active. Continue (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-REPLY
           IF WS-CONFIRM-REPLY NOT = 'Y'
               AND WS-CONFIRM-REPLY NOT = 'y'
               DISPLAY 'Conversion cancelled.'
               STOP RUN
           END-IF

           PERFORM UNLOAD-OLD-CDLOAN
           PERFORM RELOAD-NEW-CDLOAN
           IF WS-RECORDS-RELOADED = WS-RECORDS-UNLOADED
               DISPLAY 'Conversion complete. Records converted: '
                       WS-RECORDS-RELOADED
               DISPLAY 'CDLOAN.CNV holds the unload copy - '
                       'keep it until the new file is verified.'
           ELSE
               DISPLAY 'CONVERSION COUNT MISMATCH - unloaded '
                       WS-RECORDS-UNLOADED ' reloaded '
                       WS-RECORDS-RELOADED
               DISPLAY 'Recover from CDLOAN.CNV before using '
                       'the CD/loan schedules.'
           END-IF
           STOP RUN.

       UNLOAD-OLD-CDLOAN.
           OPEN INPUT OLD-CDLOAN-FILE
           IF OLD-CDLOAN-STATUS = '35'
               DISPLAY 'CDLOAN.DAT does not exist - nothing to '
                       'convert.'
               STOP RUN
           END-IF
           IF OLD-CDLOAN-STATUS = '39'
               DISPLAY 'CDLOAN.DAT record length does not match '
                       'the old layout -'
               DISPLAY 'the file appears to be converted already. '
                       'Nothing done.'
               STOP RUN
           END-IF
           IF OLD-CDLOAN-STATUS NOT = '00'
               DISPLAY 'Cannot open CDLOAN.DAT - status '
                       OLD-CDLOAN-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT CONVERSION-WORK-FILE
           PERFORM UNLOAD-ONE-CDLOAN-RECORD
               UNTIL OLD-CDLOAN-STATUS NOT = '00'
           CLOSE CONVERSION-WORK-FILE
           CLOSE OLD-CDLOAN-FILE
           DISPLAY 'Records unloaded: ' WS-RECORDS-UNLOADED.

       UNLOAD-ONE-CDLOAN-RECORD.
           READ OLD-CDLOAN-FILE NEXT RECORD
               AT END
                   MOVE '10' TO OLD-CDLOAN-STATUS
           END-READ
           IF OLD-CDLOAN-STATUS = '00'
               MOVE SPACES TO WS-NEW-CDLOAN-AREA
               MOVE OCD-ACCOUNT-NUMBER TO WS-NEW-ACCOUNT-NUMBER
               MOVE OCD-SUBTYPE TO WS-NEW-SUBTYPE
               MOVE OCD-SCHEDULE-DATA TO WS-NEW-SCHEDULE-DATA
               IF OCD-SUBTYPE = 'C'
                   MOVE 'R' TO WS-NEW-MATURITY-INSTRUCTION
               ELSE
                   MOVE SPACE TO WS-NEW-MATURITY-INSTRUCTION
               END-IF
               MOVE 0 TO WS-NEW-RENEWAL-TERM-MONTHS
               MOVE 0 TO WS-NEW-PAYOUT-ACCOUNT
               MOVE 0 TO WS-NEW-PAYOUT-ROUTING
               MOVE SPACES TO WS-NEW-PAYOUT-EXTERNAL
               MOVE 0 TO WS-NEW-GRACE-END-DATE
               MOVE 0 TO WS-NEW-RENEWAL-COUNT
               MOVE SPACE TO WS-NEW-LAST-ACTION-CODE
               MOVE 0 TO WS-NEW-LAST-ACTION-DATE
               MOVE 0 TO WS-NEW-ORIGINAL-PRINCIPAL
               MOVE 0 TO WS-NEW-INTEREST-PAID-TO-DATE
               MOVE 0 TO WS-NEW-YTD-INTEREST-PAID
               MOVE 0 TO WS-NEW-YTD-YEAR
               MOVE 0 TO WS-NEW-PRIOR-YEAR-INTEREST
               IF OCD-SUBTYPE = 'L'
                   MOVE 'F' TO WS-NEW-RATE-TYPE
               ELSE
                   MOVE SPACE TO WS-NEW-RATE-TYPE
               END-IF
               MOVE SPACES TO WS-NEW-INDEX-PRODUCT
               MOVE 0 TO WS-NEW-RATE-MARGIN
               MOVE 0 TO WS-NEW-RATE-FLOOR
               MOVE 0 TO WS-NEW-RATE-CAP
               MOVE 0 TO WS-NEW-REPRICE-MONTHS
               MOVE 0 TO WS-NEW-NEXT-REPRICE-DATE
               MOVE 0 TO WS-NEW-LAST-REPRICE-DATE
               MOVE 0 TO WS-NEW-PENDING-RATE
               MOVE 0 TO WS-NEW-PENDING-PAYMENT
               MOVE 0 TO WS-NEW-PENDING-EFFECTIVE-DATE
               MOVE WS-NEW-CDLOAN-AREA TO CONVERSION-WORK-RECORD
               WRITE CONVERSION-WORK-RECORD
               ADD 1 TO WS-RECORDS-UNLOADED
           END-IF.

       RELOAD-NEW-CDLOAN.
           OPEN INPUT CONVERSION-WORK-FILE
           IF CONVERSION-WORK-STATUS NOT = '00'
               DISPLAY 'Cannot re-open CDLOAN.CNV - status '
                       CONVERSION-WORK-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-CDLOAN-FILE
           IF NEW-CDLOAN-STATUS NOT = '00'
               DISPLAY 'Cannot rebuild CDLOAN.DAT - status '
                       NEW-CDLOAN-STATUS
               DISPLAY 'The unload copy is in CDLOAN.CNV.'
               CLOSE CONVERSION-WORK-FILE
               STOP RUN
           END-IF
           PERFORM RELOAD-ONE-CDLOAN-RECORD
               UNTIL CONVERSION-WORK-STATUS NOT = '00'
           CLOSE NEW-CDLOAN-FILE
           CLOSE CONVERSION-WORK-FILE.

       RELOAD-ONE-CDLOAN-RECORD.
           READ CONVERSION-WORK-FILE
               AT END
                   MOVE '10' TO CONVERSION-WORK-STATUS
           END-READ
           IF CONVERSION-WORK-STATUS = '00'
               MOVE CONVERSION-WORK-RECORD TO CDLOAN-RECORD
               WRITE CDLOAN-RECORD
                   INVALID KEY
                       DISPLAY 'Reload write failed for account '
                               CDL-ACCOUNT-NUMBER
               END-WRITE
               IF NEW-CDLOAN-STATUS = '00'
                   ADD 1 TO WS-RECORDS-RELOADED
               END-IF
           END-IF.
