       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDCONV.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CARD-FILE ASSIGN TO 'CARDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OCR-CARD-NUMBER
               FILE STATUS IS OLD-CARD-STATUS.

           SELECT NEW-CARD-FILE ASSIGN TO 'CARDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRD-CARD-NUMBER
               FILE STATUS IS NEW-CARD-STATUS.

           SELECT CONVERSION-WORK-FILE ASSIGN TO 'CARDMAST.CNV'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONVERSION-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-CARD-FILE.
       01 OLD-CARD-RECORD.
           05 OCR-CARD-NUMBER       PIC 9(16).
           05 OCR-CARD-DATA         PIC X(88).
           05 FILLER                PIC X(10).

       FD NEW-CARD-FILE.
       01 CARD-MASTER-RECORD.
           05 CRD-CARD-NUMBER       PIC 9(16).
           05 FILLER                PIC X(139).

       FD CONVERSION-WORK-FILE.
       01 CONVERSION-WORK-RECORD    PIC X(155).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-VARIABLES.
           05 OLD-CARD-STATUS       PIC XX.
           05 NEW-CARD-STATUS       PIC XX.
           05 CONVERSION-WORK-STATUS PIC XX.

       01 CONVERSION-WORK-AREAS.
           05 WS-CONFIRM-REPLY      PIC X(1).
           05 WS-RECORDS-UNLOADED   PIC 9(7) VALUE 0.
           05 WS-RECORDS-RELOADED   PIC 9(7) VALUE 0.
           05 WS-NEW-CARD-AREA.
               10 WS-NEW-CARD-NUMBER PIC 9(16).
               10 WS-NEW-CARD-DATA  PIC X(88).
               10 WS-NEW-REPLACES-CARD PIC 9(16).
               10 WS-NEW-REPLACED-BY-CARD PIC 9(16).
               10 WS-NEW-ACTIVATION-DATE PIC 9(8).
               10 WS-NEW-CLOSE-REASON PIC X(1).
               10 FILLER            PIC X(10).

       PROCEDURE DIVISION.
       MAIN-CARD-CONVERSION.
           DISPLAY '========================================'
           DISPLAY ' CARD MASTER ONE-TIME CONVERSION        '
           DISPLAY ' (adds replacement card link, activation'
           DISPLAY '  date and close reason fields)         '
           DISPLAY '========================================'
           DISPLAY 'This REBUILDS CARDMAST.DAT in the new '
                   'record format.'
           DISPLAY 'Run this once, with no other programs '
                   'active. Continue (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-REPLY
           IF WS-CONFIRM-REPLY NOT = 'Y'
               AND WS-CONFIRM-REPLY NOT = 'y'
               DISPLAY 'Conversion cancelled.'
               STOP RUN
           END-IF

           PERFORM UNLOAD-OLD-CARDS
           PERFORM RELOAD-NEW-CARDS
           IF WS-RECORDS-RELOADED = WS-RECORDS-UNLOADED
               DISPLAY 'Conversion complete. Records converted: '
                       WS-RECORDS-RELOADED
               DISPLAY 'CARDMAST.CNV holds the unload copy - '
                       'keep it until the new file is verified.'
           ELSE
               DISPLAY 'CONVERSION COUNT MISMATCH - unloaded '
                       WS-RECORDS-UNLOADED ' reloaded '
                       WS-RECORDS-RELOADED
               DISPLAY 'Recover from CARDMAST.CNV before using '
                       'the card master.'
           END-IF
           STOP RUN.

       UNLOAD-OLD-CARDS.
           OPEN INPUT OLD-CARD-FILE
           IF OLD-CARD-STATUS = '35'
               DISPLAY 'CARDMAST.DAT does not exist - nothing to '
                       'convert.'
               STOP RUN
           END-IF
           IF OLD-CARD-STATUS = '39'
               DISPLAY 'CARDMAST.DAT record length does not match '
                       'the old layout -'
               DISPLAY 'the file appears to be converted already. '
                       'Nothing done.'
               STOP RUN
           END-IF
           IF OLD-CARD-STATUS NOT = '00'
               DISPLAY 'Cannot open CARDMAST.DAT - status '
                       OLD-CARD-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT CONVERSION-WORK-FILE
           PERFORM UNLOAD-ONE-CARD-RECORD
               UNTIL OLD-CARD-STATUS NOT = '00'
           CLOSE CONVERSION-WORK-FILE
           CLOSE OLD-CARD-FILE
           DISPLAY 'Records unloaded: ' WS-RECORDS-UNLOADED.

       UNLOAD-ONE-CARD-RECORD.
           READ OLD-CARD-FILE NEXT RECORD
               AT END
                   MOVE '10' TO OLD-CARD-STATUS
           END-READ
           IF OLD-CARD-STATUS = '00'
               MOVE SPACES TO WS-NEW-CARD-AREA
               MOVE OCR-CARD-NUMBER TO WS-NEW-CARD-NUMBER
               MOVE OCR-CARD-DATA TO WS-NEW-CARD-DATA
               MOVE 0 TO WS-NEW-REPLACES-CARD
               MOVE 0 TO WS-NEW-REPLACED-BY-CARD
               MOVE 0 TO WS-NEW-ACTIVATION-DATE
               MOVE SPACE TO WS-NEW-CLOSE-REASON
               MOVE WS-NEW-CARD-AREA TO CONVERSION-WORK-RECORD
               WRITE CONVERSION-WORK-RECORD
               ADD 1 TO WS-RECORDS-UNLOADED
           END-IF.

       RELOAD-NEW-CARDS.
           OPEN INPUT CONVERSION-WORK-FILE
           IF CONVERSION-WORK-STATUS NOT = '00'
               DISPLAY 'Cannot re-open CARDMAST.CNV - status '
                       CONVERSION-WORK-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-CARD-FILE
           IF NEW-CARD-STATUS NOT = '00'
               DISPLAY 'Cannot rebuild CARDMAST.DAT - status '
                       NEW-CARD-STATUS
               DISPLAY 'The unload copy is in CARDMAST.CNV.'
               CLOSE CONVERSION-WORK-FILE
               STOP RUN
           END-IF
           PERFORM RELOAD-ONE-CARD-RECORD
               UNTIL CONVERSION-WORK-STATUS NOT = '00'
           CLOSE NEW-CARD-FILE
           CLOSE CONVERSION-WORK-FILE.

       RELOAD-ONE-CARD-RECORD.
           READ CONVERSION-WORK-FILE
               AT END
                   MOVE '10' TO CONVERSION-WORK-STATUS
           END-READ
           IF CONVERSION-WORK-STATUS = '00'
               MOVE CONVERSION-WORK-RECORD TO CARD-MASTER-RECORD
               WRITE CARD-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'Reload write failed for card '
                               CRD-CARD-NUMBER
               END-WRITE
               IF NEW-CARD-STATUS = '00'
                   ADD 1 TO WS-RECORDS-RELOADED
               END-IF
           END-IF.
