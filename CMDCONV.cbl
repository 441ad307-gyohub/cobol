       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMDCONV.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OCM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS OCM-NAME
                   WITH DUPLICATES
               FILE STATUS IS OLD-MASTER-STATUS.

           SELECT NEW-CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-NAME
                   WITH DUPLICATES
               FILE STATUS IS NEW-MASTER-STATUS.

           SELECT CONVERSION-WORK-FILE ASSIGN TO 'CUSTMAST.CNV'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONVERSION-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-CUSTOMER-MASTER-FILE.
       01 OLD-CUSTOMER-MASTER-RECORD.
           05 OCM-CUSTOMER-NUMBER   PIC 9(10).
           05 OCM-NAME              PIC X(30).
           05 OCM-DATA              PIC X(101).

       FD NEW-CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           05 CM-CUSTOMER-NUMBER    PIC 9(10).
           05 CM-NAME               PIC X(30).
           05 CM-ADDRESS            PIC X(50).
           05 CM-PHONE              PIC X(15).
           05 CM-DATE-ADDED         PIC 9(8).
           05 CM-TAX-ID             PIC X(9).
           05 CM-RECORD-STATUS      PIC X(1).
           05 CM-DATE-OF-BIRTH      PIC 9(8).
           05 CM-ADDRESS-STATUS     PIC X(1).
           05 CM-RETURNED-MAIL-DATE PIC 9(8).
           05 CM-DECEASED-FLAG      PIC X(1).
           05 CM-DATE-OF-DEATH      PIC 9(8).
           05 CM-DEATH-RECORDED-DATE PIC 9(8).
           05 CM-DEATH-RECORDED-BY  PIC X(10).
           05 FILLER                PIC X(3).

       FD CONVERSION-WORK-FILE.
       01 CONVERSION-WORK-RECORD    PIC X(170).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-VARIABLES.
           05 OLD-MASTER-STATUS     PIC XX.
           05 NEW-MASTER-STATUS     PIC XX.
           05 CONVERSION-WORK-STATUS PIC XX.

       01 CONVERSION-WORK-AREAS.
           05 WS-CONFIRM-REPLY      PIC X(1).
           05 WS-RECORDS-UNLOADED   PIC 9(7) VALUE 0.
           05 WS-RECORDS-RELOADED   PIC 9(7) VALUE 0.
           05 WS-NEW-MASTER-AREA.
               10 WS-NEW-EXISTING-DATA PIC X(140).
               10 WS-NEW-DECEASED-FLAG PIC X(1).
               10 WS-NEW-DATE-OF-DEATH PIC 9(8).
               10 WS-NEW-DEATH-RECORDED-DATE PIC 9(8).
               10 WS-NEW-DEATH-RECORDED-BY PIC X(10).
               10 FILLER            PIC X(3).

       PROCEDURE DIVISION.
       MAIN-MASTER-CONVERSION.
           DISPLAY '========================================'
           DISPLAY ' CUSTOMER MASTER ONE-TIME CONVERSION    '
           DISPLAY ' (adds date-of-death fields)            '
           DISPLAY '========================================'
           DISPLAY 'This REBUILDS CUSTMAST.DAT in the new '
                   'record format.'
           DISPLAY 'Run this once, with no other programs '
                   'active. Continue (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-REPLY
           IF WS-CONFIRM-REPLY NOT = 'Y'
               AND WS-CONFIRM-REPLY NOT = 'y'
               DISPLAY 'Conversion cancelled.'
               STOP RUN
           END-IF

           PERFORM UNLOAD-OLD-MASTER
           PERFORM RELOAD-NEW-MASTER
           IF WS-RECORDS-RELOADED = WS-RECORDS-UNLOADED
               DISPLAY 'Conversion complete. Records converted: '
                       WS-RECORDS-RELOADED
               DISPLAY 'CUSTMAST.CNV holds the unload copy - '
                       'keep it until the new file is verified.'
           ELSE
               DISPLAY 'CONVERSION COUNT MISMATCH - unloaded '
                       WS-RECORDS-UNLOADED ' reloaded '
                       WS-RECORDS-RELOADED
               DISPLAY 'Recover from CUSTMAST.CNV before using '
                       'the customer master.'
           END-IF
           STOP RUN.

       UNLOAD-OLD-MASTER.
           OPEN INPUT OLD-CUSTOMER-MASTER-FILE
           IF OLD-MASTER-STATUS = '35'
               DISPLAY 'CUSTMAST.DAT does not exist - nothing to '
                       'convert.'
               STOP RUN
           END-IF
           IF OLD-MASTER-STATUS = '39'
               DISPLAY 'CUSTMAST.DAT record length does not match '
                       'the old layout -'
               DISPLAY 'the file appears to be converted already. '
                       'Nothing done.'
               STOP RUN
           END-IF
           IF OLD-MASTER-STATUS NOT = '00'
               DISPLAY 'Cannot open CUSTMAST.DAT - status '
                       OLD-MASTER-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT CONVERSION-WORK-FILE
           PERFORM UNLOAD-ONE-MASTER-RECORD
               UNTIL OLD-MASTER-STATUS NOT = '00'
           CLOSE CONVERSION-WORK-FILE
           CLOSE OLD-CUSTOMER-MASTER-FILE
           DISPLAY 'Records unloaded: ' WS-RECORDS-UNLOADED.

       UNLOAD-ONE-MASTER-RECORD.
           READ OLD-CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO OLD-MASTER-STATUS
           END-READ
           IF OLD-MASTER-STATUS = '00'
               MOVE SPACES TO WS-NEW-MASTER-AREA
               MOVE OLD-CUSTOMER-MASTER-RECORD(1:140)
                   TO WS-NEW-EXISTING-DATA
               MOVE SPACE TO WS-NEW-DECEASED-FLAG
               MOVE 0 TO WS-NEW-DATE-OF-DEATH
               MOVE 0 TO WS-NEW-DEATH-RECORDED-DATE
               MOVE SPACES TO WS-NEW-DEATH-RECORDED-BY
               MOVE WS-NEW-MASTER-AREA TO CONVERSION-WORK-RECORD
               WRITE CONVERSION-WORK-RECORD
               ADD 1 TO WS-RECORDS-UNLOADED
           END-IF.

       RELOAD-NEW-MASTER.
           OPEN INPUT CONVERSION-WORK-FILE
           IF CONVERSION-WORK-STATUS NOT = '00'
               DISPLAY 'Cannot re-open CUSTMAST.CNV - status '
                       CONVERSION-WORK-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-CUSTOMER-MASTER-FILE
           IF NEW-MASTER-STATUS NOT = '00'
               DISPLAY 'Cannot rebuild CUSTMAST.DAT - status '
                       NEW-MASTER-STATUS
               DISPLAY 'The unload copy is in CUSTMAST.CNV.'
               CLOSE CONVERSION-WORK-FILE
               STOP RUN
           END-IF
           PERFORM RELOAD-ONE-MASTER-RECORD
               UNTIL CONVERSION-WORK-STATUS NOT = '00'
           CLOSE NEW-CUSTOMER-MASTER-FILE
           CLOSE CONVERSION-WORK-FILE.

       RELOAD-ONE-MASTER-RECORD.
           READ CONVERSION-WORK-FILE
               AT END
                   MOVE '10' TO CONVERSION-WORK-STATUS
           END-READ
           IF CONVERSION-WORK-STATUS = '00'
               MOVE CONVERSION-WORK-RECORD
                   TO CUSTOMER-MASTER-RECORD
               WRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'Reload write failed for customer '
                               CM-CUSTOMER-NUMBER
               END-WRITE
               IF NEW-MASTER-STATUS = '00'
                   OR NEW-MASTER-STATUS = '02'
                   ADD 1 TO WS-RECORDS-RELOADED
               END-IF
           END-IF.
