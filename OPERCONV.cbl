       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCONV.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OOP-ID
               FILE STATUS IS OLD-OPERATOR-STATUS.

           SELECT NEW-OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPER-ID
               FILE STATUS IS NEW-OPERATOR-STATUS.

           SELECT CONVERSION-WORK-FILE ASSIGN TO 'OPERATOR.CNV'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONVERSION-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-OPERATOR-FILE.
       01 OLD-OPERATOR-RECORD.
           05 OOP-ID                PIC X(10).
           05 OOP-PASSWORD          PIC X(10).
           05 OOP-NAME              PIC X(30).
           05 OOP-STATUS            PIC X(1).
           05 OOP-ROLE              PIC X(1).
           05 OOP-BRANCH-CODE       PIC X(4).
           05 FILLER                PIC X(5).

       FD NEW-OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OPER-ID               PIC X(10).
           05 OPER-PASSWORD         PIC X(10).
           05 OPER-NAME             PIC X(30).
           05 OPER-STATUS           PIC X(1).
           05 OPER-ROLE             PIC X(1).
           05 OPER-BRANCH-CODE      PIC X(4).
           05 FILLER                PIC X(5).
           05 OPER-PASSWORD-DATE    PIC 9(8).
           05 OPER-FAILED-LOGINS    PIC 9(1).
           05 OPER-LOCK-STATUS      PIC X(1).
           05 OPER-PASSWORD-HISTORY.
               10 OPER-PREV-PASSWORD PIC X(10) OCCURS 3 TIMES.
           05 FILLER                PIC X(10).

       FD CONVERSION-WORK-FILE.
       01 CONVERSION-WORK-RECORD    PIC X(111).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-VARIABLES.
           05 OLD-OPERATOR-STATUS   PIC XX.
           05 NEW-OPERATOR-STATUS   PIC XX.
           05 CONVERSION-WORK-STATUS PIC XX.

       01 CONVERSION-WORK-AREAS.
           05 WS-CONFIRM-REPLY      PIC X(1).
           05 WS-RECORDS-UNLOADED   PIC 9(7) VALUE 0.
           05 WS-RECORDS-RELOADED   PIC 9(7) VALUE 0.
           05 WS-NEW-OPERATOR-AREA.
               10 WS-NEW-OPERATOR-DATA PIC X(61).
               10 WS-NEW-PASSWORD-DATE PIC 9(8).
               10 WS-NEW-FAILED-LOGINS PIC 9(1).
               10 WS-NEW-LOCK-STATUS PIC X(1).
               10 WS-NEW-PASSWORD-HISTORY PIC X(30).
               10 FILLER            PIC X(10).

       PROCEDURE DIVISION.
       MAIN-OPERATOR-CONVERSION.
           DISPLAY '========================================'
           DISPLAY ' OPERATOR FILE ONE-TIME CONVERSION      '
           DISPLAY ' (adds password date, failed sign-on    '
           DISPLAY ' count, lockout and password history)   '
           DISPLAY '========================================'
           DISPLAY 'This REBUILDS OPERATOR.DAT in the new '
                   'record format.'
           DISPLAY 'Every operator must change password at the '
                   'next sign-on.'
           DISPLAY 'Run this once, with no other programs '
                   'active. Continue (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-REPLY
           IF WS-CONFIRM-REPLY NOT = 'Y'
               AND WS-CONFIRM-REPLY NOT = 'y'
               DISPLAY 'Conversion cancelled.'
               STOP RUN
           END-IF

           PERFORM UNLOAD-OLD-OPERATORS
           PERFORM RELOAD-NEW-OPERATORS
           IF WS-RECORDS-RELOADED = WS-RECORDS-UNLOADED
               DISPLAY 'Conversion complete. Records converted: '
                       WS-RECORDS-RELOADED
               DISPLAY 'OPERATOR.CNV holds the unload copy - '
                       'keep it until the new file is verified.'
           ELSE
               DISPLAY 'CONVERSION COUNT MISMATCH - unloaded '
                       WS-RECORDS-UNLOADED ' reloaded '
                       WS-RECORDS-RELOADED
               DISPLAY 'Recover from OPERATOR.CNV before signing '
                       'on to the system.'
           END-IF
           STOP RUN.

       UNLOAD-OLD-OPERATORS.
           OPEN INPUT OLD-OPERATOR-FILE
           IF OLD-OPERATOR-STATUS = '35'
               DISPLAY 'OPERATOR.DAT does not exist - nothing to '
                       'convert.'
               STOP RUN
           END-IF
           IF OLD-OPERATOR-STATUS = '39'
               DISPLAY 'OPERATOR.DAT record length does not match '
                       'the old layout -'
               DISPLAY 'the file appears to be converted already. '
                       'Nothing done.'
               STOP RUN
           END-IF
           IF OLD-OPERATOR-STATUS NOT = '00'
               DISPLAY 'Cannot open OPERATOR.DAT - status '
                       OLD-OPERATOR-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT CONVERSION-WORK-FILE
           PERFORM UNLOAD-ONE-OPERATOR-RECORD
               UNTIL OLD-OPERATOR-STATUS NOT = '00'
           CLOSE CONVERSION-WORK-FILE
           CLOSE OLD-OPERATOR-FILE
           DISPLAY 'Records unloaded: ' WS-RECORDS-UNLOADED.

       UNLOAD-ONE-OPERATOR-RECORD.
           READ OLD-OPERATOR-FILE NEXT RECORD
               AT END
                   MOVE '10' TO OLD-OPERATOR-STATUS
           END-READ
           IF OLD-OPERATOR-STATUS = '00'
               MOVE SPACES TO WS-NEW-OPERATOR-AREA
               MOVE OLD-OPERATOR-RECORD TO WS-NEW-OPERATOR-DATA
               MOVE 0 TO WS-NEW-PASSWORD-DATE
               MOVE 0 TO WS-NEW-FAILED-LOGINS
               MOVE SPACE TO WS-NEW-LOCK-STATUS
               MOVE SPACES TO WS-NEW-PASSWORD-HISTORY
               MOVE WS-NEW-OPERATOR-AREA TO CONVERSION-WORK-RECORD
               WRITE CONVERSION-WORK-RECORD
               ADD 1 TO WS-RECORDS-UNLOADED
           END-IF.

       RELOAD-NEW-OPERATORS.
           OPEN INPUT CONVERSION-WORK-FILE
           IF CONVERSION-WORK-STATUS NOT = '00'
               DISPLAY 'Cannot re-open OPERATOR.CNV - status '
                       CONVERSION-WORK-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-OPERATOR-FILE
           IF NEW-OPERATOR-STATUS NOT = '00'
               DISPLAY 'Cannot rebuild OPERATOR.DAT - status '
                       NEW-OPERATOR-STATUS
               DISPLAY 'The unload copy is in OPERATOR.CNV.'
               CLOSE CONVERSION-WORK-FILE
               STOP RUN
           END-IF
           PERFORM RELOAD-ONE-OPERATOR-RECORD
               UNTIL CONVERSION-WORK-STATUS NOT = '00'
           CLOSE NEW-OPERATOR-FILE
           CLOSE CONVERSION-WORK-FILE.

       RELOAD-ONE-OPERATOR-RECORD.
           READ CONVERSION-WORK-FILE
               AT END
                   MOVE '10' TO CONVERSION-WORK-STATUS
           END-READ
           IF CONVERSION-WORK-STATUS = '00'
               MOVE CONVERSION-WORK-RECORD TO OPERATOR-RECORD
               WRITE OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY 'Reload write failed for operator '
                               OPER-ID
               END-WRITE
               IF NEW-OPERATOR-STATUS = '00'
                   ADD 1 TO WS-RECORDS-RELOADED
               END-IF
           END-IF.
