       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNKCONV.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ACCOUNT-LINK-FILE ASSIGN TO 'ACCTLINK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLNK-KEY
               FILE STATUS IS OLD-LINK-STATUS.

           SELECT NEW-ACCOUNT-LINK-FILE ASSIGN TO 'ACCTLINK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LNK-KEY
               ALTERNATE RECORD KEY IS LNK-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS NEW-LINK-STATUS.

           SELECT CONVERSION-WORK-FILE ASSIGN TO 'ACCTLINK.CNV'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONVERSION-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-ACCOUNT-LINK-FILE.
       01 OLD-ACCOUNT-LINK-RECORD.
           05 OLNK-KEY.
               10 OLNK-CUSTOMER-NUMBER PIC 9(10).
               10 OLNK-ACCOUNT-NUMBER PIC 9(10).
           05 OLNK-ROLE             PIC X(1).
           05 OLNK-DATE-LINKED      PIC 9(8).
           05 FILLER                PIC X(10).

       FD NEW-ACCOUNT-LINK-FILE.
       01 ACCOUNT-LINK-RECORD.
           05 LNK-KEY.
               10 LNK-CUSTOMER-NUMBER PIC 9(10).
               10 LNK-ACCOUNT-NUMBER  PIC 9(10).
           05 LNK-ROLE              PIC X(1).
           05 LNK-DATE-LINKED       PIC 9(8).
           05 LNK-SIGNER-LIMIT      PIC 9(8)V99.
           05 LNK-EFFECTIVE-DATE    PIC 9(8).
           05 LNK-EXPIRY-DATE       PIC 9(8).
           05 LNK-POD-SHARE         PIC 9(3)V99.
           05 FILLER                PIC X(20).

       FD CONVERSION-WORK-FILE.
       01 CONVERSION-WORK-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-VARIABLES.
           05 OLD-LINK-STATUS       PIC XX.
           05 NEW-LINK-STATUS       PIC XX.
           05 CONVERSION-WORK-STATUS PIC XX.

       01 CONVERSION-WORK-AREAS.
           05 WS-CONFIRM-REPLY      PIC X(1).
           05 WS-RECORDS-UNLOADED   PIC 9(7) VALUE 0.
           05 WS-RECORDS-RELOADED   PIC 9(7) VALUE 0.
           05 WS-NEW-LINK-AREA.
               10 WS-NEW-CUSTOMER-NUMBER PIC 9(10).
               10 WS-NEW-ACCOUNT-NUMBER PIC 9(10).
               10 WS-NEW-ROLE       PIC X(1).
               10 WS-NEW-DATE-LINKED PIC 9(8).
               10 WS-NEW-SIGNER-LIMIT PIC 9(8)V99.
               10 WS-NEW-EFFECTIVE-DATE PIC 9(8).
               10 WS-NEW-EXPIRY-DATE PIC 9(8).
               10 WS-NEW-POD-SHARE  PIC 9(3)V99.
               10 FILLER            PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LINK-CONVERSION.
           DISPLAY '========================================'
           DISPLAY ' ACCOUNT LINK ONE-TIME CONVERSION       '
           DISPLAY ' (adds signer, POA and POD fields and   '
           DISPLAY '  the account-number alternate key)     '
           DISPLAY '========================================'
           DISPLAY 'This REBUILDS ACCTLINK.DAT in the new '
                   'record format.'
           DISPLAY 'Run this once, with no other programs '
                   'active. Continue (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-REPLY
           IF WS-CONFIRM-REPLY NOT = 'Y'
               AND WS-CONFIRM-REPLY NOT = 'y'
               DISPLAY 'Conversion cancelled.'
               STOP RUN
           END-IF

           PERFORM UNLOAD-OLD-LINKS
           PERFORM RELOAD-NEW-LINKS
           IF WS-RECORDS-RELOADED = WS-RECORDS-UNLOADED
               DISPLAY 'Conversion complete. Records converted: '
                       WS-RECORDS-RELOADED
               DISPLAY 'ACCTLINK.CNV holds the unload copy - '
                       'keep it until the new file is verified.'
           ELSE
               DISPLAY 'CONVERSION COUNT MISMATCH - unloaded '
                       WS-RECORDS-UNLOADED ' reloaded '
                       WS-RECORDS-RELOADED
               DISPLAY 'Recover from ACCTLINK.CNV before using '
                       'the account links.'
           END-IF
           STOP RUN.

       UNLOAD-OLD-LINKS.
           OPEN INPUT OLD-ACCOUNT-LINK-FILE
           IF OLD-LINK-STATUS = '35'
               DISPLAY 'ACCTLINK.DAT does not exist - nothing to '
                       'convert.'
               STOP RUN
           END-IF
           IF OLD-LINK-STATUS = '39'
               DISPLAY 'ACCTLINK.DAT record length does not match '
                       'the old layout -'
               DISPLAY 'the file appears to be converted already. '
                       'Nothing done.'
               STOP RUN
           END-IF
           IF OLD-LINK-STATUS NOT = '00'
               DISPLAY 'Cannot open ACCTLINK.DAT - status '
                       OLD-LINK-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT CONVERSION-WORK-FILE
           PERFORM UNLOAD-ONE-LINK-RECORD
               UNTIL OLD-LINK-STATUS NOT = '00'
           CLOSE CONVERSION-WORK-FILE
           CLOSE OLD-ACCOUNT-LINK-FILE
           DISPLAY 'Records unloaded: ' WS-RECORDS-UNLOADED.

       UNLOAD-ONE-LINK-RECORD.
           READ OLD-ACCOUNT-LINK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO OLD-LINK-STATUS
           END-READ
           IF OLD-LINK-STATUS = '00'
               MOVE SPACES TO WS-NEW-LINK-AREA
               MOVE OLNK-CUSTOMER-NUMBER TO WS-NEW-CUSTOMER-NUMBER
               MOVE OLNK-ACCOUNT-NUMBER TO WS-NEW-ACCOUNT-NUMBER
               MOVE OLNK-ROLE TO WS-NEW-ROLE
               MOVE OLNK-DATE-LINKED TO WS-NEW-DATE-LINKED
               MOVE 0 TO WS-NEW-SIGNER-LIMIT
               MOVE 0 TO WS-NEW-EFFECTIVE-DATE
               MOVE 0 TO WS-NEW-EXPIRY-DATE
               MOVE 0 TO WS-NEW-POD-SHARE
               MOVE WS-NEW-LINK-AREA TO CONVERSION-WORK-RECORD
               WRITE CONVERSION-WORK-RECORD
               ADD 1 TO WS-RECORDS-UNLOADED
           END-IF.

       RELOAD-NEW-LINKS.
           OPEN INPUT CONVERSION-WORK-FILE
           IF CONVERSION-WORK-STATUS NOT = '00'
               DISPLAY 'Cannot re-open ACCTLINK.CNV - status '
                       CONVERSION-WORK-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-ACCOUNT-LINK-FILE
           IF NEW-LINK-STATUS NOT = '00'
               DISPLAY 'Cannot rebuild ACCTLINK.DAT - status '
                       NEW-LINK-STATUS
               DISPLAY 'The unload copy is in ACCTLINK.CNV.'
               CLOSE CONVERSION-WORK-FILE
               STOP RUN
           END-IF
           PERFORM RELOAD-ONE-LINK-RECORD
               UNTIL CONVERSION-WORK-STATUS NOT = '00'
           CLOSE NEW-ACCOUNT-LINK-FILE
           CLOSE CONVERSION-WORK-FILE.

       RELOAD-ONE-LINK-RECORD.
           READ CONVERSION-WORK-FILE
               AT END
                   MOVE '10' TO CONVERSION-WORK-STATUS
           END-READ
           IF CONVERSION-WORK-STATUS = '00'
               MOVE CONVERSION-WORK-RECORD TO ACCOUNT-LINK-RECORD
               WRITE ACCOUNT-LINK-RECORD
                   INVALID KEY
                       DISPLAY 'Reload write failed for link '
                               LNK-CUSTOMER-NUMBER ' '
                               LNK-ACCOUNT-NUMBER
               END-WRITE
               IF NEW-LINK-STATUS = '00' OR NEW-LINK-STATUS = '02'
                   ADD 1 TO WS-RECORDS-RELOADED
               END-IF
           END-IF.
