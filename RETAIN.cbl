               RECORD KEY IS SP-KEY
               FILE STATUS IS STOP-PAYMENT-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO 'BALHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-KEY
               FILE STATUS IS BALANCE-HISTORY-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05 SP-DATE-PLACED        PIC 9(8).
           05 FILLER                PIC X(10).

       FD BALANCE-HISTORY-FILE.
       01 BALANCE-HISTORY-RECORD.
           05 BHS-KEY.
               10 BHS-ACCOUNT-NUMBER PIC 9(10).
               10 BHS-BALANCE-DATE   PIC 9(8).
           05 FILLER                PIC X(62).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CTL-KEY               PIC X(10).
           05 HOLD-FILE-STATUS      PIC XX.
           05 HOLD-ARCHIVE-STATUS   PIC XX.
           05 STOP-PAYMENT-STATUS   PIC XX.
           05 BALANCE-HISTORY-STATUS PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.
           05 RETENTION-REPORT-STATUS PIC XX.

           05 WS-INDEX-DAYS         PIC 9(5) VALUE 365.
           05 WS-HOLD-DAYS          PIC 9(5) VALUE 90.
           05 WS-STOP-DAYS          PIC 9(5) VALUE 365.
           05 WS-BALANCE-HISTORY-DAYS PIC 9(5) VALUE 2555.
           05 WS-SWEEP-WINDOW-DAYS  PIC 9(5) VALUE 400.

       01 RETENTION-WORK-AREAS.
           05 WS-INDEX-CUTOFF-DATE  PIC 9(8).
           05 WS-HOLD-CUTOFF-DATE   PIC 9(8).
           05 WS-STOP-CUTOFF-DATE   PIC 9(8).
           05 WS-HISTORY-CUTOFF-DATE PIC 9(8).
           05 WS-CUTOFF-INTEGER     PIC S9(9) COMP.
           05 WS-FILE-RECORD-COUNT  PIC 9(7).

           05 WS-INDEX-PURGED       PIC 9(7) VALUE 0.
           05 WS-HOLDS-PURGED       PIC 9(5) VALUE 0.
           05 WS-STOPS-PURGED       PIC 9(5) VALUE 0.
           05 WS-HISTORY-PURGED     PIC 9(7) VALUE 0.

       01 RETENTION-REPORT-LINES.
           05 RT-HEADER-1.
           PERFORM PURGE-TRANSACTION-INDEX
           PERFORM PURGE-RELEASED-HOLDS
           PERFORM PURGE-EXPIRED-STOPS
           PERFORM PURGE-BALANCE-HISTORY
           PERFORM FINALIZE-RETAIN
           DISPLAY 'Retention run complete.'
           DISPLAY 'Daily files consolidated: '
           DISPLAY 'Index entries purged: ' WS-INDEX-PURGED
           DISPLAY 'Released holds purged: ' WS-HOLDS-PURGED
           DISPLAY 'Expired stop orders purged: ' WS-STOPS-PURGED
           DISPLAY 'Balance history entries purged: '
                   WS-HISTORY-PURGED
           MOVE 'RETAIN' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
                   - WS-STOP-DAYS
           COMPUTE WS-STOP-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - WS-BALANCE-HISTORY-DAYS
           COMPUTE WS-HISTORY-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)

           STRING 'RETNRPT.' CURRENT-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
           IF RETENTION-PARM-STATUS = '00'
               MOVE RTP-RETENTION-DAYS TO WS-STOP-DAYS
           END-IF
           MOVE 'BALHDAYS' TO RTP-ITEM-NAME
           PERFORM READ-ONE-RETENTION-PARM
           IF RETENTION-PARM-STATUS = '00'
               MOVE RTP-RETENTION-DAYS TO WS-BALANCE-HISTORY-DAYS
           ELSE
               MOVE 'BALHDAYS' TO RTP-ITEM-NAME
               MOVE WS-BALANCE-HISTORY-DAYS TO RTP-RETENTION-DAYS
               MOVE CURRENT-DATE TO RTP-UPDATED-DATE
               MOVE 'SYSTEM' TO RTP-UPDATED-BY
               WRITE RETENTION-PARM-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           CLOSE RETENTION-PARM-FILE.

       READ-ONE-RETENTION-PARM.
               END-IF
           END-IF.

       PURGE-BALANCE-HISTORY.
           OPEN I-O BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO BHS-ACCOUNT-NUMBER
           MOVE 0 TO BHS-BALANCE-DATE
           START BALANCE-HISTORY-FILE KEY IS NOT LESS THAN BHS-KEY
               INVALID KEY
                   MOVE '99' TO BALANCE-HISTORY-STATUS
           END-START
           IF BALANCE-HISTORY-STATUS = '00'
               PERFORM PURGE-ONE-BALANCE-HISTORY
                   UNTIL BALANCE-HISTORY-STATUS NOT = '00'
           END-IF
           CLOSE BALANCE-HISTORY-FILE
           MOVE 'HIST PURGED' TO RTA-ACTION
           MOVE 'BALHIST.DAT balances past retention'
               TO RTA-ITEM
           MOVE WS-HISTORY-PURGED TO RTA-COUNT
           WRITE RETENTION-REPORT-LINE FROM RT-ACTION-LINE.

       PURGE-ONE-BALANCE-HISTORY.
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE '10' TO BALANCE-HISTORY-STATUS
           END-READ
           IF BALANCE-HISTORY-STATUS = '00'
               AND BHS-BALANCE-DATE < WS-HISTORY-CUTOFF-DATE
               DELETE BALANCE-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO WS-HISTORY-PURGED
           END-IF.

       FINALIZE-RETAIN.
           WRITE RETENTION-REPORT-LINE FROM SPACES
           MOVE WS-FILES-CONSOLIDATED TO RTS-FILES
