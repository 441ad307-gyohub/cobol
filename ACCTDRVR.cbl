       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTDRVR.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BANKCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO 'ACCTCKPT.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CHECKPOINT-FILE-STATUS.

           SELECT DRIVER-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DRIVER-REPORT-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO 'RPTCTLG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS REPORT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CUST-ACCOUNT-NUMBER    PIC 9(10).
           05 CUST-NAME             PIC X(30).
           05 FILLER                PIC X(150).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CTL-KEY               PIC X(10).
           05 CTL-LAST-TRANS-ID     PIC 9(10).
           05 CTL-LAST-ACCT-NUMBER  PIC 9(10).
           05 FILLER                PIC X(10).
           05 CTL-BUSINESS-DATE     PIC 9(8).
           05 CTL-EOD-STATUS        PIC X(1).
               88 CTL-EOD-IDLE      VALUE 'I'.
               88 CTL-EOD-ARCHIVING VALUE 'A'.
               88 CTL-EOD-RECON     VALUE 'R'.
               88 CTL-EOD-SCHEDULED VALUE 'S'.
           05 CTL-LAST-EOD-DATE     PIC 9(8).
           05 FILLER                PIC X(10).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CKPT-BUSINESS-DATE    PIC 9(8).
           05 CKPT-RUN-STATUS       PIC X(1).
               88 CKPT-RUN-IN-PROGRESS VALUE 'R'.
               88 CKPT-RUN-COMPLETE VALUE 'C'.
               88 CKPT-MONTH-END-DONE VALUE 'P'.
           05 CKPT-PHASE            PIC X(1).
               88 CKPT-MONTH-END-PHASE VALUE 'M'.
               88 CKPT-SWEEP-PHASE  VALUE 'S'.
               88 CKPT-ACCOUNT-PHASE VALUE 'A'.
           05 CKPT-LAST-ACCOUNT     PIC 9(10).
           05 CKPT-LAST-SWEEP-ACCOUNT PIC 9(10).
           05 CKPT-ACCOUNTS-READ    PIC 9(7).
           05 CKPT-MONTH-END-READ   PIC 9(7).
           05 CKPT-RESTART-COUNT    PIC 9(3).
           05 CKPT-SAVED-DATE       PIC 9(8).
           05 CKPT-SAVED-TIME       PIC 9(6).
           05 CKPT-PROCESS-ENTRY OCCURS 6 TIMES.
               10 CKPT-PROCESS-STATUS PIC X(1).
               10 CKPT-RESTART-FLAG PIC X(1).
               10 CKPT-STEP-STATE   PIC X(103).
               10 CKPT-TOTAL-LABELS PIC X(100).
           05 FILLER                PIC X(20).

       FD DRIVER-REPORT-FILE.
       01 DRIVER-REPORT-LINE        PIC X(132).

       FD REPORT-CATALOG-FILE.
       01 REPORT-CATALOG-RECORD.
           05 RCT-KEY.
               10 RCT-REPORT-TYPE   PIC X(12).
               10 RCT-BUSINESS-DATE PIC 9(8).
               10 RCT-RUN-TIME      PIC 9(6).
           05 RCT-FILENAME          PIC X(40).
           05 RCT-LINE-COUNT        PIC 9(7).
           05 RCT-RUN-DATE          PIC 9(8).
           05 FILLER                PIC X(10).

       WORKING-STORAGE SECTION.
       01 REPORT-CATALOG-AREAS.
           05 REPORT-CATALOG-STATUS PIC XX.
           05 WS-RCT-TYPE           PIC X(12).
           05 WS-RCT-BUSINESS-DATE  PIC 9(8).
           05 WS-RCT-FILENAME       PIC X(40).
           05 WS-RCT-LINE-COUNT     PIC 9(7).
           05 WS-RCT-RUN-DATE       PIC 9(8).
           05 WS-RCT-RUN-TIME       PIC 9(6).

       01 FILE-STATUS-VARIABLES.
           05 CUSTOMER-FILE-STATUS  PIC XX.
           05 CONTROL-FILE-STATUS   PIC XX.
           05 CHECKPOINT-FILE-STATUS PIC XX.
           05 DRIVER-REPORT-STATUS  PIC XX.

       01 CONTROL-FILE-CONSTANTS.
           05 CTL-SYSTEM-KEY        PIC X(10) VALUE 'SYSTEM'.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 CURRENT-TIME          PIC 9(6).
           05 WS-BUSINESS-DATE      PIC 9(8).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 PROCESS-SEED-VALUES.
           05 FILLER                PIC X(19)
                                    VALUE '01SWEEPRUNSWEEPMODN'.
           05 FILLER                PIC X(19)
                                    VALUE '02INTCALC INTCAMODM'.
           05 FILLER                PIC X(19)
                                    VALUE '03FEEBILL FEEBLMODM'.
           05 FILLER                PIC X(19)
                                    VALUE '04OVRDRFT OVRDRMODN'.
           05 FILLER                PIC X(19)
                                    VALUE '05DORMSCANDORMSMODN'.
           05 FILLER                PIC X(19)
                                    VALUE '06ACCRUE  ACCRUMODN'.

       01 PROCESS-SEED-TABLE REDEFINES PROCESS-SEED-VALUES.
           05 SEED-ENTRY OCCURS 6 TIMES.
               10 SEED-SEQUENCE     PIC 9(2).
               10 SEED-PROGRAM      PIC X(8).
               10 SEED-MODULE       PIC X(8).
               10 SEED-FREQUENCY    PIC X(1).
                   88 SEED-MONTH-END-ONLY VALUE 'M'.

       01 PROCESS-TABLE-CONSTANTS.
           05 WS-PROCESS-COUNT      PIC 9(2) VALUE 6.
           05 WS-SWEEP-PROCESS      PIC 9(2) VALUE 1.

       01 PROCESS-STATE-TABLE.
           05 PROCESS-ENTRY OCCURS 6 TIMES.
               10 PRC-STATUS        PIC X(1).
                   88 PRC-NOT-DUE   VALUE 'N'.
                   88 PRC-DUE       VALUE 'D'.
                   88 PRC-OPEN      VALUE 'O'.
                   88 PRC-CLOSED    VALUE 'C'.
               10 PRC-RESTART-FLAG  PIC X(1).
                   88 PRC-RESTARTED VALUE 'Y'.
               10 PRC-STEP-STATE    PIC X(103).
               10 PRC-TOTAL-LABELS  PIC X(100).

       01 STEP-PARAMETERS.
           05 SP-REQUEST            PIC X(1).
           05 SP-BUSINESS-DATE      PIC 9(8) VALUE 0.
           05 SP-RESTART-FLAG       PIC X(1) VALUE 'N'.
           05 SP-END-FLAG           PIC X(1) VALUE 'N'.
               88 SP-END-OF-ITEMS   VALUE 'Y'.
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
           05 SP-TOTAL-LABELS.
               10 SP-COUNT-1-LABEL  PIC X(20).
               10 SP-COUNT-2-LABEL  PIC X(20).
               10 SP-COUNT-3-LABEL  PIC X(20).
               10 SP-AMOUNT-1-LABEL PIC X(20).
               10 SP-AMOUNT-2-LABEL PIC X(20).

       01 DRIVER-WORK-AREAS.
           05 WS-PROCESS-SUB        PIC 9(2).
           05 WS-ACCOUNTS-READ      PIC 9(7) VALUE 0.
           05 WS-ACCOUNTS-AT-START  PIC 9(7) VALUE 0.
           05 WS-MONTH-END-READ     PIC 9(7) VALUE 0.
           05 WS-LAST-ACCOUNT       PIC 9(10) VALUE 0.
           05 WS-LAST-SWEEP-ACCOUNT PIC 9(10) VALUE 0.
           05 WS-RESTART-COUNT      PIC 9(3) VALUE 0.
           05 WS-DUE-COUNT          PIC 9(2) VALUE 0.
           05 WS-REPORT-LINES       PIC 9(7) VALUE 0.
           05 WS-RUN-STATUS         PIC X(1) VALUE 'R'.
           05 WS-PASS-FREQUENCY     PIC X(1).
           05 WS-PHASE-POINTER      PIC 9(3).
           05 WS-PHASE              PIC X(1) VALUE 'S'.
               88 MONTH-END-PHASE   VALUE 'M'.
               88 SWEEP-PHASE       VALUE 'S'.
               88 ACCOUNT-PHASE     VALUE 'A'.
           05 WS-RUN-MODE           PIC X(1) VALUE 'N'.
               88 NEW-RUN           VALUE 'N'.
               88 RESTART-RUN       VALUE 'R'.
               88 CONTINUED-RUN     VALUE 'P'.
               88 RUN-REFUSED       VALUE 'X'.
           05 WS-MONTH-END-FLAG     PIC X(1).
               88 BUSINESS-DATE-IS-MONTH-END VALUE 'Y'.
               88 BUSINESS-DATE-NOT-MONTH-END VALUE 'N'.
           05 WS-NEXT-DAY-DATE      PIC 9(8).
           05 WS-DATE-INTEGER       PIC S9(9) COMP.

       01 DRIVER-REPORT-LINES.
           05 DD-HEADER-1.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(40) VALUE
                  'ACCOUNT BATCH DRIVER - CONTROL TOTALS'.
               10 FILLER            PIC X(62) VALUE SPACES.

           05 DD-HEADER-2.
               10 FILLER            PIC X(20) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE
                  'Business date: '.
               10 DDH2-DATE         PIC 9(8).
               10 FILLER            PIC X(4) VALUE SPACES.
               10 FILLER            PIC X(8) VALUE 'Run on: '.
               10 DDH2-RUN-DATE     PIC 9(8).
               10 FILLER            PIC X(1) VALUE SPACE.
               10 DDH2-RUN-TIME     PIC 9(6).
               10 FILLER            PIC X(62) VALUE SPACES.

           05 DD-HEADER-3.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 DD-DETAIL-HEADER.
               10 FILLER            PIC X(4) VALUE 'SEQ'.
               10 FILLER            PIC X(10) VALUE 'PROCESS'.
               10 FILLER            PIC X(10) VALUE 'STATUS'.
               10 FILLER            PIC X(12) VALUE 'PRESENTED'.
               10 FILLER            PIC X(10) VALUE 'RESTARTED'.
               10 FILLER            PIC X(40) VALUE 'REPORT'.
               10 FILLER            PIC X(46) VALUE SPACES.

           05 DD-PROCESS-LINE.
               10 DDP-SEQUENCE      PIC 9(2).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DDP-PROGRAM       PIC X(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DDP-STATUS        PIC X(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DDP-PRESENTED     PIC Z,ZZZ,ZZ9.
               10 FILLER            PIC X(3) VALUE SPACES.
               10 DDP-RESTARTED     PIC X(3).
               10 FILLER            PIC X(7) VALUE SPACES.
               10 DDP-REPORT        PIC X(40).
               10 FILLER            PIC X(46) VALUE SPACES.

           05 DD-COUNT-LINE.
               10 FILLER            PIC X(14) VALUE SPACES.
               10 DDC-LABEL         PIC X(20).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DDC-VALUE         PIC Z,ZZZ,ZZ9.
               10 FILLER            PIC X(87) VALUE SPACES.

           05 DD-AMOUNT-LINE.
               10 FILLER            PIC X(14) VALUE SPACES.
               10 DDA-LABEL         PIC X(20).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 DDA-VALUE         PIC $ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(76) VALUE SPACES.

           05 DD-SUMMARY-LINE.
               10 FILLER            PIC X(15) VALUE
                  'Accounts read: '.
               10 DDS-READ          PIC Z,ZZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(16) VALUE
                  'Processes due: '.
               10 DDS-DUE           PIC Z9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(10) VALUE
                  'Restarts: '.
               10 DDS-RESTARTS      PIC ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 FILLER            PIC X(21) VALUE
                  'Read after restart: '.
               10 DDS-RESUMED       PIC Z,ZZZ,ZZ9.
               10 FILLER            PIC X(32) VALUE SPACES.

           05 DD-PHASE-LINE.
               10 FILLER            PIC X(12) VALUE 'Phases run: '.
               10 DDR-PHASES        PIC X(120).

           05 DD-MONTH-END-LINE.
               10 FILLER            PIC X(33) VALUE
                  'Accounts read in month-end pass: '.
               10 DDM-READ          PIC Z,ZZZ,ZZ9.
               10 FILLER            PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-DRIVER-PROCESSING.
           PERFORM INITIALIZE-DRIVER
           IF RUN-REFUSED
               STOP RUN
           END-IF
           IF MONTH-END-PHASE
               PERFORM RUN-MONTH-END-PASS
               STOP RUN
           END-IF
           IF SWEEP-PHASE
               PERFORM RUN-SWEEP-PHASE
           END-IF
           MOVE 'N' TO WS-PASS-FREQUENCY
           PERFORM RUN-ACCOUNT-PASS
           PERFORM FINALIZE-DRIVER
           STOP RUN.

       INITIALIZE-DRIVER.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           PERFORM LOAD-BUSINESS-DATE
           PERFORM DETERMINE-MONTH-END
           MOVE WS-BUSINESS-DATE TO SP-BUSINESS-DATE
           MOVE 1 TO WS-PROCESS-SUB
           PERFORM SET-PROCESS-DUE
               UNTIL WS-PROCESS-SUB > WS-PROCESS-COUNT
           IF BUSINESS-DATE-IS-MONTH-END
               SET MONTH-END-PHASE TO TRUE
           END-IF
           PERFORM LOAD-CHECKPOINT
           IF RUN-REFUSED
               EXIT PARAGRAPH
           END-IF
           DISPLAY '========================================'
           DISPLAY '   ACCOUNT BATCH DRIVER                 '
           DISPLAY '========================================'
           DISPLAY 'Business date: ' WS-BUSINESS-DATE
           IF BUSINESS-DATE-IS-MONTH-END
               DISPLAY 'Month-end processing is due.'
           END-IF
           IF RESTART-RUN
               DISPLAY 'Checkpoint found - resuming after account '
                       WS-LAST-ACCOUNT
           END-IF
           IF CONTINUED-RUN
               DISPLAY 'Month-end pass already complete - continuing '
                       'with sweeps and the daily account pass.'
           END-IF
           PERFORM SAVE-CHECKPOINT.

       LOAD-BUSINESS-DATE.
           MOVE CURRENT-DATE TO WS-BUSINESS-DATE
           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-STATUS = '00'
               MOVE CTL-SYSTEM-KEY TO CTL-KEY
               READ CONTROL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CONTROL-FILE-STATUS = '00'
                   AND CTL-BUSINESS-DATE NUMERIC
                   AND CTL-BUSINESS-DATE NOT = 0
                   MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-IF
               CLOSE CONTROL-FILE
           END-IF.

       DETERMINE-MONTH-END.
           SET BUSINESS-DATE-NOT-MONTH-END TO TRUE
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1
           COMPUTE WS-NEXT-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           IF WS-NEXT-DAY-DATE(5:2) NOT = WS-BUSINESS-DATE(5:2)
               SET BUSINESS-DATE-IS-MONTH-END TO TRUE
           END-IF.

       SET-PROCESS-DUE.
           IF SEED-MONTH-END-ONLY(WS-PROCESS-SUB)
               AND BUSINESS-DATE-NOT-MONTH-END
               MOVE 'N' TO PRC-STATUS(WS-PROCESS-SUB)
           ELSE
               MOVE 'D' TO PRC-STATUS(WS-PROCESS-SUB)
               ADD 1 TO WS-DUE-COUNT
           END-IF
           MOVE 'N' TO PRC-RESTART-FLAG(WS-PROCESS-SUB)
           MOVE SPACES TO PRC-STEP-STATE(WS-PROCESS-SUB)
           MOVE SPACES TO PRC-TOTAL-LABELS(WS-PROCESS-SUB)
           ADD 1 TO WS-PROCESS-SUB.

       LOAD-CHECKPOINT.
           SET NEW-RUN TO TRUE
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EVALUATE-CHECKPOINT
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       EVALUATE-CHECKPOINT.
           IF CKPT-BUSINESS-DATE NOT = WS-BUSINESS-DATE
               IF CKPT-RUN-IN-PROGRESS
                   DISPLAY 'Unfinished account batch run for '
                           CKPT-BUSINESS-DATE ' was superseded.'
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF CKPT-RUN-COMPLETE
               DISPLAY 'Account batch already complete for '
                       WS-BUSINESS-DATE ' - not rerun.'
               SET RUN-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF CKPT-MONTH-END-DONE
               SET CONTINUED-RUN TO TRUE
               MOVE CKPT-RESTART-COUNT TO WS-RESTART-COUNT
           ELSE
               SET RESTART-RUN TO TRUE
               COMPUTE WS-RESTART-COUNT = CKPT-RESTART-COUNT + 1
           END-IF
           MOVE CKPT-PHASE TO WS-PHASE
           MOVE CKPT-LAST-ACCOUNT TO WS-LAST-ACCOUNT
           MOVE CKPT-LAST-SWEEP-ACCOUNT TO WS-LAST-SWEEP-ACCOUNT
           MOVE CKPT-ACCOUNTS-READ TO WS-ACCOUNTS-READ
           MOVE CKPT-ACCOUNTS-READ TO WS-ACCOUNTS-AT-START
           MOVE CKPT-MONTH-END-READ TO WS-MONTH-END-READ
           MOVE 1 TO WS-PROCESS-SUB
           PERFORM RESTORE-PROCESS-STATE
               UNTIL WS-PROCESS-SUB > WS-PROCESS-COUNT.

       RESTORE-PROCESS-STATE.
           IF CKPT-PROCESS-STATUS(WS-PROCESS-SUB) = 'O'
               OR CKPT-PROCESS-STATUS(WS-PROCESS-SUB) = 'C'
               MOVE CKPT-PROCESS-STATUS(WS-PROCESS-SUB)
                   TO PRC-STATUS(WS-PROCESS-SUB)
               MOVE CKPT-RESTART-FLAG(WS-PROCESS-SUB)
                   TO PRC-RESTART-FLAG(WS-PROCESS-SUB)
               IF RESTART-RUN
                   AND CKPT-PROCESS-STATUS(WS-PROCESS-SUB) = 'O'
                   MOVE 'Y' TO PRC-RESTART-FLAG(WS-PROCESS-SUB)
               END-IF
               MOVE CKPT-STEP-STATE(WS-PROCESS-SUB)
                   TO PRC-STEP-STATE(WS-PROCESS-SUB)
               MOVE CKPT-TOTAL-LABELS(WS-PROCESS-SUB)
                   TO PRC-TOTAL-LABELS(WS-PROCESS-SUB)
           END-IF
           ADD 1 TO WS-PROCESS-SUB.

       SAVE-CHECKPOINT.
           ACCEPT CKPT-SAVED-DATE FROM DATE YYYYMMDD
           ACCEPT CKPT-SAVED-TIME FROM TIME
           MOVE WS-BUSINESS-DATE TO CKPT-BUSINESS-DATE
           MOVE WS-RUN-STATUS TO CKPT-RUN-STATUS
           MOVE WS-PHASE TO CKPT-PHASE
           MOVE WS-LAST-ACCOUNT TO CKPT-LAST-ACCOUNT
           MOVE WS-LAST-SWEEP-ACCOUNT TO CKPT-LAST-SWEEP-ACCOUNT
           MOVE WS-ACCOUNTS-READ TO CKPT-ACCOUNTS-READ
           MOVE WS-MONTH-END-READ TO CKPT-MONTH-END-READ
           MOVE WS-RESTART-COUNT TO CKPT-RESTART-COUNT
           MOVE 1 TO WS-PROCESS-SUB
           PERFORM SAVE-PROCESS-STATE
               UNTIL WS-PROCESS-SUB > WS-PROCESS-COUNT
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

       SAVE-PROCESS-STATE.
           MOVE PRC-STATUS(WS-PROCESS-SUB)
               TO CKPT-PROCESS-STATUS(WS-PROCESS-SUB)
           MOVE PRC-RESTART-FLAG(WS-PROCESS-SUB)
               TO CKPT-RESTART-FLAG(WS-PROCESS-SUB)
           MOVE PRC-STEP-STATE(WS-PROCESS-SUB)
               TO CKPT-STEP-STATE(WS-PROCESS-SUB)
           MOVE PRC-TOTAL-LABELS(WS-PROCESS-SUB)
               TO CKPT-TOTAL-LABELS(WS-PROCESS-SUB)
           ADD 1 TO WS-PROCESS-SUB.

       RUN-SWEEP-PHASE.
           MOVE WS-SWEEP-PROCESS TO WS-PROCESS-SUB
           IF PRC-DUE(WS-PROCESS-SUB)
               OR PRC-OPEN(WS-PROCESS-SUB)
               MOVE WS-LAST-SWEEP-ACCOUNT TO SP-LAST-ACCOUNT
               MOVE 'O' TO SP-REQUEST
               PERFORM CALL-PROCESS-MODULE
               MOVE 'O' TO PRC-STATUS(WS-PROCESS-SUB)
               PERFORM PROCESS-NEXT-SWEEP
                   UNTIL SP-END-OF-ITEMS
               MOVE 'C' TO SP-REQUEST
               PERFORM CALL-PROCESS-MODULE
               MOVE 'C' TO PRC-STATUS(WS-PROCESS-SUB)
           END-IF
           SET ACCOUNT-PHASE TO TRUE
           PERFORM SAVE-CHECKPOINT.

       PROCESS-NEXT-SWEEP.
           MOVE 'N' TO SP-REQUEST
           PERFORM CALL-PROCESS-MODULE
           IF NOT SP-END-OF-ITEMS
               MOVE SP-LAST-ACCOUNT TO WS-LAST-SWEEP-ACCOUNT
               PERFORM SAVE-CHECKPOINT
           END-IF.

       RUN-MONTH-END-PASS.
           MOVE 'M' TO WS-PASS-FREQUENCY
           PERFORM RUN-ACCOUNT-PASS
           MOVE WS-ACCOUNTS-READ TO WS-MONTH-END-READ
           MOVE 0 TO WS-ACCOUNTS-READ
           MOVE 0 TO WS-LAST-ACCOUNT
           SET SWEEP-PHASE TO TRUE
           MOVE 'P' TO WS-RUN-STATUS
           PERFORM SAVE-CHECKPOINT
           DISPLAY 'Month-end interest and fee pass complete for '
                   WS-BUSINESS-DATE
           DISPLAY 'Accounts read: ' WS-MONTH-END-READ
           DISPLAY 'Run ACCTDRVR again at its daily step for sweeps '
                   'and the daily account pass.'.

       RUN-ACCOUNT-PASS.
           PERFORM POSITION-CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               AND CUSTOMER-FILE-STATUS NOT = '23'
               STOP RUN
           END-IF
           PERFORM OPEN-ACCOUNT-PROCESSES
           PERFORM PROCESS-NEXT-ACCOUNT
               UNTIL CUSTOMER-FILE-STATUS NOT = '00'
           PERFORM CLOSE-ACCOUNT-PROCESSES.

       OPEN-ACCOUNT-PROCESSES.
           MOVE 'O' TO SP-REQUEST
           MOVE 2 TO WS-PROCESS-SUB
           PERFORM REQUEST-OPEN-PROCESS
               UNTIL WS-PROCESS-SUB > WS-PROCESS-COUNT.

       REQUEST-OPEN-PROCESS.
           IF (PRC-DUE(WS-PROCESS-SUB) OR PRC-OPEN(WS-PROCESS-SUB))
               AND SEED-FREQUENCY(WS-PROCESS-SUB) = WS-PASS-FREQUENCY
               PERFORM CALL-PROCESS-MODULE
               MOVE 'O' TO PRC-STATUS(WS-PROCESS-SUB)
           END-IF
           ADD 1 TO WS-PROCESS-SUB.

       POSITION-CUSTOMER-FILE.
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open customer file: '
                       CUSTOMER-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-LAST-ACCOUNT > 0
               MOVE WS-LAST-ACCOUNT TO CUST-ACCOUNT-NUMBER
               START CUSTOMER-FILE
                   KEY IS GREATER THAN CUST-ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE '23' TO CUSTOMER-FILE-STATUS
               END-START
           END-IF.

       PROCESS-NEXT-ACCOUNT.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CUSTOMER-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   MOVE 'A' TO SP-REQUEST
                   MOVE 2 TO WS-PROCESS-SUB
                   PERFORM REQUEST-ACCOUNT-PROCESS
                       UNTIL WS-PROCESS-SUB > WS-PROCESS-COUNT
                   MOVE CUST-ACCOUNT-NUMBER TO WS-LAST-ACCOUNT
                   PERFORM SAVE-CHECKPOINT
           END-READ.

       REQUEST-ACCOUNT-PROCESS.
           IF PRC-OPEN(WS-PROCESS-SUB)
               AND SEED-FREQUENCY(WS-PROCESS-SUB) = WS-PASS-FREQUENCY
               PERFORM CALL-PROCESS-MODULE
           END-IF
           ADD 1 TO WS-PROCESS-SUB.

       CLOSE-ACCOUNT-PROCESSES.
           IF CUSTOMER-FILE-STATUS = '10'
               OR CUSTOMER-FILE-STATUS = '23'
               CLOSE CUSTOMER-FILE
           END-IF
           MOVE 'C' TO SP-REQUEST
           MOVE 2 TO WS-PROCESS-SUB
           PERFORM REQUEST-CLOSE-PROCESS
               UNTIL WS-PROCESS-SUB > WS-PROCESS-COUNT.

       REQUEST-CLOSE-PROCESS.
           IF PRC-OPEN(WS-PROCESS-SUB)
               AND SEED-FREQUENCY(WS-PROCESS-SUB) = WS-PASS-FREQUENCY
               PERFORM CALL-PROCESS-MODULE
               MOVE 'C' TO PRC-STATUS(WS-PROCESS-SUB)
               PERFORM SAVE-CHECKPOINT
           END-IF
           ADD 1 TO WS-PROCESS-SUB.

       CALL-PROCESS-MODULE.
           MOVE PRC-RESTART-FLAG(WS-PROCESS-SUB) TO SP-RESTART-FLAG
           MOVE PRC-STEP-STATE(WS-PROCESS-SUB) TO SP-STEP-STATE
           MOVE PRC-TOTAL-LABELS(WS-PROCESS-SUB) TO SP-TOTAL-LABELS
           EVALUATE SEED-MODULE(WS-PROCESS-SUB)
               WHEN 'SWEEPMOD'
                   CALL 'SWEEPMOD' USING STEP-PARAMETERS
               WHEN 'INTCAMOD'
                   CALL 'INTCAMOD' USING STEP-PARAMETERS
                       CUSTOMER-RECORD
               WHEN 'FEEBLMOD'
                   CALL 'FEEBLMOD' USING STEP-PARAMETERS
                       CUSTOMER-RECORD
               WHEN 'OVRDRMOD'
                   CALL 'OVRDRMOD' USING STEP-PARAMETERS
                       CUSTOMER-RECORD
               WHEN 'DORMSMOD'
                   CALL 'DORMSMOD' USING STEP-PARAMETERS
                       CUSTOMER-RECORD
               WHEN 'ACCRUMOD'
                   CALL 'ACCRUMOD' USING STEP-PARAMETERS
                       CUSTOMER-RECORD
           END-EVALUATE
           MOVE SP-STEP-STATE TO PRC-STEP-STATE(WS-PROCESS-SUB)
           MOVE SP-TOTAL-LABELS TO PRC-TOTAL-LABELS(WS-PROCESS-SUB).

       FINALIZE-DRIVER.
           STRING 'ACCTDRVR.' WS-BUSINESS-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT DRIVER-REPORT-FILE
           PERFORM WRITE-DRIVER-REPORT-HEADERS
           MOVE 1 TO WS-PROCESS-SUB
           PERFORM WRITE-PROCESS-TOTALS
               UNTIL WS-PROCESS-SUB > WS-PROCESS-COUNT
           WRITE DRIVER-REPORT-LINE FROM SPACES
           MOVE WS-ACCOUNTS-READ TO DDS-READ
           MOVE WS-DUE-COUNT TO DDS-DUE
           MOVE WS-RESTART-COUNT TO DDS-RESTARTS
           COMPUTE DDS-RESUMED =
               WS-ACCOUNTS-READ - WS-ACCOUNTS-AT-START
           WRITE DRIVER-REPORT-LINE FROM DD-SUMMARY-LINE
           ADD 2 TO WS-REPORT-LINES
           IF BUSINESS-DATE-IS-MONTH-END
               MOVE WS-MONTH-END-READ TO DDM-READ
               WRITE DRIVER-REPORT-LINE FROM DD-MONTH-END-LINE
               ADD 1 TO WS-REPORT-LINES
           END-IF
           PERFORM BUILD-PHASE-LINE
           WRITE DRIVER-REPORT-LINE FROM DD-PHASE-LINE
           ADD 1 TO WS-REPORT-LINES
           CLOSE DRIVER-REPORT-FILE
           MOVE 'C' TO WS-RUN-STATUS
           PERFORM SAVE-CHECKPOINT
           DISPLAY 'Account batch driver complete for '
                   WS-BUSINESS-DATE
           DISPLAY 'Accounts read: ' WS-ACCOUNTS-READ
           MOVE 'ACCTDRVR' TO WS-RCT-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-REPORT-LINES TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Control totals report: ' WS-REPORT-FILENAME.

       BUILD-PHASE-LINE.
           MOVE SPACES TO DDR-PHASES
           MOVE 1 TO WS-PHASE-POINTER
           IF PRC-CLOSED(2) OR PRC-CLOSED(3)
               STRING 'month-end pass, ' DELIMITED BY SIZE
                   INTO DDR-PHASES WITH POINTER WS-PHASE-POINTER
               END-STRING
           END-IF
           IF PRC-CLOSED(1)
               STRING 'sweeps, ' DELIMITED BY SIZE
                   INTO DDR-PHASES WITH POINTER WS-PHASE-POINTER
               END-STRING
           END-IF
           STRING 'daily account pass' DELIMITED BY SIZE
               INTO DDR-PHASES WITH POINTER WS-PHASE-POINTER
           END-STRING.

       WRITE-DRIVER-REPORT-HEADERS.
           MOVE WS-BUSINESS-DATE TO DDH2-DATE
           MOVE CURRENT-DATE TO DDH2-RUN-DATE
           MOVE CURRENT-TIME TO DDH2-RUN-TIME
           WRITE DRIVER-REPORT-LINE FROM DD-HEADER-1
           WRITE DRIVER-REPORT-LINE FROM DD-HEADER-2
           WRITE DRIVER-REPORT-LINE FROM DD-HEADER-3
           WRITE DRIVER-REPORT-LINE FROM SPACES
           WRITE DRIVER-REPORT-LINE FROM DD-DETAIL-HEADER
           WRITE DRIVER-REPORT-LINE FROM
                 '------------------------------------------'
           MOVE 6 TO WS-REPORT-LINES.

       WRITE-PROCESS-TOTALS.
           MOVE PRC-STEP-STATE(WS-PROCESS-SUB) TO SP-STEP-STATE
           MOVE PRC-TOTAL-LABELS(WS-PROCESS-SUB) TO SP-TOTAL-LABELS
           MOVE SEED-SEQUENCE(WS-PROCESS-SUB) TO DDP-SEQUENCE
           MOVE SEED-PROGRAM(WS-PROCESS-SUB) TO DDP-PROGRAM
           IF PRC-NOT-DUE(WS-PROCESS-SUB)
               MOVE 'NOT DUE' TO DDP-STATUS
               MOVE 0 TO DDP-PRESENTED
               MOVE SPACES TO DDP-RESTARTED
               MOVE SPACES TO DDP-REPORT
               WRITE DRIVER-REPORT-LINE FROM DD-PROCESS-LINE
               ADD 1 TO WS-REPORT-LINES
               ADD 1 TO WS-PROCESS-SUB
               EXIT PARAGRAPH
           END-IF
           MOVE 'RUN' TO DDP-STATUS
           MOVE SP-PRESENTED TO DDP-PRESENTED
           IF PRC-RESTARTED(WS-PROCESS-SUB)
               MOVE 'YES' TO DDP-RESTARTED
           ELSE
               MOVE 'NO' TO DDP-RESTARTED
           END-IF
           MOVE SP-REPORT-FILENAME TO DDP-REPORT
           WRITE DRIVER-REPORT-LINE FROM DD-PROCESS-LINE
           ADD 1 TO WS-REPORT-LINES
           IF SP-COUNT-1-LABEL NOT = SPACES
               MOVE SP-COUNT-1-LABEL TO DDC-LABEL
               MOVE SP-COUNT-1 TO DDC-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF
           IF SP-COUNT-2-LABEL NOT = SPACES
               MOVE SP-COUNT-2-LABEL TO DDC-LABEL
               MOVE SP-COUNT-2 TO DDC-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF
           IF SP-COUNT-3-LABEL NOT = SPACES
               MOVE SP-COUNT-3-LABEL TO DDC-LABEL
               MOVE SP-COUNT-3 TO DDC-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF
           IF SP-AMOUNT-1-LABEL NOT = SPACES
               MOVE SP-AMOUNT-1-LABEL TO DDA-LABEL
               MOVE SP-AMOUNT-1 TO DDA-VALUE
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           IF SP-AMOUNT-2-LABEL NOT = SPACES
               MOVE SP-AMOUNT-2-LABEL TO DDA-LABEL
               MOVE SP-AMOUNT-2 TO DDA-VALUE
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           ADD 1 TO WS-PROCESS-SUB.

       WRITE-COUNT-LINE.
           WRITE DRIVER-REPORT-LINE FROM DD-COUNT-LINE
           ADD 1 TO WS-REPORT-LINES.

       WRITE-AMOUNT-LINE.
           WRITE DRIVER-REPORT-LINE FROM DD-AMOUNT-LINE
           ADD 1 TO WS-REPORT-LINES.

       REGISTER-REPORT-CATALOG.
           OPEN I-O REPORT-CATALOG-FILE
           IF REPORT-CATALOG-STATUS = '35'
               OPEN OUTPUT REPORT-CATALOG-FILE
               CLOSE REPORT-CATALOG-FILE
               OPEN I-O REPORT-CATALOG-FILE
           END-IF
           ACCEPT WS-RCT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RCT-RUN-TIME FROM TIME
           IF WS-RCT-BUSINESS-DATE = 0
               MOVE WS-RCT-RUN-DATE TO WS-RCT-BUSINESS-DATE
           END-IF
           MOVE WS-RCT-TYPE TO RCT-REPORT-TYPE
           MOVE WS-RCT-BUSINESS-DATE TO RCT-BUSINESS-DATE
           MOVE WS-RCT-RUN-TIME TO RCT-RUN-TIME
           MOVE WS-RCT-FILENAME TO RCT-FILENAME
           MOVE WS-RCT-LINE-COUNT TO RCT-LINE-COUNT
           MOVE WS-RCT-RUN-DATE TO RCT-RUN-DATE
           WRITE REPORT-CATALOG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE REPORT-CATALOG-FILE.
