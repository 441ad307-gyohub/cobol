       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
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
           05 SP-TOTAL-LABELS       PIC X(100).

       PROCEDURE DIVISION.
       MAIN-SWEEP-PROCESSING.
           PERFORM INITIALIZE-SWEEPRUN
           PERFORM PROCESS-SWEEP-INSTRUCTION
               UNTIL SP-END-OF-ITEMS
           PERFORM FINALIZE-SWEEPRUN
           STOP RUN.

       INITIALIZE-SWEEPRUN.
           MOVE 'O' TO SP-REQUEST
           CALL 'SWEEPMOD' USING STEP-PARAMETERS.

       PROCESS-SWEEP-INSTRUCTION.
           MOVE 'N' TO SP-REQUEST
           CALL 'SWEEPMOD' USING STEP-PARAMETERS.

       FINALIZE-SWEEPRUN.
           MOVE 'C' TO SP-REQUEST
           CALL 'SWEEPMOD' USING STEP-PARAMETERS.
