
       01 SCHEDULE-SEED-VALUES.
           05 FILLER                PIC X(11) VALUE '01STANDINGN'.
           05 FILLER                PIC X(11) VALUE '02PPCUTOFFN'.
           05 FILLER                PIC X(11) VALUE '03ACCTDRVRM'.
           05 FILLER                PIC X(11) VALUE '04LOANRPRCN'.
           05 FILLER                PIC X(11) VALUE '05CDLOAN  N'.
           05 FILLER                PIC X(11) VALUE '06ACCTDRVRN'.
           05 FILLER                PIC X(11) VALUE '07HOLDREL N'.
           05 FILLER                PIC X(11) VALUE '08CARDDISPN'.
           05 FILLER                PIC X(11) VALUE '09CARDRENWN'.
           05 FILLER                PIC X(11) VALUE '10RTNMAIL M'.
           05 FILLER                PIC X(11) VALUE '11FXPOS   N'.
           05 FILLER                PIC X(11) VALUE '12ALMGAP  M'.
           05 FILLER                PIC X(11) VALUE '13INTEGCHKO'.
           05 FILLER                PIC X(11) VALUE '14SAVLIMITM'.
           05 FILLER                PIC X(11) VALUE '15NOTICEGNN'.
           05 FILLER                PIC X(11) VALUE '16EODARCH N'.
           05 FILLER                PIC X(11) VALUE '17DWEXTRCTN'.
           05 FILLER                PIC X(11) VALUE '18ALERTGENN'.

       01 SCHEDULE-SEED-TABLE REDEFINES SCHEDULE-SEED-VALUES.
           05 SEED-ENTRY OCCURS 18 TIMES.
               10 SEED-SEQUENCE     PIC 9(2).
               10 SEED-PROGRAM      PIC X(8).
               10 SEED-FREQUENCY    PIC X(1).
                   88 SEED-MONTH-END-ONLY VALUE 'M'.
                   88 SEED-OPTIONAL     VALUE 'O'.

       01 SCHEDULE-TABLE-CONSTANTS.
           05 WS-STEP-COUNT         PIC 9(2) VALUE 18.

       01 SCHEDULE-WORK-AREAS.
           05 WS-STEP-SUB           PIC 9(2).
           05 WS-BLOCKED-PROGRAM    PIC X(8).
           05 WS-OPEN-STEP-COUNT    PIC 9(2).
           05 WS-RESET-STEP-COUNT   PIC 9(2).
           05 WS-INCLUDE-OPTIONAL   PIC X(1).
               88 INCLUDE-OPTIONAL-STEP VALUE 'Y' 'y'.

       PROCEDURE DIVISION.
       MAIN-SCHEDULER-PROCESSING.
               MOVE 'K' TO STP-STATUS
           ELSE
               MOVE 'P' TO STP-STATUS
               IF SEED-OPTIONAL(WS-STEP-SUB)
                   DISPLAY 'Include optional step '
                           SEED-PROGRAM(WS-STEP-SUB) '? (Y/N): '
                           WITH NO ADVANCING
                   ACCEPT WS-INCLUDE-OPTIONAL
                   IF NOT INCLUDE-OPTIONAL-STEP
                       MOVE 'K' TO STP-STATUS
                   END-IF
               END-IF
               IF STP-STATUS = 'P'
                   ADD 1 TO WS-OPEN-STEP-COUNT
               END-IF
           END-IF
           MOVE WS-BUSINESS-DATE TO STP-RUN-DATE
           MOVE 0 TO STP-START-DATE
