       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.
       AUTHOR. COBOL Banking System.
       DATE-WRITTEN. 2024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MASTER-FILE ASSIGN TO 'GLMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-KEY
               FILE STATUS IS GL-MASTER-STATUS.

           SELECT GL-BRANCH-FILE ASSIGN TO 'GLBRMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GBR-KEY
               FILE STATUS IS GL-BRANCH-STATUS.

           SELECT GL-CHART-FILE ASSIGN TO 'GLCOA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-GL-ACCOUNT
               FILE STATUS IS GL-CHART-STATUS.

           SELECT GL-PERIOD-FILE ASSIGN TO 'GLPERIOD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS GL-PERIOD-STATUS.

           SELECT STATEMENT-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STATEMENT-REPORT-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO 'RPTCTLG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS REPORT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GL-MASTER-FILE.
       01 GL-MASTER-RECORD.
           05 GLM-KEY.
               10 GLM-GL-ACCOUNT    PIC 9(6).
               10 GLM-PERIOD        PIC 9(6).
           05 GLM-PERIOD-DEBITS     PIC 9(13)V99.
           05 GLM-PERIOD-CREDITS    PIC 9(13)V99.
           05 GLM-LAST-POST-DATE    PIC 9(8).
           05 FILLER                PIC X(10).

       FD GL-BRANCH-FILE.
       01 GL-BRANCH-RECORD.
           05 GBR-KEY.
               10 GBR-BRANCH-CODE   PIC X(4).
               10 GBR-GL-ACCOUNT    PIC 9(6).
               10 GBR-PERIOD        PIC 9(6).
           05 GBR-PERIOD-DEBITS     PIC 9(13)V99.
           05 GBR-PERIOD-CREDITS    PIC 9(13)V99.
           05 GBR-LAST-POST-DATE    PIC 9(8).
           05 FILLER                PIC X(10).

       FD GL-CHART-FILE.
       01 GL-CHART-RECORD.
           05 COA-GL-ACCOUNT        PIC 9(6).
           05 COA-NAME              PIC X(30).
           05 COA-TYPE              PIC X(1).
               88 COA-TYPE-ASSET    VALUE 'A'.
               88 COA-TYPE-LIABILITY VALUE 'L'.
               88 COA-TYPE-INCOME   VALUE 'I'.
               88 COA-TYPE-EXPENSE  VALUE 'E'.
           05 COA-STATUS            PIC X(1).
               88 COA-ACCOUNT-ACTIVE VALUE 'A'.
               88 COA-ACCOUNT-CLOSED VALUE 'C'.
           05 COA-UPDATED-DATE      PIC 9(8).
           05 COA-UPDATED-BY        PIC X(10).
           05 FILLER                PIC X(10).

       FD GL-PERIOD-FILE.
       01 GL-PERIOD-RECORD.
           05 GLP-PERIOD            PIC 9(6).
           05 GLP-STATUS            PIC X(1).
               88 GLP-PERIOD-OPEN   VALUE 'O'.
               88 GLP-PERIOD-CLOSED VALUE 'C'.
           05 GLP-CLOSED-DATE       PIC 9(8).
           05 GLP-CLOSED-BY         PIC X(10).
           05 GLP-YEAR-END-FLAG     PIC X(1).
               88 GLP-YEAR-END-CLOSED VALUE 'Y'.
           05 GLP-DEBIT-TOTAL       PIC 9(13)V99.
           05 GLP-CREDIT-TOTAL      PIC 9(13)V99.
           05 FILLER                PIC X(10).

       FD STATEMENT-REPORT-FILE.
       01 STATEMENT-REPORT-LINE     PIC X(132).

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
           05 GL-MASTER-STATUS      PIC XX.
           05 GL-BRANCH-STATUS      PIC XX.
           05 GL-CHART-STATUS       PIC XX.
           05 GL-PERIOD-STATUS      PIC XX.
           05 STATEMENT-REPORT-STATUS PIC XX.

       01 SYSTEM-VARIABLES.
           05 CURRENT-DATE          PIC 9(8).
           05 CURRENT-DATE-PARTS REDEFINES CURRENT-DATE.
               10 CURRENT-YEAR      PIC 9(4).
               10 CURRENT-MONTH     PIC 9(2).
               10 CURRENT-DAY       PIC 9(2).
           05 WS-REPORT-FILENAME    PIC X(40).

       01 CLOSE-CONTROL-AREAS.
           05 WS-CLOSE-PERIOD       PIC 9(6).
           05 WS-CLOSE-PERIOD-PARTS REDEFINES WS-CLOSE-PERIOD.
               10 WS-CLOSE-YEAR     PIC 9(4).
               10 WS-CLOSE-MONTH    PIC 9(2).
           05 WS-OPENING-PERIOD     PIC 9(6).
           05 WS-YEAR-START-PERIOD  PIC 9(6).
           05 WS-CLOSING-PERIOD     PIC 9(6).
           05 WS-NEXT-OPENING-PERIOD PIC 9(6).
           05 WS-FISCAL-YEAR-END-MONTH PIC 9(2) VALUE 12.
           05 WS-RETAINED-EARNINGS-ACCOUNT PIC 9(6) VALUE 300100.
           05 WS-RETAINED-EARNINGS-NAME PIC X(30)
               VALUE 'RETAINED EARNINGS'.
           05 WS-CLOSE-OPERATOR-ID  PIC X(10) VALUE 'GLCLOSE'.
           05 WS-CLOSE-REPLY        PIC X(1).
           05 WS-CLOSE-REQUEST-FLAG PIC X(1).
               88 CLOSE-REQUESTED   VALUE 'Y'.
               88 CLOSE-NOT-REQUESTED VALUE 'N'.
           05 WS-PERIOD-CLOSED-FLAG PIC X(1).
               88 PERIOD-NOW-CLOSED VALUE 'Y'.
           05 WS-YEAR-END-FLAG      PIC X(1).
               88 YEAR-END-PERFORMED VALUE 'Y'.
           05 WS-PERIOD-DEBITS      PIC 9(13)V99 VALUE 0.
           05 WS-PERIOD-CREDITS     PIC 9(13)V99 VALUE 0.
           05 WS-LEDGER-SOURCE      PIC X(1).
               88 CONSOLIDATED-LEDGER VALUE 'C'.
               88 BRANCH-LEDGER     VALUE 'B'.
           05 WS-CURRENT-BRANCH     PIC X(4).
           05 WS-SCOPE-NAME         PIC X(30).
           05 WS-LINES-WRITTEN      PIC 9(7) VALUE 0.
           05 WS-CLOSING-ENTRIES    PIC 9(5) VALUE 0.
           05 WS-OPENING-BALANCES   PIC 9(5) VALUE 0.

       01 STATEMENT-ACCOUNT-TABLE.
           05 WS-STMT-ACCOUNT-COUNT PIC 9(3) VALUE 0.
           05 WS-MAX-STMT-ACCOUNTS  PIC 9(3) VALUE 300.
           05 STMT-ACCOUNT-ENTRY OCCURS 300 TIMES.
               10 SAE-GL-ACCOUNT    PIC 9(6).
               10 SAE-NAME          PIC X(30).
               10 SAE-TYPE          PIC X(1).
               10 SAE-MONTH-NET     PIC S9(13)V99.
               10 SAE-YTD-NET       PIC S9(13)V99.
               10 SAE-BALANCE       PIC S9(13)V99.

       01 STATEMENT-WORK-AREAS.
           05 WS-SAE-SUB            PIC 9(3).
           05 WS-SAE-FOUND-SUB      PIC 9(3).
           05 WS-SAE-SEARCH-FLAG    PIC X(1).
               88 STMT-ACCOUNT-FOUND VALUE 'Y'.
               88 STMT-ACCOUNT-NOT-FOUND VALUE 'N'.
           05 WS-TABLE-FULL-FLAG    PIC X(1).
               88 STMT-TABLE-FULL   VALUE 'Y'.
           05 WS-FIG-ACCOUNT        PIC 9(6).
           05 WS-FIG-PERIOD         PIC 9(6).
           05 WS-FIG-NET            PIC S9(14)V99.
           05 WS-PRINT-TYPE         PIC X(1).
           05 WS-SIGN-FACTOR        PIC S9(1).
           05 WS-SHOW-MONTH         PIC S9(14)V99.
           05 WS-SHOW-YTD           PIC S9(14)V99.
           05 WS-SHOW-BALANCE       PIC S9(14)V99.
           05 WS-SECTION-MONTH      PIC S9(14)V99.
           05 WS-SECTION-YTD        PIC S9(14)V99.
           05 WS-SECTION-BALANCE    PIC S9(14)V99.
           05 WS-INCOME-MONTH       PIC S9(14)V99.
           05 WS-INCOME-YTD         PIC S9(14)V99.
           05 WS-EXPENSE-MONTH      PIC S9(14)V99.
           05 WS-EXPENSE-YTD        PIC S9(14)V99.
           05 WS-NET-INCOME-MONTH   PIC S9(14)V99.
           05 WS-NET-INCOME-YTD     PIC S9(14)V99.
           05 WS-ASSET-MONTH        PIC S9(14)V99.
           05 WS-ASSET-YTD          PIC S9(14)V99.
           05 WS-ASSET-BALANCE      PIC S9(14)V99.
           05 WS-LIABILITY-MONTH    PIC S9(14)V99.
           05 WS-LIABILITY-YTD      PIC S9(14)V99.
           05 WS-LIABILITY-BALANCE  PIC S9(14)V99.
           05 WS-YEAR-CLOSE-NET     PIC S9(14)V99.
           05 WS-ENTRY-ACCOUNT      PIC 9(6).
           05 WS-ENTRY-PERIOD       PIC 9(6).
           05 WS-ENTRY-NET          PIC S9(14)V99.

       01 LEDGER-BRANCH-TABLE.
           05 WS-LEDGER-BRANCH-COUNT PIC 9(2) VALUE 0.
           05 WS-MAX-LEDGER-BRANCHES PIC 9(2) VALUE 20.
           05 LEDGER-BRANCH-ENTRY OCCURS 20 TIMES.
               10 LBR-BRANCH-CODE   PIC X(4).
           05 WS-LBR-SUB            PIC 9(2).

       01 STATEMENT-REPORT-LINES.
           05 SR-TITLE-LINE.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 SRT-TITLE         PIC X(40).
               10 FILLER            PIC X(8) VALUE 'PERIOD '.
               10 SRT-PERIOD        PIC 9(6).
               10 FILLER            PIC X(48) VALUE SPACES.

           05 SR-SCOPE-LINE.
               10 FILLER            PIC X(30) VALUE SPACES.
               10 FILLER            PIC X(7) VALUE 'Scope: '.
               10 SRS-SCOPE         PIC X(30).
               10 FILLER            PIC X(14) VALUE
                  'Generated on: '.
               10 SRS-DATE          PIC 9(8).
               10 FILLER            PIC X(43) VALUE SPACES.

           05 SR-RULE-LINE.
               10 FILLER            PIC X(132) VALUE
                  '========================================'.

           05 SR-COLUMN-HEADER.
               10 FILLER            PIC X(8) VALUE 'ACCOUNT'.
               10 FILLER            PIC X(32) VALUE 'NAME'.
               10 FILLER            PIC X(20) VALUE
                  '     CURRENT MONTH'.
               10 FILLER            PIC X(20) VALUE
                  '      YEAR TO DATE'.
               10 FILLER            PIC X(18) VALUE
                  '           BALANCE'.
               10 FILLER            PIC X(34) VALUE SPACES.

           05 SR-DETAIL-LINE.
               10 SRD-ACCOUNT       PIC X(6).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 SRD-NAME          PIC X(30).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 SRD-MONTH         PIC $Z,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 SRD-YTD           PIC $Z,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 SRD-BALANCE       PIC $Z,ZZZ,ZZZ,ZZ9.99-.
               10 SRD-BALANCE-X REDEFINES SRD-BALANCE
                                    PIC X(18).
               10 FILLER            PIC X(34) VALUE SPACES.

           05 SR-SECTION-LINE.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 SRH-SECTION       PIC X(30).
               10 FILLER            PIC X(100) VALUE SPACES.

           05 SR-MESSAGE-LINE       PIC X(132).

       PROCEDURE DIVISION.
       MAIN-GL-CLOSE.
           PERFORM INITIALIZE-GLCLOSE
           SET CONSOLIDATED-LEDGER TO TRUE
           PERFORM LOAD-CONSOLIDATED-FIGURES
           MOVE 'CONSOLIDATED' TO WS-SCOPE-NAME
           PERFORM WRITE-FINANCIAL-STATEMENTS
           PERFORM LIST-LEDGER-BRANCHES
           MOVE 1 TO WS-LBR-SUB
           PERFORM WRITE-ONE-BRANCH-STATEMENT
               UNTIL WS-LBR-SUB > WS-LEDGER-BRANCH-COUNT
           IF CLOSE-REQUESTED
               PERFORM CLOSE-GL-PERIOD
           END-IF
           PERFORM FINALIZE-GLCLOSE
           MOVE 'GLCLOSE' TO WS-RCT-TYPE
           COMPUTE WS-RCT-BUSINESS-DATE =
               WS-CLOSE-PERIOD * 100 + 1
           MOVE WS-REPORT-FILENAME TO WS-RCT-FILENAME
           MOVE WS-LINES-WRITTEN TO WS-RCT-LINE-COUNT
           PERFORM REGISTER-REPORT-CATALOG
           DISPLAY 'Financial statements complete for period '
                   WS-CLOSE-PERIOD
           IF PERIOD-NOW-CLOSED
               DISPLAY 'Period ' WS-CLOSE-PERIOD
                       ' is now CLOSED for posting.'
           END-IF
           IF YEAR-END-PERFORMED
               DISPLAY 'Year-end close entries posted: '
                       WS-CLOSING-ENTRIES
               DISPLAY 'Opening balances carried forward: '
                       WS-OPENING-BALANCES
           END-IF
           DISPLAY 'Report: ' WS-REPORT-FILENAME
           STOP RUN.

       INITIALIZE-GLCLOSE.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           SET CLOSE-NOT-REQUESTED TO TRUE
           MOVE 'N' TO WS-PERIOD-CLOSED-FLAG
           MOVE 'N' TO WS-YEAR-END-FLAG
           MOVE 'N' TO WS-TABLE-FULL-FLAG
           DISPLAY 'Enter period to close CCYYMM (0 for prior '
                   'month): ' WITH NO ADVANCING
           ACCEPT WS-CLOSE-PERIOD
           IF WS-CLOSE-PERIOD = 0
               IF CURRENT-MONTH = 1
                   COMPUTE WS-CLOSE-YEAR = CURRENT-YEAR - 1
                   MOVE 12 TO WS-CLOSE-MONTH
               ELSE
                   MOVE CURRENT-YEAR TO WS-CLOSE-YEAR
                   COMPUTE WS-CLOSE-MONTH = CURRENT-MONTH - 1
               END-IF
           END-IF
           IF WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
               DISPLAY 'Invalid period ' WS-CLOSE-PERIOD
                       ' - month must be 01 to 12.'
               STOP RUN
           END-IF
           COMPUTE WS-OPENING-PERIOD = WS-CLOSE-YEAR * 100
           COMPUTE WS-YEAR-START-PERIOD = WS-CLOSE-YEAR * 100 + 1
           COMPUTE WS-CLOSING-PERIOD = WS-CLOSE-YEAR * 100 + 13
           COMPUTE WS-NEXT-OPENING-PERIOD =
               (WS-CLOSE-YEAR + 1) * 100

           STRING 'GLFIN.' WS-CLOSE-PERIOD DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING

           OPEN I-O GL-MASTER-FILE
           IF GL-MASTER-STATUS NOT = '00'
               DISPLAY 'GL master file not available - status '
                       GL-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN I-O GL-BRANCH-FILE
           IF GL-BRANCH-STATUS = '35'
               OPEN OUTPUT GL-BRANCH-FILE
               CLOSE GL-BRANCH-FILE
               OPEN I-O GL-BRANCH-FILE
           END-IF
           OPEN I-O GL-CHART-FILE
           IF GL-CHART-STATUS = '35'
               OPEN OUTPUT GL-CHART-FILE
               CLOSE GL-CHART-FILE
               OPEN I-O GL-CHART-FILE
           END-IF
           OPEN I-O GL-PERIOD-FILE
           IF GL-PERIOD-STATUS = '35'
               OPEN OUTPUT GL-PERIOD-FILE
               CLOSE GL-PERIOD-FILE
               OPEN I-O GL-PERIOD-FILE
           END-IF

           MOVE WS-CLOSE-PERIOD TO GLP-PERIOD
           READ GL-PERIOD-FILE
               INVALID KEY
                   MOVE '99' TO GL-PERIOD-STATUS
           END-READ
           IF GL-PERIOD-STATUS = '00'
               AND GLP-PERIOD-CLOSED
               DISPLAY 'Period ' WS-CLOSE-PERIOD ' was closed on '
                       GLP-CLOSED-DATE ' - statements only.'
           ELSE
               DISPLAY 'Close and lock period ' WS-CLOSE-PERIOD
                       ' after the statements (Y/N): '
                       WITH NO ADVANCING
               ACCEPT WS-CLOSE-REPLY
               IF WS-CLOSE-REPLY = 'Y' OR WS-CLOSE-REPLY = 'y'
                   SET CLOSE-REQUESTED TO TRUE
               END-IF
           END-IF

           OPEN OUTPUT STATEMENT-REPORT-FILE.

       LOAD-CONSOLIDATED-FIGURES.
           MOVE 0 TO WS-STMT-ACCOUNT-COUNT
           MOVE 0 TO WS-PERIOD-DEBITS
           MOVE 0 TO WS-PERIOD-CREDITS
           MOVE 0 TO GLM-GL-ACCOUNT
           MOVE 0 TO GLM-PERIOD
           START GL-MASTER-FILE KEY IS NOT LESS THAN GLM-KEY
               INVALID KEY
                   MOVE '99' TO GL-MASTER-STATUS
           END-START
           IF GL-MASTER-STATUS = '00'
               PERFORM LOAD-ONE-MASTER-FIGURE
                   UNTIL GL-MASTER-STATUS NOT = '00'
           END-IF.

       LOAD-ONE-MASTER-FIGURE.
           READ GL-MASTER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO GL-MASTER-STATUS
           END-READ
           IF GL-MASTER-STATUS = '00'
               IF GLM-PERIOD = WS-CLOSE-PERIOD
                   ADD GLM-PERIOD-DEBITS TO WS-PERIOD-DEBITS
                   ADD GLM-PERIOD-CREDITS TO WS-PERIOD-CREDITS
               END-IF
               MOVE GLM-GL-ACCOUNT TO WS-FIG-ACCOUNT
               MOVE GLM-PERIOD TO WS-FIG-PERIOD
               COMPUTE WS-FIG-NET =
                   GLM-PERIOD-DEBITS - GLM-PERIOD-CREDITS
               PERFORM ACCUMULATE-ACCOUNT-FIGURE
           END-IF.

       LOAD-BRANCH-FIGURES.
           MOVE 0 TO WS-STMT-ACCOUNT-COUNT
           MOVE WS-CURRENT-BRANCH TO GBR-BRANCH-CODE
           MOVE 0 TO GBR-GL-ACCOUNT
           MOVE 0 TO GBR-PERIOD
           START GL-BRANCH-FILE KEY IS NOT LESS THAN GBR-KEY
               INVALID KEY
                   MOVE '99' TO GL-BRANCH-STATUS
           END-START
           IF GL-BRANCH-STATUS = '00'
               PERFORM LOAD-ONE-BRANCH-FIGURE
                   UNTIL GL-BRANCH-STATUS NOT = '00'
           END-IF.

       LOAD-ONE-BRANCH-FIGURE.
           READ GL-BRANCH-FILE NEXT RECORD
               AT END
                   MOVE '10' TO GL-BRANCH-STATUS
           END-READ
           IF GL-BRANCH-STATUS = '00'
               AND GBR-BRANCH-CODE NOT = WS-CURRENT-BRANCH
               MOVE '10' TO GL-BRANCH-STATUS
           END-IF
           IF GL-BRANCH-STATUS = '00'
               MOVE GBR-GL-ACCOUNT TO WS-FIG-ACCOUNT
               MOVE GBR-PERIOD TO WS-FIG-PERIOD
               COMPUTE WS-FIG-NET =
                   GBR-PERIOD-DEBITS - GBR-PERIOD-CREDITS
               PERFORM ACCUMULATE-ACCOUNT-FIGURE
           END-IF.

       ACCUMULATE-ACCOUNT-FIGURE.
           IF WS-FIG-PERIOD > WS-CLOSE-PERIOD
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-STATEMENT-ACCOUNT
           IF STMT-ACCOUNT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-FIG-PERIOD = WS-OPENING-PERIOD
               MOVE WS-FIG-NET TO SAE-BALANCE(WS-SAE-FOUND-SUB)
           ELSE
               ADD WS-FIG-NET TO SAE-BALANCE(WS-SAE-FOUND-SUB)
           END-IF
           IF WS-FIG-PERIOD = WS-CLOSE-PERIOD
               ADD WS-FIG-NET TO SAE-MONTH-NET(WS-SAE-FOUND-SUB)
           END-IF
           IF WS-FIG-PERIOD NOT < WS-YEAR-START-PERIOD
               ADD WS-FIG-NET TO SAE-YTD-NET(WS-SAE-FOUND-SUB)
           END-IF.

       FIND-STATEMENT-ACCOUNT.
           SET STMT-ACCOUNT-NOT-FOUND TO TRUE
           MOVE 0 TO WS-SAE-FOUND-SUB
           IF WS-STMT-ACCOUNT-COUNT > 0
               AND SAE-GL-ACCOUNT(WS-STMT-ACCOUNT-COUNT)
                   = WS-FIG-ACCOUNT
               SET STMT-ACCOUNT-FOUND TO TRUE
               MOVE WS-STMT-ACCOUNT-COUNT TO WS-SAE-FOUND-SUB
           ELSE
               MOVE 1 TO WS-SAE-SUB
               PERFORM CHECK-STATEMENT-ACCOUNT
                   UNTIL STMT-ACCOUNT-FOUND
                       OR WS-SAE-SUB > WS-STMT-ACCOUNT-COUNT
           END-IF
           IF STMT-ACCOUNT-NOT-FOUND
               PERFORM ADD-STATEMENT-ACCOUNT
           END-IF.

       CHECK-STATEMENT-ACCOUNT.
           IF SAE-GL-ACCOUNT(WS-SAE-SUB) = WS-FIG-ACCOUNT
               SET STMT-ACCOUNT-FOUND TO TRUE
               MOVE WS-SAE-SUB TO WS-SAE-FOUND-SUB
           END-IF
           ADD 1 TO WS-SAE-SUB.

       ADD-STATEMENT-ACCOUNT.
           IF WS-STMT-ACCOUNT-COUNT NOT < WS-MAX-STMT-ACCOUNTS
               IF NOT STMT-TABLE-FULL
                   SET STMT-TABLE-FULL TO TRUE
                   DISPLAY 'Statement account table full - GL '
                           WS-FIG-ACCOUNT ' and later accounts '
                           'are omitted.'
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STMT-ACCOUNT-COUNT
           MOVE WS-STMT-ACCOUNT-COUNT TO WS-SAE-FOUND-SUB
           MOVE WS-FIG-ACCOUNT TO SAE-GL-ACCOUNT(WS-SAE-FOUND-SUB)
           MOVE 0 TO SAE-MONTH-NET(WS-SAE-FOUND-SUB)
           MOVE 0 TO SAE-YTD-NET(WS-SAE-FOUND-SUB)
           MOVE 0 TO SAE-BALANCE(WS-SAE-FOUND-SUB)
           MOVE WS-FIG-ACCOUNT TO COA-GL-ACCOUNT
           READ GL-CHART-FILE
               INVALID KEY
                   MOVE '(not on chart of accounts)' TO COA-NAME
                   MOVE SPACE TO COA-TYPE
           END-READ
           IF NOT COA-TYPE-ASSET AND NOT COA-TYPE-LIABILITY
               AND NOT COA-TYPE-INCOME AND NOT COA-TYPE-EXPENSE
               EVALUATE WS-FIG-ACCOUNT(1:1)
                   WHEN '1' MOVE 'A' TO COA-TYPE
                   WHEN '2' MOVE 'L' TO COA-TYPE
                   WHEN '3' MOVE 'L' TO COA-TYPE
                   WHEN '4' MOVE 'I' TO COA-TYPE
                   WHEN '5' MOVE 'E' TO COA-TYPE
                   WHEN OTHER MOVE 'A' TO COA-TYPE
               END-EVALUATE
           END-IF
           MOVE COA-NAME TO SAE-NAME(WS-SAE-FOUND-SUB)
           MOVE COA-TYPE TO SAE-TYPE(WS-SAE-FOUND-SUB)
           SET STMT-ACCOUNT-FOUND TO TRUE.

       LIST-LEDGER-BRANCHES.
           MOVE 0 TO WS-LEDGER-BRANCH-COUNT
           MOVE LOW-VALUES TO GBR-BRANCH-CODE
           MOVE 0 TO GBR-GL-ACCOUNT
           MOVE 0 TO GBR-PERIOD
           START GL-BRANCH-FILE KEY IS NOT LESS THAN GBR-KEY
               INVALID KEY
                   MOVE '99' TO GL-BRANCH-STATUS
           END-START
           IF GL-BRANCH-STATUS = '00'
               PERFORM LIST-ONE-LEDGER-BRANCH
                   UNTIL GL-BRANCH-STATUS NOT = '00'
           END-IF.

       LIST-ONE-LEDGER-BRANCH.
           READ GL-BRANCH-FILE NEXT RECORD
               AT END
                   MOVE '10' TO GL-BRANCH-STATUS
           END-READ
           IF GL-BRANCH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF WS-LEDGER-BRANCH-COUNT > 0
               AND LBR-BRANCH-CODE(WS-LEDGER-BRANCH-COUNT)
                   = GBR-BRANCH-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-LEDGER-BRANCH-COUNT < WS-MAX-LEDGER-BRANCHES
               ADD 1 TO WS-LEDGER-BRANCH-COUNT
               MOVE GBR-BRANCH-CODE
                   TO LBR-BRANCH-CODE(WS-LEDGER-BRANCH-COUNT)
           ELSE
               DISPLAY 'Branch table full - branch '
                       GBR-BRANCH-CODE ' not broken out.'
           END-IF.

       WRITE-ONE-BRANCH-STATEMENT.
           MOVE LBR-BRANCH-CODE(WS-LBR-SUB) TO WS-CURRENT-BRANCH
           SET BRANCH-LEDGER TO TRUE
           PERFORM LOAD-BRANCH-FIGURES
           MOVE SPACES TO WS-SCOPE-NAME
           STRING 'BRANCH ' WS-CURRENT-BRANCH DELIMITED BY SIZE
                  INTO WS-SCOPE-NAME
           END-STRING
           PERFORM WRITE-FINANCIAL-STATEMENTS
           ADD 1 TO WS-LBR-SUB.

       WRITE-FINANCIAL-STATEMENTS.
           PERFORM WRITE-INCOME-STATEMENT
           PERFORM WRITE-BALANCE-SHEET.

       WRITE-INCOME-STATEMENT.
           MOVE 'INCOME STATEMENT' TO SRT-TITLE
           PERFORM WRITE-STATEMENT-HEADINGS

           MOVE 'INCOME' TO SRH-SECTION
           MOVE 'I' TO WS-PRINT-TYPE
           PERFORM PRINT-STATEMENT-SECTION
           MOVE WS-SECTION-MONTH TO WS-INCOME-MONTH
           MOVE WS-SECTION-YTD TO WS-INCOME-YTD
           MOVE 'TOTAL INCOME' TO SRD-NAME
           PERFORM WRITE-STATEMENT-TOTAL-LINE

           MOVE 'EXPENSES' TO SRH-SECTION
           MOVE 'E' TO WS-PRINT-TYPE
           PERFORM PRINT-STATEMENT-SECTION
           MOVE WS-SECTION-MONTH TO WS-EXPENSE-MONTH
           MOVE WS-SECTION-YTD TO WS-EXPENSE-YTD
           MOVE 'TOTAL EXPENSES' TO SRD-NAME
           PERFORM WRITE-STATEMENT-TOTAL-LINE

           COMPUTE WS-NET-INCOME-MONTH =
               WS-INCOME-MONTH - WS-EXPENSE-MONTH
           COMPUTE WS-NET-INCOME-YTD =
               WS-INCOME-YTD - WS-EXPENSE-YTD
           MOVE WS-NET-INCOME-MONTH TO WS-SECTION-MONTH
           MOVE WS-NET-INCOME-YTD TO WS-SECTION-YTD
           MOVE 'NET INCOME' TO SRD-NAME
           PERFORM WRITE-STATEMENT-TOTAL-LINE.

       WRITE-BALANCE-SHEET.
           MOVE 'BALANCE SHEET' TO SRT-TITLE
           PERFORM WRITE-STATEMENT-HEADINGS

           MOVE 'ASSETS' TO SRH-SECTION
           MOVE 'A' TO WS-PRINT-TYPE
           PERFORM PRINT-STATEMENT-SECTION
           MOVE WS-SECTION-MONTH TO WS-ASSET-MONTH
           MOVE WS-SECTION-YTD TO WS-ASSET-YTD
           MOVE WS-SECTION-BALANCE TO WS-ASSET-BALANCE
           MOVE 'TOTAL ASSETS' TO SRD-NAME
           PERFORM WRITE-STATEMENT-TOTAL-LINE

           MOVE 'LIABILITIES AND EQUITY' TO SRH-SECTION
           MOVE 'L' TO WS-PRINT-TYPE
           PERFORM PRINT-STATEMENT-SECTION
           MOVE WS-NET-INCOME-MONTH TO WS-SHOW-MONTH
           MOVE WS-NET-INCOME-YTD TO WS-SHOW-YTD
           MOVE WS-NET-INCOME-YTD TO WS-SHOW-BALANCE
           MOVE SPACES TO SRD-ACCOUNT
           MOVE 'CURRENT YEAR NET INCOME' TO SRD-NAME
           PERFORM WRITE-STATEMENT-DETAIL-LINE
           MOVE WS-SECTION-MONTH TO WS-LIABILITY-MONTH
           MOVE WS-SECTION-YTD TO WS-LIABILITY-YTD
           MOVE WS-SECTION-BALANCE TO WS-LIABILITY-BALANCE
           MOVE 'TOTAL LIABILITIES AND EQUITY' TO SRD-NAME
           PERFORM WRITE-STATEMENT-TOTAL-LINE

           WRITE STATEMENT-REPORT-LINE FROM SPACES
           IF WS-ASSET-BALANCE = WS-LIABILITY-BALANCE
               MOVE 'Balance sheet IN BALANCE.' TO SR-MESSAGE-LINE
           ELSE
               MOVE 'Balance sheet OUT OF BALANCE - investigate.'
                   TO SR-MESSAGE-LINE
           END-IF
           WRITE STATEMENT-REPORT-LINE FROM SR-MESSAGE-LINE
           ADD 2 TO WS-LINES-WRITTEN.

       WRITE-STATEMENT-HEADINGS.
           MOVE WS-CLOSE-PERIOD TO SRT-PERIOD
           MOVE WS-SCOPE-NAME TO SRS-SCOPE
           MOVE CURRENT-DATE TO SRS-DATE
           WRITE STATEMENT-REPORT-LINE FROM SPACES
           WRITE STATEMENT-REPORT-LINE FROM SR-TITLE-LINE
           WRITE STATEMENT-REPORT-LINE FROM SR-SCOPE-LINE
           WRITE STATEMENT-REPORT-LINE FROM SR-RULE-LINE
           WRITE STATEMENT-REPORT-LINE FROM SR-COLUMN-HEADER
           WRITE STATEMENT-REPORT-LINE FROM
                 '------------------------------------------'
           ADD 6 TO WS-LINES-WRITTEN.

       PRINT-STATEMENT-SECTION.
           MOVE 0 TO WS-SECTION-MONTH
           MOVE 0 TO WS-SECTION-YTD
           MOVE 0 TO WS-SECTION-BALANCE
           IF WS-PRINT-TYPE = 'L' OR WS-PRINT-TYPE = 'I'
               MOVE -1 TO WS-SIGN-FACTOR
           ELSE
               MOVE 1 TO WS-SIGN-FACTOR
           END-IF
           WRITE STATEMENT-REPORT-LINE FROM SR-SECTION-LINE
           ADD 1 TO WS-LINES-WRITTEN
           MOVE 1 TO WS-SAE-SUB
           PERFORM PRINT-ONE-STATEMENT-ACCOUNT
               UNTIL WS-SAE-SUB > WS-STMT-ACCOUNT-COUNT.

       PRINT-ONE-STATEMENT-ACCOUNT.
           IF SAE-TYPE(WS-SAE-SUB) = WS-PRINT-TYPE
               AND (SAE-MONTH-NET(WS-SAE-SUB) NOT = 0
                 OR SAE-YTD-NET(WS-SAE-SUB) NOT = 0
                 OR SAE-BALANCE(WS-SAE-SUB) NOT = 0)
               COMPUTE WS-SHOW-MONTH =
                   SAE-MONTH-NET(WS-SAE-SUB) * WS-SIGN-FACTOR
               COMPUTE WS-SHOW-YTD =
                   SAE-YTD-NET(WS-SAE-SUB) * WS-SIGN-FACTOR
               COMPUTE WS-SHOW-BALANCE =
                   SAE-BALANCE(WS-SAE-SUB) * WS-SIGN-FACTOR
               MOVE SAE-GL-ACCOUNT(WS-SAE-SUB) TO SRD-ACCOUNT
               MOVE SAE-NAME(WS-SAE-SUB) TO SRD-NAME
               PERFORM WRITE-STATEMENT-DETAIL-LINE
           END-IF
           ADD 1 TO WS-SAE-SUB.

       WRITE-STATEMENT-DETAIL-LINE.
           ADD WS-SHOW-MONTH TO WS-SECTION-MONTH
           ADD WS-SHOW-YTD TO WS-SECTION-YTD
           ADD WS-SHOW-BALANCE TO WS-SECTION-BALANCE
           MOVE WS-SHOW-MONTH TO SRD-MONTH
           MOVE WS-SHOW-YTD TO SRD-YTD
           IF WS-PRINT-TYPE = 'A' OR WS-PRINT-TYPE = 'L'
               MOVE WS-SHOW-BALANCE TO SRD-BALANCE
           ELSE
               MOVE SPACES TO SRD-BALANCE-X
           END-IF
           WRITE STATEMENT-REPORT-LINE FROM SR-DETAIL-LINE
           ADD 1 TO WS-LINES-WRITTEN.

       WRITE-STATEMENT-TOTAL-LINE.
           MOVE SPACES TO SRD-ACCOUNT
           MOVE WS-SECTION-MONTH TO SRD-MONTH
           MOVE WS-SECTION-YTD TO SRD-YTD
           IF WS-PRINT-TYPE = 'A' OR WS-PRINT-TYPE = 'L'
               MOVE WS-SECTION-BALANCE TO SRD-BALANCE
           ELSE
               MOVE SPACES TO SRD-BALANCE-X
           END-IF
           WRITE STATEMENT-REPORT-LINE FROM SR-DETAIL-LINE
           WRITE STATEMENT-REPORT-LINE FROM SPACES
           ADD 2 TO WS-LINES-WRITTEN.

       CLOSE-GL-PERIOD.
           WRITE STATEMENT-REPORT-LINE FROM SPACES
           IF WS-PERIOD-DEBITS NOT = WS-PERIOD-CREDITS
               MOVE 'Period OUT OF PROOF - period NOT closed.'
                   TO SR-MESSAGE-LINE
               WRITE STATEMENT-REPORT-LINE FROM SR-MESSAGE-LINE
               ADD 2 TO WS-LINES-WRITTEN
               DISPLAY 'Period ' WS-CLOSE-PERIOD ' is out of proof - '
                       'close refused.'
               DISPLAY 'Debits:  ' WS-PERIOD-DEBITS
               DISPLAY 'Credits: ' WS-PERIOD-CREDITS
               EXIT PARAGRAPH
           END-IF
           IF WS-CLOSE-MONTH = WS-FISCAL-YEAR-END-MONTH
               PERFORM ENSURE-RETAINED-EARNINGS
               SET CONSOLIDATED-LEDGER TO TRUE
               PERFORM LOAD-CONSOLIDATED-FIGURES
               PERFORM POST-YEAR-END-ENTRIES
               MOVE 1 TO WS-LBR-SUB
               PERFORM CLOSE-ONE-BRANCH-YEAR
                   UNTIL WS-LBR-SUB > WS-LEDGER-BRANCH-COUNT
               SET YEAR-END-PERFORMED TO TRUE
           END-IF
           PERFORM MARK-PERIOD-CLOSED
           MOVE SPACES TO SR-MESSAGE-LINE
           IF YEAR-END-PERFORMED
               STRING 'Period ' WS-CLOSE-PERIOD DELIMITED BY SIZE
                      ' CLOSED. Fiscal year closed to retained '
                      DELIMITED BY SIZE
                      'earnings ' WS-RETAINED-EARNINGS-ACCOUNT
                      DELIMITED BY SIZE
                      '; opening balances carried to '
                      DELIMITED BY SIZE
                      WS-NEXT-OPENING-PERIOD DELIMITED BY SIZE
                      INTO SR-MESSAGE-LINE
               END-STRING
           ELSE
               STRING 'Period ' WS-CLOSE-PERIOD DELIMITED BY SIZE
                      ' CLOSED and locked against further posting.'
                      DELIMITED BY SIZE
                      INTO SR-MESSAGE-LINE
               END-STRING
           END-IF
           WRITE STATEMENT-REPORT-LINE FROM SR-MESSAGE-LINE
           ADD 2 TO WS-LINES-WRITTEN.

       CLOSE-ONE-BRANCH-YEAR.
           MOVE LBR-BRANCH-CODE(WS-LBR-SUB) TO WS-CURRENT-BRANCH
           SET BRANCH-LEDGER TO TRUE
           PERFORM LOAD-BRANCH-FIGURES
           PERFORM POST-YEAR-END-ENTRIES
           ADD 1 TO WS-LBR-SUB.

       POST-YEAR-END-ENTRIES.
           MOVE 0 TO WS-YEAR-CLOSE-NET
           MOVE 1 TO WS-SAE-SUB
           PERFORM CLOSE-ONE-INCOME-ACCOUNT
               UNTIL WS-SAE-SUB > WS-STMT-ACCOUNT-COUNT
           IF WS-YEAR-CLOSE-NET NOT = 0
               MOVE WS-RETAINED-EARNINGS-ACCOUNT TO WS-ENTRY-ACCOUNT
               MOVE WS-CLOSING-PERIOD TO WS-ENTRY-PERIOD
               MOVE WS-YEAR-CLOSE-NET TO WS-ENTRY-NET
               PERFORM POST-CLOSE-ENTRY
               MOVE WS-RETAINED-EARNINGS-ACCOUNT TO WS-FIG-ACCOUNT
               PERFORM FIND-STATEMENT-ACCOUNT
               IF STMT-ACCOUNT-FOUND
                   ADD WS-YEAR-CLOSE-NET
                       TO SAE-BALANCE(WS-SAE-FOUND-SUB)
               END-IF
           END-IF
           MOVE 1 TO WS-SAE-SUB
           PERFORM CARRY-ONE-BALANCE-FORWARD
               UNTIL WS-SAE-SUB > WS-STMT-ACCOUNT-COUNT.

       CLOSE-ONE-INCOME-ACCOUNT.
           IF (SAE-TYPE(WS-SAE-SUB) = 'I'
               OR SAE-TYPE(WS-SAE-SUB) = 'E')
               AND SAE-YTD-NET(WS-SAE-SUB) NOT = 0
               MOVE SAE-GL-ACCOUNT(WS-SAE-SUB) TO WS-ENTRY-ACCOUNT
               MOVE WS-CLOSING-PERIOD TO WS-ENTRY-PERIOD
               COMPUTE WS-ENTRY-NET = 0 - SAE-YTD-NET(WS-SAE-SUB)
               PERFORM POST-CLOSE-ENTRY
               ADD SAE-YTD-NET(WS-SAE-SUB) TO WS-YEAR-CLOSE-NET
           END-IF
           ADD 1 TO WS-SAE-SUB.

       CARRY-ONE-BALANCE-FORWARD.
           IF (SAE-TYPE(WS-SAE-SUB) = 'A'
               OR SAE-TYPE(WS-SAE-SUB) = 'L')
               AND SAE-BALANCE(WS-SAE-SUB) NOT = 0
               MOVE SAE-GL-ACCOUNT(WS-SAE-SUB) TO WS-ENTRY-ACCOUNT
               MOVE WS-NEXT-OPENING-PERIOD TO WS-ENTRY-PERIOD
               MOVE SAE-BALANCE(WS-SAE-SUB) TO WS-ENTRY-NET
               PERFORM POST-CLOSE-ENTRY
               IF CONSOLIDATED-LEDGER
                   ADD 1 TO WS-OPENING-BALANCES
               END-IF
           END-IF
           ADD 1 TO WS-SAE-SUB.

       POST-CLOSE-ENTRY.
           IF CONSOLIDATED-LEDGER
               PERFORM POST-CLOSE-ENTRY-MASTER
           ELSE
               PERFORM POST-CLOSE-ENTRY-BRANCH
           END-IF.

       POST-CLOSE-ENTRY-MASTER.
           MOVE WS-ENTRY-ACCOUNT TO GLM-GL-ACCOUNT
           MOVE WS-ENTRY-PERIOD TO GLM-PERIOD
           READ GL-MASTER-FILE
               INVALID KEY
                   MOVE WS-ENTRY-ACCOUNT TO GLM-GL-ACCOUNT
                   MOVE WS-ENTRY-PERIOD TO GLM-PERIOD
                   MOVE 0 TO GLM-PERIOD-DEBITS
                   MOVE 0 TO GLM-PERIOD-CREDITS
                   MOVE 0 TO GLM-LAST-POST-DATE
           END-READ
           IF WS-ENTRY-NET > 0
               ADD WS-ENTRY-NET TO GLM-PERIOD-DEBITS
           ELSE
               SUBTRACT WS-ENTRY-NET FROM GLM-PERIOD-CREDITS
           END-IF
           MOVE CURRENT-DATE TO GLM-LAST-POST-DATE
           IF GL-MASTER-STATUS = '00'
               REWRITE GL-MASTER-RECORD
           ELSE
               WRITE GL-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'Failed to post close entry for GL '
                               WS-ENTRY-ACCOUNT ' period '
                               WS-ENTRY-PERIOD
           END-IF
           IF WS-ENTRY-PERIOD = WS-CLOSING-PERIOD
               ADD 1 TO WS-CLOSING-ENTRIES
           END-IF.

       POST-CLOSE-ENTRY-BRANCH.
           MOVE WS-CURRENT-BRANCH TO GBR-BRANCH-CODE
           MOVE WS-ENTRY-ACCOUNT TO GBR-GL-ACCOUNT
           MOVE WS-ENTRY-PERIOD TO GBR-PERIOD
           READ GL-BRANCH-FILE
               INVALID KEY
                   MOVE WS-CURRENT-BRANCH TO GBR-BRANCH-CODE
                   MOVE WS-ENTRY-ACCOUNT TO GBR-GL-ACCOUNT
                   MOVE WS-ENTRY-PERIOD TO GBR-PERIOD
                   MOVE 0 TO GBR-PERIOD-DEBITS
                   MOVE 0 TO GBR-PERIOD-CREDITS
                   MOVE 0 TO GBR-LAST-POST-DATE
           END-READ
           IF WS-ENTRY-NET > 0
               ADD WS-ENTRY-NET TO GBR-PERIOD-DEBITS
           ELSE
               SUBTRACT WS-ENTRY-NET FROM GBR-PERIOD-CREDITS
           END-IF
           MOVE CURRENT-DATE TO GBR-LAST-POST-DATE
           IF GL-BRANCH-STATUS = '00'
               REWRITE GL-BRANCH-RECORD
           ELSE
               WRITE GL-BRANCH-RECORD
                   INVALID KEY
                       DISPLAY 'Failed to post close entry for branch '
                               WS-CURRENT-BRANCH ' GL '
                               WS-ENTRY-ACCOUNT
           END-IF.

       ENSURE-RETAINED-EARNINGS.
           MOVE WS-RETAINED-EARNINGS-ACCOUNT TO COA-GL-ACCOUNT
           READ GL-CHART-FILE
               INVALID KEY
                   MOVE '99' TO GL-CHART-STATUS
           END-READ
           IF GL-CHART-STATUS = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RETAINED-EARNINGS-ACCOUNT TO COA-GL-ACCOUNT
           MOVE WS-RETAINED-EARNINGS-NAME TO COA-NAME
           MOVE 'L' TO COA-TYPE
           MOVE 'A' TO COA-STATUS
           MOVE CURRENT-DATE TO COA-UPDATED-DATE
           MOVE WS-CLOSE-OPERATOR-ID TO COA-UPDATED-BY
           WRITE GL-CHART-RECORD
               INVALID KEY
                   DISPLAY 'Failed to add retained earnings account '
                           WS-RETAINED-EARNINGS-ACCOUNT
           END-WRITE.

       MARK-PERIOD-CLOSED.
           MOVE WS-CLOSE-PERIOD TO GLP-PERIOD
           READ GL-PERIOD-FILE
               INVALID KEY
                   MOVE '99' TO GL-PERIOD-STATUS
           END-READ
           MOVE WS-CLOSE-PERIOD TO GLP-PERIOD
           SET GLP-PERIOD-CLOSED TO TRUE
           MOVE CURRENT-DATE TO GLP-CLOSED-DATE
           MOVE WS-CLOSE-OPERATOR-ID TO GLP-CLOSED-BY
           IF YEAR-END-PERFORMED
               SET GLP-YEAR-END-CLOSED TO TRUE
           ELSE
               MOVE 'N' TO GLP-YEAR-END-FLAG
           END-IF
           MOVE WS-PERIOD-DEBITS TO GLP-DEBIT-TOTAL
           MOVE WS-PERIOD-CREDITS TO GLP-CREDIT-TOTAL
           IF GL-PERIOD-STATUS = '00'
               REWRITE GL-PERIOD-RECORD
           ELSE
               WRITE GL-PERIOD-RECORD
                   INVALID KEY
                       DISPLAY 'Failed to record close of period '
                               WS-CLOSE-PERIOD
           END-IF
           IF GL-PERIOD-STATUS = '00'
               SET PERIOD-NOW-CLOSED TO TRUE
           END-IF.

       FINALIZE-GLCLOSE.
           CLOSE GL-MASTER-FILE
           CLOSE GL-BRANCH-FILE
           CLOSE GL-CHART-FILE
           CLOSE GL-PERIOD-FILE
           CLOSE STATEMENT-REPORT-FILE.

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
