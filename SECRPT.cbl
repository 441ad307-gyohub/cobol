               10 OS-SIGNFAIL-COUNT PIC 9(5).
               10 OS-APPROVAL-COUNT PIC 9(5).
               10 OS-MAINT-COUNT    PIC 9(5).
               10 OS-DENIED-COUNT   PIC 9(5).
               10 OS-OTHER-COUNT    PIC 9(5).

       01 SUMMARY-WORK-AREAS.
               10 FILLER            PIC X(10) VALUE ' FAILURES'.
               10 FILLER            PIC X(11) VALUE ' APPROVALS'.
               10 FILLER            PIC X(13) VALUE ' MAINT ACTS'.
               10 FILLER            PIC X(10) VALUE ' DENIALS'.
               10 FILLER            PIC X(10) VALUE ' OTHER'.
               10 FILLER            PIC X(66) VALUE SPACES.

           05 SR-SUMMARY-LINE.
               10 SRS-OPERATOR      PIC X(10).
               10 SRS-APPROVALS     PIC ZZ,ZZ9.
               10 FILLER            PIC X(5) VALUE SPACES.
               10 SRS-MAINT         PIC ZZ,ZZ9.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 SRS-DENIED        PIC ZZ,ZZ9.
               10 FILLER            PIC X(4) VALUE SPACES.
               10 SRS-OTHER         PIC ZZ,ZZ9.
               10 FILLER            PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECURITY-REPORTING.
                       ADD 1 TO OS-SIGNON-COUNT(WS-OS-FOUND-SUB)
                   WHEN 'SIGNFAIL'
                       ADD 1 TO OS-SIGNFAIL-COUNT(WS-OS-FOUND-SUB)
                   WHEN 'SIGNLOCKED'
                       ADD 1 TO OS-SIGNFAIL-COUNT(WS-OS-FOUND-SUB)
                   WHEN 'ACCESS-DENY'
                       ADD 1 TO OS-DENIED-COUNT(WS-OS-FOUND-SUB)
                   WHEN 'ENTITLE-MNT'
                       ADD 1 TO OS-MAINT-COUNT(WS-OS-FOUND-SUB)
                   WHEN 'OPER-UNLOCK'
                       ADD 1 TO OS-MAINT-COUNT(WS-OS-FOUND-SUB)
                   WHEN 'APPROVAL'
                       ADD 1 TO OS-APPROVAL-COUNT(WS-OS-FOUND-SUB)
                   WHEN 'PARM-MAINT'
               MOVE 0 TO OS-SIGNFAIL-COUNT(WS-OS-FOUND-SUB)
               MOVE 0 TO OS-APPROVAL-COUNT(WS-OS-FOUND-SUB)
               MOVE 0 TO OS-MAINT-COUNT(WS-OS-FOUND-SUB)
               MOVE 0 TO OS-DENIED-COUNT(WS-OS-FOUND-SUB)
               MOVE 0 TO OS-OTHER-COUNT(WS-OS-FOUND-SUB)
               SET OPERATOR-SLOT-FOUND TO TRUE
           ELSE
           MOVE OS-SIGNFAIL-COUNT(WS-OS-SUB) TO SRS-FAILURES
           MOVE OS-APPROVAL-COUNT(WS-OS-SUB) TO SRS-APPROVALS
           MOVE OS-MAINT-COUNT(WS-OS-SUB) TO SRS-MAINT
           MOVE OS-DENIED-COUNT(WS-OS-SUB) TO SRS-DENIED
           MOVE OS-OTHER-COUNT(WS-OS-SUB) TO SRS-OTHER
           WRITE SECURITY-REPORT-LINE FROM SR-SUMMARY-LINE
           ADD 1 TO WS-OS-SUB.
