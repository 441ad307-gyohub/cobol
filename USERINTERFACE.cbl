               RECORD KEY IS CDL-ACCOUNT-NUMBER
               FILE STATUS IS CDLOAN-FILE-STATUS.

           SELECT LOAN-HISTORY-FILE ASSIGN TO 'LOANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LPH-KEY
               FILE STATUS IS LOAN-HISTORY-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO 'STANDORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNK-KEY
               ALTERNATE RECORD KEY IS LNK-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS ACCOUNT-LINK-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
               RECORD KEY IS RT-KEY
               FILE STATUS IS RATE-TABLE-FILE-STATUS.

           SELECT RATE-TIER-FILE ASSIGN TO 'RATETIER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS RATE-TIER-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'PARAMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS SUSPENSE-FILE-STATUS.

           SELECT PPAY-ENROL-FILE ASSIGN TO 'PPENROL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPE-ACCOUNT-NUMBER
               SHARING WITH ALL OTHER
               FILE STATUS IS PPAY-ENROL-STATUS.

           SELECT ISSUED-CHECK-FILE ASSIGN TO 'ISSUEDCK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISS-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS ISSUED-CHECK-STATUS.

           SELECT PPAY-EXCEPTION-FILE ASSIGN TO 'PPEXCPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPX-KEY
               ALTERNATE RECORD KEY IS PPX-ACCOUNT-NUMBER
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS PPAY-EXCEPTION-STATUS.

           SELECT SWEEP-INSTRUCTION-FILE ASSIGN TO 'SWEEPINS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWP-CHECKING-ACCOUNT
               FILE STATUS IS SWEEP-INSTRUCTION-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO 'BALHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS BALANCE-HISTORY-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO 'RPTCTLG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SECURITY-JOURNAL-STATUS.

           SELECT ENTITLEMENT-FILE ASSIGN TO 'ENTITLE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-KEY
               FILE STATUS IS ENTITLEMENT-FILE-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO 'LEGALHLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               FILE STATUS IS PAYEE-FILE-STATUS.

           SELECT ALERT-PREF-FILE ASSIGN TO 'ALERTPRF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APF-KEY
               ALTERNATE RECORD KEY IS APF-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS ALERT-PREF-STATUS.

           SELECT BRANCH-FILE ASSIGN TO 'BRANCH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS ACCRUAL-FILE-STATUS.

           SELECT ACCRUAL-JOURNAL-FILE ASSIGN TO 'ACCRJRNL.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS ACCRUAL-JOURNAL-STATUS.

           SELECT DRAWER-FILE ASSIGN TO 'DRAWER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT CARD-DISPUTE-FILE ASSIGN TO 'CARDDISP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS CARD-DISPUTE-STATUS.

           SELECT SCREEN-QUEUE-FILE ASSIGN TO 'SCRNQUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCQ-CASE-NUMBER
               ALTERNATE RECORD KEY IS SCQ-SUBJECT-KEY
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS SCREEN-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
           05 CUST-CUSTOMER-NUMBER  PIC 9(10).
           05 CUST-CLOSURE-DATE     PIC 9(8).
           05 CUST-BRANCH-CODE      PIC X(4).
           05 CUST-RESTRICTION-CODE PIC X(1).
               88 CUST-NOT-RESTRICTED VALUE SPACE.
               88 CUST-DECEASED-RESTRICTED VALUE 'D'.
           05 FILLER                PIC X(3).
           05 CUST-DORMANT-DATE     PIC 9(8).
           05 FILLER                PIC X(6).

               88 OPER-IS-SUPERVISOR VALUE 'S'.
           05 OPER-BRANCH-CODE      PIC X(4).
           05 FILLER                PIC X(5).
           05 OPER-PASSWORD-DATE    PIC 9(8).
           05 OPER-FAILED-LOGINS    PIC 9(1).
           05 OPER-LOCK-STATUS      PIC X(1).
               88 OPER-LOCKED-OUT   VALUE 'L'.
               88 OPER-NOT-LOCKED   VALUE SPACE.
           05 OPER-PASSWORD-HISTORY.
               10 OPER-PREV-PASSWORD PIC X(10) OCCURS 3 TIMES.
           05 FILLER                PIC X(10).

       FD CDLOAN-FILE.
       01 CDLOAN-RECORD.
               88 CDL-ACTIVE        VALUE 'A'.
               88 CDL-MATURED       VALUE 'M'.
               88 CDL-PAID-OFF      VALUE 'P'.
               88 CDL-IN-GRACE      VALUE 'G'.
           05 CDL-PAST-DUE-DATE     PIC 9(8).
           05 CDL-MISSED-COUNT      PIC 9(3).
           05 CDL-SETTLED-DATE      PIC 9(8).
           05 CDL-LATE-FEE-FLAG     PIC X(1).
               88 CDL-LATE-FEE-CHARGED VALUE 'Y'.
           05 CDL-MATURITY-INSTRUCTION PIC X(1).
               88 CDL-RENEW-SAME-TERM VALUE 'R'.
               88 CDL-RENEW-NEW-TERM VALUE 'T'.
               88 CDL-PAY-TO-ACCOUNT VALUE 'A'.
               88 CDL-PAY-TO-EXTERNAL VALUE 'E'.
           05 CDL-RENEWAL-TERM-MONTHS PIC 9(3).
           05 CDL-PAYOUT-ACCOUNT    PIC 9(10).
           05 CDL-PAYOUT-ROUTING    PIC 9(9).
           05 CDL-PAYOUT-EXTERNAL   PIC X(17).
           05 CDL-GRACE-END-DATE    PIC 9(8).
           05 CDL-RENEWAL-COUNT     PIC 9(3).
           05 CDL-LAST-ACTION-CODE  PIC X(1).
           05 CDL-LAST-ACTION-DATE  PIC 9(8).
           05 CDL-ORIGINAL-PRINCIPAL PIC S9(10)V99.
           05 CDL-INTEREST-PAID-TO-DATE PIC S9(10)V99.
           05 CDL-YTD-INTEREST-PAID PIC S9(10)V99.
           05 CDL-YTD-YEAR          PIC 9(4).
           05 CDL-PRIOR-YEAR-INTEREST PIC S9(10)V99.
           05 CDL-RATE-TYPE         PIC X(1).
               88 CDL-FIXED-RATE    VALUE 'F' SPACE.
               88 CDL-VARIABLE-RATE VALUE 'V'.
           05 CDL-INDEX-PRODUCT     PIC X(8).
           05 CDL-RATE-MARGIN       PIC S9V9(4).
           05 CDL-RATE-FLOOR        PIC 9V9(4).
           05 CDL-RATE-CAP          PIC 9V9(4).
           05 CDL-REPRICE-MONTHS    PIC 9(3).
           05 CDL-NEXT-REPRICE-DATE PIC 9(8).
           05 CDL-LAST-REPRICE-DATE PIC 9(8).
           05 CDL-PENDING-RATE      PIC 9V9(4).
           05 CDL-PENDING-PAYMENT   PIC S9(10)V99.
           05 CDL-PENDING-EFFECTIVE-DATE PIC 9(8).
           05 FILLER                PIC X(29).

       FD LOAN-HISTORY-FILE.
       01 LOAN-HISTORY-RECORD.
           05 LPH-KEY.
               10 LPH-ACCOUNT-NUMBER PIC 9(10).
               10 LPH-PAYMENT-NUMBER PIC 9(3).
           05 LPH-DUE-DATE          PIC 9(8).
           05 LPH-PAID-DATE         PIC 9(8).
           05 LPH-INTEREST-AMOUNT   PIC 9(10)V99.
           05 LPH-PRINCIPAL-AMOUNT  PIC 9(10)V99.
           05 LPH-BALANCE-AFTER     PIC S9(10)V99.
           05 LPH-INTEREST-TRANS-ID PIC 9(10).
           05 LPH-PRINCIPAL-TRANS-ID PIC 9(10).
           05 LPH-PAYMENT-SOURCE    PIC X(1).
               88 LPH-SCHEDULED     VALUE 'S'.
               88 LPH-PAYOFF        VALUE 'O'.
           05 FILLER                PIC X(20).

       FD STANDING-ORDER-FILE.
       01 STANDING-ORDER-RECORD.
           05 SO-END-DATE           PIC 9(8).
           05 SO-STATUS             PIC X(1).
               88 SO-ACTIVE         VALUE 'A'.
               88 SO-SUSPENDED      VALUE 'S'.
               88 SO-CANCELLED      VALUE 'C'.
               88 SO-EXPIRED        VALUE 'E'.
           05 SO-DATE-ADDED         PIC 9(8).
           05 OPQ-STATUS            PIC X(1).
               88 OPQ-PENDING       VALUE 'P'.
               88 OPQ-SENT          VALUE 'S'.
               88 OPQ-RETURNED      VALUE 'R'.
               88 OPQ-HELD          VALUE 'H'.
               88 OPQ-BLOCKED       VALUE 'B'.
           05 OPQ-RETURN-REASON     PIC X(3).
           05 OPQ-BENEFICIARY-NAME  PIC X(30).
           05 OPQ-SCREEN-CASE       PIC 9(8).
           05 FILLER                PIC X(9).

       FD EXCHANGE-RATE-FILE.
       01 EXCHANGE-RATE-RECORD.
           05 CM-PHONE              PIC X(15).
           05 CM-DATE-ADDED         PIC 9(8).
           05 CM-TAX-ID             PIC X(9).
           05 CM-RECORD-STATUS      PIC X(1).
               88 CM-ACTIVE         VALUE SPACE 'A'.
               88 CM-MERGED         VALUE 'M'.
           05 CM-DATE-OF-BIRTH      PIC 9(8).
           05 CM-ADDRESS-STATUS     PIC X(1).
               88 CM-ADDRESS-GOOD   VALUE SPACE 'G'.
               88 CM-MAIL-RETURNED  VALUE 'R'.
           05 CM-RETURNED-MAIL-DATE PIC 9(8).
           05 CM-DECEASED-FLAG      PIC X(1).
               88 CM-LIVING         VALUE SPACE 'N'.
               88 CM-DECEASED       VALUE 'D'.
           05 CM-DATE-OF-DEATH      PIC 9(8).
           05 CM-DEATH-RECORDED-DATE PIC 9(8).
           05 CM-DEATH-RECORDED-BY  PIC X(10).
           05 FILLER                PIC X(3).

       FD ACCOUNT-LINK-FILE.
       01 ACCOUNT-LINK-RECORD.
           05 LNK-ROLE              PIC X(1).
               88 LNK-PRIMARY-OWNER VALUE 'P'.
               88 LNK-JOINT-OWNER   VALUE 'J'.
               88 LNK-OWNER         VALUE 'P' 'J'.
               88 LNK-AUTHORIZED-SIGNER VALUE 'S'.
               88 LNK-POWER-OF-ATTORNEY VALUE 'A'.
               88 LNK-POD-BENEFICIARY VALUE 'B'.
           05 LNK-DATE-LINKED       PIC 9(8).
           05 LNK-SIGNER-LIMIT      PIC 9(8)V99.
           05 LNK-EFFECTIVE-DATE    PIC 9(8).
           05 LNK-EXPIRY-DATE       PIC 9(8).
           05 LNK-POD-SHARE         PIC 9(3)V99.
           05 FILLER                PIC X(20).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD            PIC X(183).
           05 RT-UPDATED-BY         PIC X(10).
           05 FILLER                PIC X(10).

       FD RATE-TIER-FILE.
       01 RATE-TIER-RECORD.
           05 RTT-KEY.
               10 RTT-PRODUCT-CODE  PIC X(8).
               10 RTT-EFFECTIVE-DATE PIC 9(8).
               10 RTT-TIER-NUMBER   PIC 9(2).
           05 RTT-TIER-FLOOR        PIC 9(10)V99.
           05 RTT-ANNUAL-RATE       PIC 9V9(4).
           05 RTT-METHOD            PIC X(1).
               88 RTT-WHOLE-BALANCE VALUE 'W'.
               88 RTT-BANDED        VALUE 'B'.
           05 RTT-UPDATED-DATE      PIC 9(8).
           05 RTT-UPDATED-BY        PIC X(10).
           05 FILLER                PIC X(10).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PRM-ACCOUNT-TYPE      PIC X(1).
           05 PRM-UPDATED-DATE      PIC 9(8).
           05 PRM-UPDATED-BY        PIC X(10).
           05 PRM-MONTHLY-FEE       PIC 9(8)V99.
       01 COVERAGE-PARAMETER-RECORD.
           05 PCV-CATEGORY          PIC X(1).
           05 PCV-COVERAGE-LIMIT    PIC 9(10)V99.
           05 FILLER                PIC X(44).
           05 PCV-UPDATED-DATE      PIC 9(8).
           05 PCV-UPDATED-BY        PIC X(10).
           05 FILLER                PIC X(10).
       01 ACTIVITY-LIMIT-PARAMETER-RECORD.
           05 PAL-KEY               PIC X(1).
           05 PAL-SAVINGS-WTH-LIMIT PIC 9(3).
           05 PAL-EXCESS-ACTION     PIC X(1).
               88 PAL-REFUSE-EXCESS VALUE 'R'.
               88 PAL-CHARGE-EXCESS VALUE 'F'.
           05 PAL-EXCESS-FEE        PIC 9(8)V99.
           05 PAL-CONVERSION-MONTHS PIC 9(2).
           05 FILLER                PIC X(40).
           05 PAL-UPDATED-DATE      PIC 9(8).
           05 PAL-UPDATED-BY        PIC X(10).
           05 FILLER                PIC X(10).

       FD AML-TRACK-FILE.
       01 AML-TRACK-RECORD.
           05 SUS-FAIL-REASON       PIC X(50).
           05 SUS-RELEASED-DATE     PIC 9(8).
           05 SUS-RELEASED-BY       PIC X(10).
           05 SUS-SCREEN-CASE       PIC 9(8).
           05 FILLER                PIC X(2).

       FD PPAY-ENROL-FILE.
       01 PPAY-ENROL-RECORD.
           05 PPE-ACCOUNT-NUMBER    PIC 9(10).
           05 PPE-STATUS            PIC X(1).
               88 PPE-ACTIVE        VALUE 'A'.
               88 PPE-SUSPENDED     VALUE 'I'.
           05 PPE-STALE-DAYS        PIC 9(3).
           05 PPE-ENROLLED-DATE     PIC 9(8).
           05 PPE-UPDATED-DATE      PIC 9(8).
           05 PPE-UPDATED-BY        PIC X(10).
           05 FILLER                PIC X(10).

       FD ISSUED-CHECK-FILE.
       01 ISSUED-CHECK-RECORD.
           05 ISS-KEY.
               10 ISS-ACCOUNT-NUMBER PIC 9(10).
               10 ISS-CHECK-NUMBER  PIC 9(10).
           05 ISS-AMOUNT            PIC 9(10)V99.
           05 ISS-PAYEE             PIC X(30).
           05 ISS-ISSUE-DATE        PIC 9(8).
           05 ISS-STATUS            PIC X(1).
               88 ISS-OUTSTANDING   VALUE 'O'.
               88 ISS-PAID          VALUE 'P'.
               88 ISS-VOIDED        VALUE 'V'.
           05 ISS-LOADED-DATE       PIC 9(8).
           05 ISS-PAID-DATE         PIC 9(8).
           05 ISS-PAID-AMOUNT       PIC 9(10)V99.
           05 ISS-PAID-TRANS-ID     PIC 9(10).
           05 ISS-VOID-DATE         PIC 9(8).
           05 FILLER                PIC X(10).

       FD PPAY-EXCEPTION-FILE.
       01 PPAY-EXCEPTION-RECORD.
           05 PPX-KEY.
               10 PPX-PRESENTED-DATE PIC 9(8).
               10 PPX-SEQUENCE      PIC 9(5).
           05 PPX-ACCOUNT-NUMBER    PIC 9(10).
           05 PPX-CHECK-NUMBER      PIC 9(10).
           05 PPX-AMOUNT            PIC 9(10)V99.
           05 PPX-ISSUED-AMOUNT     PIC 9(10)V99.
           05 PPX-ISSUE-DATE        PIC 9(8).
           05 PPX-PAYEE             PIC X(30).
           05 PPX-REASON            PIC X(1).
               88 PPX-UNKNOWN-CHECK VALUE 'U'.
               88 PPX-AMOUNT-MISMATCH VALUE 'A'.
               88 PPX-ALREADY-PAID  VALUE 'P'.
               88 PPX-STALE-DATED   VALUE 'S'.
               88 PPX-VOIDED-CHECK  VALUE 'V'.
           05 PPX-SOURCE            PIC X(1).
               88 PPX-FROM-BATCH    VALUE 'B'.
               88 PPX-FROM-SETTLEMENT VALUE 'S'.
           05 PPX-PRESENTED-BY      PIC X(10).
           05 PPX-DECISION          PIC X(1).
               88 PPX-UNDECIDED     VALUE SPACE.
               88 PPX-PAY-DECISION  VALUE 'P'.
               88 PPX-RETURN-DECISION VALUE 'R'.
           05 PPX-DECIDED-DATE      PIC 9(8).
           05 PPX-DECIDED-BY        PIC X(10).
           05 PPX-STATUS            PIC X(1).
               88 PPX-OPEN          VALUE 'O'.
               88 PPX-PAID          VALUE 'P'.
               88 PPX-RETURNED      VALUE 'R'.
           05 PPX-DEFAULTED         PIC X(1).
               88 PPX-DEFAULT-RETURN VALUE 'Y'.
           05 PPX-RESOLVED-DATE     PIC 9(8).
           05 PPX-TRANS-ID          PIC 9(10).
           05 PPX-RESULT-TEXT       PIC X(30).
           05 PPX-PRESENTMENT       PIC X(100).
           05 FILLER                PIC X(10).

       FD SWEEP-INSTRUCTION-FILE.
           05 SWP-MINIMUM-INCREMENT PIC 9(8)V99.
           05 SWP-STATUS            PIC X(1).
               88 SWP-SWEEP-ACTIVE  VALUE 'A'.
               88 SWP-SWEEP-SUSPENDED VALUE 'S'.
               88 SWP-SWEEP-CANCELLED VALUE 'C'.
           05 SWP-DATE-ADDED        PIC 9(8).
           05 FILLER                PIC X(10).

       FD BALANCE-HISTORY-FILE.
       01 BALANCE-HISTORY-RECORD.
           05 BHS-KEY.
               10 BHS-ACCOUNT-NUMBER PIC 9(10).
               10 BHS-BALANCE-DATE   PIC 9(8).
           05 BHS-LEDGER-BALANCE    PIC S9(10)V99.
           05 BHS-HELD-AMOUNT       PIC 9(10)V99.
           05 BHS-AVAILABLE-BALANCE PIC S9(10)V99.
           05 BHS-ACCOUNT-STATUS    PIC X(1).
           05 BHS-CURRENCY-CODE     PIC X(3).
           05 BHS-RECORDED-DATE     PIC 9(8).
           05 FILLER                PIC X(14).

       FD REPORT-CATALOG-FILE.
       01 REPORT-CATALOG-RECORD.
           05 RCT-KEY.
           05 SEC-DETAIL            PIC X(40).
           05 FILLER                PIC X(10).

       FD ENTITLEMENT-FILE.
       01 ENTITLEMENT-RECORD.
           05 ENT-KEY.
               10 ENT-SUBJECT-TYPE  PIC X(1).
                   88 ENT-FOR-ROLE  VALUE 'R'.
                   88 ENT-FOR-OPERATOR VALUE 'O'.
               10 ENT-SUBJECT       PIC X(10).
               10 ENT-FUNCTION      PIC X(12).
           05 ENT-ACCESS            PIC X(1).
               88 ENT-GRANTED       VALUE 'Y'.
               88 ENT-DENIED        VALUE 'N'.
           05 ENT-UPDATED-DATE      PIC 9(8).
           05 ENT-UPDATED-BY        PIC X(10).
           05 FILLER                PIC X(10).

       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-RECORD.
           05 LGL-KEY.
           05 PAY-DATE-ADDED        PIC 9(8).
           05 FILLER                PIC X(10).

       FD ALERT-PREF-FILE.
       01 ALERT-PREF-RECORD.
           05 APF-KEY.
               10 APF-CUSTOMER-NUMBER PIC 9(10).
               10 APF-ACCOUNT-NUMBER  PIC 9(10).
           05 APF-CONTACT-METHOD    PIC X(1).
               88 APF-BY-SMS        VALUE 'P'.
               88 APF-BY-EMAIL      VALUE 'E'.
           05 APF-CONTACT-ADDRESS   PIC X(50).
           05 APF-LOW-BALANCE-AMOUNT PIC 9(10)V99.
           05 APF-LARGE-DEBIT-AMOUNT PIC 9(10)V99.
           05 APF-OVERDRAFT-ALERT   PIC X(1).
           05 APF-HOLD-ALERT        PIC X(1).
           05 APF-STOP-PAY-ALERT    PIC X(1).
           05 APF-CARD-BLOCK-ALERT  PIC X(1).
           05 APF-STATUS            PIC X(1).
               88 APF-ACTIVE        VALUE 'A'.
               88 APF-CANCELLED     VALUE 'C'.
           05 APF-DATE-ADDED        PIC 9(8).
           05 APF-DATE-CHANGED      PIC 9(8).
           05 APF-CHANGED-BY        PIC X(10).
           05 FILLER                PIC X(24).

       FD BRANCH-FILE.
       01 BRANCH-RECORD.
           05 BRN-CODE              PIC X(4).
           05 ACR-DAILY-RATE        PIC 9V9(8).
           05 FILLER                PIC X(10).

       FD ACCRUAL-JOURNAL-FILE.
       01 ACCRUAL-JOURNAL-RECORD.
           05 AJR-BUSINESS-DATE     PIC 9(8).
           05 AJR-ACCOUNT-NUMBER    PIC 9(10).
           05 AJR-MOVEMENT-TYPE     PIC X(1).
               88 AJR-NEW-ACCRUAL   VALUE 'A'.
               88 AJR-REVERSAL-ADJUST VALUE 'R'.
               88 AJR-POSTING-RELIEF VALUE 'P'.
           05 AJR-AMOUNT            PIC S9(10)V9(4).
           05 AJR-SOURCE-PROGRAM    PIC X(10).
           05 FILLER                PIC X(7).

       FD DRAWER-FILE.
       01 DRAWER-RECORD.
           05 DRW-OPERATOR-ID       PIC X(10).
               88 CRD-CARD-ACTIVE   VALUE 'A'.
               88 CRD-CARD-BLOCKED  VALUE 'B'.
               88 CRD-CARD-CLOSED   VALUE 'C'.
               88 CRD-CARD-PENDING  VALUE 'P'.
           05 CRD-DAILY-WTH-LIMIT   PIC 9(10)V99.
           05 CRD-DAILY-PUR-LIMIT   PIC 9(10)V99.
           05 CRD-USAGE-DATE        PIC 9(8).
           05 CRD-ISSUE-DATE        PIC 9(8).
           05 CRD-EXPIRY-DATE       PIC 9(8).
           05 CRD-PIN-FAIL-COUNT    PIC 9(1).
           05 CRD-REPLACES-CARD     PIC 9(16).
           05 CRD-REPLACED-BY-CARD  PIC 9(16).
           05 CRD-ACTIVATION-DATE   PIC 9(8).
           05 CRD-CLOSE-REASON      PIC X(1).
               88 CRD-CLOSED-REPLACED VALUE 'R'.
               88 CRD-CLOSED-EXPIRED VALUE 'E'.
           05 FILLER                PIC X(10).

       FD CARD-DISPUTE-FILE.
       01 CARD-DISPUTE-RECORD.
           05 DSP-KEY.
               10 DSP-ACCOUNT-NUMBER PIC 9(10).
               10 DSP-CASE-ID       PIC 9(5).
           05 DSP-CARD-NUMBER       PIC 9(16).
           05 DSP-ORIGINAL-TRANS-ID PIC 9(10).
           05 DSP-TRANS-DATE        PIC 9(8).
           05 DSP-AMOUNT            PIC 9(10)V99.
           05 DSP-REASON-CODE       PIC X(1).
               88 DSP-REASON-VALID  VALUE 'U' 'N' 'D' 'A' 'O'.
           05 DSP-DESCRIPTION       PIC X(30).
           05 DSP-STATUS            PIC X(1).
               88 DSP-CASE-OPEN     VALUE 'O'.
               88 DSP-CASE-PROVISIONAL VALUE 'P'.
               88 DSP-CASE-FINAL    VALUE 'F'.
               88 DSP-CASE-DENIED   VALUE 'D'.
               88 DSP-CASE-UNRESOLVED VALUE 'O' 'P'.
           05 DSP-DATE-OPENED       PIC 9(8).
           05 DSP-OPENED-BY         PIC X(10).
           05 DSP-PROVISIONAL-DUE-DATE PIC 9(8).
           05 DSP-PROVISIONAL-DATE  PIC 9(8).
           05 DSP-PROVISIONAL-TRANS-ID PIC 9(10).
           05 DSP-DATE-RESOLVED     PIC 9(8).
           05 DSP-RESOLVED-BY       PIC X(10).
           05 DSP-RESOLUTION-TRANS-ID PIC 9(10).
           05 FILLER                PIC X(20).

       FD SCREEN-QUEUE-FILE.
       01 SCREEN-QUEUE-RECORD.
           05 SCQ-CASE-NUMBER       PIC 9(8).
           05 SCQ-SUBJECT-KEY.
               10 SCQ-SUBJECT-NAME  PIC X(30).
               10 SCQ-ENTRY-ID      PIC X(10).
           05 SCQ-ALIAS-SEQ         PIC 9(2).
           05 SCQ-SOURCE-TYPE       PIC X(1).
           05 SCQ-REFERENCE         PIC X(20).
           05 SCQ-TAX-ID            PIC X(9).
           05 SCQ-MATCH-NAME        PIC X(40).
           05 SCQ-MATCH-SCORE       PIC 9(3).
           05 SCQ-MATCH-TYPE        PIC X(1).
           05 SCQ-PROGRAM           PIC X(10).
           05 SCQ-STATUS            PIC X(1).
               88 SCQ-PENDING       VALUE 'P'.
               88 SCQ-CLEARED       VALUE 'C'.
               88 SCQ-CONFIRMED     VALUE 'F'.
           05 SCQ-OPENED-DATE       PIC 9(8).
           05 SCQ-OPENED-BY         PIC X(10).
           05 SCQ-DECIDED-DATE      PIC 9(8).
           05 SCQ-DECIDED-BY        PIC X(10).
           05 SCQ-COMMENT           PIC X(40).
           05 FILLER                PIC X(20).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-VARIABLES.
           05 TRANS-INDEX-STATUS    PIC XX.
           05 CUSTOMER-AUDIT-FILE-STATUS PIC XX.
           05 OPERATOR-FILE-STATUS  PIC XX.
           05 CDLOAN-FILE-STATUS    PIC XX.
           05 LOAN-HISTORY-STATUS   PIC XX.
           05 HOLD-FILE-STATUS      PIC XX.
           05 STANDING-ORDER-FILE-STATUS PIC XX.
           05 OUTPAY-QUEUE-STATUS   PIC XX.
           05 ACCOUNT-LINK-FILE-STATUS PIC XX.
           05 ARCHIVE-FILE-STATUS   PIC XX.
           05 RATE-TABLE-FILE-STATUS PIC XX.
           05 RATE-TIER-FILE-STATUS PIC XX.
           05 PARAMETER-FILE-STATUS PIC XX.
           05 AML-TRACK-STATUS      PIC XX.
           05 AML-FLAG-STATUS       PIC XX.
           05 STOP-PAYMENT-STATUS   PIC XX.
           05 STOP-LOG-STATUS       PIC XX.
           05 CARD-FILE-STATUS      PIC XX.
           05 CARD-DISPUTE-STATUS   PIC XX.
           05 DRAWER-FILE-STATUS    PIC XX.
           05 ACCRUAL-FILE-STATUS   PIC XX.
           05 ACCRUAL-JOURNAL-STATUS PIC XX.
           05 GL-CHART-STATUS       PIC XX.
           05 AML-CASE-STATUS       PIC XX.
           05 FEE-OVERRIDE-STATUS   PIC XX.
           05 BRANCH-FILE-STATUS    PIC XX.
           05 PAYEE-FILE-STATUS     PIC XX.
           05 ALERT-PREF-STATUS     PIC XX.
           05 LEGAL-HOLD-STATUS     PIC XX.
           05 SECURITY-JOURNAL-STATUS PIC XX.
           05 ENTITLEMENT-FILE-STATUS PIC XX.
           05 CALENDAR-FILE-STATUS  PIC XX.
           05 SUSPENSE-FILE-STATUS  PIC XX.
           05 SWEEP-INSTRUCTION-STATUS PIC XX.
           05 BALANCE-HISTORY-STATUS PIC XX.
           05 REPORT-CATALOG-STATUS PIC XX.
           05 VIEWER-FILE-STATUS    PIC XX.
           05 REPRINT-FILE-STATUS   PIC XX.
           05 SCREEN-QUEUE-STATUS   PIC XX.
           05 PPAY-ENROL-STATUS     PIC XX.
           05 ISSUED-CHECK-STATUS   PIC XX.
           05 PPAY-EXCEPTION-STATUS PIC XX.

       01 FEE-OVERRIDE-WORK-AREAS.
           05 WS-FOV-TYPE-ENTRY     PIC X(1).
           05 WS-CSE-LISTED-COUNT   PIC 9(3).
           05 WS-CSE-AMOUNT-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 SCREENING-WORK-AREAS.
           05 WS-SCQ-CASE-ENTRY     PIC 9(8).
           05 WS-SCQ-DECISION-ENTRY PIC X(1).
           05 WS-SCQ-COMMENT-ENTRY  PIC X(40).
           05 WS-SCQ-LISTED-COUNT   PIC 9(3).
           05 WS-SCREEN-OUTCOME-FLAG PIC X(1).
               88 SCREENING-PASSED  VALUE 'Y'.
               88 SCREENING-REFUSED VALUE 'N'.

       01 GL-CHART-WORK-AREAS.
           05 WS-COA-ACCOUNT-ENTRY  PIC 9(6).
           05 WS-COA-NAME-ENTRY     PIC X(30).
           05 WS-CRD-LIMIT-ENTRY    PIC 9(10)V99.
           05 WS-CRD-STATUS-ENTRY   PIC X(1).
           05 WS-CRD-EXPIRY-ENTRY   PIC 9(8).
           05 WS-CRD-ACTIVATED-NUMBER PIC 9(16).
           05 WS-CRD-ACTIVATION-FLAG PIC X(1).
               88 CRD-BEING-ACTIVATED VALUE 'Y'.
               88 CRD-NOT-BEING-ACTIVATED VALUE 'N'.
           05 WS-CRD-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.

       01 CARD-DISPUTE-CONSTANTS.
           05 WS-DSP-PROVISIONAL-DAYS PIC 9(3) VALUE 10.

       01 CARD-DISPUTE-WORK-AREAS.
           05 WS-DSP-TRANS-ID-ENTRY PIC 9(10).
           05 WS-DSP-DATE-ENTRY     PIC 9(8).
           05 WS-DSP-AMOUNT-ENTRY   PIC 9(10)V99.
           05 WS-DSP-ORIGINAL-AMOUNT PIC 9(10)V99.
           05 WS-DSP-REASON-ENTRY   PIC X(1).
           05 WS-DSP-DESCRIPTION-ENTRY PIC X(30).
           05 WS-DSP-CASE-ID-ENTRY  PIC 9(5).
           05 WS-DSP-LAST-CASE-ID   PIC 9(5).
           05 WS-DSP-LISTED-COUNT   PIC 9(3).
           05 WS-DSP-RESOLUTION-ENTRY PIC X(1).
           05 WS-DSP-POST-TYPE      PIC X(1).
           05 WS-DSP-RELATED-ID     PIC 9(10).
           05 WS-DSP-AMOUNT-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-DSP-ENTRY-FLAG     PIC X(1).
               88 DISPUTE-ENTRY-VALID VALUE 'Y'.
               88 DISPUTE-ENTRY-INVALID VALUE 'N'.
           05 WS-DSP-DUPLICATE-FLAG PIC X(1).
               88 DISPUTE-ALREADY-OPEN VALUE 'Y'.
               88 DISPUTE-NOT-DUPLICATE VALUE 'N'.

       01 HOLD-INQUIRY-WORK-AREAS.
           05 WS-HOLDS-LISTED-COUNT PIC 9(3).

           05 WS-SP-EXPIRY-ENTRY    PIC 9(8).
           05 WS-SP-AMOUNT-DISPLAY  PIC Z,ZZZ,ZZ9.99.

       01 POSITIVE-PAY-WORK-AREAS.
           05 WS-PPE-STATUS-ENTRY   PIC X(1).
           05 WS-PPE-STALE-ENTRY    PIC 9(3).
           05 WS-PPE-OLD-STATUS     PIC X(1).
           05 WS-PPE-OLD-STALE-DAYS PIC 9(3).
           05 WS-PPE-RECORD-FLAG    PIC X(1).
               88 PPE-RECORD-EXISTS VALUE 'Y'.
               88 PPE-RECORD-NEW    VALUE 'N'.
           05 WS-PPX-DATE-ENTRY     PIC 9(8).
           05 WS-PPX-SEQUENCE-ENTRY PIC 9(5).
           05 WS-PPX-DECISION-ENTRY PIC X(1).
           05 WS-PPX-OLD-DECISION   PIC X(1).
           05 WS-PPAY-LISTED-COUNT  PIC 9(5).
           05 WS-PPAY-AMOUNT-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-PPAY-ISSUED-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 BALANCE-HISTORY-WORK-AREAS.
           05 WS-BHI-FROM-DATE      PIC 9(8).
           05 WS-BHI-TO-DATE        PIC 9(8).
           05 WS-BHI-FOUND-DATE     PIC 9(8).
           05 WS-BHI-LEDGER         PIC S9(10)V99.
           05 WS-BHI-HELD           PIC 9(10)V99.
           05 WS-BHI-AVAILABLE      PIC S9(10)V99.
           05 WS-BHI-STATUS         PIC X(1).
           05 WS-BHI-FIRST-BALANCE  PIC S9(10)V99.
           05 WS-BHI-LOW-BALANCE    PIC S9(10)V99.
           05 WS-BHI-HIGH-BALANCE   PIC S9(10)V99.
           05 WS-BHI-CHANGE         PIC S9(10)V99.
           05 WS-BHI-COUNT          PIC 9(5).
           05 WS-BHI-LEDGER-DISPLAY PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-BHI-HELD-DISPLAY   PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-BHI-AVAIL-DISPLAY  PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-BHI-CHANGE-DISPLAY PIC ZZZ,ZZZ,ZZ9.99-.

       01 DECEASED-WORK-AREAS.
           05 WS-DTH-CUSTOMER       PIC 9(10).
           05 WS-DTH-DATE-ENTRY     PIC 9(8).
           05 WS-DTH-NAME           PIC X(30).
           05 WS-DTH-LINK-TABLE.
               10 WS-DTH-LINK-ENTRY OCCURS 100 TIMES.
                   15 WS-DTH-LINK-ACCOUNT PIC 9(10).
                   15 WS-DTH-LINK-ROLE PIC X(1).
           05 WS-DTH-LINK-COUNT     PIC 9(3).
           05 WS-DTH-LINK-SUB       PIC 9(3).
           05 WS-DTH-ACCOUNT        PIC 9(10).
           05 WS-DTH-ROLE           PIC X(1).
           05 WS-DTH-SURVIVOR-NUMBER PIC 9(10).
           05 WS-DTH-SURVIVOR-ROLE  PIC X(1).
           05 WS-DTH-SURVIVOR-NAME  PIC X(30).
           05 WS-DTH-SURVIVOR-ADDRESS PIC X(50).
           05 WS-DTH-SURVIVOR-PHONE PIC X(15).
           05 WS-DTH-SURVIVOR-COUNT PIC 9(3).
           05 WS-DTH-OLD-CARD-STATUS PIC X(1).
           05 WS-DTH-RESTRICTED-COUNT PIC 9(3).
           05 WS-DTH-PASSED-COUNT   PIC 9(3).
           05 WS-DTH-ENDED-COUNT    PIC 9(3).
           05 WS-DTH-BENEFICIARY-COUNT PIC 9(3).
           05 WS-DTH-ORDERS-SUSPENDED PIC 9(3).
           05 WS-DTH-SWEEPS-SUSPENDED PIC 9(3).
           05 WS-DTH-CARDS-BLOCKED  PIC 9(3).
           05 WS-EST-CUSTOMER       PIC 9(10).
           05 WS-EST-NAME           PIC X(30).
           05 WS-EST-ADDRESS        PIC X(50).
           05 WS-EST-PHONE          PIC X(15).
           05 WS-EST-SETTLE-FLAG    PIC X(1) VALUE 'N'.
               88 ESTATE-SETTLEMENT-ACTIVE VALUE 'Y'.
               88 ESTATE-SETTLEMENT-INACTIVE VALUE 'N'.
           05 WS-POD-TABLE.
               10 WS-POD-ENTRY OCCURS 20 TIMES.
                   15 WS-POD-CUSTOMER PIC 9(10).
                   15 WS-POD-NAME   PIC X(30).
                   15 WS-POD-SHARE  PIC 9(3)V99.
                   15 WS-POD-DEST-ACCOUNT PIC 9(10).
                   15 WS-POD-AMOUNT PIC 9(10)V99.
           05 WS-POD-COUNT          PIC 9(3).
           05 WS-POD-SUB            PIC 9(3).
           05 WS-POD-ACCOUNT        PIC 9(10).
           05 WS-POD-SHARE-TOTAL    PIC 9(5)V99.
           05 WS-POD-BALANCE        PIC S9(10)V99.
           05 WS-POD-BALANCE-BEFORE PIC S9(10)V99.
           05 WS-POD-ALLOCATED      PIC S9(10)V99.
           05 WS-POD-PAID-COUNT     PIC 9(3).

       01 ACCOUNT-PARTY-WORK-AREAS.
           05 WS-PTY-ACCOUNT        PIC 9(10).
           05 WS-PTY-TRANSACTOR     PIC 9(10).
           05 WS-PTY-ROLE-ENTRY     PIC X(1).
           05 WS-PTY-LIMIT-ENTRY    PIC 9(8)V99.
           05 WS-PTY-EFFECTIVE-ENTRY PIC 9(8).
           05 WS-PTY-EXPIRY-ENTRY   PIC 9(8).
           05 WS-PTY-SHARE-ENTRY    PIC 9(3)V99.
           05 WS-PTY-SHARE-TOTAL    PIC 9(5)V99.
           05 WS-PTY-PARTIES-LISTED PIC 9(3).
           05 WS-PTY-LIMIT-DISPLAY  PIC ZZ,ZZZ,ZZ9.99.
           05 WS-PTY-SHARE-DISPLAY  PIC ZZ9.99.
           05 WS-PTY-ROLE-NAME      PIC X(17).
           05 WS-PTY-STATUS-TEXT    PIC X(12).
           05 WS-PTY-AUDIT-DETAIL   PIC X(30).
           05 WS-PTY-ENTRY-FLAG     PIC X(1).
               88 PARTY-ENTRY-VALID VALUE 'Y'.
               88 PARTY-ENTRY-INVALID VALUE 'N'.
           05 WS-PTY-AUTH-FLAG      PIC X(1).
               88 PARTY-AUTHORIZED  VALUE 'Y'.
               88 PARTY-NOT-AUTHORIZED VALUE 'N'.
           05 WS-PTY-CHECK-FLAG     PIC X(1).
               88 PARTY-CHECK-DEBIT VALUE 'D'.
               88 PARTY-CHECK-CREDIT VALUE 'C'.

       01 AML-CONSTANTS.
           05 WS-AML-THRESHOLD      PIC 9(10)V99 VALUE 10000.00.
           05 WS-AML-WINDOW-DAYS    PIC 9(3) VALUE 3.
           05 WS-PRM-AMOUNT-ENTRY   PIC 9(10)V99.
           05 WS-PRM-DAYS-ENTRY     PIC 9(5).
           05 WS-PRM-AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-PRM-OLD-LIMIT      PIC 9(10)V99.
           05 WS-PRM-OLD-DISPLAY    PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-PRM-DEFAULT-LIMIT  PIC 9(10)V99 VALUE 250000.00.
           05 WS-PCV-RECORD-FLAG    PIC X(1).
               88 PCV-RECORD-EXISTS VALUE 'Y'.
               88 PCV-RECORD-NEW    VALUE 'N'.
           05 WS-PRM-LIMIT-ENTRY    PIC 9(3).
           05 WS-PRM-ACTION-ENTRY   PIC X(1).
           05 WS-PRM-MONTHS-ENTRY   PIC 9(2).
           05 WS-PAL-RECORD-FLAG    PIC X(1).
               88 PAL-RECORD-EXISTS VALUE 'Y'.
               88 PAL-RECORD-NEW    VALUE 'N'.
           05 WS-PAL-SETTINGS       PIC X(50).
           05 WS-PAL-OLD-SETTINGS   PIC X(50).

       01 RATE-TABLE-WORK-AREAS.
           05 WS-RT-SEARCH-PRODUCT  PIC X(8).
           05 WS-RT-RATE-ENTRY      PIC 9V9(4).
           05 WS-RT-RATE-DISPLAY    PIC 9.9(4).
           05 WS-RT-LISTED-COUNT    PIC 9(3).
           05 WS-RT-EFFECTIVE-FOUND PIC 9(8).

       01 RATE-TIER-WORK-AREAS.
           05 WS-RTT-METHOD-ENTRY   PIC X(1).
               88 RTT-METHOD-ENTRY-VALID VALUE 'W' 'B'.
           05 WS-RTT-COUNT-ENTRY    PIC 9(2).
           05 WS-RTT-SUB            PIC 9(2).
           05 WS-RTT-FLOOR-ENTRY    PIC 9(10)V99.
           05 WS-RTT-RATE-ENTRY     PIC 9V9(4).
           05 WS-RTT-FLOOR-DISPLAY  PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-RTT-CONFIRM        PIC X(1).
           05 WS-RTT-VALID-FLAG     PIC X(1).
               88 RATE-TIERS-VALID  VALUE 'Y'.
               88 RATE-TIERS-INVALID VALUE 'N'.
           05 WS-RTT-REPLACED-COUNT PIC 9(2).
           05 WS-RTT-ENTRY OCCURS 10 TIMES.
               10 WS-RTT-TIER-FLOOR PIC 9(10)V99.
               10 WS-RTT-TIER-RATE  PIC 9V9(4).

       01 TIER-PARAMETERS.
           05 TIR-PRODUCT-CODE      PIC X(8).
           05 TIR-FALLBACK-PRODUCT  PIC X(8).
           05 TIR-AS-OF-DATE        PIC 9(8).
           05 TIR-BALANCE           PIC S9(10)V99.
           05 TIR-FLAT-RATE         PIC 9V9(4).
           05 TIR-FLAT-EFFECTIVE-DATE PIC 9(8).
           05 TIR-APPLIED-RATE      PIC 9V9(8).
           05 TIR-TIER-USED         PIC 9(2).
           05 TIR-METHOD            PIC X(1).
               88 TIR-FLAT-RATE-USED VALUE 'F'.
               88 TIR-WHOLE-BALANCE VALUE 'W'.
               88 TIR-BANDED        VALUE 'B'.
           05 TIR-SCHEDULE-DATE     PIC 9(8).

       01 SCREEN-PARAMETERS.
           05 SCR-REQUEST           PIC X(1).
               88 SCR-CHECK-LIST    VALUE 'A'.
               88 SCR-SCREEN-SUBJECT VALUE 'S'.
               88 SCR-QUERY-CASE    VALUE 'Q'.
               88 SCR-RECORD-DECISION VALUE 'D'.
           05 SCR-SOURCE-TYPE       PIC X(1).
           05 SCR-REFERENCE         PIC X(20).
           05 SCR-NAME              PIC X(30).
           05 SCR-TAX-ID            PIC X(9).
           05 SCR-OPERATOR-ID       PIC X(10).
           05 SCR-BUSINESS-DATE     PIC 9(8).
           05 SCR-DECISION          PIC X(1).
           05 SCR-COMMENT           PIC X(40).
           05 SCR-RESULT            PIC X(1).
               88 SCR-CLEAR         VALUE 'C'.
               88 SCR-POSSIBLE-HIT  VALUE 'H'.
               88 SCR-CONFIRMED-HIT VALUE 'B'.
               88 SCR-LIST-UNAVAILABLE VALUE 'U'.
               88 SCR-CASE-NOT-FOUND VALUE 'N'.
               88 SCR-REQUEST-REFUSED VALUE 'X'.
           05 SCR-CASE-NUMBER       PIC 9(8).
           05 SCR-MATCH-ENTRY       PIC X(10).
           05 SCR-MATCH-NAME        PIC X(40).
           05 SCR-MATCH-SCORE       PIC 9(3).
           05 SCR-MESSAGE           PIC X(50).

       01 TAX-ID-WORK-AREAS.
           05 WS-CM-TIN-ENTRY       PIC X(9).
           05 WS-CM-LINKS-UPDATED   PIC 9(3).
           05 WS-CM-MATCHES-SHOWN   PIC 9(3).

       01 CUSTOMER-MERGE-WORK-AREAS.
           05 WS-MRG-RETIRED-NUMBER PIC 9(10).
           05 WS-MRG-SURVIVOR-NUMBER PIC 9(10).
           05 WS-MRG-RETIRED-NAME   PIC X(30).
           05 WS-MRG-RETIRED-TAX-ID PIC X(9).
           05 WS-MRG-RETIRED-DOB    PIC 9(8).
           05 WS-MRG-SURVIVOR-NAME  PIC X(30).
           05 WS-MRG-SURVIVOR-ADDRESS PIC X(50).
           05 WS-MRG-SURVIVOR-PHONE PIC X(15).
           05 WS-MRG-LINK-ACCOUNT   PIC 9(10) OCCURS 100 TIMES.
           05 WS-MRG-LINK-COUNT     PIC 9(3).
           05 WS-MRG-LINK-SUB       PIC 9(3).
           05 WS-MRG-LINK-ROLE      PIC X(1).
           05 WS-MRG-OLD-ROLE       PIC X(1).
           05 WS-MRG-LINK-SAVE      PIC X(80).
           05 WS-MRG-PAYEE-SEQUENCE PIC 9(3) OCCURS 999 TIMES.
           05 WS-MRG-PAYEE-COUNT    PIC 9(3).
           05 WS-MRG-PAYEE-SUB      PIC 9(3).
           05 WS-MRG-PAYEE-SAVE     PIC X(118).
           05 WS-MRG-LINKS-HANDLED  PIC 9(5).
           05 WS-MRG-PASS-START     PIC 9(5).
           05 WS-MRG-LINKS-MOVED    PIC 9(5).
           05 WS-MRG-LINKS-DROPPED  PIC 9(5).
           05 WS-MRG-PAYEES-MOVED   PIC 9(5).
           05 WS-MRG-ACCOUNTS-MOVED PIC 9(5).

       01 RETURNED-MAIL-WORK-AREAS.
           05 WS-RTM-RETURNED-DATE  PIC 9(8).
           05 WS-RTM-OLD-DATE       PIC 9(8).

       01 AUDIT-WORK-AREAS.
           05 WS-OPERATOR-ID        PIC X(10) VALUE 'SYSTEM'.
           05 WS-AUDIT-OLD-NAME     PIC X(30).
           05 WS-LOGIN-RESULT       PIC X(1).
               88 LOGIN-SUCCESSFUL  VALUE 'Y'.
               88 LOGIN-FAILED      VALUE 'N'.
               88 LOGIN-CANCELLED   VALUE 'C'.
           05 WS-OPERATOR-ROLE      PIC X(1).
               88 OPERATOR-IS-SUPERVISOR VALUE 'S'.
           05 WS-OPERATOR-BRANCH    PIC X(4) VALUE '0001'.
           05 UI-CDL-SUBTYPE        PIC X(1).
           05 UI-CDL-RATE           PIC 9V9(4).
           05 UI-CDL-TERM-MONTHS    PIC 9(3).
           05 UI-CDL-INSTRUCTION    PIC X(1).
           05 UI-CDL-RENEWAL-TERM   PIC 9(3).
           05 UI-CDL-PAYOUT-ACCOUNT PIC 9(10).
           05 UI-CDL-PAYOUT-ROUTING PIC 9(9).
           05 UI-CDL-PAYOUT-EXTERNAL PIC X(17).
           05 UI-CDL-RATE-TYPE      PIC X(1).
           05 UI-CDL-INDEX-PRODUCT  PIC X(8).
           05 UI-CDL-MARGIN         PIC S9V9(4).
           05 UI-CDL-FLOOR          PIC 9V9(4).
           05 UI-CDL-CAP            PIC 9V9(4).
           05 UI-CDL-REPRICE-MONTHS PIC 9(3).
           05 UI-CDL-START-RATE     PIC S9V9(4).
           05 UI-AMOUNT             PIC 9(10)V99.
           05 UI-DESTINATION-ACCOUNT PIC 9(10).
           05 UI-ROUTING-NUMBER     PIC 9(9).
           05 UI-EXTERNAL-ACCOUNT   PIC X(17).
           05 UI-BENEFICIARY-NAME   PIC X(30).
           05 UI-CHECK-NUMBER       PIC 9(10).
           05 UI-CONTINUE-FLAG      PIC X(1).
               88 CONTINUE-PROGRAM  VALUE 'Y'.
           05 WS-ES-TRANS-TYPE      PIC X(1).
           05 WS-ES-TRANS-AMOUNT    PIC 9(10)V99.
           05 WS-ES-TRANS-DESC      PIC X(30).
           05 WS-ES-PRINCIPAL-PAID  PIC 9(10)V99.
           05 WS-ES-BUSINESS-YEAR   PIC 9(4).
           05 WS-ES-RELATED-ID      PIC 9(10) VALUE 0.
           05 WS-ES-INTEREST-ID     PIC 9(10).
           05 WS-ES-PRINCIPAL-ID    PIC 9(10).
           05 WS-ES-LINK-FLAG       PIC X(1) VALUE 'N'.
               88 ES-LINK-TRANSACTIONS VALUE 'Y'.
           05 WS-ES-AMOUNT-DISPLAY  PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 MATURITY-INSTRUCTION-WORK-AREAS.
           05 WS-MI-OLD-VALUE       PIC X(50).
           05 WS-MI-NEW-VALUE       PIC X(50).
           05 WS-MI-CD-CURRENCY     PIC X(3).

       01 OVERDRAFT-CONSTANTS.
           05 WS-OVERDRAFT-LIMIT    PIC 9(10)V99 VALUE 500.00.
           05 WS-WITHDRAWAL-LIMIT   PIC S9(10)V99.
           05 WS-SEC-AMOUNT         PIC 9(10)V99.
           05 WS-SEC-DETAIL         PIC X(40).

       01 ENTITLEMENT-WORK-AREAS.
           05 WS-ENT-FUNCTION       PIC X(12).
           05 WS-ENT-RESULT         PIC X(1).
               88 FUNCTION-PERMITTED VALUE 'Y'.
               88 FUNCTION-DENIED   VALUE 'N'.
           05 WS-ENT-FOUND-FLAG     PIC X(1).
               88 ENT-ENTRY-FOUND   VALUE 'Y'.
               88 ENT-ENTRY-MISSING VALUE 'N'.
           05 WS-ENT-DEFAULT        PIC X(1).
           05 WS-ENT-SUB            PIC 9(3).
           05 WS-ENT-TYPE-ENTRY     PIC X(1).
           05 WS-ENT-SUBJECT-ENTRY  PIC X(10).
           05 WS-ENT-FUNCTION-ENTRY PIC X(12).
           05 WS-ENT-ACCESS-ENTRY   PIC X(1).
           05 WS-ENT-LISTED-COUNT   PIC 9(3).
           05 WS-ENT-KEY-FLAG       PIC X(1).
               88 ENT-KEY-VALID     VALUE 'Y'.
               88 ENT-KEY-INVALID   VALUE 'N'.

       01 ENTITLEMENT-FUNCTION-VALUES.
           05 FILLER                PIC X(13) VALUE 'INQUIRY     A'.
           05 FILLER                PIC X(13) VALUE 'REVERSAL    A'.
           05 FILLER                PIC X(13) VALUE 'FUNDS-HOLDS A'.
           05 FILLER                PIC X(13) VALUE 'BAL-HISTORY A'.
           05 FILLER                PIC X(13) VALUE 'EARLY-SETTLEA'.
           05 FILLER                PIC X(13) VALUE 'CD-MATURITY A'.
           05 FILLER                PIC X(13) VALUE 'LEGAL-HOLDS A'.
           05 FILLER                PIC X(13) VALUE 'LEGAL-PLACE S'.
           05 FILLER                PIC X(13) VALUE 'LEGAL-LIST  A'.
           05 FILLER                PIC X(13) VALUE 'LEGAL-RELEASS'.
           05 FILLER                PIC X(13) VALUE 'GARNISHMENT S'.
           05 FILLER                PIC X(13) VALUE 'DEPOSIT     A'.
           05 FILLER                PIC X(13) VALUE 'WITHDRAWAL  A'.
           05 FILLER                PIC X(13) VALUE 'TRANSFER    A'.
           05 FILLER                PIC X(13) VALUE 'PAYEES      A'.
           05 FILLER                PIC X(13) VALUE 'PAYEE-ADD   A'.
           05 FILLER                PIC X(13) VALUE 'PAYEE-LIST  A'.
           05 FILLER                PIC X(13) VALUE 'PAYEE-CANCELA'.
           05 FILLER                PIC X(13) VALUE 'BILL-PAY    A'.
           05 FILLER                PIC X(13) VALUE 'PENDING-PAY A'.
           05 FILLER                PIC X(13) VALUE 'INT-TRANSFERA'.
           05 FILLER                PIC X(13) VALUE 'CUST-MGMT   A'.
           05 FILLER                PIC X(13) VALUE 'CUST-MERGE  S'.
           05 FILLER                PIC X(13) VALUE 'RETURN-MAIL A'.
           05 FILLER                PIC X(13) VALUE 'CARDS       A'.
           05 FILLER                PIC X(13) VALUE 'CARD-ISSUE  A'.
           05 FILLER                PIC X(13) VALUE 'CARD-UPDATE A'.
           05 FILLER                PIC X(13) VALUE 'CARD-INQUIRYA'.
           05 FILLER                PIC X(13) VALUE 'DISPUTES    A'.
           05 FILLER                PIC X(13) VALUE 'DISPUTE-OPENA'.
           05 FILLER                PIC X(13) VALUE 'DISPUTE-LISTA'.
           05 FILLER                PIC X(13) VALUE 'DISPUTE-RES S'.
           05 FILLER                PIC X(13) VALUE 'STOP-PAYMENTA'.
           05 FILLER                PIC X(13) VALUE 'STOP-PLACE  A'.
           05 FILLER                PIC X(13) VALUE 'STOP-LIST   A'.
           05 FILLER                PIC X(13) VALUE 'STOP-CANCEL A'.
           05 FILLER                PIC X(13) VALUE 'POSPAY      A'.
           05 FILLER                PIC X(13) VALUE 'PPAY-ENROL  A'.
           05 FILLER                PIC X(13) VALUE 'PPAY-ISSUED A'.
           05 FILLER                PIC X(13) VALUE 'PPAY-EXCEPT A'.
           05 FILLER                PIC X(13) VALUE 'PPAY-DECIDE A'.
           05 FILLER                PIC X(13) VALUE 'ACCT-PARTY  A'.
           05 FILLER                PIC X(13) VALUE 'PARTY-ADD   A'.
           05 FILLER                PIC X(13) VALUE 'POA-REGISTERS'.
           05 FILLER                PIC X(13) VALUE 'PARTY-REMOVEA'.
           05 FILLER                PIC X(13) VALUE 'DECEASED    S'.
           05 FILLER                PIC X(13) VALUE 'ESTATE-SETTLS'.
           05 FILLER                PIC X(13) VALUE 'ALERTS      A'.
           05 FILLER                PIC X(13) VALUE 'ALERT-SET   A'.
           05 FILLER                PIC X(13) VALUE 'REACTIVATE  A'.
           05 FILLER                PIC X(13) VALUE 'CUST-ADD    A'.
           05 FILLER                PIC X(13) VALUE 'CUST-UPDATE A'.
           05 FILLER                PIC X(13) VALUE 'CUST-DEACT  A'.
           05 FILLER                PIC X(13) VALUE 'JOINT-OWNER A'.
           05 FILLER                PIC X(13) VALUE 'CLOSURE     A'.
           05 FILLER                PIC X(13) VALUE 'REPORTS     A'.
           05 FILLER                PIC X(13) VALUE 'RPT-CATALOG A'.
           05 FILLER                PIC X(13) VALUE 'SYS-MAINT   A'.
           05 FILLER                PIC X(13) VALUE 'SUSPENSE    A'.
           05 FILLER                PIC X(13) VALUE 'CALENDAR    A'.
           05 FILLER                PIC X(13) VALUE 'HOLIDAY-ADD A'.
           05 FILLER                PIC X(13) VALUE 'HOLIDAY-DEL A'.
           05 FILLER                PIC X(13) VALUE 'FEE-OVERRIDEA'.
           05 FILLER                PIC X(13) VALUE 'AML-REVIEW  S'.
           05 FILLER                PIC X(13) VALUE 'SCREEN-REVW S'.
           05 FILLER                PIC X(13) VALUE 'GL-CHART    S'.
           05 FILLER                PIC X(13) VALUE 'GL-UPDATE   A'.
           05 FILLER                PIC X(13) VALUE 'BACK-DATED  A'.
           05 FILLER                PIC X(13) VALUE 'PARAMETERS  S'.
           05 FILLER                PIC X(13) VALUE 'RATE-MAINT  S'.
           05 FILLER                PIC X(13) VALUE 'RATE-ADD    A'.
           05 FILLER                PIC X(13) VALUE 'RATE-TIER   A'.
           05 FILLER                PIC X(13) VALUE 'OPERATORS   S'.
           05 FILLER                PIC X(13) VALUE 'BRANCHES    A'.
           05 FILLER                PIC X(13) VALUE 'BRANCH-UPD  A'.
           05 FILLER                PIC X(13) VALUE 'OPER-ADD    A'.
           05 FILLER                PIC X(13) VALUE 'OPER-UPDATE A'.
           05 FILLER                PIC X(13) VALUE 'OPER-UNLOCK S'.
           05 FILLER                PIC X(13) VALUE 'FX-RATES    S'.
           05 FILLER                PIC X(13) VALUE 'FX-UPDATE   A'.
           05 FILLER                PIC X(13) VALUE 'ENTITLEMENT S'.
           05 FILLER                PIC X(13) VALUE 'PASSWORD    A'.
           05 FILLER                PIC X(13) VALUE 'STANDING    A'.
           05 FILLER                PIC X(13) VALUE 'SWEEPS      A'.
           05 FILLER                PIC X(13) VALUE 'SO-ADD      A'.
           05 FILLER                PIC X(13) VALUE 'SO-LIST     A'.
           05 FILLER                PIC X(13) VALUE 'EXT-PAYMENT A'.
           05 FILLER                PIC X(13) VALUE 'SO-CANCEL   A'.

       01 ENTITLEMENT-FUNCTION-TABLE
           REDEFINES ENTITLEMENT-FUNCTION-VALUES.
           05 ENT-FUNCTION-ENTRY OCCURS 88 TIMES.
               10 EFT-FUNCTION      PIC X(12).
               10 EFT-DEFAULT       PIC X(1).
                   88 EFT-SUPERVISOR-ONLY VALUE 'S'.

       01 ENTITLEMENT-TABLE-CONSTANTS.
           05 WS-ENT-FUNCTION-COUNT PIC 9(3) VALUE 88.

       01 PASSWORD-POLICY-CONSTANTS.
           05 WS-PASSWORD-MAX-DAYS  PIC 9(3) VALUE 90.
           05 WS-MAX-FAILED-LOGINS  PIC 9(1) VALUE 3.
           05 WS-PASSWORD-HISTORY-SIZE PIC 9(1) VALUE 3.

       01 PASSWORD-CHANGE-WORK-AREAS.
           05 WS-NEW-PASSWORD       PIC X(10).
           05 WS-CONFIRM-PASSWORD   PIC X(10).
           05 WS-PWD-AGE-DAYS       PIC S9(7).
           05 WS-PWD-SUB            PIC 9(1).
           05 WS-PWD-TRIES          PIC 9(1).
           05 WS-PWD-RESULT         PIC X(1).
               88 PASSWORD-CHANGED  VALUE 'Y'.
               88 PASSWORD-NOT-CHANGED VALUE 'N'.
           05 WS-PWD-REUSE-FLAG     PIC X(1).
               88 PASSWORD-REUSED   VALUE 'Y'.
               88 PASSWORD-FRESH    VALUE 'N'.
           05 WS-PWD-EXPIRY-FLAG    PIC X(1).
               88 PASSWORD-EXPIRED  VALUE 'Y'.
               88 PASSWORD-CURRENT  VALUE 'N'.

       01 LEGAL-HOLD-WORK-AREAS.
           05 WS-FREEZE-FLAG        PIC X(1).
               88 ACCOUNT-FROZEN    VALUE 'Y'.
           05 WS-OPQ-LISTED-COUNT   PIC 9(3).
           05 WS-OPQ-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.

       01 ALERT-PREF-WORK-AREAS.
           05 WS-ALP-METHOD-ENTRY   PIC X(1).
           05 WS-ALP-CONTACT-ENTRY  PIC X(50).
           05 WS-ALP-FLAG-ENTRY     PIC X(1).
           05 WS-ALP-LOW-ENTRY      PIC 9(10)V99.
           05 WS-ALP-LARGE-ENTRY    PIC 9(10)V99.
           05 WS-ALP-AT-COUNT       PIC 9(3).
           05 WS-ALP-SPACE-COUNT    PIC 9(3).
           05 WS-ALP-LISTED-COUNT   PIC 9(3).
           05 WS-ALP-CUSTOMER       PIC 9(10).
           05 WS-ALP-OLD-VALUE      PIC X(50).
           05 WS-ALP-SUMMARY        PIC X(50).
           05 WS-ALP-SUMMARY-FLAGS  PIC X(6).
           05 WS-ALP-AMOUNT-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-ALP-EXISTS-FLAG    PIC X(1).
               88 ALP-RECORD-EXISTS VALUE 'Y'.
               88 ALP-RECORD-NEW    VALUE 'N'.
           05 WS-ALP-LINK-FLAG      PIC X(1).
               88 ALP-SUBSCRIBER-LINKED VALUE 'Y'.
               88 ALP-SUBSCRIBER-NOT-LINKED VALUE 'N'.
           05 WS-ALP-CONTACT-FLAG   PIC X(1).
               88 ALP-CONTACT-VALID VALUE 'Y'.
               88 ALP-CONTACT-INVALID VALUE 'N'.

       01 BRANCH-MAINT-WORK-AREAS.
           05 WS-BRN-CODE-ENTRY     PIC X(4).
           05 WS-BRN-NAME-ENTRY     PIC X(30).
           05 VALID-CDLOAN-RATE     PIC X(1).
               88 CDLOAN-RATE-VALID      VALUE 'Y'.
               88 CDLOAN-RATE-INVALID    VALUE 'N'.
           05 VALID-CDL-INSTRUCTION PIC X(1).
               88 CDL-INSTRUCTION-VALID  VALUE 'Y'.
               88 CDL-INSTRUCTION-INVALID VALUE 'N'.
           05 VALID-CDL-RATE-TYPE   PIC X(1).
               88 CDL-RATE-TYPE-VALID    VALUE 'Y'.
               88 CDL-RATE-TYPE-INVALID  VALUE 'N'.
           05 VALID-CDL-VARIABLE-TERMS PIC X(1).
               88 CDL-VARIABLE-TERMS-VALID   VALUE 'Y'.
               88 CDL-VARIABLE-TERMS-INVALID VALUE 'N'.
           05 VALID-SO-FREQUENCY    PIC X(1).
               88 SO-FREQUENCY-VALID     VALUE 'Y'.
               88 SO-FREQUENCY-INVALID   VALUE 'N'.
              'ERROR: Term months must be 1 to 360.'.
           05 ERR-INVALID-CDLOAN-RATE PIC X(50) VALUE
              'ERROR: Annual rate must be greater than 0.'.
           05 ERR-INVALID-CDL-INSTRUCTION PIC X(50) VALUE
              'ERROR: Instruction must be R, T, A or E.'.
           05 ERR-INVALID-CDL-RATE-TYPE PIC X(50) VALUE
              'ERROR: Rate type must be F (Fixed) or V (Variable)'.
           05 ERR-INDEX-RATE-NOT-FOUND PIC X(50) VALUE
              'ERROR: Index rate not found in the rate table.'.
           05 ERR-INVALID-REPRICE-MONTHS PIC X(50) VALUE
              'ERROR: Reprice frequency must be 1 to 120 months.'.
           05 ERR-CAP-BELOW-FLOOR   PIC X(50) VALUE
              'ERROR: Rate cap may not be below the rate floor.'.
           05 ERR-INVALID-SO-FREQUENCY PIC X(50) VALUE
              'ERROR: Frequency must be W, M or Q.'.
           05 ERR-INVALID-SO-DATE   PIC X(50) VALUE
              'ERROR: Routing number must be 9 digits, not zero.'.
           05 ERR-INVALID-EXT-ACCT  PIC X(50) VALUE
              'ERROR: External account may not be blank.'.
           05 ERR-CUSTOMER-MERGED   PIC X(50) VALUE
              'ERROR: Customer merged - use surviving number.'.

       PROCEDURE DIVISION.
       MAIN-USER-INTERFACE.
           PERFORM OPEN-CONTROL-FILE
           PERFORM LOAD-BUSINESS-DATE
           PERFORM OPEN-CDLOAN-FILE
           PERFORM OPEN-LOAN-HISTORY-FILE
           PERFORM OPEN-STANDING-ORDER-FILE
           OPEN EXTEND OUTPAY-QUEUE-FILE
           PERFORM OPEN-EXCHANGE-RATE-FILE
           PERFORM OPEN-TRANS-INDEX-FILE
           PERFORM OPEN-ACCOUNT-SUMMARY-FILE
           PERFORM OPEN-CARD-FILE
           PERFORM OPEN-CARD-DISPUTE-FILE
           PERFORM OPEN-DRAWER-FILE
           PERFORM OPEN-ACCRUAL-FILE
           PERFORM OPEN-GL-CHART-FILE
           PERFORM OPEN-FEE-OVERRIDE-FILE
           PERFORM OPEN-BRANCH-FILE
           PERFORM OPEN-PAYEE-FILE
           PERFORM OPEN-ALERT-PREF-FILE
           PERFORM OPEN-LEGAL-HOLD-FILE
           PERFORM OPEN-CALENDAR-FILE
           PERFORM OPEN-SWEEP-INSTRUCTION-FILE
           PERFORM OPEN-BALANCE-HISTORY-FILE
           PERFORM OPEN-SUSPENSE-FILE
           PERFORM OPEN-POSITIVE-PAY-FILES
           OPEN EXTEND SECURITY-JOURNAL-FILE
           PERFORM OPEN-ENTITLEMENT-FILE

           DISPLAY '========================================'
           DISPLAY '    COBOL BANKING SYSTEM - MAIN MENU    '
           DISPLAY 'Enter your choice (1-9): ' WITH NO ADVANCING.
       
       CUSTOMER-INQUIRY-MENU.
           MOVE 'INQUIRY' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'CUSTOMER ACCOUNT INQUIRY'
           DISPLAY '========================'
           DISPLAY '5. CD/Loan Early Settlement'
           DISPLAY '6. View Funds Holds'
           DISPLAY '7. Legal Holds / Garnishments'
           DISPLAY '8. CD Maturity Instructions'
           DISPLAY '9. Balance History / Balance As Of Date'
           DISPLAY 'Enter your choice: ' WITH NO ADVANCING
           ACCEPT WS-INQUIRY-CHOICE

                   PERFORM VIEW-FUNDS-HOLDS-MENU
               WHEN 7
                   PERFORM LEGAL-HOLD-MENU
               WHEN 8
                   PERFORM CD-MATURITY-INSTRUCTION-MENU
               WHEN 9
                   PERFORM BALANCE-HISTORY-MENU
               WHEN OTHER
                   PERFORM GET-ACCOUNT-NUMBER

           ELSE
               DISPLAY 'Tax ID: ' CM-TAX-ID
           END-IF
           IF CM-MERGED
               DISPLAY 'Status: MERGED - customer retired'
           END-IF
           IF CM-DECEASED
               DISPLAY 'Status: DECEASED - date of death '
                       CM-DATE-OF-DEATH
           END-IF
           IF CM-MAIL-RETURNED
               DISPLAY 'Mail status: RETURNED MAIL since '
                       CM-RETURNED-MAIL-DATE
           END-IF
           DISPLAY 'Accounts owned:'
           PERFORM LIST-CUSTOMER-ACCOUNTS.

           END-IF.

       REVERSE-TRANSACTION-MENU.
           MOVE 'REVERSAL' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'REVERSE TRANSACTION'
           DISPLAY '==================='
           DISPLAY TR-MESSAGE.

       VIEW-FUNDS-HOLDS-MENU.
           MOVE 'FUNDS-HOLDS' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'FUNDS HOLDS FOR ACCOUNT'
           DISPLAY '======================='
               END-IF
           END-IF.

       BALANCE-HISTORY-MENU.
           MOVE 'BAL-HISTORY' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'BALANCE HISTORY INQUIRY'
           DISPLAY '======================='
           PERFORM GET-ACCOUNT-NUMBER
           IF NOT ACCOUNT-VALID
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CUSTOMER-RECORD
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY ERR-ACCOUNT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           UNLOCK CUSTOMER-FILE

           DISPLAY 'Balance date or range start (YYYYMMDD): '
                   WITH NO ADVANCING
           ACCEPT WS-BHI-FROM-DATE
           MOVE WS-BHI-FROM-DATE TO WS-DATE-TO-VALIDATE
           PERFORM VALIDATE-DATE-FIELD
           IF DATE-FIELD-INVALID OR WS-BHI-FROM-DATE = 0
               DISPLAY 'ERROR: Invalid date.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Range end (YYYYMMDD, 0 = single date): '
                   WITH NO ADVANCING
           ACCEPT WS-BHI-TO-DATE
           MOVE WS-BHI-TO-DATE TO WS-DATE-TO-VALIDATE
           PERFORM VALIDATE-DATE-FIELD
           IF DATE-FIELD-INVALID
               DISPLAY 'ERROR: Invalid date.'
               EXIT PARAGRAPH
           END-IF
           IF WS-BHI-TO-DATE NOT = 0
               AND WS-BHI-TO-DATE < WS-BHI-FROM-DATE
               DISPLAY 'ERROR: Range end is before range start.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'Account: ' UI-ACCOUNT-NUMBER '  ' CUST-NAME
                   '  ' CUST-CURRENCY-CODE
           IF WS-BHI-TO-DATE = 0
               PERFORM SHOW-BALANCE-AS-OF-DATE
           ELSE
               PERFORM SHOW-BALANCE-TREND
           END-IF
           UNLOCK BALANCE-HISTORY-FILE.

       SHOW-BALANCE-AS-OF-DATE.
           MOVE 0 TO WS-BHI-FOUND-DATE
           MOVE UI-ACCOUNT-NUMBER TO BHS-ACCOUNT-NUMBER
           MOVE 0 TO BHS-BALANCE-DATE
           START BALANCE-HISTORY-FILE KEY IS NOT LESS THAN BHS-KEY
               INVALID KEY
                   MOVE '99' TO BALANCE-HISTORY-STATUS
           END-START
           PERFORM FIND-LATEST-HISTORY-ENTRY
               UNTIL BALANCE-HISTORY-STATUS NOT = '00'
           IF WS-BHI-FOUND-DATE = 0
               DISPLAY 'No balance history on or before '
                       WS-BHI-FROM-DATE '.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Balance as of ' WS-BHI-FROM-DATE
                   ' (end of day ' WS-BHI-FOUND-DATE ')'
           MOVE WS-BHI-LEDGER TO WS-BHI-LEDGER-DISPLAY
           DISPLAY '  Ledger balance:    ' WS-BHI-LEDGER-DISPLAY
           MOVE WS-BHI-HELD TO WS-BHI-HELD-DISPLAY
           DISPLAY '  Held amount:       ' WS-BHI-HELD-DISPLAY
           MOVE WS-BHI-AVAILABLE TO WS-BHI-AVAIL-DISPLAY
           DISPLAY '  Available balance: ' WS-BHI-AVAIL-DISPLAY
           DISPLAY '  Account status:    ' WS-BHI-STATUS.

       FIND-LATEST-HISTORY-ENTRY.
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE '10' TO BALANCE-HISTORY-STATUS
           END-READ
           IF BALANCE-HISTORY-STATUS = '00'
               IF BHS-ACCOUNT-NUMBER NOT = UI-ACCOUNT-NUMBER
                   OR BHS-BALANCE-DATE > WS-BHI-FROM-DATE
                   MOVE '10' TO BALANCE-HISTORY-STATUS
               ELSE
                   MOVE BHS-BALANCE-DATE TO WS-BHI-FOUND-DATE
                   MOVE BHS-LEDGER-BALANCE TO WS-BHI-LEDGER
                   MOVE BHS-HELD-AMOUNT TO WS-BHI-HELD
                   MOVE BHS-AVAILABLE-BALANCE TO WS-BHI-AVAILABLE
                   MOVE BHS-ACCOUNT-STATUS TO WS-BHI-STATUS
               END-IF
           END-IF.

       SHOW-BALANCE-TREND.
           MOVE 0 TO WS-BHI-COUNT
           MOVE UI-ACCOUNT-NUMBER TO BHS-ACCOUNT-NUMBER
           MOVE WS-BHI-FROM-DATE TO BHS-BALANCE-DATE
           START BALANCE-HISTORY-FILE KEY IS NOT LESS THAN BHS-KEY
               INVALID KEY
                   MOVE '99' TO BALANCE-HISTORY-STATUS
           END-START
           IF BALANCE-HISTORY-STATUS = '00'
               DISPLAY 'DATE        LEDGER BALANCE     HELD AMOUNT'
                       '       AVAILABLE     DAY CHANGE'
               DISPLAY '---------------------------------------'
                       '----------------------------------'
               PERFORM LIST-ONE-HISTORY-ENTRY
                   UNTIL BALANCE-HISTORY-STATUS NOT = '00'
           END-IF
           IF WS-BHI-COUNT = 0
               DISPLAY 'No balance history between '
                       WS-BHI-FROM-DATE ' and ' WS-BHI-TO-DATE '.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'Days listed:            ' WS-BHI-COUNT
           MOVE WS-BHI-LOW-BALANCE TO WS-BHI-LEDGER-DISPLAY
           DISPLAY 'Lowest ledger balance:  ' WS-BHI-LEDGER-DISPLAY
           MOVE WS-BHI-HIGH-BALANCE TO WS-BHI-LEDGER-DISPLAY
           DISPLAY 'Highest ledger balance: ' WS-BHI-LEDGER-DISPLAY
           COMPUTE WS-BHI-CHANGE =
               WS-BHI-LEDGER - WS-BHI-FIRST-BALANCE
           MOVE WS-BHI-CHANGE TO WS-BHI-CHANGE-DISPLAY
           DISPLAY 'Net change over range:  ' WS-BHI-CHANGE-DISPLAY.

       LIST-ONE-HISTORY-ENTRY.
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE '10' TO BALANCE-HISTORY-STATUS
           END-READ
           IF BALANCE-HISTORY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF BHS-ACCOUNT-NUMBER NOT = UI-ACCOUNT-NUMBER
               OR BHS-BALANCE-DATE > WS-BHI-TO-DATE
               MOVE '10' TO BALANCE-HISTORY-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BHI-COUNT
           IF WS-BHI-COUNT = 1
               MOVE BHS-LEDGER-BALANCE TO WS-BHI-FIRST-BALANCE
               MOVE BHS-LEDGER-BALANCE TO WS-BHI-LOW-BALANCE
               MOVE BHS-LEDGER-BALANCE TO WS-BHI-HIGH-BALANCE
               MOVE 0 TO WS-BHI-CHANGE
           ELSE
               COMPUTE WS-BHI-CHANGE =
                   BHS-LEDGER-BALANCE - WS-BHI-LEDGER
               IF BHS-LEDGER-BALANCE < WS-BHI-LOW-BALANCE
                   MOVE BHS-LEDGER-BALANCE TO WS-BHI-LOW-BALANCE
               END-IF
               IF BHS-LEDGER-BALANCE > WS-BHI-HIGH-BALANCE
                   MOVE BHS-LEDGER-BALANCE TO WS-BHI-HIGH-BALANCE
               END-IF
           END-IF
           MOVE BHS-LEDGER-BALANCE TO WS-BHI-LEDGER
           MOVE BHS-LEDGER-BALANCE TO WS-BHI-LEDGER-DISPLAY
           MOVE BHS-HELD-AMOUNT TO WS-BHI-HELD-DISPLAY
           MOVE BHS-AVAILABLE-BALANCE TO WS-BHI-AVAIL-DISPLAY
           MOVE WS-BHI-CHANGE TO WS-BHI-CHANGE-DISPLAY
           DISPLAY BHS-BALANCE-DATE '  ' WS-BHI-LEDGER-DISPLAY
                   WS-BHI-HELD-DISPLAY WS-BHI-AVAIL-DISPLAY
                   WS-BHI-CHANGE-DISPLAY.

       EARLY-SETTLEMENT-MENU.
           MOVE 'EARLY-SETTLE' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'CD/LOAN EARLY SETTLEMENT'
           DISPLAY '========================'
                   IF CDLOAN-FILE-STATUS NOT = '00'
                       DISPLAY 'No CD/loan schedule for this account.'
                   ELSE
                       IF NOT CDL-ACTIVE AND NOT CDL-IN-GRACE
                           DISPLAY 'Schedule is not active.'
                       ELSE
                           IF CDL-IS-CD
           END-IF
           COMPUTE WS-ES-PENALTY ROUNDED =
               CDL-PRINCIPAL * CDL-RATE / 12 * WS-ES-PENALTY-MONTHS
           IF CDL-IN-GRACE
               MOVE 0 TO WS-ES-ACCRUED-INT
               MOVE 0 TO WS-ES-PENALTY
               DISPLAY 'CD matured and is in its grace period - '
                       'no penalty applies.'
           END-IF

           DISPLAY 'EARLY CD REDEMPTION QUOTE'
           MOVE CDL-PRINCIPAL TO WS-ES-AMOUNT-DISPLAY
           SUBTRACT WS-ES-PAYOFF-AMOUNT FROM CUST-BALANCE
           MOVE WS-BUSINESS-DATE TO CUST-LAST-ACTIVITY-DATE
           PERFORM UPDATE-CUSTOMER-RECORD
           MOVE CDL-PRINCIPAL TO WS-ES-PRINCIPAL-PAID
           MOVE 0 TO WS-ES-INTEREST-ID
           MOVE 0 TO WS-ES-PRINCIPAL-ID
           MOVE 0 TO WS-ES-RELATED-ID
           SET ES-LINK-TRANSACTIONS TO TRUE
           MOVE 'P' TO WS-ES-TRANS-TYPE
           IF WS-ES-ACCRUED-INT > 0
               MOVE WS-ES-ACCRUED-INT TO WS-ES-TRANS-AMOUNT
               MOVE 'Loan payoff - interest' TO WS-ES-TRANS-DESC
               PERFORM LOG-SETTLEMENT-RECORD
               MOVE TRANS-ID TO WS-ES-INTEREST-ID
           END-IF
           IF WS-ES-PRINCIPAL-PAID > 0
               MOVE WS-ES-PRINCIPAL-PAID TO WS-ES-TRANS-AMOUNT
               MOVE 'Loan payoff - principal' TO WS-ES-TRANS-DESC
               PERFORM LOG-SETTLEMENT-RECORD
               MOVE TRANS-ID TO WS-ES-PRINCIPAL-ID
           END-IF
           MOVE 'N' TO WS-ES-LINK-FLAG
           MOVE 0 TO WS-ES-RELATED-ID

           PERFORM ACCUMULATE-PAYOFF-INTEREST
           MOVE 0 TO CDL-PRINCIPAL
           PERFORM WRITE-PAYOFF-HISTORY
           SET CDL-PAID-OFF TO TRUE
           MOVE WS-BUSINESS-DATE TO CDL-SETTLED-DATE
           REWRITE CDLOAN-RECORD
           MOVE WS-ES-TRANS-DESC TO TRANS-DESCRIPTION
           MOVE WS-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE WS-APPROVAL-ID TO TRANS-APPROVAL-ID
           IF ES-LINK-TRANSACTIONS AND WS-ES-RELATED-ID = 0
               MOVE WS-TRANS-ID TO WS-ES-RELATED-ID
           END-IF
           MOVE WS-ES-RELATED-ID TO TRANS-RELATED-ID
           MOVE 0 TO TRANS-ROUTING-NUMBER
           MOVE 0 TO TRANS-CHECK-NUMBER
           MOVE SPACES TO TRANS-EXTERNAL-ACCOUNT
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX.

       ACCUMULATE-PAYOFF-INTEREST.
           MOVE WS-BUSINESS-DATE(1:4) TO WS-ES-BUSINESS-YEAR
           IF CDL-YTD-YEAR NOT NUMERIC
               MOVE 0 TO CDL-YTD-YEAR
           END-IF
           IF CDL-INTEREST-PAID-TO-DATE NOT NUMERIC
               MOVE 0 TO CDL-INTEREST-PAID-TO-DATE
           END-IF
           IF CDL-YTD-YEAR NOT = WS-ES-BUSINESS-YEAR
               IF CDL-YTD-YEAR + 1 = WS-ES-BUSINESS-YEAR
                   MOVE CDL-YTD-INTEREST-PAID
                       TO CDL-PRIOR-YEAR-INTEREST
               ELSE
                   MOVE 0 TO CDL-PRIOR-YEAR-INTEREST
               END-IF
               MOVE 0 TO CDL-YTD-INTEREST-PAID
               MOVE WS-ES-BUSINESS-YEAR TO CDL-YTD-YEAR
           END-IF
           ADD WS-ES-ACCRUED-INT TO CDL-INTEREST-PAID-TO-DATE
           ADD WS-ES-ACCRUED-INT TO CDL-YTD-INTEREST-PAID.

       WRITE-PAYOFF-HISTORY.
           MOVE CDL-ACCOUNT-NUMBER TO LPH-ACCOUNT-NUMBER
           ADD 1 TO CDL-PAYMENTS-MADE GIVING LPH-PAYMENT-NUMBER
           MOVE WS-BUSINESS-DATE TO LPH-DUE-DATE
           MOVE WS-BUSINESS-DATE TO LPH-PAID-DATE
           MOVE WS-ES-ACCRUED-INT TO LPH-INTEREST-AMOUNT
           MOVE WS-ES-PRINCIPAL-PAID TO LPH-PRINCIPAL-AMOUNT
           MOVE 0 TO LPH-BALANCE-AFTER
           MOVE WS-ES-INTEREST-ID TO LPH-INTEREST-TRANS-ID
           MOVE WS-ES-PRINCIPAL-ID TO LPH-PRINCIPAL-TRANS-ID
           SET LPH-PAYOFF TO TRUE
           WRITE LOAN-HISTORY-RECORD
               INVALID KEY
                   REWRITE LOAN-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY 'Error recording loan payment '
                                   'history.'
                   END-REWRITE
           END-WRITE.

       CD-MATURITY-INSTRUCTION-MENU.
           MOVE 'CD-MATURITY' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'CD MATURITY INSTRUCTIONS'
           DISPLAY '========================'
           PERFORM GET-ACCOUNT-NUMBER
           IF NOT ACCOUNT-VALID
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CUSTOMER-RECORD
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY ERR-ACCOUNT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-CURRENCY-CODE TO WS-MI-CD-CURRENCY
           UNLOCK CUSTOMER-FILE
           MOVE UI-ACCOUNT-NUMBER TO CDL-ACCOUNT-NUMBER
           READ CDLOAN-FILE
               INVALID KEY
                   MOVE '99' TO CDLOAN-FILE-STATUS
           END-READ
           IF CDLOAN-FILE-STATUS NOT = '00' OR NOT CDL-IS-CD
               DISPLAY 'No certificate of deposit on this account.'
               EXIT PARAGRAPH
           END-IF
           IF NOT CDL-ACTIVE AND NOT CDL-IN-GRACE
               DISPLAY 'Certificate is no longer active.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Maturity date:      ' CDL-MATURITY-DATE
           IF CDL-IN-GRACE
               DISPLAY 'In grace period until: ' CDL-GRACE-END-DATE
           END-IF
           PERFORM FORMAT-MATURITY-INSTRUCTION
           MOVE WS-MI-NEW-VALUE TO WS-MI-OLD-VALUE
           DISPLAY 'Current instruction: ' WS-MI-OLD-VALUE
           DISPLAY 'Change instruction? (Y/N): ' WITH NO ADVANCING
           ACCEPT UI-CONTINUE-FLAG
           IF UI-CONTINUE-FLAG NOT = 'Y' AND UI-CONTINUE-FLAG NOT = 'y'
               EXIT PARAGRAPH
           END-IF

           SET CDL-INSTRUCTION-INVALID TO TRUE
           PERFORM PROMPT-FOR-MATURITY-INSTRUCTION
               UNTIL CDL-INSTRUCTION-VALID
           IF UI-CDL-INSTRUCTION = 'A'
               MOVE UI-CDL-PAYOUT-ACCOUNT TO CUST-ACCOUNT-NUMBER
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE '99' TO CUSTOMER-FILE-STATUS
               END-READ
               IF CUSTOMER-FILE-STATUS NOT = '00'
                   DISPLAY ERR-ACCOUNT-NOT-FOUND
                   EXIT PARAGRAPH
               END-IF
               UNLOCK CUSTOMER-FILE
               IF CUST-STATUS = 'C'
                   DISPLAY 'Payout account is closed.'
                   EXIT PARAGRAPH
               END-IF
               IF CUST-CURRENCY-CODE NOT = WS-MI-CD-CURRENCY
                   DISPLAY 'Payout account must be in the same '
                           'currency as the CD.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE UI-CDL-INSTRUCTION TO CDL-MATURITY-INSTRUCTION
           MOVE UI-CDL-RENEWAL-TERM TO CDL-RENEWAL-TERM-MONTHS
           MOVE UI-CDL-PAYOUT-ACCOUNT TO CDL-PAYOUT-ACCOUNT
           MOVE UI-CDL-PAYOUT-ROUTING TO CDL-PAYOUT-ROUTING
           MOVE UI-CDL-PAYOUT-EXTERNAL TO CDL-PAYOUT-EXTERNAL
           REWRITE CDLOAN-RECORD
               INVALID KEY
                   DISPLAY 'Error updating CD/loan schedule.'
           END-REWRITE
           IF CDLOAN-FILE-STATUS = '00'
               PERFORM FORMAT-MATURITY-INSTRUCTION
               MOVE CDL-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
               MOVE 'CD-MATURITY' TO AUD-FIELD-NAME
               MOVE WS-MI-OLD-VALUE TO AUD-OLD-VALUE
               MOVE WS-MI-NEW-VALUE TO AUD-NEW-VALUE
               PERFORM WRITE-CUSTOMER-AUDIT-RECORD
               DISPLAY 'Maturity instruction updated: '
                       WS-MI-NEW-VALUE
           END-IF.

       FORMAT-MATURITY-INSTRUCTION.
           MOVE SPACES TO WS-MI-NEW-VALUE
           EVALUATE TRUE
               WHEN CDL-RENEW-NEW-TERM
                   STRING 'Renew for ' CDL-RENEWAL-TERM-MONTHS
                          ' months' DELIMITED BY SIZE
                          INTO WS-MI-NEW-VALUE
                   END-STRING
               WHEN CDL-PAY-TO-ACCOUNT
                   STRING 'Pay to account ' CDL-PAYOUT-ACCOUNT
                          DELIMITED BY SIZE
                          INTO WS-MI-NEW-VALUE
                   END-STRING
               WHEN CDL-PAY-TO-EXTERNAL
                   STRING 'Pay to ' CDL-PAYOUT-ROUTING ' '
                          CDL-PAYOUT-EXTERNAL
                          DELIMITED BY SIZE
                          INTO WS-MI-NEW-VALUE
                   END-STRING
               WHEN OTHER
                   MOVE 'Renew for same term' TO WS-MI-NEW-VALUE
           END-EVALUATE.

       LEGAL-HOLD-MENU.
           MOVE 'LEGAL-HOLDS' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'LEGAL HOLDS / GARNISHMENTS'
           DISPLAY '=========================='
           END-EVALUATE.

       PLACE-LEGAL-HOLD-MENU.
           MOVE 'LEGAL-PLACE' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-ACCOUNT-NUMBER
           END-IF.

       LIST-LEGAL-HOLDS-MENU.
           MOVE 'LEGAL-LIST' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-ACCOUNT-NUMBER
           IF NOT ACCOUNT-VALID
               PERFORM PRESS-ENTER-TO-CONTINUE
           END-IF.

       RELEASE-LEGAL-HOLD-MENU.
           MOVE 'LEGAL-RELEAS' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-ACCOUNT-NUMBER
           PERFORM PRESS-ENTER-TO-CONTINUE.

       EXECUTE-GARNISHMENT-MENU.
           MOVE 'GARNISHMENT' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-ACCOUNT-NUMBER
           END-STRING
           MOVE WS-BUSINESS-DATE TO OPQ-DATE-QUEUED
           SET OPQ-PENDING TO TRUE
           MOVE SPACES TO OPQ-RETURN-REASON
           MOVE LGL-AUTHORITY TO OPQ-BENEFICIARY-NAME
           MOVE 0 TO OPQ-SCREEN-CASE
           WRITE OUTPAY-QUEUE-RECORD

           SET LGL-HOLD-EXECUTED TO TRUE
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD.

       DEPOSIT-MENU.
           MOVE 'DEPOSIT' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'DEPOSIT TRANSACTION'
           DISPLAY '=================='
           IF ACCOUNT-VALID
               PERFORM GET-TRANSACTION-AMOUNT
               IF AMOUNT-VALID
                   SET PARTY-CHECK-CREDIT TO TRUE
                   PERFORM VERIFY-TRANSACTING-PARTY
                   PERFORM READ-CUSTOMER-RECORD
                   IF CUSTOMER-FILE-STATUS = '00'
                       PERFORM PROCESS-DEPOSIT
           PERFORM PRESS-ENTER-TO-CONTINUE.
       
       WITHDRAWAL-MENU.
           MOVE 'WITHDRAWAL' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'WITHDRAWAL TRANSACTION'
           DISPLAY '====================='
           IF ACCOUNT-VALID
               PERFORM GET-TRANSACTION-AMOUNT
               IF AMOUNT-VALID
                   SET PARTY-CHECK-DEBIT TO TRUE
                   PERFORM VERIFY-TRANSACTING-PARTY
               END-IF
               IF AMOUNT-VALID AND PARTY-AUTHORIZED
                   PERFORM READ-CUSTOMER-RECORD
                   IF CUSTOMER-FILE-STATUS = '00'
                       PERFORM PROCESS-WITHDRAWAL
           PERFORM PRESS-ENTER-TO-CONTINUE.
       
       TRANSFER-MENU.
           MOVE 'TRANSFER' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'TRANSFER TRANSACTION'
           DISPLAY '==================='
           END-EVALUATE.

       PAYEE-DIRECTORY-MENU.
           MOVE 'PAYEES' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'PAYEE DIRECTORY MAINTENANCE'
           DISPLAY '==========================='
           END-EVALUATE.

       ADD-PAYEE-MENU.
           MOVE 'PAYEE-ADD' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Enter customer number: ' WITH NO ADVANCING
           ACCEPT WS-CM-NUMBER-ENTRY
           MOVE WS-CM-NUMBER-ENTRY TO CM-CUSTOMER-NUMBER
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           IF CM-MERGED
               DISPLAY ERR-CUSTOMER-MERGED
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Payee name: ' WITH NO ADVANCING
           ACCEPT WS-PAY-NAME-ENTRY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SCREEN-PARAMETERS
           MOVE 'Y' TO SCR-SOURCE-TYPE
           STRING WS-CM-NUMBER-ENTRY WS-PAY-ROUTING-ENTRY
                  DELIMITED BY SIZE INTO SCR-REFERENCE
           END-STRING
           MOVE WS-PAY-NAME-ENTRY TO SCR-NAME
           PERFORM SCREEN-UI-SUBJECT
           IF SCREENING-REFUSED
               DISPLAY 'Payee not added.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CM-NUMBER-ENTRY TO WS-PAY-CUSTOMER
           PERFORM FIND-NEXT-PAYEE-SEQUENCE
           MOVE WS-PAY-CUSTOMER TO PAY-CUSTOMER-NUMBER
           END-IF.

       LIST-PAYEES-MENU.
           MOVE 'PAYEE-LIST' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Enter customer number: ' WITH NO ADVANCING
           ACCEPT WS-CM-NUMBER-ENTRY
           MOVE WS-CM-NUMBER-ENTRY TO WS-PAY-CUSTOMER
           END-IF.

       CANCEL-PAYEE-MENU.
           MOVE 'PAYEE-CANCEL' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Enter customer number: ' WITH NO ADVANCING
           ACCEPT WS-CM-NUMBER-ENTRY
           DISPLAY 'Enter payee sequence number: '
           PERFORM PRESS-ENTER-TO-CONTINUE.

       BILL-PAYMENT-MENU.
           MOVE 'BILL-PAY' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'BILL PAYMENT TO PAYEE'
           DISPLAY '====================='
               END-IF
               MOVE WS-BUSINESS-DATE TO OPQ-DATE-QUEUED
               SET OPQ-PENDING TO TRUE
               MOVE SPACES TO OPQ-RETURN-REASON
               MOVE PAY-NAME TO OPQ-BENEFICIARY-NAME
               MOVE 0 TO OPQ-SCREEN-CASE
               WRITE OUTPAY-QUEUE-RECORD
               DISPLAY 'Payment queued to ' PAY-NAME
                       ' for settlement.'
           END-IF.

       PENDING-PAYMENTS-MENU.
           MOVE 'PENDING-PAY' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'PENDING PAYMENTS INQUIRY'
           DISPLAY '========================'
                   IF OPQ-ACCOUNT-NUMBER = UI-ACCOUNT-NUMBER
                       ADD 1 TO WS-OPQ-LISTED-COUNT
                       MOVE OPQ-AMOUNT TO WS-OPQ-AMOUNT-DISPLAY
                       EVALUATE TRUE
                           WHEN OPQ-PENDING
                               DISPLAY OPQ-DATE-QUEUED '  '
                                       OPQ-ROUTING-NUMBER '  '
                                       OPQ-EXTERNAL-ACCOUNT '  '
                                       WS-OPQ-AMOUNT-DISPLAY
                                       '  QUEUED'
                           WHEN OPQ-RETURNED
                               DISPLAY OPQ-DATE-QUEUED '  '
                                       OPQ-ROUTING-NUMBER '  '
                                       OPQ-EXTERNAL-ACCOUNT '  '
                                       WS-OPQ-AMOUNT-DISPLAY
                                       '  RETURNED ' OPQ-RETURN-REASON
                           WHEN OPQ-HELD
                               DISPLAY OPQ-DATE-QUEUED '  '
                                       OPQ-ROUTING-NUMBER '  '
                                       OPQ-EXTERNAL-ACCOUNT '  '
                                       WS-OPQ-AMOUNT-DISPLAY
                                       '  HELD ' OPQ-SCREEN-CASE
                           WHEN OPQ-BLOCKED
                               DISPLAY OPQ-DATE-QUEUED '  '
                                       OPQ-ROUTING-NUMBER '  '
                                       OPQ-EXTERNAL-ACCOUNT '  '
                                       WS-OPQ-AMOUNT-DISPLAY
                                       '  BLOCKED ' OPQ-SCREEN-CASE
                           WHEN OTHER
                               DISPLAY OPQ-DATE-QUEUED '  '
                                       OPQ-ROUTING-NUMBER '  '
                                       OPQ-EXTERNAL-ACCOUNT '  '
                                       WS-OPQ-AMOUNT-DISPLAY
                                       '  SENT'
                       END-EVALUATE
                   END-IF
           END-READ.

       INTERNAL-TRANSFER-MENU.
           MOVE 'INT-TRANSFER' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'INTERNAL TRANSFER'
           DISPLAY '================='
           IF ACCOUNT-VALID
               PERFORM GET-TRANSACTION-AMOUNT
               IF AMOUNT-VALID
                   SET PARTY-CHECK-DEBIT TO TRUE
                   PERFORM VERIFY-TRANSACTING-PARTY
               END-IF
               IF AMOUNT-VALID AND PARTY-AUTHORIZED
                   PERFORM READ-CUSTOMER-RECORD
                   IF CUSTOMER-FILE-STATUS = '00'
                       MOVE UI-ACCOUNT-NUMBER
           PERFORM PRESS-ENTER-TO-CONTINUE.
       
       CUSTOMER-MANAGEMENT-MENU.
           MOVE 'CUST-MGMT' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'CUSTOMER MANAGEMENT'
           DISPLAY '=================='
           DISPLAY '6. Reactivate Dormant Account'
           DISPLAY '7. Stop Payment Orders'
           DISPLAY '8. Card Maintenance'
           DISPLAY '9. Merge Duplicate Customers'
           DISPLAY '10. Returned Mail'
           DISPLAY '11. Positive Pay'
           DISPLAY '12. Signers, POA and Beneficiaries'
           DISPLAY '13. Deceased Customer and Estate'
           DISPLAY '14. Alert Subscriptions'
           DISPLAY '15. Back to Main Menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice (1-15): ' WITH NO ADVANCING
           ACCEPT UI-MENU-CHOICE

           EVALUATE UI-MENU-CHOICE
               WHEN 6 PERFORM REACTIVATE-ACCOUNT-MENU
               WHEN 7 PERFORM STOP-PAYMENT-MENU
               WHEN 8 PERFORM CARD-MAINTENANCE-MENU
               WHEN 9 PERFORM MERGE-CUSTOMER-MENU
               WHEN 10 PERFORM RETURNED-MAIL-MENU
               WHEN 11 PERFORM POSITIVE-PAY-MENU
               WHEN 12 PERFORM ACCOUNT-PARTIES-MENU
               WHEN 13 PERFORM DECEASED-CUSTOMER-MENU
               WHEN 14 PERFORM ALERT-SUBSCRIPTION-MENU
               WHEN 15
                   CONTINUE
               WHEN OTHER PERFORM INVALID-CHOICE-MESSAGE
           END-EVALUATE.

       ALERT-SUBSCRIPTION-MENU.
           MOVE 'ALERTS' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'ALERT SUBSCRIPTIONS'
           DISPLAY '==================='
           DISPLAY '1. Set Up or Change Alerts'
           DISPLAY '2. List Alerts for Customer'
           DISPLAY '3. Cancel Alerts'
           DISPLAY '4. Back to Customer Management'
           DISPLAY ' '
           DISPLAY 'Enter your choice (1-4): ' WITH NO ADVANCING
           ACCEPT UI-MENU-CHOICE

           EVALUATE UI-MENU-CHOICE
               WHEN 1 PERFORM SET-UP-ALERTS-MENU
               WHEN 2 PERFORM LIST-ALERTS-MENU
               WHEN 3 PERFORM CANCEL-ALERTS-MENU
               WHEN 4
                   CONTINUE
               WHEN OTHER PERFORM INVALID-CHOICE-MESSAGE
           END-EVALUATE.

       SET-UP-ALERTS-MENU.
           MOVE 'ALERT-SET' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'SET UP OR CHANGE ALERTS'
           DISPLAY '======================='
           PERFORM GET-PARTY-ACCOUNT-AND-CUSTOMER
           IF PARTY-ENTRY-INVALID
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ALERT-SUBSCRIBER-LINK
           IF ALP-SUBSCRIBER-NOT-LINKED
               DISPLAY 'ERROR: Customer is not an owner or signer on '
                       'this account.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CM-NUMBER-ENTRY TO APF-CUSTOMER-NUMBER
           MOVE UI-ACCOUNT-NUMBER TO APF-ACCOUNT-NUMBER
           READ ALERT-PREF-FILE KEY IS APF-KEY
               INVALID KEY
                   MOVE '99' TO ALERT-PREF-STATUS
           END-READ
           MOVE SPACES TO WS-ALP-OLD-VALUE
           IF ALERT-PREF-STATUS = '00'
               SET ALP-RECORD-EXISTS TO TRUE
               PERFORM BUILD-ALERT-SUMMARY
               MOVE WS-ALP-SUMMARY TO WS-ALP-OLD-VALUE
               IF APF-ACTIVE
                   DISPLAY 'Current alert settings:'
                   PERFORM DISPLAY-ALERT-SETTINGS
               END-IF
           ELSE
               SET ALP-RECORD-NEW TO TRUE
               MOVE SPACES TO ALERT-PREF-RECORD
               MOVE WS-CM-NUMBER-ENTRY TO APF-CUSTOMER-NUMBER
               MOVE UI-ACCOUNT-NUMBER TO APF-ACCOUNT-NUMBER
               MOVE WS-BUSINESS-DATE TO APF-DATE-ADDED
           END-IF

           DISPLAY 'Contact by (P)hone/SMS or (E)mail: '
                   WITH NO ADVANCING
           ACCEPT WS-ALP-METHOD-ENTRY
           EVALUATE WS-ALP-METHOD-ENTRY
               WHEN 'P'
               WHEN 'p'
                   MOVE 'P' TO WS-ALP-METHOD-ENTRY
               WHEN 'E'
               WHEN 'e'
                   MOVE 'E' TO WS-ALP-METHOD-ENTRY
               WHEN OTHER
                   DISPLAY 'ERROR: Contact method must be P or E.'
                   PERFORM PRESS-ENTER-TO-CONTINUE
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM GET-ALERT-CONTACT
           IF ALP-CONTACT-INVALID
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Alert when balance falls below (0 = off): '
                   WITH NO ADVANCING
           ACCEPT WS-ALP-LOW-ENTRY
           DISPLAY 'Alert on withdrawal or card transaction over '
                   '(0 = off): ' WITH NO ADVANCING
           ACCEPT WS-ALP-LARGE-ENTRY
           DISPLAY 'Alert when overdraft is used (Y/N): '
                   WITH NO ADVANCING
           PERFORM GET-ALERT-FLAG
           MOVE WS-ALP-FLAG-ENTRY TO APF-OVERDRAFT-ALERT
           DISPLAY 'Alert when a deposit hold is placed (Y/N): '
                   WITH NO ADVANCING
           PERFORM GET-ALERT-FLAG
           MOVE WS-ALP-FLAG-ENTRY TO APF-HOLD-ALERT
           DISPLAY 'Alert when a stopped check is presented (Y/N): '
                   WITH NO ADVANCING
           PERFORM GET-ALERT-FLAG
           MOVE WS-ALP-FLAG-ENTRY TO APF-STOP-PAY-ALERT
           DISPLAY 'Alert when a card is blocked for PIN failures '
                   '(Y/N): ' WITH NO ADVANCING
           PERFORM GET-ALERT-FLAG
           MOVE WS-ALP-FLAG-ENTRY TO APF-CARD-BLOCK-ALERT

           IF WS-ALP-LOW-ENTRY = 0
               AND WS-ALP-LARGE-ENTRY = 0
               AND APF-OVERDRAFT-ALERT = 'N'
               AND APF-HOLD-ALERT = 'N'
               AND APF-STOP-PAY-ALERT = 'N'
               AND APF-CARD-BLOCK-ALERT = 'N'
               DISPLAY 'ERROR: No alerts selected. Use Cancel Alerts '
                       'to stop all alerts.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ALP-METHOD-ENTRY TO APF-CONTACT-METHOD
           MOVE WS-ALP-CONTACT-ENTRY TO APF-CONTACT-ADDRESS
           MOVE WS-ALP-LOW-ENTRY TO APF-LOW-BALANCE-AMOUNT
           MOVE WS-ALP-LARGE-ENTRY TO APF-LARGE-DEBIT-AMOUNT
           MOVE 'A' TO APF-STATUS
           MOVE WS-BUSINESS-DATE TO APF-DATE-CHANGED
           MOVE WS-OPERATOR-ID TO APF-CHANGED-BY
           IF ALP-RECORD-EXISTS
               REWRITE ALERT-PREF-RECORD
                   INVALID KEY
                       MOVE '99' TO ALERT-PREF-STATUS
               END-REWRITE
           ELSE
               WRITE ALERT-PREF-RECORD
                   INVALID KEY
                       MOVE '99' TO ALERT-PREF-STATUS
               END-WRITE
           END-IF
           IF ALERT-PREF-STATUS NOT = '00'
               DISPLAY 'Error saving alert settings: '
                       ALERT-PREF-STATUS
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-ALERT-SUMMARY
           MOVE UI-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
           MOVE 'ALERT-PREF' TO AUD-FIELD-NAME
           MOVE WS-ALP-OLD-VALUE TO AUD-OLD-VALUE
           MOVE WS-ALP-SUMMARY TO AUD-NEW-VALUE
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           DISPLAY 'Alerts saved for ' CM-NAME
           PERFORM DISPLAY-ALERT-SETTINGS
           PERFORM PRESS-ENTER-TO-CONTINUE.

       CHECK-ALERT-SUBSCRIBER-LINK.
           SET ALP-SUBSCRIBER-LINKED TO TRUE
           IF CUST-CUSTOMER-NUMBER = WS-CM-NUMBER-ENTRY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CM-NUMBER-ENTRY TO LNK-CUSTOMER-NUMBER
           MOVE UI-ACCOUNT-NUMBER TO LNK-ACCOUNT-NUMBER
           READ ACCOUNT-LINK-FILE KEY IS LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00'
               SET ALP-SUBSCRIBER-NOT-LINKED TO TRUE
           ELSE
               IF LNK-POD-BENEFICIARY
                   SET ALP-SUBSCRIBER-NOT-LINKED TO TRUE
               END-IF
           END-IF.

       GET-ALERT-CONTACT.
           SET ALP-CONTACT-INVALID TO TRUE
           MOVE SPACES TO WS-ALP-CONTACT-ENTRY
           IF WS-ALP-METHOD-ENTRY = 'P'
               DISPLAY 'Mobile number (blank = phone on file): '
                       WITH NO ADVANCING
               ACCEPT UI-PHONE
               IF UI-PHONE = SPACES
                   MOVE CM-PHONE TO UI-PHONE
               END-IF
               PERFORM VALIDATE-PHONE-FORMAT
               IF PHONE-INVALID
                   DISPLAY ERR-INVALID-PHONE
                   EXIT PARAGRAPH
               END-IF
               MOVE UI-PHONE TO WS-ALP-CONTACT-ENTRY
               SET ALP-CONTACT-VALID TO TRUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Email address: ' WITH NO ADVANCING
           ACCEPT WS-ALP-CONTACT-ENTRY
           MOVE 0 TO WS-ALP-AT-COUNT
           MOVE 0 TO WS-ALP-SPACE-COUNT
           INSPECT WS-ALP-CONTACT-ENTRY TALLYING WS-ALP-AT-COUNT
               FOR ALL '@'
           INSPECT WS-ALP-CONTACT-ENTRY TALLYING WS-ALP-SPACE-COUNT
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ALP-AT-COUNT NOT = 1
               OR WS-ALP-CONTACT-ENTRY(1:1) = '@'
               OR WS-ALP-SPACE-COUNT < 3
               DISPLAY 'ERROR: Invalid email address.'
               EXIT PARAGRAPH
           END-IF
           IF WS-ALP-SPACE-COUNT < 50
               IF WS-ALP-CONTACT-ENTRY(WS-ALP-SPACE-COUNT + 1:)
                   NOT = SPACES
                   DISPLAY 'ERROR: Email address may not contain '
                           'spaces.'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET ALP-CONTACT-VALID TO TRUE.

       GET-ALERT-FLAG.
           ACCEPT WS-ALP-FLAG-ENTRY
           IF WS-ALP-FLAG-ENTRY = 'Y' OR WS-ALP-FLAG-ENTRY = 'y'
               MOVE 'Y' TO WS-ALP-FLAG-ENTRY
           ELSE
               MOVE 'N' TO WS-ALP-FLAG-ENTRY
           END-IF.

       BUILD-ALERT-SUMMARY.
           MOVE 'NNNNNN' TO WS-ALP-SUMMARY-FLAGS
           IF APF-LOW-BALANCE-AMOUNT > 0
               MOVE 'Y' TO WS-ALP-SUMMARY-FLAGS(1:1)
           END-IF
           IF APF-LARGE-DEBIT-AMOUNT > 0
               MOVE 'Y' TO WS-ALP-SUMMARY-FLAGS(2:1)
           END-IF
           MOVE APF-OVERDRAFT-ALERT TO WS-ALP-SUMMARY-FLAGS(3:1)
           MOVE APF-HOLD-ALERT TO WS-ALP-SUMMARY-FLAGS(4:1)
           MOVE APF-STOP-PAY-ALERT TO WS-ALP-SUMMARY-FLAGS(5:1)
           MOVE APF-CARD-BLOCK-ALERT TO WS-ALP-SUMMARY-FLAGS(6:1)
           MOVE SPACES TO WS-ALP-SUMMARY
           STRING 'CUST ' APF-CUSTOMER-NUMBER
                  ' BY ' APF-CONTACT-METHOD
                  ' ALERTS ' WS-ALP-SUMMARY-FLAGS
                  ' STATUS ' APF-STATUS
                  DELIMITED BY SIZE
                  INTO WS-ALP-SUMMARY
           END-STRING.

       DISPLAY-ALERT-SETTINGS.
           IF APF-BY-SMS
               DISPLAY '  Contact by SMS   : ' APF-CONTACT-ADDRESS
           ELSE
               DISPLAY '  Contact by email : ' APF-CONTACT-ADDRESS
           END-IF
           IF APF-LOW-BALANCE-AMOUNT = 0
               DISPLAY '  Low balance      : off'
           ELSE
               MOVE APF-LOW-BALANCE-AMOUNT TO WS-ALP-AMOUNT-DISPLAY
               DISPLAY '  Low balance      : below '
                       WS-ALP-AMOUNT-DISPLAY
           END-IF
           IF APF-LARGE-DEBIT-AMOUNT = 0
               DISPLAY '  Large debit      : off'
           ELSE
               MOVE APF-LARGE-DEBIT-AMOUNT TO WS-ALP-AMOUNT-DISPLAY
               DISPLAY '  Large debit      : over '
                       WS-ALP-AMOUNT-DISPLAY
           END-IF
           DISPLAY '  Overdraft used   : ' APF-OVERDRAFT-ALERT
           DISPLAY '  Hold placed      : ' APF-HOLD-ALERT
           DISPLAY '  Stop-payment hit : ' APF-STOP-PAY-ALERT
           DISPLAY '  Card blocked     : ' APF-CARD-BLOCK-ALERT.

       LIST-ALERTS-MENU.
           DISPLAY ' '
           DISPLAY 'ALERTS FOR CUSTOMER'
           DISPLAY '==================='
           DISPLAY 'Enter customer number: ' WITH NO ADVANCING
           ACCEPT WS-ALP-CUSTOMER
           MOVE WS-ALP-CUSTOMER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Customer number not found.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Customer: ' CM-NAME
           MOVE 0 TO WS-ALP-LISTED-COUNT
           MOVE WS-ALP-CUSTOMER TO APF-CUSTOMER-NUMBER
           MOVE 0 TO APF-ACCOUNT-NUMBER
           START ALERT-PREF-FILE KEY IS NOT LESS THAN APF-KEY
               INVALID KEY
                   MOVE '99' TO ALERT-PREF-STATUS
           END-START
           PERFORM LIST-ONE-ALERT-SUBSCRIPTION
               UNTIL ALERT-PREF-STATUS NOT = '00'
           IF WS-ALP-LISTED-COUNT = 0
               DISPLAY 'No alert subscriptions on file.'
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       LIST-ONE-ALERT-SUBSCRIPTION.
           READ ALERT-PREF-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ALERT-PREF-STATUS
           END-READ
           IF ALERT-PREF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF APF-CUSTOMER-NUMBER NOT = WS-ALP-CUSTOMER
               MOVE '10' TO ALERT-PREF-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ALP-LISTED-COUNT
           DISPLAY ' '
           IF APF-ACTIVE
               DISPLAY 'Account ' APF-ACCOUNT-NUMBER ' - ACTIVE, '
                       'changed ' APF-DATE-CHANGED
                       ' by ' APF-CHANGED-BY
           ELSE
               DISPLAY 'Account ' APF-ACCOUNT-NUMBER ' - CANCELLED, '
                       'changed ' APF-DATE-CHANGED
                       ' by ' APF-CHANGED-BY
           END-IF
           PERFORM DISPLAY-ALERT-SETTINGS.

       CANCEL-ALERTS-MENU.
           MOVE 'ALERT-SET' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'CANCEL ALERTS'
           DISPLAY '============='
           PERFORM GET-ACCOUNT-NUMBER
           IF NOT ACCOUNT-VALID
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Enter customer number: ' WITH NO ADVANCING
           ACCEPT WS-ALP-CUSTOMER
           MOVE WS-ALP-CUSTOMER TO APF-CUSTOMER-NUMBER
           MOVE UI-ACCOUNT-NUMBER TO APF-ACCOUNT-NUMBER
           READ ALERT-PREF-FILE KEY IS APF-KEY
               INVALID KEY
                   MOVE '99' TO ALERT-PREF-STATUS
           END-READ
           IF ALERT-PREF-STATUS NOT = '00'
               DISPLAY 'No alert subscription for this customer and '
                       'account.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           IF APF-CANCELLED
               DISPLAY 'Alerts are already cancelled.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-ALERT-SETTINGS
           DISPLAY 'Cancel these alerts (Y/N): ' WITH NO ADVANCING
           ACCEPT UI-CONTINUE-FLAG
           IF UI-CONTINUE-FLAG NOT = 'Y' AND UI-CONTINUE-FLAG NOT = 'y'
               DISPLAY 'Alerts not cancelled.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-ALERT-SUMMARY
           MOVE WS-ALP-SUMMARY TO WS-ALP-OLD-VALUE
           MOVE 'C' TO APF-STATUS
           MOVE WS-BUSINESS-DATE TO APF-DATE-CHANGED
           MOVE WS-OPERATOR-ID TO APF-CHANGED-BY
           REWRITE ALERT-PREF-RECORD
               INVALID KEY
                   MOVE '99' TO ALERT-PREF-STATUS
           END-REWRITE
           IF ALERT-PREF-STATUS NOT = '00'
               DISPLAY 'Error cancelling alerts: ' ALERT-PREF-STATUS
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-ALERT-SUMMARY
           MOVE UI-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
           MOVE 'ALERT-PREF' TO AUD-FIELD-NAME
           MOVE WS-ALP-OLD-VALUE TO AUD-OLD-VALUE
           MOVE WS-ALP-SUMMARY TO AUD-NEW-VALUE
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           DISPLAY 'Alerts cancelled for account ' UI-ACCOUNT-NUMBER
           PERFORM PRESS-ENTER-TO-CONTINUE.

       ACCOUNT-PARTIES-MENU.
           MOVE 'ACCT-PARTY' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'SIGNERS, POWER OF ATTORNEY AND BENEFICIARIES'
           DISPLAY '============================================'
           DISPLAY '1. Add Authorized Signer'
           DISPLAY '2. Register Power of Attorney'
           DISPLAY '3. Add Payable-on-Death Beneficiary'
           DISPLAY '4. List Account Parties'
           DISPLAY '5. Remove Signer, POA or Beneficiary'
           DISPLAY '6. Back to Customer Management'
           DISPLAY ' '
           DISPLAY 'Enter your choice (1-6): ' WITH NO ADVANCING
           ACCEPT UI-MENU-CHOICE

           EVALUATE UI-MENU-CHOICE
               WHEN 1 PERFORM ADD-AUTHORIZED-SIGNER-MENU
               WHEN 2 PERFORM REGISTER-POWER-OF-ATTORNEY-MENU
               WHEN 3 PERFORM ADD-POD-BENEFICIARY-MENU
               WHEN 4 PERFORM LIST-ACCOUNT-PARTIES-MENU
               WHEN 5 PERFORM REMOVE-ACCOUNT-PARTY-MENU
               WHEN 6
                   CONTINUE
               WHEN OTHER PERFORM INVALID-CHOICE-MESSAGE
           END-EVALUATE.

       ADD-AUTHORIZED-SIGNER-MENU.
           MOVE 'PARTY-ADD' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'ADD AUTHORIZED SIGNER'
           DISPLAY '====================='
           PERFORM GET-PARTY-ACCOUNT-AND-CUSTOMER
           IF PARTY-ENTRY-INVALID
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Per-transaction limit (0 = no limit): '
                   WITH NO ADVANCING
           ACCEPT WS-PTY-LIMIT-ENTRY

           PERFORM INITIALIZE-PARTY-LINK
           MOVE 'S' TO LNK-ROLE
           MOVE WS-PTY-LIMIT-ENTRY TO LNK-SIGNER-LIMIT
           MOVE WS-PTY-LIMIT-ENTRY TO WS-PTY-LIMIT-DISPLAY
           MOVE SPACES TO WS-PTY-AUDIT-DETAIL
           IF WS-PTY-LIMIT-ENTRY = 0
               MOVE 'NO LIMIT' TO WS-PTY-AUDIT-DETAIL
           ELSE
               STRING 'LIMIT ' WS-PTY-LIMIT-DISPLAY
                      DELIMITED BY SIZE
                      INTO WS-PTY-AUDIT-DETAIL
               END-STRING
           END-IF
           PERFORM WRITE-PARTY-LINK
           PERFORM PRESS-ENTER-TO-CONTINUE.

       REGISTER-POWER-OF-ATTORNEY-MENU.
           MOVE 'POA-REGISTER' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'REGISTER POWER OF ATTORNEY'
           DISPLAY '=========================='
           PERFORM GET-PARTY-ACCOUNT-AND-CUSTOMER
           IF PARTY-ENTRY-INVALID
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Effective date YYYYMMDD (0 = today): '
                   WITH NO ADVANCING
           ACCEPT WS-PTY-EFFECTIVE-ENTRY
           IF WS-PTY-EFFECTIVE-ENTRY = 0
               MOVE WS-BUSINESS-DATE TO WS-PTY-EFFECTIVE-ENTRY
           END-IF
           MOVE WS-PTY-EFFECTIVE-ENTRY TO WS-DATE-TO-VALIDATE
           PERFORM VALIDATE-DATE-FIELD
           IF DATE-FIELD-INVALID
               DISPLAY 'ERROR: Invalid effective date.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Expiry date YYYYMMDD (0 = open-ended): '
                   WITH NO ADVANCING
           ACCEPT WS-PTY-EXPIRY-ENTRY
           IF WS-PTY-EXPIRY-ENTRY NOT = 0
               MOVE WS-PTY-EXPIRY-ENTRY TO WS-DATE-TO-VALIDATE
               PERFORM VALIDATE-DATE-FIELD
               IF DATE-FIELD-INVALID
                   DISPLAY 'ERROR: Invalid expiry date.'
                   PERFORM PRESS-ENTER-TO-CONTINUE
                   EXIT PARAGRAPH
               END-IF
               IF WS-PTY-EXPIRY-ENTRY < WS-PTY-EFFECTIVE-ENTRY
                   DISPLAY 'ERROR: Expiry date is before the '
                           'effective date.'
                   PERFORM PRESS-ENTER-TO-CONTINUE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM INITIALIZE-PARTY-LINK
           MOVE 'A' TO LNK-ROLE
           MOVE WS-PTY-EFFECTIVE-ENTRY TO LNK-EFFECTIVE-DATE
           MOVE WS-PTY-EXPIRY-ENTRY TO LNK-EXPIRY-DATE
           MOVE SPACES TO WS-PTY-AUDIT-DETAIL
           STRING 'FROM ' WS-PTY-EFFECTIVE-ENTRY
                  ' TO ' WS-PTY-EXPIRY-ENTRY
                  DELIMITED BY SIZE
                  INTO WS-PTY-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-PARTY-LINK
           PERFORM PRESS-ENTER-TO-CONTINUE.

       ADD-POD-BENEFICIARY-MENU.
           MOVE 'PARTY-ADD' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'ADD PAYABLE-ON-DEATH BENEFICIARY'
           DISPLAY '================================'
           PERFORM GET-PARTY-ACCOUNT-AND-CUSTOMER
           IF PARTY-ENTRY-INVALID
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Beneficiary share percent (e.g. 50.00): '
                   WITH NO ADVANCING
           ACCEPT WS-PTY-SHARE-ENTRY
           IF WS-PTY-SHARE-ENTRY = 0 OR WS-PTY-SHARE-ENTRY > 100
               DISPLAY 'ERROR: Share must be greater than 0 and '
                       'not more than 100.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           PERFORM SUM-BENEFICIARY-SHARES
           IF WS-PTY-SHARE-TOTAL + WS-PTY-SHARE-ENTRY > 100
               MOVE WS-PTY-SHARE-TOTAL TO WS-PTY-SHARE-DISPLAY
               DISPLAY 'ERROR: Beneficiary shares already total '
                       WS-PTY-SHARE-DISPLAY '% on this account.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           PERFORM INITIALIZE-PARTY-LINK
           MOVE 'B' TO LNK-ROLE
           MOVE WS-PTY-SHARE-ENTRY TO LNK-POD-SHARE
           MOVE WS-PTY-SHARE-ENTRY TO WS-PTY-SHARE-DISPLAY
           MOVE SPACES TO WS-PTY-AUDIT-DETAIL
           STRING 'SHARE ' WS-PTY-SHARE-DISPLAY '%'
                  DELIMITED BY SIZE
                  INTO WS-PTY-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-PARTY-LINK
           PERFORM PRESS-ENTER-TO-CONTINUE.

       GET-PARTY-ACCOUNT-AND-CUSTOMER.
           SET PARTY-ENTRY-INVALID TO TRUE
           PERFORM GET-ACCOUNT-NUMBER
           IF NOT ACCOUNT-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE UI-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY ERR-ACCOUNT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           UNLOCK CUSTOMER-FILE
           IF CUST-STATUS = 'C'
               DISPLAY 'ERROR: Account is closed.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Enter customer number of the party: '
                   WITH NO ADVANCING
           ACCEPT WS-CM-NUMBER-ENTRY
           MOVE WS-CM-NUMBER-ENTRY TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Customer number not found.'
               EXIT PARAGRAPH
           END-IF
           IF CM-MERGED
               DISPLAY ERR-CUSTOMER-MERGED
               EXIT PARAGRAPH
           END-IF
           IF CM-DECEASED
               DISPLAY 'ERROR: Customer is recorded as deceased.'
               EXIT PARAGRAPH
           END-IF
           SET PARTY-ENTRY-VALID TO TRUE.

       INITIALIZE-PARTY-LINK.
           MOVE SPACES TO ACCOUNT-LINK-RECORD
           MOVE WS-CM-NUMBER-ENTRY TO LNK-CUSTOMER-NUMBER
           MOVE UI-ACCOUNT-NUMBER TO LNK-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE TO LNK-DATE-LINKED
           MOVE 0 TO LNK-SIGNER-LIMIT
           MOVE 0 TO LNK-EFFECTIVE-DATE
           MOVE 0 TO LNK-EXPIRY-DATE
           MOVE 0 TO LNK-POD-SHARE.

       WRITE-PARTY-LINK.
           PERFORM SET-PARTY-ROLE-NAME
           WRITE ACCOUNT-LINK-RECORD
               INVALID KEY
                   DISPLAY 'Customer is already linked to this '
                           'account.'
           END-WRITE
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               DISPLAY WS-PTY-ROLE-NAME ' ' CM-NAME
                       ' linked to account ' UI-ACCOUNT-NUMBER
               MOVE UI-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
               MOVE 'ACCT-PARTY' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               STRING 'CUSTOMER ' WS-CM-NUMBER-ENTRY
                      ' ROLE ' LNK-ROLE ' '
                      WS-PTY-AUDIT-DETAIL
                      DELIMITED BY SIZE
                      INTO AUD-NEW-VALUE
               END-STRING
               PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           END-IF.

       SUM-BENEFICIARY-SHARES.
           MOVE 0 TO WS-PTY-SHARE-TOTAL
           MOVE UI-ACCOUNT-NUMBER TO WS-PTY-ACCOUNT
           MOVE UI-ACCOUNT-NUMBER TO LNK-ACCOUNT-NUMBER
           START ACCOUNT-LINK-FILE KEY IS EQUAL TO LNK-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-START
           PERFORM ADD-ONE-BENEFICIARY-SHARE
               UNTIL ACCOUNT-LINK-FILE-STATUS NOT = '00'.

       ADD-ONE-BENEFICIARY-SHARE.
           READ ACCOUNT-LINK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               IF LNK-ACCOUNT-NUMBER NOT = WS-PTY-ACCOUNT
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
               ELSE
                   IF LNK-POD-BENEFICIARY
                       ADD LNK-POD-SHARE TO WS-PTY-SHARE-TOTAL
                   END-IF
               END-IF
           END-IF.

       LIST-ACCOUNT-PARTIES-MENU.
           DISPLAY ' '
           DISPLAY 'ACCOUNT PARTIES'
           DISPLAY '==============='
           PERFORM GET-ACCOUNT-NUMBER
           IF ACCOUNT-VALID
               PERFORM DISPLAY-ACCOUNT-PARTIES
               IF WS-PTY-PARTIES-LISTED = 0
                   DISPLAY 'No parties on file for this account.'
               END-IF
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       DISPLAY-ACCOUNT-PARTIES.
           MOVE 0 TO WS-PTY-PARTIES-LISTED
           MOVE UI-ACCOUNT-NUMBER TO WS-PTY-ACCOUNT
           MOVE UI-ACCOUNT-NUMBER TO LNK-ACCOUNT-NUMBER
           START ACCOUNT-LINK-FILE KEY IS EQUAL TO LNK-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-START
           PERFORM DISPLAY-ONE-ACCOUNT-PARTY
               UNTIL ACCOUNT-LINK-FILE-STATUS NOT = '00'.

       DISPLAY-ONE-ACCOUNT-PARTY.
           READ ACCOUNT-LINK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF LNK-ACCOUNT-NUMBER NOT = WS-PTY-ACCOUNT
               MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PTY-PARTIES-LISTED
           MOVE LNK-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CM-NAME
           END-READ
           PERFORM SET-PARTY-ROLE-NAME
           MOVE SPACES TO WS-PTY-AUDIT-DETAIL
           EVALUATE TRUE
               WHEN LNK-AUTHORIZED-SIGNER
                   IF LNK-SIGNER-LIMIT = 0
                       MOVE 'no limit' TO WS-PTY-AUDIT-DETAIL
                   ELSE
                       MOVE LNK-SIGNER-LIMIT TO WS-PTY-LIMIT-DISPLAY
                       STRING 'limit ' WS-PTY-LIMIT-DISPLAY
                              DELIMITED BY SIZE
                              INTO WS-PTY-AUDIT-DETAIL
                       END-STRING
                   END-IF
               WHEN LNK-POWER-OF-ATTORNEY
                   PERFORM CHECK-POA-IN-FORCE
                   IF PARTY-AUTHORIZED
                       MOVE 'IN FORCE' TO WS-PTY-STATUS-TEXT
                   ELSE
                       MOVE 'NOT IN FORCE' TO WS-PTY-STATUS-TEXT
                   END-IF
                   STRING LNK-EFFECTIVE-DATE '-' LNK-EXPIRY-DATE
                          ' ' WS-PTY-STATUS-TEXT
                          DELIMITED BY SIZE
                          INTO WS-PTY-AUDIT-DETAIL
                   END-STRING
               WHEN LNK-POD-BENEFICIARY
                   MOVE LNK-POD-SHARE TO WS-PTY-SHARE-DISPLAY
                   STRING 'share ' WS-PTY-SHARE-DISPLAY
                          '% - may not transact'
                          DELIMITED BY SIZE
                          INTO WS-PTY-AUDIT-DETAIL
                   END-STRING
           END-EVALUATE
           DISPLAY '  ' LNK-CUSTOMER-NUMBER ' ' CM-NAME(1:25) ' '
                   WS-PTY-ROLE-NAME ' ' WS-PTY-AUDIT-DETAIL.

       SET-PARTY-ROLE-NAME.
           EVALUATE TRUE
               WHEN LNK-PRIMARY-OWNER
                   MOVE 'Primary owner' TO WS-PTY-ROLE-NAME
               WHEN LNK-JOINT-OWNER
                   MOVE 'Joint owner' TO WS-PTY-ROLE-NAME
               WHEN LNK-AUTHORIZED-SIGNER
                   MOVE 'Authorized signer' TO WS-PTY-ROLE-NAME
               WHEN LNK-POWER-OF-ATTORNEY
                   MOVE 'Power of attorney' TO WS-PTY-ROLE-NAME
               WHEN LNK-POD-BENEFICIARY
                   MOVE 'POD beneficiary' TO WS-PTY-ROLE-NAME
               WHEN OTHER
                   MOVE 'Unknown role' TO WS-PTY-ROLE-NAME
           END-EVALUATE.

       CHECK-POA-IN-FORCE.
           SET PARTY-AUTHORIZED TO TRUE
           IF LNK-EFFECTIVE-DATE > WS-BUSINESS-DATE
               SET PARTY-NOT-AUTHORIZED TO TRUE
           END-IF
           IF LNK-EXPIRY-DATE NOT = 0
               AND LNK-EXPIRY-DATE < WS-BUSINESS-DATE
               SET PARTY-NOT-AUTHORIZED TO TRUE
           END-IF.

       REMOVE-ACCOUNT-PARTY-MENU.
           MOVE 'PARTY-REMOVE' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'REMOVE SIGNER, POA OR BENEFICIARY'
           DISPLAY '================================='
           PERFORM GET-ACCOUNT-NUMBER
           IF NOT ACCOUNT-VALID
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Enter customer number of the party: '
                   WITH NO ADVANCING
           ACCEPT WS-CM-NUMBER-ENTRY
           MOVE WS-CM-NUMBER-ENTRY TO LNK-CUSTOMER-NUMBER
           MOVE UI-ACCOUNT-NUMBER TO LNK-ACCOUNT-NUMBER
           READ ACCOUNT-LINK-FILE KEY IS LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00'
               DISPLAY 'Customer is not linked to this account.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           IF LNK-OWNER
               DISPLAY 'ERROR: Owners cannot be removed here.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-PARTY-ROLE-NAME
           DISPLAY 'Remove ' WS-PTY-ROLE-NAME ' '
                   LNK-CUSTOMER-NUMBER '? (Y/N): '
                   WITH NO ADVANCING
           ACCEPT UI-CONTINUE-FLAG
           IF UI-CONTINUE-FLAG NOT = 'Y' AND UI-CONTINUE-FLAG NOT = 'y'
               DISPLAY 'Removal cancelled.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           MOVE LNK-ROLE TO WS-PTY-ROLE-ENTRY
           DELETE ACCOUNT-LINK-FILE
               INVALID KEY
                   DISPLAY 'Error removing account party.'
           END-DELETE
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               DISPLAY WS-PTY-ROLE-NAME ' removed from account '
                       UI-ACCOUNT-NUMBER
               MOVE UI-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
               MOVE 'ACCT-PARTY' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               STRING 'CUSTOMER ' WS-CM-NUMBER-ENTRY
                      ' ROLE ' WS-PTY-ROLE-ENTRY
                      DELIMITED BY SIZE
                      INTO AUD-OLD-VALUE
               END-STRING
               MOVE 'REMOVED' TO AUD-NEW-VALUE
               PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       VERIFY-TRANSACTING-PARTY.
           SET PARTY-AUTHORIZED TO TRUE
           PERFORM DISPLAY-ACCOUNT-PARTY-HEADER
           PERFORM DISPLAY-ACCOUNT-PARTIES
           IF WS-PTY-PARTIES-LISTED = 0
               DISPLAY '  No parties on file for this account.'
               EXIT PARAGRAPH
           END-IF
           IF PARTY-CHECK-CREDIT
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Customer number of person transacting: '
                   WITH NO ADVANCING
           ACCEPT WS-PTY-TRANSACTOR
           MOVE WS-PTY-TRANSACTOR TO LNK-CUSTOMER-NUMBER
           MOVE UI-ACCOUNT-NUMBER TO LNK-ACCOUNT-NUMBER
           READ ACCOUNT-LINK-FILE KEY IS LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00'
               SET PARTY-NOT-AUTHORIZED TO TRUE
               DISPLAY 'ERROR: Customer is not authorized on this '
                       'account.'
               MOVE 'NOT LINKED TO ACCOUNT' TO WS-SEC-DETAIL
               PERFORM JOURNAL-PARTY-REFUSAL
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN LNK-OWNER
                   CONTINUE
               WHEN LNK-AUTHORIZED-SIGNER
                   IF LNK-SIGNER-LIMIT > 0
                       AND UI-AMOUNT > LNK-SIGNER-LIMIT
                       SET PARTY-NOT-AUTHORIZED TO TRUE
                       MOVE LNK-SIGNER-LIMIT TO WS-PTY-LIMIT-DISPLAY
                       DISPLAY 'ERROR: Amount exceeds signer limit of '
                               WS-PTY-LIMIT-DISPLAY
                       MOVE 'SIGNER LIMIT EXCEEDED' TO WS-SEC-DETAIL
                   END-IF
               WHEN LNK-POWER-OF-ATTORNEY
                   PERFORM CHECK-POA-IN-FORCE
                   IF PARTY-NOT-AUTHORIZED
                       DISPLAY 'ERROR: Power of attorney is not in '
                               'force.'
                       MOVE 'POA NOT IN FORCE' TO WS-SEC-DETAIL
                   END-IF
               WHEN LNK-POD-BENEFICIARY
                   SET PARTY-NOT-AUTHORIZED TO TRUE
                   DISPLAY 'ERROR: A beneficiary may not transact on '
                           'the account.'
                   MOVE 'BENEFICIARY MAY NOT TRANSACT' TO WS-SEC-DETAIL
               WHEN OTHER
                   SET PARTY-NOT-AUTHORIZED TO TRUE
                   DISPLAY 'ERROR: Customer is not authorized on this '
                           'account.'
                   MOVE 'ROLE NOT AUTHORIZED' TO WS-SEC-DETAIL
           END-EVALUATE
           IF PARTY-NOT-AUTHORIZED
               PERFORM JOURNAL-PARTY-REFUSAL
           END-IF.

       DISPLAY-ACCOUNT-PARTY-HEADER.
           DISPLAY ' '
           DISPLAY 'Parties on account ' UI-ACCOUNT-NUMBER
                   ':'.

       JOURNAL-PARTY-REFUSAL.
           MOVE 'PARTY-DENY' TO WS-SEC-EVENT-TYPE
           MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR
           MOVE UI-ACCOUNT-NUMBER TO WS-SEC-ACCOUNT
           MOVE UI-AMOUNT TO WS-SEC-AMOUNT
           PERFORM WRITE-SECURITY-JOURNAL.

       DECEASED-CUSTOMER-MENU.
           MOVE 'DECEASED' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'DECEASED CUSTOMER AND ESTATE'
           DISPLAY '============================'
           DISPLAY '1. Record Date of Death'
           DISPLAY '2. Re-title Account to Estate'
           DISPLAY '3. Pay Out to POD Beneficiaries'
           DISPLAY '4. Back to Customer Management'
           DISPLAY ' '
           DISPLAY 'Enter your choice (1-4): ' WITH NO ADVANCING
           ACCEPT UI-MENU-CHOICE

           EVALUATE UI-MENU-CHOICE
               WHEN 1 PERFORM RECORD-DATE-OF-DEATH-MENU
               WHEN 2 PERFORM RETITLE-ESTATE-ACCOUNT-MENU
               WHEN 3 PERFORM POD-PAYOUT-MENU
               WHEN 4
                   CONTINUE
               WHEN OTHER PERFORM INVALID-CHOICE-MESSAGE
           END-EVALUATE.

       RECORD-DATE-OF-DEATH-MENU.
           DISPLAY ' '
           DISPLAY 'RECORD DATE OF DEATH'
           DISPLAY '===================='
           DISPLAY 'Customer number: ' WITH NO ADVANCING
           ACCEPT WS-DTH-CUSTOMER
           MOVE WS-DTH-CUSTOMER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Customer number not found.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           IF CM-MERGED
               DISPLAY ERR-CUSTOMER-MERGED
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           IF CM-DECEASED
               DISPLAY 'Customer is already recorded as deceased '
                       '(date of death ' CM-DATE-OF-DEATH ').'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-CUSTOMER-MASTER-INFO

           DISPLAY ' '
           DISPLAY 'Date of death (YYYYMMDD): ' WITH NO ADVANCING
           ACCEPT WS-DTH-DATE-ENTRY
           MOVE WS-DTH-DATE-ENTRY TO WS-DATE-TO-VALIDATE
           PERFORM VALIDATE-DATE-FIELD
           IF DATE-FIELD-INVALID
               DISPLAY 'ERROR: Invalid date of death.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           IF WS-DTH-DATE-ENTRY > WS-BUSINESS-DATE
               DISPLAY 'ERROR: Date of death is in the future.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           IF CM-DATE-OF-BIRTH NOT = 0
               AND WS-DTH-DATE-ENTRY < CM-DATE-OF-BIRTH
               DISPLAY 'ERROR: Date of death is before date of '
                       'birth.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Sole-owned accounts will be restricted and '
                   'joint accounts passed to the'
           DISPLAY 'surviving owner. Record death of ' CM-NAME
                   '? (Y/N): ' WITH NO ADVANCING
           ACCEPT UI-CONTINUE-FLAG
           IF UI-CONTINUE-FLAG NOT = 'Y' AND UI-CONTINUE-FLAG NOT = 'y'
               DISPLAY 'Date of death not recorded.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           MOVE CM-NAME TO WS-DTH-NAME
           SET CM-DECEASED TO TRUE
           MOVE WS-DTH-DATE-ENTRY TO CM-DATE-OF-DEATH
           MOVE WS-BUSINESS-DATE TO CM-DEATH-RECORDED-DATE
           MOVE WS-OPERATOR-ID TO CM-DEATH-RECORDED-BY
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
           END-REWRITE
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error updating customer master record.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO AUD-ACCOUNT-NUMBER
           MOVE 'CM-DECEASED' TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE SPACES TO AUD-NEW-VALUE
           STRING 'CUSTOMER ' WS-DTH-CUSTOMER
                  ' DIED ' WS-DTH-DATE-ENTRY
                  DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           MOVE 'DECEASED' TO WS-SEC-EVENT-TYPE
           MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR
           MOVE SPACES TO WS-SEC-DETAIL
           STRING 'Death recorded customer ' WS-DTH-CUSTOMER
                  DELIMITED BY SIZE INTO WS-SEC-DETAIL
           END-STRING
           PERFORM WRITE-SECURITY-JOURNAL

           MOVE 0 TO WS-DTH-RESTRICTED-COUNT
           MOVE 0 TO WS-DTH-PASSED-COUNT
           MOVE 0 TO WS-DTH-ENDED-COUNT
           MOVE 0 TO WS-DTH-BENEFICIARY-COUNT
           MOVE 0 TO WS-DTH-ORDERS-SUSPENDED
           MOVE 0 TO WS-DTH-SWEEPS-SUSPENDED
           MOVE 0 TO WS-DTH-CARDS-BLOCKED
           PERFORM GATHER-DECEDENT-LINKS
           MOVE 1 TO WS-DTH-LINK-SUB
           PERFORM SETTLE-ONE-DECEDENT-LINK
               UNTIL WS-DTH-LINK-SUB > WS-DTH-LINK-COUNT

           DISPLAY ' '
           DISPLAY 'Death of customer ' WS-DTH-CUSTOMER
                   ' recorded as of ' WS-DTH-DATE-ENTRY
           DISPLAY '  Accounts restricted:       '
                   WS-DTH-RESTRICTED-COUNT
           DISPLAY '  Joint accounts passed on:  ' WS-DTH-PASSED-COUNT
           DISPLAY '  Signer/POA links ended:    ' WS-DTH-ENDED-COUNT
           DISPLAY '  Standing orders suspended: '
                   WS-DTH-ORDERS-SUSPENDED
           DISPLAY '  Sweeps suspended:          '
                   WS-DTH-SWEEPS-SUSPENDED
           DISPLAY '  Cards blocked:             ' WS-DTH-CARDS-BLOCKED
           IF WS-DTH-BENEFICIARY-COUNT > 0
               DISPLAY '  Customer is a POD beneficiary on '
                       WS-DTH-BENEFICIARY-COUNT
                       ' account(s) - excluded from payouts.'
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       GATHER-DECEDENT-LINKS.
           MOVE 0 TO WS-DTH-LINK-COUNT
           MOVE WS-DTH-CUSTOMER TO LNK-CUSTOMER-NUMBER
           MOVE 0 TO LNK-ACCOUNT-NUMBER
           START ACCOUNT-LINK-FILE KEY IS NOT LESS THAN LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-START
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               PERFORM SCAN-DECEDENT-LINKS
                   UNTIL ACCOUNT-LINK-FILE-STATUS NOT = '00'
           END-IF.

       SCAN-DECEDENT-LINKS.
           READ ACCOUNT-LINK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               IF LNK-CUSTOMER-NUMBER = WS-DTH-CUSTOMER
                   AND WS-DTH-LINK-COUNT < 100
                   ADD 1 TO WS-DTH-LINK-COUNT
                   MOVE LNK-ACCOUNT-NUMBER
                       TO WS-DTH-LINK-ACCOUNT(WS-DTH-LINK-COUNT)
                   MOVE LNK-ROLE
                       TO WS-DTH-LINK-ROLE(WS-DTH-LINK-COUNT)
               ELSE
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
               END-IF
           END-IF.

       SETTLE-ONE-DECEDENT-LINK.
           MOVE WS-DTH-LINK-ACCOUNT(WS-DTH-LINK-SUB) TO WS-DTH-ACCOUNT
           MOVE WS-DTH-LINK-ROLE(WS-DTH-LINK-SUB) TO WS-DTH-ROLE
           ADD 1 TO WS-DTH-LINK-SUB
           EVALUATE WS-DTH-ROLE
               WHEN 'P'
               WHEN 'J'
                   PERFORM FIND-SURVIVING-OWNER
                   IF WS-DTH-SURVIVOR-COUNT > 0
                       PERFORM PASS-ACCOUNT-TO-SURVIVOR
                   ELSE
                       PERFORM RESTRICT-DECEASED-ACCOUNT
                   END-IF
               WHEN 'S'
               WHEN 'A'
                   PERFORM END-DECEDENT-AUTHORITY
               WHEN OTHER
                   ADD 1 TO WS-DTH-BENEFICIARY-COUNT
           END-EVALUATE.

       FIND-SURVIVING-OWNER.
           MOVE 0 TO WS-DTH-SURVIVOR-COUNT
           MOVE WS-DTH-ACCOUNT TO LNK-ACCOUNT-NUMBER
           START ACCOUNT-LINK-FILE KEY IS EQUAL TO LNK-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-START
           PERFORM CHECK-ONE-CO-OWNER
               UNTIL ACCOUNT-LINK-FILE-STATUS NOT = '00'.

       CHECK-ONE-CO-OWNER.
           READ ACCOUNT-LINK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF LNK-ACCOUNT-NUMBER NOT = WS-DTH-ACCOUNT
               MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF NOT LNK-OWNER
               OR LNK-CUSTOMER-NUMBER = WS-DTH-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           MOVE LNK-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               OR CM-DECEASED OR CM-MERGED
               EXIT PARAGRAPH
           END-IF
           IF WS-DTH-SURVIVOR-COUNT = 0 OR LNK-PRIMARY-OWNER
               MOVE LNK-CUSTOMER-NUMBER TO WS-DTH-SURVIVOR-NUMBER
               MOVE LNK-ROLE TO WS-DTH-SURVIVOR-ROLE
               MOVE CM-NAME TO WS-DTH-SURVIVOR-NAME
               MOVE CM-ADDRESS TO WS-DTH-SURVIVOR-ADDRESS
               MOVE CM-PHONE TO WS-DTH-SURVIVOR-PHONE
           END-IF
           ADD 1 TO WS-DTH-SURVIVOR-COUNT.

       PASS-ACCOUNT-TO-SURVIVOR.
           MOVE WS-DTH-CUSTOMER TO LNK-CUSTOMER-NUMBER
           MOVE WS-DTH-ACCOUNT TO LNK-ACCOUNT-NUMBER
           READ ACCOUNT-LINK-FILE KEY IS LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           DELETE ACCOUNT-LINK-FILE RECORD
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-DELETE
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00'
               DISPLAY 'Could not end ownership of account '
                       WS-DTH-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DTH-ACCOUNT TO AUD-ACCOUNT-NUMBER
           MOVE 'ACCT-LINK' TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE
           STRING 'CUSTOMER ' WS-DTH-CUSTOMER
                  ' ROLE ' WS-DTH-ROLE
                  DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING
           MOVE 'ENDED - OWNER DECEASED' TO AUD-NEW-VALUE
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD

           IF WS-DTH-ROLE = 'P' AND WS-DTH-SURVIVOR-ROLE NOT = 'P'
               PERFORM PROMOTE-SURVIVING-OWNER
           END-IF

           MOVE WS-DTH-ACCOUNT TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS = '00'
               IF CUST-CUSTOMER-NUMBER = WS-DTH-CUSTOMER
                   MOVE CUST-NAME TO WS-AUDIT-OLD-NAME
                   MOVE CUST-ADDRESS TO WS-AUDIT-OLD-ADDRESS
                   MOVE CUST-PHONE TO WS-AUDIT-OLD-PHONE
                   MOVE WS-DTH-SURVIVOR-NAME TO CUST-NAME
                   MOVE WS-DTH-SURVIVOR-ADDRESS TO CUST-ADDRESS
                   MOVE WS-DTH-SURVIVOR-PHONE TO CUST-PHONE
                   MOVE WS-DTH-SURVIVOR-NUMBER TO CUST-CUSTOMER-NUMBER
                   PERFORM RECORD-CUSTOMER-UPDATE-AUDIT
                   MOVE CUST-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
                   MOVE 'CUST-CUSTOMER' TO AUD-FIELD-NAME
                   MOVE WS-DTH-CUSTOMER TO AUD-OLD-VALUE
                   MOVE WS-DTH-SURVIVOR-NUMBER TO AUD-NEW-VALUE
                   PERFORM WRITE-CUSTOMER-AUDIT-RECORD
                   PERFORM UPDATE-CUSTOMER-RECORD
               ELSE
                   UNLOCK CUSTOMER-FILE
               END-IF
           END-IF
           ADD 1 TO WS-DTH-PASSED-COUNT
           DISPLAY 'Account ' WS-DTH-ACCOUNT ' passed to surviving '
                   'owner ' WS-DTH-SURVIVOR-NUMBER.

       PROMOTE-SURVIVING-OWNER.
           MOVE WS-DTH-SURVIVOR-NUMBER TO LNK-CUSTOMER-NUMBER
           MOVE WS-DTH-ACCOUNT TO LNK-ACCOUNT-NUMBER
           READ ACCOUNT-LINK-FILE KEY IS LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO LNK-ROLE
           REWRITE ACCOUNT-LINK-RECORD
               INVALID KEY
                   DISPLAY 'Error updating link for account '
                           LNK-ACCOUNT-NUMBER
           END-REWRITE
           MOVE LNK-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
           MOVE 'LNK-ROLE' TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE SPACES TO AUD-NEW-VALUE
           STRING 'CUSTOMER ' WS-DTH-SURVIVOR-NUMBER
                  ' ROLE ' WS-DTH-SURVIVOR-ROLE
                  DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING
           STRING 'CUSTOMER ' WS-DTH-SURVIVOR-NUMBER
                  ' ROLE ' LNK-ROLE
                  DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD.

       RESTRICT-DECEASED-ACCOUNT.
           MOVE WS-DTH-ACCOUNT TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'Account ' WS-DTH-ACCOUNT ' not available - '
                       'restrict it manually.'
               EXIT PARAGRAPH
           END-IF
           IF CUST-STATUS = 'C'
               UNLOCK CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-RESTRICTION-CODE TO AUD-OLD-VALUE
           SET CUST-DECEASED-RESTRICTED TO TRUE
           MOVE CUST-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
           MOVE 'CUST-RESTRICT' TO AUD-FIELD-NAME
           MOVE 'D - OWNER DECEASED' TO AUD-NEW-VALUE
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           PERFORM UPDATE-CUSTOMER-RECORD
           ADD 1 TO WS-DTH-RESTRICTED-COUNT
           DISPLAY 'Account ' WS-DTH-ACCOUNT ' restricted - sole '
                   'owner deceased.'
           PERFORM SUSPEND-DECEASED-ORDERS
           PERFORM SUSPEND-DECEASED-SWEEPS
           PERFORM BLOCK-DECEASED-CARDS.

       SUSPEND-DECEASED-ORDERS.
           MOVE WS-DTH-ACCOUNT TO SO-ACCOUNT-NUMBER
           MOVE 0 TO SO-SEQUENCE
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   MOVE '99' TO STANDING-ORDER-FILE-STATUS
           END-START
           PERFORM SUSPEND-ONE-STANDING-ORDER
               UNTIL STANDING-ORDER-FILE-STATUS NOT = '00'.

       SUSPEND-ONE-STANDING-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO STANDING-ORDER-FILE-STATUS
           END-READ
           IF STANDING-ORDER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF SO-ACCOUNT-NUMBER NOT = WS-DTH-ACCOUNT
               MOVE '10' TO STANDING-ORDER-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF SO-ACTIVE
               SET SO-SUSPENDED TO TRUE
               REWRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       DISPLAY 'Error updating standing order.'
               END-REWRITE
               ADD 1 TO WS-DTH-ORDERS-SUSPENDED
               MOVE SO-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
               MOVE 'SO-STATUS' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               STRING 'SEQ ' SO-SEQUENCE ' A'
                      DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-STRING
               STRING 'SEQ ' SO-SEQUENCE ' S - OWNER DECEASED'
                      DELIMITED BY SIZE INTO AUD-NEW-VALUE
               END-STRING
               PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           END-IF.

       SUSPEND-DECEASED-SWEEPS.
           MOVE 0 TO SWP-CHECKING-ACCOUNT
           START SWEEP-INSTRUCTION-FILE
               KEY IS NOT LESS THAN SWP-CHECKING-ACCOUNT
               INVALID KEY
                   MOVE '99' TO SWEEP-INSTRUCTION-STATUS
           END-START
           PERFORM SUSPEND-ONE-SWEEP
               UNTIL SWEEP-INSTRUCTION-STATUS NOT = '00'.

       SUSPEND-ONE-SWEEP.
           READ SWEEP-INSTRUCTION-FILE NEXT RECORD
               AT END
                   MOVE '10' TO SWEEP-INSTRUCTION-STATUS
           END-READ
           IF SWEEP-INSTRUCTION-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF SWP-SWEEP-ACTIVE
               AND (SWP-CHECKING-ACCOUNT = WS-DTH-ACCOUNT
                    OR SWP-SAVINGS-ACCOUNT = WS-DTH-ACCOUNT)
               SET SWP-SWEEP-SUSPENDED TO TRUE
               REWRITE SWEEP-INSTRUCTION-RECORD
                   INVALID KEY
                       DISPLAY 'Error updating sweep instruction.'
               END-REWRITE
               ADD 1 TO WS-DTH-SWEEPS-SUSPENDED
               MOVE SWP-CHECKING-ACCOUNT TO AUD-ACCOUNT-NUMBER
               MOVE 'SWP-STATUS' TO AUD-FIELD-NAME
               MOVE 'A' TO AUD-OLD-VALUE
               MOVE 'S - OWNER DECEASED' TO AUD-NEW-VALUE
               PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           END-IF.

       BLOCK-DECEASED-CARDS.
           MOVE 0 TO CRD-CARD-NUMBER
           START CARD-FILE KEY IS NOT LESS THAN CRD-CARD-NUMBER
               INVALID KEY
                   MOVE '99' TO CARD-FILE-STATUS
           END-START
           PERFORM BLOCK-ONE-DECEASED-CARD
               UNTIL CARD-FILE-STATUS NOT = '00'.

       BLOCK-ONE-DECEASED-CARD.
           READ CARD-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CARD-FILE-STATUS
           END-READ
           IF CARD-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF CRD-ACCOUNT-NUMBER = WS-DTH-ACCOUNT
               AND (CRD-CARD-ACTIVE OR CRD-CARD-PENDING)
               MOVE CRD-STATUS TO WS-DTH-OLD-CARD-STATUS
               SET CRD-CARD-BLOCKED TO TRUE
               REWRITE CARD-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'Error updating card record.'
               END-REWRITE
               ADD 1 TO WS-DTH-CARDS-BLOCKED
               MOVE CRD-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
               MOVE 'CRD-STATUS' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               STRING 'CARD ' CRD-CARD-NUMBER(13:4) ' '
                      WS-DTH-OLD-CARD-STATUS
                      DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-STRING
               STRING 'CARD ' CRD-CARD-NUMBER(13:4)
                      ' B - OWNER DECEASED'
                      DELIMITED BY SIZE INTO AUD-NEW-VALUE
               END-STRING
               PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           END-IF.

       END-DECEDENT-AUTHORITY.
           MOVE WS-DTH-CUSTOMER TO LNK-CUSTOMER-NUMBER
           MOVE WS-DTH-ACCOUNT TO LNK-ACCOUNT-NUMBER
           READ ACCOUNT-LINK-FILE KEY IS LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           DELETE ACCOUNT-LINK-FILE RECORD
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-DELETE
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               ADD 1 TO WS-DTH-ENDED-COUNT
               MOVE WS-DTH-ACCOUNT TO AUD-ACCOUNT-NUMBER
               MOVE 'ACCT-PARTY' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               STRING 'CUSTOMER ' WS-DTH-CUSTOMER
                      ' ROLE ' WS-DTH-ROLE
                      DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-STRING
               MOVE 'ENDED - PARTY DECEASED' TO AUD-NEW-VALUE
               PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           END-IF.

       RETITLE-ESTATE-ACCOUNT-MENU.
           MOVE 'ESTATE-SETTL' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'RE-TITLE ACCOUNT TO ESTATE'
           DISPLAY '=========================='
           PERFORM GET-RESTRICTED-ESTATE-ACCOUNT
           IF PARTY-ENTRY-INVALID
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           PERFORM GATHER-POD-BENEFICIARIES
           IF WS-POD-COUNT > 0
               DISPLAY 'Account has ' WS-POD-COUNT ' living POD '
                       'beneficiary(ies) - pay out to them instead.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Estate customer number: ' WITH NO ADVANCING
           ACCEPT WS-EST-CUSTOMER
           IF WS-EST-CUSTOMER = WS-DTH-CUSTOMER
               DISPLAY 'ERROR: Estate must be a separate customer '
                       'record.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EST-CUSTOMER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Customer number not found.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           IF CM-MERGED OR CM-DECEASED
               DISPLAY 'ERROR: Estate customer is merged or '
                       'deceased.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           MOVE CM-NAME TO WS-EST-NAME
           MOVE CM-ADDRESS TO WS-EST-ADDRESS
           MOVE CM-PHONE TO WS-EST-PHONE
           DISPLAY 'Re-title account ' UI-ACCOUNT-NUMBER ' to '
                   WS-EST-NAME '? (Y/N): ' WITH NO ADVANCING
           ACCEPT UI-CONTINUE-FLAG
           IF UI-CONTINUE-FLAG NOT = 'Y' AND UI-CONTINUE-FLAG NOT = 'y'
               DISPLAY 'Re-titling cancelled.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DTH-CUSTOMER TO LNK-CUSTOMER-NUMBER
           MOVE UI-ACCOUNT-NUMBER TO LNK-ACCOUNT-NUMBER
           READ ACCOUNT-LINK-FILE KEY IS LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               MOVE LNK-ROLE TO WS-DTH-ROLE
               DELETE ACCOUNT-LINK-FILE RECORD
                   INVALID KEY
                       MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
               END-DELETE
               MOVE UI-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
               MOVE 'ACCT-LINK' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               STRING 'CUSTOMER ' WS-DTH-CUSTOMER
                      ' ROLE ' WS-DTH-ROLE
                      DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-STRING
               MOVE 'ENDED - RE-TITLED TO ESTATE' TO AUD-NEW-VALUE
               PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           END-IF

           MOVE WS-EST-CUSTOMER TO WS-CM-NUMBER-ENTRY
           PERFORM INITIALIZE-PARTY-LINK
           MOVE 'P' TO LNK-ROLE
           WRITE ACCOUNT-LINK-RECORD
               INVALID KEY
                   MOVE '22' TO ACCOUNT-LINK-FILE-STATUS
           END-WRITE
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               MOVE UI-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
               MOVE 'ACCT-LINK' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               STRING 'CUSTOMER ' WS-EST-CUSTOMER ' ROLE P ESTATE'
                      DELIMITED BY SIZE INTO AUD-NEW-VALUE
               END-STRING
               PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           END-IF

           PERFORM READ-CUSTOMER-RECORD
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'Account record unavailable - restriction '
                       'not lifted.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-NAME TO WS-AUDIT-OLD-NAME
           MOVE CUST-ADDRESS TO WS-AUDIT-OLD-ADDRESS
           MOVE CUST-PHONE TO WS-AUDIT-OLD-PHONE
           MOVE WS-EST-NAME TO CUST-NAME
           MOVE WS-EST-ADDRESS TO CUST-ADDRESS
           MOVE WS-EST-PHONE TO CUST-PHONE
           MOVE WS-EST-CUSTOMER TO CUST-CUSTOMER-NUMBER
           SET CUST-NOT-RESTRICTED TO TRUE
           PERFORM RECORD-CUSTOMER-UPDATE-AUDIT
           MOVE CUST-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
           MOVE 'CUST-CUSTOMER' TO AUD-FIELD-NAME
           MOVE WS-DTH-CUSTOMER TO AUD-OLD-VALUE
           MOVE WS-EST-CUSTOMER TO AUD-NEW-VALUE
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           MOVE 'CUST-RESTRICT' TO AUD-FIELD-NAME
           MOVE 'D - OWNER DECEASED' TO AUD-OLD-VALUE
           MOVE 'LIFTED - RE-TITLED TO ESTATE' TO AUD-NEW-VALUE
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           PERFORM UPDATE-CUSTOMER-RECORD

           DISPLAY 'Account ' UI-ACCOUNT-NUMBER ' re-titled to '
                   WS-EST-NAME
           DISPLAY 'Standing orders, sweeps and cards remain '
                   'suspended until the executor instructs.'
           PERFORM PRESS-ENTER-TO-CONTINUE.

       GET-RESTRICTED-ESTATE-ACCOUNT.
           SET PARTY-ENTRY-INVALID TO TRUE
           PERFORM GET-ACCOUNT-NUMBER
           IF NOT ACCOUNT-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE UI-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY ERR-ACCOUNT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           UNLOCK CUSTOMER-FILE
           IF CUST-STATUS = 'C'
               DISPLAY 'ERROR: Account is closed.'
               EXIT PARAGRAPH
           END-IF
           IF NOT CUST-DECEASED-RESTRICTED
               DISPLAY 'ERROR: Account is not restricted for a '
                       'deceased owner.'
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-CUSTOMER-NUMBER TO WS-DTH-CUSTOMER
           DISPLAY 'Account ' UI-ACCOUNT-NUMBER ' ' CUST-NAME
           SET PARTY-ENTRY-VALID TO TRUE.

       GATHER-POD-BENEFICIARIES.
           MOVE 0 TO WS-POD-COUNT
           MOVE 0 TO WS-POD-SHARE-TOTAL
           MOVE UI-ACCOUNT-NUMBER TO WS-PTY-ACCOUNT
           MOVE UI-ACCOUNT-NUMBER TO LNK-ACCOUNT-NUMBER
           START ACCOUNT-LINK-FILE KEY IS EQUAL TO LNK-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-START
           PERFORM GATHER-ONE-POD-BENEFICIARY
               UNTIL ACCOUNT-LINK-FILE-STATUS NOT = '00'.

       GATHER-ONE-POD-BENEFICIARY.
           READ ACCOUNT-LINK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF LNK-ACCOUNT-NUMBER NOT = WS-PTY-ACCOUNT
               MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF NOT LNK-POD-BENEFICIARY OR WS-POD-COUNT NOT < 20
               EXIT PARAGRAPH
           END-IF
           MOVE LNK-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               OR CM-DECEASED OR CM-MERGED
               DISPLAY 'Beneficiary ' LNK-CUSTOMER-NUMBER
                       ' is deceased or retired - share lapses.'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POD-COUNT
           MOVE LNK-CUSTOMER-NUMBER TO WS-POD-CUSTOMER(WS-POD-COUNT)
           MOVE CM-NAME TO WS-POD-NAME(WS-POD-COUNT)
           MOVE LNK-POD-SHARE TO WS-POD-SHARE(WS-POD-COUNT)
           MOVE 0 TO WS-POD-DEST-ACCOUNT(WS-POD-COUNT)
           MOVE 0 TO WS-POD-AMOUNT(WS-POD-COUNT)
           ADD LNK-POD-SHARE TO WS-POD-SHARE-TOTAL.

       POD-PAYOUT-MENU.
           MOVE 'ESTATE-SETTL' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'PAY OUT TO POD BENEFICIARIES'
           DISPLAY '============================'
           PERFORM GET-RESTRICTED-ESTATE-ACCOUNT
           IF PARTY-ENTRY-INVALID
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           MOVE UI-ACCOUNT-NUMBER TO WS-POD-ACCOUNT
           PERFORM CHECK-EOD-LOCKOUT
           IF EOD-LOCKED
               DISPLAY 'End-of-day is in progress - posting '
                       'unavailable. Try again shortly.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PENDING-HOLDS-FOR-CLOSE
           IF CLOSE-HOLDS-PENDING OR CUST-HELD-AMOUNT NOT = 0
               DISPLAY 'Account has pending funds holds - release '
                       'them before paying out.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CDLOAN-FOR-CLOSE
           IF CLOSE-CDLOAN-ACTIVE
               DISPLAY 'Account has an active CD/loan schedule - '
                       'settle it before paying out.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           IF CUST-BALANCE NOT > 0
               DISPLAY 'Account has no positive balance to pay out.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           PERFORM GATHER-POD-BENEFICIARIES
           IF WS-POD-COUNT = 0 OR WS-POD-SHARE-TOTAL = 0
               DISPLAY 'No living POD beneficiaries - re-title the '
                       'account to the estate instead.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           SET PARTY-ENTRY-VALID TO TRUE
           MOVE 1 TO WS-POD-SUB
           PERFORM GET-ONE-POD-DESTINATION
               UNTIL WS-POD-SUB > WS-POD-COUNT
                  OR PARTY-ENTRY-INVALID
           MOVE WS-POD-ACCOUNT TO UI-ACCOUNT-NUMBER
           IF PARTY-ENTRY-INVALID
               DISPLAY 'Payout cancelled - no funds moved.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Pay out account ' WS-POD-ACCOUNT ' to '
                   WS-POD-COUNT ' beneficiary(ies)? (Y/N): '
                   WITH NO ADVANCING
           ACCEPT UI-CONTINUE-FLAG
           IF UI-CONTINUE-FLAG NOT = 'Y' AND UI-CONTINUE-FLAG NOT = 'y'
               DISPLAY 'Payout cancelled.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CUSTOMER-RECORD
           IF CUSTOMER-FILE-STATUS NOT = '00'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-CLOSURE-INTEREST
           MOVE CUST-BALANCE TO WS-POD-BALANCE
           UNLOCK CUSTOMER-FILE
           MOVE 0 TO WS-POD-ALLOCATED
           MOVE 1 TO WS-POD-SUB
           PERFORM ALLOCATE-ONE-POD-SHARE
               UNTIL WS-POD-SUB > WS-POD-COUNT

           MOVE 0 TO WS-POD-PAID-COUNT
           SET ESTATE-SETTLEMENT-ACTIVE TO TRUE
           MOVE 1 TO WS-POD-SUB
           PERFORM PAY-ONE-POD-BENEFICIARY
               UNTIL WS-POD-SUB > WS-POD-COUNT
           SET ESTATE-SETTLEMENT-INACTIVE TO TRUE
           MOVE WS-POD-ACCOUNT TO UI-ACCOUNT-NUMBER

           IF WS-POD-PAID-COUNT < WS-POD-COUNT
               DISPLAY 'Payout stopped after ' WS-POD-PAID-COUNT
                       ' of ' WS-POD-COUNT ' beneficiaries.'
               DISPLAY 'Paid beneficiaries have been removed - run '
                       'the payout again to finish.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CUSTOMER-RECORD
           IF CUSTOMER-FILE-STATUS = '00'
               IF CUST-BALANCE = 0
                   MOVE CUST-STATUS TO WS-AUDIT-OLD-STATUS
                   MOVE 'C' TO CUST-STATUS
                   MOVE WS-BUSINESS-DATE TO CUST-CLOSURE-DATE
                   PERFORM RECORD-CUSTOMER-STATUS-AUDIT
                   PERFORM UPDATE-CUSTOMER-RECORD
                   DISPLAY 'All beneficiaries paid. Account '
                           UI-ACCOUNT-NUMBER ' closed effective '
                           WS-BUSINESS-DATE
               ELSE
                   UNLOCK CUSTOMER-FILE
                   DISPLAY 'All beneficiaries paid but a balance '
                           'remains - account left open.'
               END-IF
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       GET-ONE-POD-DESTINATION.
           MOVE WS-POD-SHARE(WS-POD-SUB) TO WS-PTY-SHARE-DISPLAY
           DISPLAY ' '
           DISPLAY 'Beneficiary ' WS-POD-CUSTOMER(WS-POD-SUB) ' '
                   WS-POD-NAME(WS-POD-SUB) ' share '
                   WS-PTY-SHARE-DISPLAY '%'
           DISPLAY 'Account to credit:'
           PERFORM GET-ACCOUNT-NUMBER
           IF NOT ACCOUNT-VALID
               SET PARTY-ENTRY-INVALID TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF UI-ACCOUNT-NUMBER = WS-POD-ACCOUNT
               DISPLAY 'ERROR: Cannot pay the beneficiary into the '
                       'deceased owner''s account.'
               SET PARTY-ENTRY-INVALID TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POD-CUSTOMER(WS-POD-SUB) TO LNK-CUSTOMER-NUMBER
           MOVE UI-ACCOUNT-NUMBER TO LNK-ACCOUNT-NUMBER
           READ ACCOUNT-LINK-FILE KEY IS LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00' OR NOT LNK-OWNER
               DISPLAY 'ERROR: Beneficiary does not own account '
                       UI-ACCOUNT-NUMBER
               SET PARTY-ENTRY-INVALID TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE UI-ACCOUNT-NUMBER TO WS-POD-DEST-ACCOUNT(WS-POD-SUB)
           ADD 1 TO WS-POD-SUB.

       ALLOCATE-ONE-POD-SHARE.
           IF WS-POD-SUB = WS-POD-COUNT
               COMPUTE WS-POD-AMOUNT(WS-POD-SUB) =
                   WS-POD-BALANCE - WS-POD-ALLOCATED
           ELSE
               COMPUTE WS-POD-AMOUNT(WS-POD-SUB) ROUNDED =
                   WS-POD-BALANCE * WS-POD-SHARE(WS-POD-SUB)
                   / WS-POD-SHARE-TOTAL
               ADD WS-POD-AMOUNT(WS-POD-SUB) TO WS-POD-ALLOCATED
           END-IF
           ADD 1 TO WS-POD-SUB.

       PAY-ONE-POD-BENEFICIARY.
           MOVE WS-POD-ACCOUNT TO UI-ACCOUNT-NUMBER
           MOVE WS-POD-DEST-ACCOUNT(WS-POD-SUB)
               TO UI-DESTINATION-ACCOUNT
           MOVE WS-POD-AMOUNT(WS-POD-SUB) TO UI-AMOUNT
           PERFORM READ-CUSTOMER-RECORD
           IF CUSTOMER-FILE-STATUS NOT = '00'
               MOVE WS-POD-COUNT TO WS-POD-SUB
               ADD 1 TO WS-POD-SUB
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-BALANCE TO WS-POD-BALANCE-BEFORE
           PERFORM PROCESS-TRANSFER
           MOVE WS-POD-ACCOUNT TO UI-ACCOUNT-NUMBER
           PERFORM READ-CUSTOMER-RECORD
           IF CUSTOMER-FILE-STATUS NOT = '00'
               OR CUST-BALANCE NOT < WS-POD-BALANCE-BEFORE
               IF CUSTOMER-FILE-STATUS = '00'
                   UNLOCK CUSTOMER-FILE
               END-IF
               MOVE WS-POD-COUNT TO WS-POD-SUB
               ADD 1 TO WS-POD-SUB
               EXIT PARAGRAPH
           END-IF
           UNLOCK CUSTOMER-FILE
           ADD 1 TO WS-POD-PAID-COUNT

           MOVE WS-POD-CUSTOMER(WS-POD-SUB) TO LNK-CUSTOMER-NUMBER
           MOVE WS-POD-ACCOUNT TO LNK-ACCOUNT-NUMBER
           READ ACCOUNT-LINK-FILE KEY IS LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               DELETE ACCOUNT-LINK-FILE RECORD
                   INVALID KEY
                       MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
               END-DELETE
           END-IF
           MOVE WS-POD-AMOUNT(WS-POD-SUB) TO WS-PTY-LIMIT-DISPLAY
           MOVE WS-POD-ACCOUNT TO AUD-ACCOUNT-NUMBER
           MOVE 'ACCT-PARTY' TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE SPACES TO AUD-NEW-VALUE
           STRING 'CUSTOMER ' WS-POD-CUSTOMER(WS-POD-SUB) ' ROLE B'
                  DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING
           STRING 'PAID ' WS-PTY-LIMIT-DISPLAY ' TO '
                  WS-POD-DEST-ACCOUNT(WS-POD-SUB)
                  DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           ADD 1 TO WS-POD-SUB.

       MERGE-CUSTOMER-MENU.
           DISPLAY ' '
           DISPLAY 'MERGE DUPLICATE CUSTOMERS'
           DISPLAY '========================='
           MOVE 'CUST-MERGE' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Customer number to retire: ' WITH NO ADVANCING
           ACCEPT WS-MRG-RETIRED-NUMBER
           DISPLAY 'Surviving customer number: ' WITH NO ADVANCING
           ACCEPT WS-MRG-SURVIVOR-NUMBER
           IF WS-MRG-RETIRED-NUMBER = 0
               OR WS-MRG-SURVIVOR-NUMBER = 0
               OR WS-MRG-RETIRED-NUMBER = WS-MRG-SURVIVOR-NUMBER
               DISPLAY 'Two different customer numbers are required.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MRG-SURVIVOR-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Surviving customer number not found.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           IF CM-MERGED
               DISPLAY 'Surviving customer has itself been merged.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           MOVE CM-NAME TO WS-MRG-SURVIVOR-NAME
           MOVE CM-ADDRESS TO WS-MRG-SURVIVOR-ADDRESS
           MOVE CM-PHONE TO WS-MRG-SURVIVOR-PHONE
           DISPLAY ' '
           DISPLAY 'SURVIVING CUSTOMER'
           PERFORM DISPLAY-CUSTOMER-MASTER-INFO

           MOVE WS-MRG-RETIRED-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Customer number to retire not found.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           IF CM-MERGED
               DISPLAY 'Customer has already been merged.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           MOVE CM-NAME TO WS-MRG-RETIRED-NAME
           MOVE CM-TAX-ID TO WS-MRG-RETIRED-TAX-ID
           MOVE CM-DATE-OF-BIRTH TO WS-MRG-RETIRED-DOB
           DISPLAY ' '
           DISPLAY 'CUSTOMER TO BE RETIRED'
           PERFORM DISPLAY-CUSTOMER-MASTER-INFO

           DISPLAY ' '
           DISPLAY 'Move all accounts and payees to the surviving '
                   'customer? (Y/N): ' WITH NO ADVANCING
           ACCEPT UI-CONTINUE-FLAG
           IF UI-CONTINUE-FLAG NOT = 'Y' AND UI-CONTINUE-FLAG NOT = 'y'
               DISPLAY 'Merge cancelled.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MRG-LINKS-HANDLED
           MOVE 0 TO WS-MRG-LINKS-MOVED
           MOVE 0 TO WS-MRG-LINKS-DROPPED
           MOVE 0 TO WS-MRG-PAYEES-MOVED
           MOVE 0 TO WS-MRG-ACCOUNTS-MOVED
           PERFORM MOVE-MERGED-ACCOUNT-LINKS
           PERFORM MOVE-MERGED-PAYEES
           PERFORM MOVE-MERGED-ACCOUNT-OWNERS
           PERFORM COMPLETE-SURVIVOR-MASTER
           PERFORM RETIRE-MERGED-MASTER

           DISPLAY ' '
           DISPLAY 'Customer ' WS-MRG-RETIRED-NUMBER
                   ' merged into ' WS-MRG-SURVIVOR-NUMBER
           DISPLAY '  Account links moved:      ' WS-MRG-LINKS-MOVED
           DISPLAY '  Duplicate links removed:  ' WS-MRG-LINKS-DROPPED
           DISPLAY '  Payees moved:             ' WS-MRG-PAYEES-MOVED
           DISPLAY '  Account records updated:  '
                   WS-MRG-ACCOUNTS-MOVED
           PERFORM PRESS-ENTER-TO-CONTINUE.

       MOVE-MERGED-ACCOUNT-LINKS.
           PERFORM GATHER-MERGED-ACCOUNT-LINKS
           PERFORM MOVE-MERGED-LINK-BATCH
               UNTIL WS-MRG-LINK-COUNT = 0.

       GATHER-MERGED-ACCOUNT-LINKS.
           MOVE 0 TO WS-MRG-LINK-COUNT
           MOVE WS-MRG-RETIRED-NUMBER TO LNK-CUSTOMER-NUMBER
           MOVE 0 TO LNK-ACCOUNT-NUMBER
           START ACCOUNT-LINK-FILE KEY IS NOT LESS THAN LNK-KEY
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-START
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               PERFORM SCAN-MERGED-ACCOUNT-LINKS
                   UNTIL ACCOUNT-LINK-FILE-STATUS NOT = '00'
           END-IF.

       SCAN-MERGED-ACCOUNT-LINKS.
           READ ACCOUNT-LINK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               IF LNK-CUSTOMER-NUMBER = WS-MRG-RETIRED-NUMBER
                   AND WS-MRG-LINK-COUNT < 100
                   ADD 1 TO WS-MRG-LINK-COUNT
                   MOVE LNK-ACCOUNT-NUMBER
                       TO WS-MRG-LINK-ACCOUNT(WS-MRG-LINK-COUNT)
               ELSE
                   MOVE '10' TO ACCOUNT-LINK-FILE-STATUS
               END-IF
           END-IF.

       MOVE-MERGED-LINK-BATCH.
           MOVE WS-MRG-LINKS-HANDLED TO WS-MRG-PASS-START
           MOVE 1 TO WS-MRG-LINK-SUB
           PERFORM MOVE-ONE-MERGED-LINK
               UNTIL WS-MRG-LINK-SUB > WS-MRG-LINK-COUNT
           IF WS-MRG-LINKS-HANDLED = WS-MRG-PASS-START
               MOVE 0 TO WS-MRG-LINK-COUNT
           ELSE
               PERFORM GATHER-MERGED-ACCOUNT-LINKS
           END-IF.

       MOVE-ONE-MERGED-LINK.
           MOVE WS-MRG-RETIRED-NUMBER TO LNK-CUSTOMER-NUMBER
           MOVE WS-MRG-LINK-ACCOUNT(WS-MRG-LINK-SUB)
               TO LNK-ACCOUNT-NUMBER
           ADD 1 TO WS-MRG-LINK-SUB
           READ ACCOUNT-LINK-FILE
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-LINK-RECORD TO WS-MRG-LINK-SAVE
           MOVE LNK-ROLE TO WS-MRG-LINK-ROLE
           DELETE ACCOUNT-LINK-FILE RECORD
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-DELETE
           IF ACCOUNT-LINK-FILE-STATUS NOT = '00'
               DISPLAY 'Could not remove link for account '
                       LNK-ACCOUNT-NUMBER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MRG-LINKS-HANDLED

           MOVE WS-MRG-LINK-SAVE TO ACCOUNT-LINK-RECORD
           MOVE WS-MRG-SURVIVOR-NUMBER TO LNK-CUSTOMER-NUMBER
           WRITE ACCOUNT-LINK-RECORD
               INVALID KEY
                   MOVE '22' TO ACCOUNT-LINK-FILE-STATUS
           END-WRITE
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               ADD 1 TO WS-MRG-LINKS-MOVED
               MOVE LNK-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
               MOVE 'ACCT-LINK' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               STRING 'CUSTOMER ' WS-MRG-RETIRED-NUMBER
                      ' ROLE ' WS-MRG-LINK-ROLE
                      DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-STRING
               STRING 'CUSTOMER ' WS-MRG-SURVIVOR-NUMBER
                      ' ROLE ' WS-MRG-LINK-ROLE
                      DELIMITED BY SIZE INTO AUD-NEW-VALUE
               END-STRING
               PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           ELSE
               PERFORM MERGE-INTO-SURVIVOR-LINK
           END-IF.

       MERGE-INTO-SURVIVOR-LINK.
           ADD 1 TO WS-MRG-LINKS-DROPPED
           MOVE LNK-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
           MOVE 'ACCT-LINK' TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE
           STRING 'CUSTOMER ' WS-MRG-RETIRED-NUMBER
                  ' ROLE ' WS-MRG-LINK-ROLE
                  DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING
           MOVE 'REMOVED - SURVIVOR ALREADY LINKED' TO AUD-NEW-VALUE
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD

           READ ACCOUNT-LINK-FILE
               INVALID KEY
                   MOVE '99' TO ACCOUNT-LINK-FILE-STATUS
           END-READ
           IF ACCOUNT-LINK-FILE-STATUS = '00'
               AND WS-MRG-LINK-ROLE = 'P'
               AND NOT LNK-PRIMARY-OWNER
               MOVE LNK-ROLE TO WS-MRG-OLD-ROLE
               MOVE 'P' TO LNK-ROLE
               REWRITE ACCOUNT-LINK-RECORD
                   INVALID KEY
                       DISPLAY 'Error updating link for account '
                               LNK-ACCOUNT-NUMBER
               END-REWRITE
               MOVE LNK-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
               MOVE 'LNK-ROLE' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               STRING 'CUSTOMER ' WS-MRG-SURVIVOR-NUMBER
                      ' ROLE ' WS-MRG-OLD-ROLE
                      DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-STRING
               STRING 'CUSTOMER ' WS-MRG-SURVIVOR-NUMBER
                      ' ROLE ' LNK-ROLE
                      DELIMITED BY SIZE INTO AUD-NEW-VALUE
               END-STRING
               PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           END-IF.

       MOVE-MERGED-PAYEES.
           MOVE 0 TO WS-MRG-PAYEE-COUNT
           MOVE WS-MRG-RETIRED-NUMBER TO PAY-CUSTOMER-NUMBER
           MOVE 0 TO PAY-SEQUENCE
           START PAYEE-FILE KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY
                   MOVE '99' TO PAYEE-FILE-STATUS
           END-START
           IF PAYEE-FILE-STATUS = '00'
               PERFORM SCAN-MERGED-PAYEES
                   UNTIL PAYEE-FILE-STATUS NOT = '00'
           END-IF
           IF WS-MRG-PAYEE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MRG-SURVIVOR-NUMBER TO WS-PAY-CUSTOMER
           PERFORM FIND-NEXT-PAYEE-SEQUENCE
           MOVE 1 TO WS-MRG-PAYEE-SUB
           PERFORM MOVE-ONE-MERGED-PAYEE
               UNTIL WS-MRG-PAYEE-SUB > WS-MRG-PAYEE-COUNT.

       SCAN-MERGED-PAYEES.
           READ PAYEE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO PAYEE-FILE-STATUS
           END-READ
           IF PAYEE-FILE-STATUS = '00'
               IF PAY-CUSTOMER-NUMBER = WS-MRG-RETIRED-NUMBER
                   AND WS-MRG-PAYEE-COUNT < 999
                   ADD 1 TO WS-MRG-PAYEE-COUNT
                   MOVE PAY-SEQUENCE
                       TO WS-MRG-PAYEE-SEQUENCE(WS-MRG-PAYEE-COUNT)
               ELSE
                   MOVE '10' TO PAYEE-FILE-STATUS
               END-IF
           END-IF.

       MOVE-ONE-MERGED-PAYEE.
           MOVE WS-MRG-RETIRED-NUMBER TO PAY-CUSTOMER-NUMBER
           MOVE WS-MRG-PAYEE-SEQUENCE(WS-MRG-PAYEE-SUB) TO PAY-SEQUENCE
           ADD 1 TO WS-MRG-PAYEE-SUB
           IF WS-PAY-LAST-SEQUENCE = 999
               DISPLAY 'Surviving customer payee list is full - '
                       'payee ' PAY-SEQUENCE ' not moved.'
               EXIT PARAGRAPH
           END-IF
           READ PAYEE-FILE
               INVALID KEY
                   MOVE '99' TO PAYEE-FILE-STATUS
           END-READ
           IF PAYEE-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE PAYEE-RECORD TO WS-MRG-PAYEE-SAVE
           DELETE PAYEE-FILE RECORD
               INVALID KEY
                   MOVE '99' TO PAYEE-FILE-STATUS
           END-DELETE
           IF PAYEE-FILE-STATUS NOT = '00'
               DISPLAY 'Could not remove payee ' PAY-SEQUENCE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MRG-PAYEE-SAVE TO PAYEE-RECORD
           MOVE WS-MRG-SURVIVOR-NUMBER TO PAY-CUSTOMER-NUMBER
           ADD 1 TO WS-PAY-LAST-SEQUENCE
           MOVE WS-PAY-LAST-SEQUENCE TO PAY-SEQUENCE
           WRITE PAYEE-RECORD
               INVALID KEY
                   DISPLAY 'Error moving payee record.'
           END-WRITE
           IF PAYEE-FILE-STATUS = '00'
               ADD 1 TO WS-MRG-PAYEES-MOVED
               MOVE 0 TO AUD-ACCOUNT-NUMBER
               MOVE 'PAYEE' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               STRING 'CUSTOMER ' WS-MRG-RETIRED-NUMBER
                      ' SEQ ' WS-MRG-PAYEE-SAVE(11:3)
                      DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-STRING
               STRING 'CUSTOMER ' WS-MRG-SURVIVOR-NUMBER
                      ' SEQ ' PAY-SEQUENCE
                      DELIMITED BY SIZE INTO AUD-NEW-VALUE
               END-STRING
               PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           END-IF.

       MOVE-MERGED-ACCOUNT-OWNERS.
           MOVE 0 TO CUST-ACCOUNT-NUMBER
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE '99' TO CUSTOMER-FILE-STATUS
           END-START
           IF CUSTOMER-FILE-STATUS = '00'
               PERFORM SCAN-MERGED-ACCOUNT-OWNERS
                   UNTIL CUSTOMER-FILE-STATUS NOT = '00'
           END-IF
           UNLOCK CUSTOMER-FILE.

       SCAN-MERGED-ACCOUNT-OWNERS.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CUSTOMER-FILE-STATUS
           END-READ
           IF CUSTOMER-FILE-STATUS = '00'
               AND CUST-CUSTOMER-NUMBER = WS-MRG-RETIRED-NUMBER
               MOVE CUST-NAME TO WS-AUDIT-OLD-NAME
               MOVE CUST-ADDRESS TO WS-AUDIT-OLD-ADDRESS
               MOVE CUST-PHONE TO WS-AUDIT-OLD-PHONE
               MOVE WS-MRG-SURVIVOR-NAME TO CUST-NAME
               MOVE WS-MRG-SURVIVOR-ADDRESS TO CUST-ADDRESS
               MOVE WS-MRG-SURVIVOR-PHONE TO CUST-PHONE
               MOVE WS-MRG-SURVIVOR-NUMBER TO CUST-CUSTOMER-NUMBER
               PERFORM RECORD-CUSTOMER-UPDATE-AUDIT
               MOVE CUST-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
               MOVE 'CUST-CUSTOMER' TO AUD-FIELD-NAME
               MOVE WS-MRG-RETIRED-NUMBER TO AUD-OLD-VALUE
               MOVE WS-MRG-SURVIVOR-NUMBER TO AUD-NEW-VALUE
               PERFORM WRITE-CUSTOMER-AUDIT-RECORD
               PERFORM UPDATE-CUSTOMER-RECORD
               ADD 1 TO WS-MRG-ACCOUNTS-MOVED
           END-IF.

       COMPLETE-SURVIVOR-MASTER.
           MOVE WS-MRG-SURVIVOR-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF (CM-TAX-ID = SPACES OR CM-TAX-ID = ZEROS)
               AND WS-MRG-RETIRED-TAX-ID NOT = SPACES
               AND WS-MRG-RETIRED-TAX-ID NOT = ZEROS
               MOVE 0 TO AUD-ACCOUNT-NUMBER
               MOVE 'CM-TAX-ID' TO AUD-FIELD-NAME
               MOVE CM-TAX-ID TO AUD-OLD-VALUE
               MOVE WS-MRG-RETIRED-TAX-ID TO AUD-NEW-VALUE
               PERFORM WRITE-CUSTOMER-AUDIT-RECORD
               MOVE WS-MRG-RETIRED-TAX-ID TO CM-TAX-ID
           END-IF
           IF CM-DATE-OF-BIRTH = 0
               AND WS-MRG-RETIRED-DOB NOT = 0
               MOVE 0 TO AUD-ACCOUNT-NUMBER
               MOVE 'CM-BIRTH-DATE' TO AUD-FIELD-NAME
               MOVE CM-DATE-OF-BIRTH TO AUD-OLD-VALUE
               MOVE WS-MRG-RETIRED-DOB TO AUD-NEW-VALUE
               PERFORM WRITE-CUSTOMER-AUDIT-RECORD
               MOVE WS-MRG-RETIRED-DOB TO CM-DATE-OF-BIRTH
           END-IF
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'Error updating customer master.'
           END-REWRITE.

       RETIRE-MERGED-MASTER.
           MOVE WS-MRG-RETIRED-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error retiring customer master.'
               EXIT PARAGRAPH
           END-IF
           SET CM-MERGED TO TRUE
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'Error retiring customer master.'
           END-REWRITE
           MOVE 0 TO AUD-ACCOUNT-NUMBER
           MOVE 'CUSTOMER-MERGE' TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE SPACES TO AUD-NEW-VALUE
           STRING 'CUSTOMER ' WS-MRG-RETIRED-NUMBER ' '
                  WS-MRG-RETIRED-NAME
                  DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING
           STRING 'MERGED INTO CUSTOMER ' WS-MRG-SURVIVOR-NUMBER
                  DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD.

       RETURNED-MAIL-MENU.
           MOVE 'RETURN-MAIL' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'RETURNED MAIL'
           DISPLAY '============='
           DISPLAY 'Enter customer number: ' WITH NO ADVANCING
           ACCEPT WS-CM-NUMBER-ENTRY
           MOVE WS-CM-NUMBER-ENTRY TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ
           IF CUSTOMER-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Customer number not found.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-CUSTOMER-MASTER-INFO
           IF CM-MERGED
               DISPLAY ERR-CUSTOMER-MERGED
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           IF CM-MAIL-RETURNED
               DISPLAY 'Clear the returned-mail flag? (Y/N): '
                       WITH NO ADVANCING
               ACCEPT UI-CONTINUE-FLAG
               IF UI-CONTINUE-FLAG NOT = 'Y'
                   AND UI-CONTINUE-FLAG NOT = 'y'
                   DISPLAY 'Returned-mail flag not changed.'
                   PERFORM PRESS-ENTER-TO-CONTINUE
                   EXIT PARAGRAPH
               END-IF
               MOVE CM-RETURNED-MAIL-DATE TO WS-RTM-OLD-DATE
               SET CM-ADDRESS-GOOD TO TRUE
               MOVE 0 TO CM-RETURNED-MAIL-DATE
               REWRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'Error updating customer master.'
               END-REWRITE
               IF CUSTOMER-MASTER-FILE-STATUS = '00'
                   PERFORM AUDIT-RETURNED-MAIL-CLEARED
                   DISPLAY 'Returned-mail flag cleared.'
               END-IF
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Mark mail as returned for this customer? (Y/N): '
                   WITH NO ADVANCING
           ACCEPT UI-CONTINUE-FLAG
           IF UI-CONTINUE-FLAG NOT = 'Y' AND UI-CONTINUE-FLAG NOT = 'y'
               DISPLAY 'Returned-mail flag not changed.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Date mail returned (YYYYMMDD, 0 = today): '
                   WITH NO ADVANCING
           ACCEPT WS-RTM-RETURNED-DATE
           IF WS-RTM-RETURNED-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-RTM-RETURNED-DATE
           END-IF
           MOVE WS-RTM-RETURNED-DATE TO WS-DATE-TO-VALIDATE
           PERFORM VALIDATE-DATE-FIELD
           IF DATE-FIELD-INVALID
               OR WS-RTM-RETURNED-DATE > WS-BUSINESS-DATE
               DISPLAY 'Invalid returned-mail date.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           SET CM-MAIL-RETURNED TO TRUE
           MOVE WS-RTM-RETURNED-DATE TO CM-RETURNED-MAIL-DATE
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'Error updating customer master.'
           END-REWRITE
           IF CUSTOMER-MASTER-FILE-STATUS = '00'
               MOVE 0 TO AUD-ACCOUNT-NUMBER
               MOVE 'CM-MAIL-STATUS' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               STRING 'CUSTOMER ' CM-CUSTOMER-NUMBER ' ADDRESS GOOD'
                      DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-STRING
               STRING 'CUSTOMER ' CM-CUSTOMER-NUMBER
                      ' RETURNED MAIL ' CM-RETURNED-MAIL-DATE
                      DELIMITED BY SIZE INTO AUD-NEW-VALUE
               END-STRING
               PERFORM WRITE-CUSTOMER-AUDIT-RECORD
               DISPLAY 'Customer marked returned mail - statements '
                       'and notices will be held.'
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       AUDIT-RETURNED-MAIL-CLEARED.
           MOVE 0 TO AUD-ACCOUNT-NUMBER
           MOVE 'CM-MAIL-STATUS' TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE SPACES TO AUD-NEW-VALUE
           STRING 'CUSTOMER ' CM-CUSTOMER-NUMBER
                  ' RETURNED MAIL ' WS-RTM-OLD-DATE
                  DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING
           STRING 'CUSTOMER ' CM-CUSTOMER-NUMBER ' ADDRESS GOOD'
                  DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD.

       CARD-MAINTENANCE-MENU.
           MOVE 'CARDS' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'CARD MAINTENANCE'
           DISPLAY '================'
           DISPLAY '1. Issue New Card'
           DISPLAY '2. Update Card Status/Limits'
           DISPLAY '3. Card Inquiry'
           DISPLAY '4. Card Disputes'
           DISPLAY '5. Back'
           DISPLAY ' '
           DISPLAY 'Enter your choice (1-5): ' WITH NO ADVANCING
           ACCEPT UI-MENU-CHOICE

           EVALUATE UI-MENU-CHOICE
               WHEN 1 PERFORM ISSUE-CARD-MENU
               WHEN 2 PERFORM UPDATE-CARD-MENU
               WHEN 3 PERFORM CARD-INQUIRY-MENU
               WHEN 4 PERFORM CARD-DISPUTE-MENU
               WHEN 5
                   CONTINUE
               WHEN OTHER PERFORM INVALID-CHOICE-MESSAGE
           END-EVALUATE.

       ISSUE-CARD-MENU.
           MOVE 'CARD-ISSUE' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'ISSUE NEW CARD'
           DISPLAY '=============='
           PERFORM GET-ACCOUNT-NUMBER

           IF ACCOUNT-VALID
               PERFORM READ-CUSTOMER-RECORD
               IF CUSTOMER-FILE-STATUS NOT = '00'
                   DISPLAY ERR-ACCOUNT-NOT-FOUND
               ELSE
                   IF CUST-STATUS NOT = 'A'
                       DISPLAY 'Cards may only be issued on active '
                               'accounts.'
                   ELSE
                       PERFORM CAPTURE-NEW-CARD-DETAILS
                   END-IF
               END-IF
           END-IF

           PERFORM PRESS-ENTER-TO-CONTINUE.

       CAPTURE-NEW-CARD-DETAILS.
           DISPLAY 'Enter card number (16 digits): '
                   WITH NO ADVANCING
           ACCEPT WS-CRD-NUMBER-ENTRY
           IF WS-CRD-NUMBER-ENTRY = 0
               DISPLAY ERR-INVALID-INPUT
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Enter PIN (4 digits): ' WITH NO ADVANCING
           ACCEPT WS-CRD-PIN-ENTRY
           DISPLAY 'Enter daily withdrawal limit: ' WITH NO ADVANCING
           ACCEPT WS-CRD-LIMIT-ENTRY
           MOVE WS-CRD-LIMIT-ENTRY TO CRD-DAILY-WTH-LIMIT
           DISPLAY 'Enter daily purchase limit: ' WITH NO ADVANCING
           ACCEPT WS-CRD-LIMIT-ENTRY
           MOVE WS-CRD-LIMIT-ENTRY TO CRD-DAILY-PUR-LIMIT
           DISPLAY 'Enter expiry date CCYYMMDD: ' WITH NO ADVANCING
           ACCEPT WS-CRD-EXPIRY-ENTRY
           MOVE WS-CRD-EXPIRY-ENTRY TO WS-DATE-TO-VALIDATE
           PERFORM VALIDATE-DATE-FIELD
           IF DATE-FIELD-INVALID
               DISPLAY ERR-INVALID-DATE
               MOVE 0 TO WS-CRD-EXPIRY-ENTRY
           END-IF

           MOVE WS-CRD-NUMBER-ENTRY TO CRD-CARD-NUMBER
           MOVE UI-ACCOUNT-NUMBER TO CRD-ACCOUNT-NUMBER
           MOVE WS-CRD-PIN-ENTRY TO CRD-PIN
           MOVE 'A' TO CRD-STATUS
           MOVE 0 TO CRD-USAGE-DATE
           MOVE 0 TO CRD-WTH-USED-TODAY
           MOVE 0 TO CRD-PUR-USED-TODAY
           MOVE WS-BUSINESS-DATE TO CRD-ISSUE-DATE
           MOVE WS-CRD-EXPIRY-ENTRY TO CRD-EXPIRY-DATE
           MOVE 0 TO CRD-PIN-FAIL-COUNT
           MOVE 0 TO CRD-REPLACES-CARD
           MOVE 0 TO CRD-REPLACED-BY-CARD
           MOVE WS-BUSINESS-DATE TO CRD-ACTIVATION-DATE
           MOVE SPACE TO CRD-CLOSE-REASON

           WRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: Card number already on file.'
           END-WRITE
           IF CARD-FILE-STATUS = '00'
               DISPLAY 'Card issued for account ' UI-ACCOUNT-NUMBER
               PERFORM RECORD-CARD-AUDIT
           END-IF.

       UPDATE-CARD-MENU.
           MOVE 'CARD-UPDATE' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'UPDATE CARD STATUS/LIMITS'
           DISPLAY '========================='
           DISPLAY 'Enter card number: ' WITH NO ADVANCING
           ACCEPT WS-CRD-NUMBER-ENTRY
           MOVE WS-CRD-NUMBER-ENTRY TO CRD-CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   MOVE '99' TO CARD-FILE-STATUS
           END-READ

           IF CARD-FILE-STATUS NOT = '00'
               DISPLAY 'Card not found.'
           ELSE
               PERFORM DISPLAY-CARD-DETAILS
               SET CRD-NOT-BEING-ACTIVATED TO TRUE
               DISPLAY 'New status (A/B/C, blank keeps current): '
                       WITH NO ADVANCING
               ACCEPT WS-CRD-STATUS-ENTRY
               IF WS-CRD-STATUS-ENTRY = 'A'
                   OR WS-CRD-STATUS-ENTRY = 'B'
                   OR WS-CRD-STATUS-ENTRY = 'C'
                   IF WS-CRD-STATUS-ENTRY = 'A'
                       AND CRD-CARD-PENDING
                       SET CRD-BEING-ACTIVATED TO TRUE
                       MOVE WS-BUSINESS-DATE TO CRD-ACTIVATION-DATE
                   END-IF
                   MOVE WS-CRD-STATUS-ENTRY TO CRD-STATUS
                   IF WS-CRD-STATUS-ENTRY = 'A'
                       MOVE 0 TO CRD-PIN-FAIL-COUNT
                   END-IF
               END-IF
               DISPLAY 'New daily withdrawal limit (0 keeps '
                       'current): ' WITH NO ADVANCING
               ACCEPT WS-CRD-LIMIT-ENTRY
               IF WS-CRD-LIMIT-ENTRY > 0
                   MOVE WS-CRD-LIMIT-ENTRY TO CRD-DAILY-WTH-LIMIT
               END-IF
               DISPLAY 'New daily purchase limit (0 keeps '
                       'current): ' WITH NO ADVANCING
               ACCEPT WS-CRD-LIMIT-ENTRY
               IF WS-CRD-LIMIT-ENTRY > 0
                   MOVE WS-CRD-LIMIT-ENTRY TO CRD-DAILY-PUR-LIMIT
               END-IF
               DISPLAY 'New PIN (0 keeps current): '
                       WITH NO ADVANCING
               ACCEPT WS-CRD-PIN-ENTRY
               IF WS-CRD-PIN-ENTRY > 0
                   MOVE WS-CRD-PIN-ENTRY TO CRD-PIN
                   MOVE 0 TO CRD-PIN-FAIL-COUNT
               END-IF
               REWRITE CARD-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'Error updating card record.'
               END-REWRITE
               IF CARD-FILE-STATUS = '00'
                   DISPLAY 'Card record updated.'
                   PERFORM RECORD-CARD-AUDIT
                   IF CRD-BEING-ACTIVATED
                       AND CRD-REPLACES-CARD NOT = 0
                       PERFORM CLOSE-REPLACED-CARD
                   END-IF
               END-IF
           END-IF

           PERFORM PRESS-ENTER-TO-CONTINUE.

       CARD-INQUIRY-MENU.
           MOVE 'CARD-INQUIRY' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'CARD INQUIRY'
           DISPLAY '============'
           DISPLAY 'Enter card number: ' WITH NO ADVANCING
           ACCEPT WS-CRD-NUMBER-ENTRY
           MOVE WS-CRD-NUMBER-ENTRY TO CRD-CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   MOVE '99' TO CARD-FILE-STATUS
           END-READ
           IF CARD-FILE-STATUS = '00'
               PERFORM DISPLAY-CARD-DETAILS
           ELSE
               DISPLAY 'Card not found.'
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       DISPLAY-CARD-DETAILS.
           DISPLAY 'Card Number: ' CRD-CARD-NUMBER
           DISPLAY 'Linked Account: ' CRD-ACCOUNT-NUMBER
           DISPLAY 'Status: ' CRD-STATUS
           MOVE CRD-DAILY-WTH-LIMIT TO WS-CRD-AMOUNT-DISPLAY
           DISPLAY 'Daily withdrawal limit: ' WS-CRD-AMOUNT-DISPLAY
           MOVE CRD-DAILY-PUR-LIMIT TO WS-CRD-AMOUNT-DISPLAY
           DISPLAY 'Daily purchase limit:   ' WS-CRD-AMOUNT-DISPLAY
           MOVE CRD-WTH-USED-TODAY TO WS-CRD-AMOUNT-DISPLAY
           DISPLAY 'Withdrawn today:        ' WS-CRD-AMOUNT-DISPLAY
           MOVE CRD-PUR-USED-TODAY TO WS-CRD-AMOUNT-DISPLAY
           DISPLAY 'Purchases today:        ' WS-CRD-AMOUNT-DISPLAY
           DISPLAY 'Issued: ' CRD-ISSUE-DATE
                   '  Expires: ' CRD-EXPIRY-DATE
           DISPLAY 'PIN failures: ' CRD-PIN-FAIL-COUNT
           IF CRD-CARD-PENDING
               DISPLAY 'Replacement card - awaiting activation'
           END-IF
           IF CRD-REPLACES-CARD NOT = 0
               DISPLAY 'Replaces card: ' CRD-REPLACES-CARD
           END-IF
           IF CRD-REPLACED-BY-CARD NOT = 0
               DISPLAY 'Replaced by card: ' CRD-REPLACED-BY-CARD
           END-IF.

       CLOSE-REPLACED-CARD.
           MOVE CRD-CARD-NUMBER TO WS-CRD-ACTIVATED-NUMBER
           MOVE CRD-REPLACES-CARD TO CRD-CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   MOVE '99' TO CARD-FILE-STATUS
           END-READ
           IF CARD-FILE-STATUS = '00'
               AND NOT CRD-CARD-CLOSED
               SET CRD-CARD-CLOSED TO TRUE
               SET CRD-CLOSED-REPLACED TO TRUE
               REWRITE CARD-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'Error closing replaced card.'
               END-REWRITE
               IF CARD-FILE-STATUS = '00'
                   DISPLAY 'Replaced card ' CRD-CARD-NUMBER
                           ' closed.'
                   PERFORM RECORD-CARD-AUDIT
               END-IF
           END-IF
           MOVE WS-CRD-ACTIVATED-NUMBER TO CRD-CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   MOVE '99' TO CARD-FILE-STATUS
           END-READ.

       RECORD-CARD-AUDIT.
           MOVE CRD-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
           MOVE 'CARD-RECORD' TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE SPACES TO AUD-NEW-VALUE
           STRING 'CARD ' CRD-CARD-NUMBER ' STATUS=' CRD-STATUS
                  DELIMITED BY SIZE
                  INTO AUD-NEW-VALUE
           END-STRING
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD.

       CARD-DISPUTE-MENU.
           MOVE 'DISPUTES' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'CARD DISPUTES'
           DISPLAY '============='
           DISPLAY '1. Open Card Dispute'
           DISPLAY '2. List Disputes for Account'
           DISPLAY '3. Resolve Card Dispute'
           DISPLAY '4. Back'
           DISPLAY ' '
           DISPLAY 'Enter your choice (1-4): ' WITH NO ADVANCING
           ACCEPT UI-MENU-CHOICE

           EVALUATE UI-MENU-CHOICE
               WHEN 1 PERFORM OPEN-CARD-DISPUTE-MENU
               WHEN 2 PERFORM LIST-CARD-DISPUTES-MENU
               WHEN 3 PERFORM RESOLVE-CARD-DISPUTE-MENU
               WHEN 4
                   CONTINUE
               WHEN OTHER PERFORM INVALID-CHOICE-MESSAGE
           END-EVALUATE.

       OPEN-CARD-DISPUTE-MENU.
           MOVE 'DISPUTE-OPEN' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'OPEN CARD DISPUTE'
           DISPLAY '================='
           DISPLAY 'Enter card number: ' WITH NO ADVANCING
           ACCEPT WS-CRD-NUMBER-ENTRY
           MOVE WS-CRD-NUMBER-ENTRY TO CRD-CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   MOVE '99' TO CARD-FILE-STATUS
           END-READ
           IF CARD-FILE-STATUS NOT = '00'
               DISPLAY 'Card not found.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           MOVE CRD-ACCOUNT-NUMBER TO UI-ACCOUNT-NUMBER
           PERFORM READ-CUSTOMER-RECORD
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY ERR-ACCOUNT-NOT-FOUND
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           IF CUST-STATUS = 'C'
               DISPLAY 'Account is closed - dispute not opened.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Account: ' UI-ACCOUNT-NUMBER '  ' CUST-NAME

           PERFORM CAPTURE-DISPUTE-DETAILS
           IF DISPUTE-ENTRY-VALID
               PERFORM CREATE-CARD-DISPUTE
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       CAPTURE-DISPUTE-DETAILS.
           SET DISPUTE-ENTRY-VALID TO TRUE
           MOVE 0 TO WS-DSP-ORIGINAL-AMOUNT
           MOVE 0 TO WS-DSP-DATE-ENTRY
           DISPLAY 'Disputed transaction ID (0 if not known): '
                   WITH NO ADVANCING
           ACCEPT WS-DSP-TRANS-ID-ENTRY
           IF WS-DSP-TRANS-ID-ENTRY NOT = 0
               PERFORM LOOK-UP-DISPUTED-TRANSACTION
               IF DISPUTE-ENTRY-INVALID
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-DSP-DATE-ENTRY = 0
               DISPLAY 'Transaction date CCYYMMDD: '
                       WITH NO ADVANCING
               ACCEPT WS-DSP-DATE-ENTRY
               MOVE WS-DSP-DATE-ENTRY TO WS-DATE-TO-VALIDATE
               PERFORM VALIDATE-DATE-FIELD
               IF DATE-FIELD-INVALID
                   DISPLAY ERR-INVALID-DATE
                   SET DISPUTE-ENTRY-INVALID TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY 'Disputed amount (0 = full transaction amount): '
                   WITH NO ADVANCING
           ACCEPT WS-DSP-AMOUNT-ENTRY
           IF WS-DSP-AMOUNT-ENTRY = 0
               MOVE WS-DSP-ORIGINAL-AMOUNT TO WS-DSP-AMOUNT-ENTRY
           END-IF
           IF WS-DSP-AMOUNT-ENTRY = 0
               DISPLAY ERR-INVALID-AMOUNT
               SET DISPUTE-ENTRY-INVALID TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-DSP-ORIGINAL-AMOUNT > 0
               AND WS-DSP-AMOUNT-ENTRY > WS-DSP-ORIGINAL-AMOUNT
               DISPLAY 'Disputed amount exceeds the transaction '
                       'amount.'
               SET DISPUTE-ENTRY-INVALID TO TRUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Reason (U=Unauthorized, N=Not received, '
                   'D=Duplicate, A=Wrong amount, O=Other): '
                   WITH NO ADVANCING
           ACCEPT WS-DSP-REASON-ENTRY
           MOVE WS-DSP-REASON-ENTRY TO DSP-REASON-CODE
           IF NOT DSP-REASON-VALID
               DISPLAY ERR-INVALID-INPUT
               SET DISPUTE-ENTRY-INVALID TO TRUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Description: ' WITH NO ADVANCING
           ACCEPT WS-DSP-DESCRIPTION-ENTRY.

       LOOK-UP-DISPUTED-TRANSACTION.
           MOVE WS-DSP-TRANS-ID-ENTRY TO TIX-TRANS-ID
           READ TRANS-INDEX-FILE
               INVALID KEY
                   MOVE '99' TO TRANS-INDEX-STATUS
           END-READ
           IF TRANS-INDEX-STATUS NOT = '00'
               DISPLAY 'Transaction not on the current index - '
                       'enter the details below.'
               EXIT PARAGRAPH
           END-IF
           IF TIX-ACCOUNT-NUMBER NOT = UI-ACCOUNT-NUMBER
               OR TIX-TRANS-TYPE NOT = 'W'
               DISPLAY 'Transaction is not a debit on this card '
                       'account.'
               SET DISPUTE-ENTRY-INVALID TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE TIX-AMOUNT TO WS-DSP-ORIGINAL-AMOUNT
           MOVE TIX-DATE TO WS-DSP-DATE-ENTRY
           MOVE TIX-AMOUNT TO WS-DSP-AMOUNT-DISPLAY
           DISPLAY 'Transaction: ' TIX-DATE '  '
                   WS-DSP-AMOUNT-DISPLAY '  ' TIX-DESCRIPTION.

       CREATE-CARD-DISPUTE.
           PERFORM FIND-NEXT-DISPUTE-CASE-ID
           IF DISPUTE-ALREADY-OPEN
               DISPLAY 'An open dispute already exists for that '
                       'transaction.'
               EXIT PARAGRAPH
           END-IF

           MOVE UI-ACCOUNT-NUMBER TO DSP-ACCOUNT-NUMBER
           COMPUTE DSP-CASE-ID = WS-DSP-LAST-CASE-ID + 1
           MOVE WS-CRD-NUMBER-ENTRY TO DSP-CARD-NUMBER
           MOVE WS-DSP-TRANS-ID-ENTRY TO DSP-ORIGINAL-TRANS-ID
           MOVE WS-DSP-DATE-ENTRY TO DSP-TRANS-DATE
           MOVE WS-DSP-AMOUNT-ENTRY TO DSP-AMOUNT
           MOVE WS-DSP-REASON-ENTRY TO DSP-REASON-CODE
           MOVE WS-DSP-DESCRIPTION-ENTRY TO DSP-DESCRIPTION
           SET DSP-CASE-OPEN TO TRUE
           MOVE WS-BUSINESS-DATE TO DSP-DATE-OPENED
           MOVE WS-OPERATOR-ID TO DSP-OPENED-BY
           MOVE 'A' TO CAL-FUNCTION
           MOVE WS-BUSINESS-DATE TO CAL-DATE-IN
           MOVE WS-DSP-PROVISIONAL-DAYS TO CAL-DAY-COUNT
           CALL 'CALROLL' USING CALENDAR-PARAMETERS
           MOVE CAL-DATE-OUT TO DSP-PROVISIONAL-DUE-DATE
           MOVE 0 TO DSP-PROVISIONAL-DATE
           MOVE 0 TO DSP-PROVISIONAL-TRANS-ID
           MOVE 0 TO DSP-DATE-RESOLVED
           MOVE SPACES TO DSP-RESOLVED-BY
           MOVE 0 TO DSP-RESOLUTION-TRANS-ID
           WRITE CARD-DISPUTE-RECORD
               INVALID KEY
                   DISPLAY 'Error creating card dispute record.'
           END-WRITE
           IF CARD-DISPUTE-STATUS = '00'
               DISPLAY 'Dispute opened. Case ID: ' DSP-CASE-ID
               DISPLAY 'Provisional credit posts on '
                       DSP-PROVISIONAL-DUE-DATE
                       ' if the case is still open.'
               PERFORM RECORD-CARD-DISPUTE-AUDIT
           END-IF.

       FIND-NEXT-DISPUTE-CASE-ID.
           MOVE 0 TO WS-DSP-LAST-CASE-ID
           SET DISPUTE-NOT-DUPLICATE TO TRUE
           MOVE UI-ACCOUNT-NUMBER TO DSP-ACCOUNT-NUMBER
           MOVE 0 TO DSP-CASE-ID
           START CARD-DISPUTE-FILE KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY
                   MOVE '99' TO CARD-DISPUTE-STATUS
           END-START
           IF CARD-DISPUTE-STATUS = '00'
               PERFORM SCAN-DISPUTE-CASE-ID
                   UNTIL CARD-DISPUTE-STATUS NOT = '00'
           END-IF.

       SCAN-DISPUTE-CASE-ID.
           READ CARD-DISPUTE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CARD-DISPUTE-STATUS
           END-READ
           IF CARD-DISPUTE-STATUS = '00'
               IF DSP-ACCOUNT-NUMBER = UI-ACCOUNT-NUMBER
                   MOVE DSP-CASE-ID TO WS-DSP-LAST-CASE-ID
                   IF WS-DSP-TRANS-ID-ENTRY NOT = 0
                       AND DSP-ORIGINAL-TRANS-ID =
                           WS-DSP-TRANS-ID-ENTRY
                       AND DSP-CASE-UNRESOLVED
                       SET DISPUTE-ALREADY-OPEN TO TRUE
                   END-IF
               ELSE
                   MOVE '10' TO CARD-DISPUTE-STATUS
               END-IF
           END-IF.

       LIST-CARD-DISPUTES-MENU.
           MOVE 'DISPUTE-LIST' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-ACCOUNT-NUMBER
           IF NOT ACCOUNT-VALID
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'CASE   CARD NUMBER       TXN DATE  AMOUNT'
                   '            RSN  OPENED    CREDIT DUE STS'
           DISPLAY '-----------------------------------------'
                   '------------------------------------------'
           MOVE 0 TO WS-DSP-LISTED-COUNT
           MOVE UI-ACCOUNT-NUMBER TO DSP-ACCOUNT-NUMBER
           MOVE 0 TO DSP-CASE-ID
           START CARD-DISPUTE-FILE KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY
                   MOVE '99' TO CARD-DISPUTE-STATUS
           END-START
           IF CARD-DISPUTE-STATUS = '00'
               PERFORM SCAN-CARD-DISPUTE-LIST
                   UNTIL CARD-DISPUTE-STATUS NOT = '00'
           END-IF
           IF WS-DSP-LISTED-COUNT = 0
               DISPLAY 'No card disputes for this account.'
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       SCAN-CARD-DISPUTE-LIST.
           READ CARD-DISPUTE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO CARD-DISPUTE-STATUS
           END-READ
           IF CARD-DISPUTE-STATUS = '00'
               IF DSP-ACCOUNT-NUMBER = UI-ACCOUNT-NUMBER
                   ADD 1 TO WS-DSP-LISTED-COUNT
                   MOVE DSP-AMOUNT TO WS-DSP-AMOUNT-DISPLAY
                   DISPLAY DSP-CASE-ID '  ' DSP-CARD-NUMBER '  '
                           DSP-TRANS-DATE '  '
                           WS-DSP-AMOUNT-DISPLAY '  '
                           DSP-REASON-CODE '    '
                           DSP-DATE-OPENED '  '
                           DSP-PROVISIONAL-DUE-DATE '   '
                           DSP-STATUS
               ELSE
                   MOVE '10' TO CARD-DISPUTE-STATUS
               END-IF
           END-IF.

       RESOLVE-CARD-DISPUTE-MENU.
           MOVE 'DISPUTE-RES' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-ACCOUNT-NUMBER
           IF NOT ACCOUNT-VALID
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Enter case ID: ' WITH NO ADVANCING
           ACCEPT WS-DSP-CASE-ID-ENTRY
           MOVE UI-ACCOUNT-NUMBER TO DSP-ACCOUNT-NUMBER
           MOVE WS-DSP-CASE-ID-ENTRY TO DSP-CASE-ID
           READ CARD-DISPUTE-FILE
               INVALID KEY
                   MOVE '99' TO CARD-DISPUTE-STATUS
           END-READ
           IF CARD-DISPUTE-STATUS NOT = '00'
               DISPLAY 'Card dispute not found.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           IF NOT DSP-CASE-UNRESOLVED
               DISPLAY 'Dispute is already resolved.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           MOVE DSP-AMOUNT TO WS-DSP-AMOUNT-DISPLAY
           DISPLAY 'Card: ' DSP-CARD-NUMBER '  Amount: '
                   WS-DSP-AMOUNT-DISPLAY '  Opened: ' DSP-DATE-OPENED
           IF DSP-CASE-PROVISIONAL
               DISPLAY 'Provisional credit posted '
                       DSP-PROVISIONAL-DATE ' (transaction '
                       DSP-PROVISIONAL-TRANS-ID ')'
           ELSE
               DISPLAY 'No provisional credit yet - due '
                       DSP-PROVISIONAL-DUE-DATE
           END-IF
           DISPLAY 'Resolution (F=Customer favour - credit final, '
                   'D=Denied - credit reversed): '
                   WITH NO ADVANCING
           ACCEPT WS-DSP-RESOLUTION-ENTRY
           IF WS-DSP-RESOLUTION-ENTRY NOT = 'F'
               AND WS-DSP-RESOLUTION-ENTRY NOT = 'D'
               DISPLAY ERR-INVALID-INPUT
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-DISPUTE-RESOLUTION
           PERFORM PRESS-ENTER-TO-CONTINUE.

       APPLY-DISPUTE-RESOLUTION.
           MOVE SPACE TO WS-DSP-POST-TYPE
           IF WS-DSP-RESOLUTION-ENTRY = 'F' AND DSP-CASE-OPEN
               MOVE 'D' TO WS-DSP-POST-TYPE
               MOVE DSP-ORIGINAL-TRANS-ID TO WS-DSP-RELATED-ID
           END-IF
           IF WS-DSP-RESOLUTION-ENTRY = 'D' AND DSP-CASE-PROVISIONAL
               MOVE 'W' TO WS-DSP-POST-TYPE
               MOVE DSP-PROVISIONAL-TRANS-ID TO WS-DSP-RELATED-ID
           END-IF

           MOVE 0 TO DSP-RESOLUTION-TRANS-ID
           IF WS-DSP-POST-TYPE NOT = SPACE
               PERFORM CHECK-EOD-LOCKOUT
               IF EOD-LOCKED
                   DISPLAY 'End-of-day is in progress - posting '
                           'unavailable. Try again shortly.'
                   EXIT PARAGRAPH
               END-IF
               PERFORM READ-CUSTOMER-RECORD
               IF CUSTOMER-FILE-STATUS NOT = '00'
                   DISPLAY ERR-ACCOUNT-NOT-FOUND
                   EXIT PARAGRAPH
               END-IF
               IF CUST-STATUS = 'C'
                   DISPLAY 'Account is closed - posting not allowed.'
                   EXIT PARAGRAPH
               END-IF
               PERFORM POST-DISPUTE-ADJUSTMENT
           END-IF

           IF WS-DSP-RESOLUTION-ENTRY = 'F'
               SET DSP-CASE-FINAL TO TRUE
           ELSE
               SET DSP-CASE-DENIED TO TRUE
           END-IF
           MOVE WS-BUSINESS-DATE TO DSP-DATE-RESOLVED
           MOVE WS-OPERATOR-ID TO DSP-RESOLVED-BY
           REWRITE CARD-DISPUTE-RECORD
               INVALID KEY
                   DISPLAY 'Error updating card dispute.'
           END-REWRITE
           EVALUATE TRUE
               WHEN WS-DSP-POST-TYPE = 'D'
                   DISPLAY 'Dispute resolved - final credit posted.'
               WHEN WS-DSP-POST-TYPE = 'W'
                   DISPLAY 'Dispute denied - provisional credit '
                           'reversed.'
               WHEN DSP-CASE-FINAL
                   DISPLAY 'Dispute resolved - provisional credit '
                           'is now final.'
               WHEN OTHER
                   DISPLAY 'Dispute denied - no credit had been '
                           'posted.'
           END-EVALUATE
           PERFORM RECORD-CARD-DISPUTE-AUDIT.

       POST-DISPUTE-ADJUSTMENT.
           IF WS-DSP-POST-TYPE = 'D'
               ADD DSP-AMOUNT TO CUST-BALANCE
           ELSE
               SUBTRACT DSP-AMOUNT FROM CUST-BALANCE
           END-IF
           MOVE WS-BUSINESS-DATE TO CUST-LAST-ACTIVITY-DATE
           PERFORM UPDATE-CUSTOMER-RECORD

           PERFORM GET-NEXT-TRANSACTION-ID
           MOVE WS-TRANS-ID TO TRANS-ID
           MOVE DSP-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE WS-DSP-POST-TYPE TO TRANS-TYPE
           MOVE DSP-AMOUNT TO TRANS-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRANS-DATE
           MOVE CURRENT-TIME TO TRANS-TIME
           MOVE SPACES TO TRANS-DESCRIPTION
           IF WS-DSP-POST-TYPE = 'D'
               STRING 'Card dispute credit ' DSP-CASE-ID
                      DELIMITED BY SIZE
                      INTO TRANS-DESCRIPTION
               END-STRING
           ELSE
               STRING 'Card dispute denied ' DSP-CASE-ID
                      DELIMITED BY SIZE
                      INTO TRANS-DESCRIPTION
               END-STRING
           END-IF
           MOVE WS-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE SPACES TO TRANS-APPROVAL-ID
           MOVE WS-DSP-RELATED-ID TO TRANS-RELATED-ID
           MOVE 0 TO TRANS-ROUTING-NUMBER
           MOVE SPACES TO TRANS-EXTERNAL-ACCOUNT
           MOVE 0 TO TRANS-CHECK-NUMBER
           PERFORM CLEAR-TRANS-CONVERSION-FIELDS
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX
           MOVE WS-TRANS-ID TO DSP-RESOLUTION-TRANS-ID.

       RECORD-CARD-DISPUTE-AUDIT.
           MOVE DSP-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
           MOVE 'CARD-DISPUTE' TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE SPACES TO AUD-NEW-VALUE
           STRING 'CASE ' DSP-CASE-ID ' CARD ' DSP-CARD-NUMBER
                  ' STATUS ' DSP-STATUS DELIMITED BY SIZE
                  INTO AUD-NEW-VALUE
           END-STRING
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD.

       STOP-PAYMENT-MENU.
           MOVE 'STOP-PAYMENT' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'STOP PAYMENT ORDERS'
           DISPLAY '==================='
           END-EVALUATE.

       PLACE-STOP-ORDER-MENU.
           MOVE 'STOP-PLACE' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'PLACE STOP PAYMENT ORDER'
           DISPLAY '========================'
           END-IF.

       LIST-STOP-ORDERS-MENU.
           MOVE 'STOP-LIST' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'STOP PAYMENT ORDERS FOR ACCOUNT'
           DISPLAY '==============================='
                   SP-EXPIRY-DATE '  ' SP-STATUS.

       CANCEL-STOP-ORDER-MENU.
           MOVE 'STOP-CANCEL' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'CANCEL STOP PAYMENT ORDER'
           DISPLAY '========================='

           PERFORM PRESS-ENTER-TO-CONTINUE.

       POSITIVE-PAY-MENU.
           MOVE 'POSPAY' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'POSITIVE PAY'
           DISPLAY '============'
           DISPLAY '1. Enrol / Change Account'
           DISPLAY '2. List Issued Checks for Account'
           DISPLAY '3. List Exceptions for Account'
           DISPLAY '4. Record Customer Decision'
           DISPLAY '5. Back'
           DISPLAY ' '
           DISPLAY 'Enter your choice (1-5): ' WITH NO ADVANCING
           ACCEPT UI-MENU-CHOICE

           EVALUATE UI-MENU-CHOICE
               WHEN 1 PERFORM ENROL-POSITIVE-PAY-MENU
               WHEN 2 PERFORM LIST-ISSUED-CHECKS-MENU
               WHEN 3 PERFORM LIST-PPAY-EXCEPTIONS-MENU
               WHEN 4 PERFORM RECORD-PPAY-DECISION-MENU
               WHEN 5
                   CONTINUE
               WHEN OTHER PERFORM INVALID-CHOICE-MESSAGE
           END-EVALUATE.

       ENROL-POSITIVE-PAY-MENU.
           MOVE 'PPAY-ENROL' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'POSITIVE PAY ENROLMENT'
           DISPLAY '======================'
           PERFORM GET-ACCOUNT-NUMBER

           IF ACCOUNT-VALID
               PERFORM READ-CUSTOMER-RECORD
               IF CUSTOMER-FILE-STATUS = '00'
                   IF CUST-ACCOUNT-TYPE = 'C'
                       PERFORM CAPTURE-PPAY-ENROLMENT
                   ELSE
                       DISPLAY 'Positive pay applies to checking '
                               'accounts only.'
                   END-IF
               ELSE
                   DISPLAY ERR-ACCOUNT-NOT-FOUND
               END-IF
           END-IF

           PERFORM PRESS-ENTER-TO-CONTINUE.

       CAPTURE-PPAY-ENROLMENT.
           MOVE UI-ACCOUNT-NUMBER TO PPE-ACCOUNT-NUMBER
           READ PPAY-ENROL-FILE
               INVALID KEY
                   MOVE '23' TO PPAY-ENROL-STATUS
           END-READ
           IF PPAY-ENROL-STATUS = '00'
               SET PPE-RECORD-EXISTS TO TRUE
               MOVE PPE-STATUS TO WS-PPE-OLD-STATUS
               MOVE PPE-STALE-DAYS TO WS-PPE-OLD-STALE-DAYS
               DISPLAY 'Enrolled since: ' PPE-ENROLLED-DATE
                       '  Status: ' PPE-STATUS
                       '  Stale-dated after (days): ' PPE-STALE-DAYS
           ELSE
               SET PPE-RECORD-NEW TO TRUE
               MOVE SPACE TO WS-PPE-OLD-STATUS
               MOVE 0 TO WS-PPE-OLD-STALE-DAYS
               DISPLAY 'Account is not enrolled in positive pay.'
           END-IF
           DISPLAY 'Enter status (A=Active, I=Suspended): '
                   WITH NO ADVANCING
           ACCEPT WS-PPE-STATUS-ENTRY
           IF WS-PPE-STATUS-ENTRY NOT = 'A'
               AND WS-PPE-STATUS-ENTRY NOT = 'I'
               DISPLAY 'ERROR: Status must be A or I.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Stale-dated after how many days (0 = 180): '
                   WITH NO ADVANCING
           ACCEPT WS-PPE-STALE-ENTRY

           IF PPE-RECORD-NEW
               MOVE SPACES TO PPAY-ENROL-RECORD
               MOVE UI-ACCOUNT-NUMBER TO PPE-ACCOUNT-NUMBER
               MOVE WS-BUSINESS-DATE TO PPE-ENROLLED-DATE
           END-IF
           MOVE WS-PPE-STATUS-ENTRY TO PPE-STATUS
           MOVE WS-PPE-STALE-ENTRY TO PPE-STALE-DAYS
           MOVE WS-BUSINESS-DATE TO PPE-UPDATED-DATE
           MOVE WS-OPERATOR-ID TO PPE-UPDATED-BY
           IF PPE-RECORD-NEW
               WRITE PPAY-ENROL-RECORD
                   INVALID KEY
                       DISPLAY 'Error enrolling account.'
               END-WRITE
           ELSE
               REWRITE PPAY-ENROL-RECORD
                   INVALID KEY
                       DISPLAY 'Error updating enrolment.'
               END-REWRITE
           END-IF
           IF PPAY-ENROL-STATUS = '00'
               MOVE UI-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
               MOVE 'PPAY-STATUS' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               IF PPE-RECORD-EXISTS
                   STRING 'STATUS ' WS-PPE-OLD-STATUS
                          ' STALE DAYS ' WS-PPE-OLD-STALE-DAYS
                          DELIMITED BY SIZE INTO AUD-OLD-VALUE
                   END-STRING
               END-IF
               STRING 'STATUS ' PPE-STATUS
                      ' STALE DAYS ' PPE-STALE-DAYS
                      DELIMITED BY SIZE INTO AUD-NEW-VALUE
               END-STRING
               PERFORM WRITE-CUSTOMER-AUDIT-RECORD
               DISPLAY 'Positive pay enrolment saved.'
           END-IF.

       LIST-ISSUED-CHECKS-MENU.
           MOVE 'PPAY-ISSUED' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'ISSUED CHECKS FOR ACCOUNT'
           DISPLAY '========================='
           PERFORM GET-ACCOUNT-NUMBER

           IF ACCOUNT-VALID
               MOVE 0 TO WS-PPAY-LISTED-COUNT
               MOVE UI-ACCOUNT-NUMBER TO ISS-ACCOUNT-NUMBER
               MOVE 0 TO ISS-CHECK-NUMBER
               START ISSUED-CHECK-FILE KEY IS NOT LESS THAN ISS-KEY
                   INVALID KEY
                       MOVE '99' TO ISSUED-CHECK-STATUS
               END-START
               IF ISSUED-CHECK-STATUS = '00'
                   DISPLAY 'CHECK #     AMOUNT            ISSUED    '
                           'ST  PAID      PAYEE'
                   DISPLAY '-------------------------------------'
                           '----------------------------------'
                   PERFORM SCAN-ISSUED-CHECK-LIST
                       UNTIL ISSUED-CHECK-STATUS NOT = '00'
               END-IF
               IF WS-PPAY-LISTED-COUNT = 0
                   DISPLAY 'No issued checks found for this account.'
               END-IF
           END-IF

           PERFORM PRESS-ENTER-TO-CONTINUE.

       SCAN-ISSUED-CHECK-LIST.
           READ ISSUED-CHECK-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ISSUED-CHECK-STATUS
           END-READ
           IF ISSUED-CHECK-STATUS = '00'
               IF ISS-ACCOUNT-NUMBER = UI-ACCOUNT-NUMBER
                   ADD 1 TO WS-PPAY-LISTED-COUNT
                   MOVE ISS-AMOUNT TO WS-PPAY-AMOUNT-DISPLAY
                   DISPLAY ISS-CHECK-NUMBER '  '
                           WS-PPAY-AMOUNT-DISPLAY '  '
                           ISS-ISSUE-DATE '  ' ISS-STATUS '   '
                           ISS-PAID-DATE '  ' ISS-PAYEE
               ELSE
                   MOVE '10' TO ISSUED-CHECK-STATUS
               END-IF
           END-IF.

       LIST-PPAY-EXCEPTIONS-MENU.
           MOVE 'PPAY-EXCEPT' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'POSITIVE PAY EXCEPTIONS FOR ACCOUNT'
           DISPLAY '==================================='
           PERFORM GET-ACCOUNT-NUMBER

           IF ACCOUNT-VALID
               MOVE 0 TO WS-PPAY-LISTED-COUNT
               MOVE UI-ACCOUNT-NUMBER TO PPX-ACCOUNT-NUMBER
               START PPAY-EXCEPTION-FILE KEY IS EQUAL TO
                       PPX-ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE '99' TO PPAY-EXCEPTION-STATUS
               END-START
               IF PPAY-EXCEPTION-STATUS = '00'
                   DISPLAY 'PRESENTED SEQ    CHECK #     PRESENTED'
                           '         ISSUED            RSN DEC ST'
                   DISPLAY '-------------------------------------'
                           '-------------------------------------'
                   PERFORM SCAN-PPAY-EXCEPTION-LIST
                       UNTIL PPAY-EXCEPTION-STATUS NOT = '00'
               END-IF
               IF WS-PPAY-LISTED-COUNT = 0
                   DISPLAY 'No positive pay exceptions for this '
                           'account.'
               ELSE
                   DISPLAY 'Reasons: U=not issued A=amount differs '
                           'P=already paid S=stale V=voided'
               END-IF
           END-IF

           PERFORM PRESS-ENTER-TO-CONTINUE.

       SCAN-PPAY-EXCEPTION-LIST.
           READ PPAY-EXCEPTION-FILE NEXT RECORD
               AT END
                   MOVE '10' TO PPAY-EXCEPTION-STATUS
           END-READ
           IF PPAY-EXCEPTION-STATUS = '00'
               IF PPX-ACCOUNT-NUMBER = UI-ACCOUNT-NUMBER
                   ADD 1 TO WS-PPAY-LISTED-COUNT
                   PERFORM DISPLAY-PPAY-EXCEPTION-LINE
               ELSE
                   MOVE '10' TO PPAY-EXCEPTION-STATUS
               END-IF
           END-IF.

       DISPLAY-PPAY-EXCEPTION-LINE.
           MOVE PPX-AMOUNT TO WS-PPAY-AMOUNT-DISPLAY
           MOVE PPX-ISSUED-AMOUNT TO WS-PPAY-ISSUED-DISPLAY
           DISPLAY PPX-PRESENTED-DATE ' ' PPX-SEQUENCE '  '
                   PPX-CHECK-NUMBER '  ' WS-PPAY-AMOUNT-DISPLAY
                   '  ' WS-PPAY-ISSUED-DISPLAY '  ' PPX-REASON
                   '   ' PPX-DECISION '   ' PPX-STATUS.

       RECORD-PPAY-DECISION-MENU.
           MOVE 'PPAY-DECIDE' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'RECORD POSITIVE PAY DECISION'
           DISPLAY '============================'
           DISPLAY 'Enter presented date (YYYYMMDD): '
                   WITH NO ADVANCING
           ACCEPT WS-PPX-DATE-ENTRY
           DISPLAY 'Enter exception sequence number: '
                   WITH NO ADVANCING
           ACCEPT WS-PPX-SEQUENCE-ENTRY
           MOVE WS-PPX-DATE-ENTRY TO PPX-PRESENTED-DATE
           MOVE WS-PPX-SEQUENCE-ENTRY TO PPX-SEQUENCE
           READ PPAY-EXCEPTION-FILE
               INVALID KEY
                   MOVE '99' TO PPAY-EXCEPTION-STATUS
           END-READ
           IF PPAY-EXCEPTION-STATUS NOT = '00'
               DISPLAY 'Positive pay exception not found.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Account: ' PPX-ACCOUNT-NUMBER
                   '  Check: ' PPX-CHECK-NUMBER
           DISPLAY 'Payee on issue file: ' PPX-PAYEE
           PERFORM DISPLAY-PPAY-EXCEPTION-LINE
           IF NOT PPX-OPEN
               DISPLAY 'Exception already resolved - '
                       PPX-RESULT-TEXT
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Customer decision (P=Pay, R=Return): '
                   WITH NO ADVANCING
           ACCEPT WS-PPX-DECISION-ENTRY
           IF WS-PPX-DECISION-ENTRY NOT = 'P'
               AND WS-PPX-DECISION-ENTRY NOT = 'R'
               DISPLAY 'ERROR: Decision must be P or R.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           MOVE PPX-DECISION TO WS-PPX-OLD-DECISION
           MOVE WS-PPX-DECISION-ENTRY TO PPX-DECISION
           MOVE WS-BUSINESS-DATE TO PPX-DECIDED-DATE
           MOVE WS-OPERATOR-ID TO PPX-DECIDED-BY
           REWRITE PPAY-EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY 'Error recording decision.'
           END-REWRITE
           IF PPAY-EXCEPTION-STATUS = '00'
               MOVE PPX-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
               MOVE 'PPAY-DECISION' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               STRING 'EXCEPTION ' PPX-PRESENTED-DATE '-'
                      PPX-SEQUENCE ' DECISION ' WS-PPX-OLD-DECISION
                      DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-STRING
               STRING 'EXCEPTION ' PPX-PRESENTED-DATE '-'
                      PPX-SEQUENCE ' DECISION ' PPX-DECISION
                      DELIMITED BY SIZE INTO AUD-NEW-VALUE
               END-STRING
               PERFORM WRITE-CUSTOMER-AUDIT-RECORD
               DISPLAY 'Decision recorded - applied at the positive '
                       'pay cutoff.'
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       REACTIVATE-ACCOUNT-MENU.
           MOVE 'REACTIVATE' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'REACTIVATE DORMANT ACCOUNT'
           DISPLAY '=========================='
           PERFORM PRESS-ENTER-TO-CONTINUE.
       
       ADD-NEW-CUSTOMER-MENU.
           MOVE 'CUST-ADD' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'ADD NEW CUSTOMER'
           DISPLAY '================'
           PERFORM GET-CUSTOMER-DETAILS
           IF SCREENING-REFUSED
               DISPLAY 'Customer not added.'
           ELSE
               PERFORM CREATE-NEW-CUSTOMER
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.
       
       UPDATE-CUSTOMER-MENU.
           MOVE 'CUST-UPDATE' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'UPDATE CUSTOMER INFORMATION'
           DISPLAY '==========================='
                   MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
           END-READ

           IF CUSTOMER-MASTER-FILE-STATUS = '00' AND CM-MERGED
               PERFORM DISPLAY-CUSTOMER-MASTER-INFO
               DISPLAY ERR-CUSTOMER-MERGED
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           IF CUSTOMER-MASTER-FILE-STATUS = '00'
               PERFORM DISPLAY-CUSTOMER-MASTER-INFO
               MOVE CM-NAME TO WS-AUDIT-OLD-NAME
               MOVE CM-ADDRESS TO WS-AUDIT-OLD-ADDRESS
               MOVE CM-PHONE TO WS-AUDIT-OLD-PHONE
               PERFORM GET-UPDATE-DETAILS
               MOVE 0 TO WS-RTM-OLD-DATE
               IF CM-MAIL-RETURNED
                   AND CM-ADDRESS NOT = WS-AUDIT-OLD-ADDRESS
                   MOVE CM-RETURNED-MAIL-DATE TO WS-RTM-OLD-DATE
                   SET CM-ADDRESS-GOOD TO TRUE
                   MOVE 0 TO CM-RETURNED-MAIL-DATE
               END-IF
               REWRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'Error updating customer master.'
               END-REWRITE
               IF WS-RTM-OLD-DATE NOT = 0
                   PERFORM AUDIT-RETURNED-MAIL-CLEARED
                   DISPLAY 'Returned-mail flag cleared.'
               END-IF
               PERFORM PROPAGATE-MASTER-TO-ACCOUNTS
               DISPLAY 'Customer master and ' WS-CM-LINKS-UPDATED
                       ' account record(s) updated.'
           END-IF.

       DEACTIVATE-CUSTOMER-MENU.
           MOVE 'CUST-DEACT' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'DEACTIVATE CUSTOMER ACCOUNT'
           DISPLAY '==========================='
           PERFORM PRESS-ENTER-TO-CONTINUE.
       
       ADD-JOINT-OWNER-MENU.
           MOVE 'JOINT-OWNER' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'ADD JOINT OWNER TO ACCOUNT'
           DISPLAY '=========================='
                           MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
                   END-READ
                   IF CUSTOMER-MASTER-FILE-STATUS = '00'
                       IF CM-MERGED
                           DISPLAY ERR-CUSTOMER-MERGED
                       ELSE
                           IF CM-DECEASED
                               DISPLAY 'ERROR: Customer is recorded '
                                       'as deceased.'
                           ELSE
                               PERFORM CREATE-JOINT-OWNER-LINK
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY 'Customer number not found.'
                   END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       CREATE-JOINT-OWNER-LINK.
           MOVE SPACES TO ACCOUNT-LINK-RECORD
           MOVE WS-CM-NUMBER-ENTRY TO LNK-CUSTOMER-NUMBER
           MOVE UI-ACCOUNT-NUMBER TO LNK-ACCOUNT-NUMBER
           MOVE 'J' TO LNK-ROLE
           MOVE WS-BUSINESS-DATE TO LNK-DATE-LINKED
           MOVE 0 TO LNK-SIGNER-LIMIT
           MOVE 0 TO LNK-EFFECTIVE-DATE
           MOVE 0 TO LNK-EXPIRY-DATE
           MOVE 0 TO LNK-POD-SHARE
           WRITE ACCOUNT-LINK-RECORD
               INVALID KEY
                   DISPLAY 'Customer is already linked to this '
           END-IF.

       CLOSE-ACCOUNT-MENU.
           MOVE 'CLOSURE' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'CLOSE ACCOUNT'
           DISPLAY '============='
               INVALID KEY
                   MOVE '99' TO CDLOAN-FILE-STATUS
           END-READ
           IF CDLOAN-FILE-STATUS = '00'
               AND (CDL-ACTIVE OR CDL-IN-GRACE)
               SET CLOSE-CDLOAN-ACTIVE TO TRUE
           END-IF.

               MOVE 'SAVINGS' TO WS-RT-SEARCH-PRODUCT
               MOVE WS-BUSINESS-DATE TO WS-RT-SEARCH-DATE
               PERFORM FIND-RATE-IN-FORCE
               PERFORM DETERMINE-CLOSURE-TIER-RATE
               IF TIR-APPLIED-RATE > 0
                   COMPUTE WS-CLOSE-INTEREST ROUNDED =
                       CUST-BALANCE * TIR-APPLIED-RATE
                   IF WS-CLOSE-INTEREST > 0
                       ADD WS-CLOSE-INTEREST TO CUST-BALANCE
                       MOVE WS-BUSINESS-DATE TO CUST-LAST-ACTIVITY-DATE
           END-IF.

       SYSTEM-REPORTS-MENU.
           MOVE 'REPORTS' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'SYSTEM REPORTS'
           DISPLAY '=============='
           END-EVALUATE.

       REPORT-CATALOG-MENU.
           MOVE 'RPT-CATALOG' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'REPORT CATALOG'
           DISPLAY '=============='
           CLOSE REPORT-CATALOG-FILE.
       
       SYSTEM-MAINTENANCE-MENU.
           MOVE 'SYS-MAINT' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'SYSTEM MAINTENANCE'
           DISPLAY '=================='
           DISPLAY '8. Fee Override / Waiver Maintenance'
           DISPLAY '9. Business Calendar Maintenance'
           DISPLAY '10. Suspense Item Repair'
           DISPLAY '11. Watchlist Screening Review'
           DISPLAY '12. Function Entitlements'
           DISPLAY '13. Change My Password'
           DISPLAY '14. Back to Main Menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice (1-14): ' WITH NO ADVANCING
           ACCEPT UI-MENU-CHOICE

           EVALUATE UI-MENU-CHOICE
               WHEN 8 PERFORM FEE-OVERRIDE-MENU
               WHEN 9 PERFORM CALENDAR-MAINTENANCE-MENU
               WHEN 10 PERFORM SUSPENSE-REPAIR-MENU
               WHEN 11 PERFORM SCREENING-REVIEW-MENU
               WHEN 12 PERFORM ENTITLEMENT-MENU
               WHEN 13 PERFORM CHANGE-PASSWORD-MENU
               WHEN 14
                   CONTINUE
               WHEN OTHER PERFORM INVALID-CHOICE-MESSAGE
           END-EVALUATE.

       SUSPENSE-REPAIR-MENU.
           MOVE 'SUSPENSE' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'SUSPENSE ITEM REPAIR'
           DISPLAY '===================='
           DISPLAY '  Amount:           ' WS-SUS-AMOUNT-DISPLAY
           DISPLAY '  Description:      ' SUS-DESCRIPTION
           DISPLAY '  Failure reason:   ' SUS-FAIL-REASON
           IF SUS-SCREEN-CASE NUMERIC
               AND SUS-SCREEN-CASE > 0
               MOVE SPACES TO SCREEN-PARAMETERS
               SET SCR-QUERY-CASE TO TRUE
               MOVE WS-OPERATOR-ID TO SCR-OPERATOR-ID
               MOVE WS-BUSINESS-DATE TO SCR-BUSINESS-DATE
               MOVE SUS-SCREEN-CASE TO SCR-CASE-NUMBER
               CALL 'SCRNCHK' USING SCREEN-PARAMETERS
               DISPLAY '  Screening:        ' SCR-MESSAGE
               IF NOT SCR-CLEAR
                   DISPLAY 'Item cannot be released until the '
                           'watchlist case is cleared.'
                   PERFORM PRESS-ENTER-TO-CONTINUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY ' '
           DISPLAY 'Enter corrected account number: '
           PERFORM GET-ACCOUNT-NUMBER
           PERFORM WRITE-TRANSACTION-INDEX.

       CALENDAR-MAINTENANCE-MENU.
           MOVE 'CALENDAR' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'BUSINESS CALENDAR MAINTENANCE'
           DISPLAY '============================='
           END-EVALUATE.

       ADD-HOLIDAY-MENU.
           MOVE 'HOLIDAY-ADD' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Enter holiday date CCYYMMDD: '
                   WITH NO ADVANCING
           ACCEPT WS-CAL-DATE-ENTRY
           PERFORM PRESS-ENTER-TO-CONTINUE.

       REMOVE-HOLIDAY-MENU.
           MOVE 'HOLIDAY-DEL' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Enter holiday date CCYYMMDD: '
                   WITH NO ADVANCING
           ACCEPT WS-CAL-DATE-ENTRY
           END-IF.

       FEE-OVERRIDE-MENU.
           MOVE 'FEE-OVERRIDE' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'FEE OVERRIDE / WAIVER MAINTENANCE'
           DISPLAY '================================='
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD.

       AML-CASE-REVIEW-MENU.
           MOVE 'AML-REVIEW' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       SCREEN-UI-SUBJECT.
           SET SCR-SCREEN-SUBJECT TO TRUE
           MOVE WS-OPERATOR-ID TO SCR-OPERATOR-ID
           MOVE WS-BUSINESS-DATE TO SCR-BUSINESS-DATE
           MOVE 0 TO SCR-CASE-NUMBER
           CALL 'SCRNCHK' USING SCREEN-PARAMETERS
           IF SCR-CLEAR
               SET SCREENING-PASSED TO TRUE
           ELSE
               SET SCREENING-REFUSED TO TRUE
               DISPLAY 'Watchlist screening: ' SCR-MESSAGE
               DISPLAY 'Refer to compliance for review.'
           END-IF.

       SCREENING-REVIEW-MENU.
           MOVE 'SCREEN-REVW' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'WATCHLIST SCREENING REVIEW'
           DISPLAY '=========================='
           DISPLAY '1. List Pending Cases'
           DISPLAY '2. Review a Case'
           DISPLAY '3. Back'
           DISPLAY ' '
           DISPLAY 'Enter your choice (1-3): ' WITH NO ADVANCING
           ACCEPT UI-MENU-CHOICE

           EVALUATE UI-MENU-CHOICE
               WHEN 1 PERFORM LIST-PENDING-SCREEN-CASES
               WHEN 2 PERFORM REVIEW-ONE-SCREEN-CASE
               WHEN 3
                   CONTINUE
               WHEN OTHER PERFORM INVALID-CHOICE-MESSAGE
           END-EVALUATE.

       LIST-PENDING-SCREEN-CASES.
           DISPLAY ' '
           DISPLAY 'PENDING WATCHLIST CASES'
           DISPLAY 'CASE #    OPENED    SRC SUBJECT NAME'
                   '                   ENTRY      SCORE'
           DISPLAY '-----------------------------------------'
           MOVE 0 TO WS-SCQ-LISTED-COUNT
           OPEN INPUT SCREEN-QUEUE-FILE
           IF SCREEN-QUEUE-STATUS = '00'
               MOVE 0 TO SCQ-CASE-NUMBER
               START SCREEN-QUEUE-FILE
                   KEY IS NOT LESS THAN SCQ-CASE-NUMBER
                   INVALID KEY
                       MOVE '99' TO SCREEN-QUEUE-STATUS
               END-START
               IF SCREEN-QUEUE-STATUS = '00'
                   PERFORM SCAN-PENDING-SCREEN-CASES
                       UNTIL SCREEN-QUEUE-STATUS NOT = '00'
               END-IF
               CLOSE SCREEN-QUEUE-FILE
           END-IF
           IF WS-SCQ-LISTED-COUNT = 0
               DISPLAY 'No pending cases on file.'
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       SCAN-PENDING-SCREEN-CASES.
           READ SCREEN-QUEUE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO SCREEN-QUEUE-STATUS
           END-READ
           IF SCREEN-QUEUE-STATUS = '00'
               AND SCQ-PENDING
               ADD 1 TO WS-SCQ-LISTED-COUNT
               DISPLAY SCQ-CASE-NUMBER '  ' SCQ-OPENED-DATE '  '
                       SCQ-SOURCE-TYPE '   ' SCQ-SUBJECT-NAME '  '
                       SCQ-ENTRY-ID ' ' SCQ-MATCH-SCORE
           END-IF.

       REVIEW-ONE-SCREEN-CASE.
           DISPLAY 'Enter case number: ' WITH NO ADVANCING
           ACCEPT WS-SCQ-CASE-ENTRY
           OPEN INPUT SCREEN-QUEUE-FILE
           IF SCREEN-QUEUE-STATUS NOT = '00'
               DISPLAY 'Case not found.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCQ-CASE-ENTRY TO SCQ-CASE-NUMBER
           READ SCREEN-QUEUE-FILE
               INVALID KEY
                   MOVE '99' TO SCREEN-QUEUE-STATUS
           END-READ
           CLOSE SCREEN-QUEUE-FILE
           IF SCREEN-QUEUE-STATUS NOT = '00'
               DISPLAY 'Case not found.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'CASE ' SCQ-CASE-NUMBER
           DISPLAY '  Subject:     ' SCQ-SUBJECT-NAME
           DISPLAY '  Source:      ' SCQ-SOURCE-TYPE '  Ref: '
                   SCQ-REFERENCE
           DISPLAY '  Tax ID:      ' SCQ-TAX-ID
           DISPLAY '  List entry:  ' SCQ-ENTRY-ID '/' SCQ-ALIAS-SEQ
                   '  ' SCQ-PROGRAM
           DISPLAY '  Listed name: ' SCQ-MATCH-NAME
           DISPLAY '  Score:       ' SCQ-MATCH-SCORE '  Match on: '
                   SCQ-MATCH-TYPE
           DISPLAY '  Status:      ' SCQ-STATUS
           DISPLAY '  Opened:      ' SCQ-OPENED-DATE ' by '
                   SCQ-OPENED-BY
           DISPLAY '  Decided:     ' SCQ-DECIDED-DATE ' by '
                   SCQ-DECIDED-BY
           DISPLAY '  Comment:     ' SCQ-COMMENT
           IF NOT SCQ-PENDING
               DISPLAY 'Case has already been decided.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'Decision (C=Clear false positive, F=Confirm '
                   'match, blank keeps): ' WITH NO ADVANCING
           ACCEPT WS-SCQ-DECISION-ENTRY
           IF WS-SCQ-DECISION-ENTRY NOT = 'C'
               AND WS-SCQ-DECISION-ENTRY NOT = 'F'
               DISPLAY 'Case left pending.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Reviewer comment: ' WITH NO ADVANCING
           ACCEPT WS-SCQ-COMMENT-ENTRY

           MOVE SPACES TO SCREEN-PARAMETERS
           SET SCR-RECORD-DECISION TO TRUE
           MOVE WS-OPERATOR-ID TO SCR-OPERATOR-ID
           MOVE WS-BUSINESS-DATE TO SCR-BUSINESS-DATE
           MOVE WS-SCQ-CASE-ENTRY TO SCR-CASE-NUMBER
           MOVE WS-SCQ-DECISION-ENTRY TO SCR-DECISION
           MOVE WS-SCQ-COMMENT-ENTRY TO SCR-COMMENT
           CALL 'SCRNCHK' USING SCREEN-PARAMETERS
           DISPLAY SCR-MESSAGE
           PERFORM PRESS-ENTER-TO-CONTINUE.

       GL-CHART-MENU.
           MOVE 'GL-CHART' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'GL CHART OF ACCOUNTS MAINTENANCE'
           DISPLAY '================================'
           END-EVALUATE.

       UPDATE-GL-CHART-MENU.
           MOVE 'GL-UPDATE' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'Enter GL account number (6 digits): '
                   WITH NO ADVANCING
           END-IF.

       BACK-DATED-ENTRY-MENU.
           MOVE 'BACK-DATED' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'BACK-DATED ENTRY'
           DISPLAY '================'
               INVALID KEY
                   DISPLAY 'Failed to adjust interest accrual.'
           END-REWRITE
           IF ACCRUAL-FILE-STATUS = '00'
               MOVE WS-BUSINESS-DATE TO AJR-BUSINESS-DATE
               MOVE UI-ACCOUNT-NUMBER TO AJR-ACCOUNT-NUMBER
               SET AJR-REVERSAL-ADJUST TO TRUE
               IF WS-BD-TRANS-TYPE = 'D'
                   MOVE WS-BD-ACCRUAL-ADJUST TO AJR-AMOUNT
               ELSE
                   COMPUTE AJR-AMOUNT = 0 - WS-BD-ACCRUAL-ADJUST
               END-IF
               MOVE WS-OPERATOR-ID TO AJR-SOURCE-PROGRAM
               PERFORM WRITE-ACCRUAL-JOURNAL
           END-IF
           DISPLAY 'Interest accrual adjusted for back-dated '
                   'entry.'.

       WRITE-ACCRUAL-JOURNAL.
           OPEN EXTEND ACCRUAL-JOURNAL-FILE
           IF ACCRUAL-JOURNAL-STATUS = '35'
               OPEN OUTPUT ACCRUAL-JOURNAL-FILE
           END-IF
           WRITE ACCRUAL-JOURNAL-RECORD
           CLOSE ACCRUAL-JOURNAL-FILE.

       PARAMETER-MAINTENANCE-MENU.
           MOVE 'PARAMETERS' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'PRODUCT PARAMETER MAINTENANCE'
           DISPLAY '============================='
           DISPLAY 'Coverage categories: 1 = single, 2 = joint, '
                   '3 = POD (per beneficiary)'
           DISPLAY 'Savings withdrawal limit settings: W'
           DISPLAY 'Enter account type (S or C) or coverage '
                   'category: ' WITH NO ADVANCING
           ACCEPT WS-PRM-TYPE-ENTRY

           IF WS-PRM-TYPE-ENTRY = '1' OR WS-PRM-TYPE-ENTRY = '2'
               OR WS-PRM-TYPE-ENTRY = '3'
               PERFORM COVERAGE-LIMIT-MAINTENANCE
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           IF WS-PRM-TYPE-ENTRY = 'W'
               PERFORM ACTIVITY-LIMIT-MAINTENANCE
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF

           IF WS-PRM-TYPE-ENTRY NOT = 'S'
               AND WS-PRM-TYPE-ENTRY NOT = 'C'
               DISPLAY 'ERROR: Account type must be S or C.'
           ACCEPT WS-PRM-AMOUNT-ENTRY
           MOVE WS-PRM-AMOUNT-ENTRY TO PRM-MONTHLY-FEE.

       COVERAGE-LIMIT-MAINTENANCE.
           MOVE WS-PRM-TYPE-ENTRY TO PCV-CATEGORY
           READ PARAMETER-FILE
               INVALID KEY
                   MOVE '23' TO PARAMETER-FILE-STATUS
           END-READ
           IF PARAMETER-FILE-STATUS = '00'
               SET PCV-RECORD-EXISTS TO TRUE
               MOVE PCV-COVERAGE-LIMIT TO WS-PRM-OLD-LIMIT
           ELSE
               SET PCV-RECORD-NEW TO TRUE
               MOVE WS-PRM-DEFAULT-LIMIT TO WS-PRM-OLD-LIMIT
           END-IF
           MOVE WS-PRM-OLD-LIMIT TO WS-PRM-OLD-DISPLAY
           DISPLAY 'Deposit insurance coverage limit for category '
                   WS-PRM-TYPE-ENTRY ': ' WS-PRM-OLD-DISPLAY
           DISPLAY 'Enter new coverage limit: ' WITH NO ADVANCING
           ACCEPT WS-PRM-AMOUNT-ENTRY
           IF WS-PRM-AMOUNT-ENTRY NOT > 0
               DISPLAY 'ERROR: Coverage limit must be greater than '
                       'zero.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO COVERAGE-PARAMETER-RECORD
           MOVE WS-PRM-TYPE-ENTRY TO PCV-CATEGORY
           MOVE WS-PRM-AMOUNT-ENTRY TO PCV-COVERAGE-LIMIT
           MOVE WS-BUSINESS-DATE TO PCV-UPDATED-DATE
           MOVE WS-OPERATOR-ID TO PCV-UPDATED-BY
           IF PCV-RECORD-EXISTS
               REWRITE COVERAGE-PARAMETER-RECORD
                   INVALID KEY
                       DISPLAY 'Error updating coverage limit.'
               END-REWRITE
           ELSE
               WRITE COVERAGE-PARAMETER-RECORD
                   INVALID KEY
                       DISPLAY 'Error adding coverage limit.'
               END-WRITE
           END-IF
           IF PARAMETER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO AUD-ACCOUNT-NUMBER
           MOVE 'PARAMS' TO AUD-FIELD-NAME
           MOVE WS-PRM-AMOUNT-ENTRY TO WS-PRM-AMOUNT-DISPLAY
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE SPACES TO AUD-NEW-VALUE
           STRING 'COVERAGE ' WS-PRM-TYPE-ENTRY
                  ' LIMIT ' WS-PRM-OLD-DISPLAY
                  DELIMITED BY SIZE
                  INTO AUD-OLD-VALUE
           END-STRING
           STRING 'COVERAGE ' WS-PRM-TYPE-ENTRY
                  ' LIMIT ' WS-PRM-AMOUNT-DISPLAY
                  DELIMITED BY SIZE
                  INTO AUD-NEW-VALUE
           END-STRING
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           MOVE 'PARM-MAINT' TO WS-SEC-EVENT-TYPE
           MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR
           MOVE SPACES TO WS-SEC-DETAIL
           STRING 'Coverage limit changed category '
                  WS-PRM-TYPE-ENTRY DELIMITED BY SIZE
                  INTO WS-SEC-DETAIL
           END-STRING
           PERFORM WRITE-SECURITY-JOURNAL
           DISPLAY 'Coverage limit updated for category '
                   WS-PRM-TYPE-ENTRY.

       ACTIVITY-LIMIT-MAINTENANCE.
           MOVE 'W' TO PAL-KEY
           READ PARAMETER-FILE
               INVALID KEY
                   MOVE '23' TO PARAMETER-FILE-STATUS
           END-READ
           IF PARAMETER-FILE-STATUS = '00'
               SET PAL-RECORD-EXISTS TO TRUE
           ELSE
               SET PAL-RECORD-NEW TO TRUE
               PERFORM SET-ACTIVITY-LIMIT-DEFAULTS
           END-IF
           PERFORM BUILD-ACTIVITY-LIMIT-SETTINGS
           MOVE WS-PAL-SETTINGS TO WS-PAL-OLD-SETTINGS
           DISPLAY 'Savings withdrawal limit settings'
           DISPLAY '  Withdrawals per month:  ' PAL-SAVINGS-WTH-LIMIT
           DISPLAY '  Excess action:          ' PAL-EXCESS-ACTION
           MOVE PAL-EXCESS-FEE TO WS-PRM-AMOUNT-DISPLAY
           DISPLAY '  Excess activity fee:    ' WS-PRM-AMOUNT-DISPLAY
           DISPLAY '  Months to conversion:   ' PAL-CONVERSION-MONTHS

           DISPLAY 'Enter withdrawals per month (0 = no limit): '
                   WITH NO ADVANCING
           ACCEPT WS-PRM-LIMIT-ENTRY
           DISPLAY 'Enter excess action (R = refuse, F = charge fee): '
                   WITH NO ADVANCING
           ACCEPT WS-PRM-ACTION-ENTRY
           IF WS-PRM-ACTION-ENTRY NOT = 'R'
               AND WS-PRM-ACTION-ENTRY NOT = 'F'
               DISPLAY 'ERROR: Excess action must be R or F.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Enter excess activity fee: ' WITH NO ADVANCING
           ACCEPT WS-PRM-AMOUNT-ENTRY
           DISPLAY 'Enter consecutive months before conversion: '
                   WITH NO ADVANCING
           ACCEPT WS-PRM-MONTHS-ENTRY
           IF WS-PRM-MONTHS-ENTRY = 0
               DISPLAY 'ERROR: Months before conversion must be '
                       'greater than zero.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ACTIVITY-LIMIT-PARAMETER-RECORD
           MOVE 'W' TO PAL-KEY
           MOVE WS-PRM-LIMIT-ENTRY TO PAL-SAVINGS-WTH-LIMIT
           MOVE WS-PRM-ACTION-ENTRY TO PAL-EXCESS-ACTION
           MOVE WS-PRM-AMOUNT-ENTRY TO PAL-EXCESS-FEE
           MOVE WS-PRM-MONTHS-ENTRY TO PAL-CONVERSION-MONTHS
           MOVE WS-BUSINESS-DATE TO PAL-UPDATED-DATE
           MOVE WS-OPERATOR-ID TO PAL-UPDATED-BY
           IF PAL-RECORD-EXISTS
               REWRITE ACTIVITY-LIMIT-PARAMETER-RECORD
                   INVALID KEY
                       DISPLAY 'Error updating withdrawal limit.'
               END-REWRITE
           ELSE
               WRITE ACTIVITY-LIMIT-PARAMETER-RECORD
                   INVALID KEY
                       DISPLAY 'Error adding withdrawal limit.'
               END-WRITE
           END-IF
           IF PARAMETER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-ACTIVITY-LIMIT-SETTINGS
           MOVE 0 TO AUD-ACCOUNT-NUMBER
           MOVE 'PARAMS' TO AUD-FIELD-NAME
           MOVE WS-PAL-OLD-SETTINGS TO AUD-OLD-VALUE
           MOVE WS-PAL-SETTINGS TO AUD-NEW-VALUE
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           MOVE 'PARM-MAINT' TO WS-SEC-EVENT-TYPE
           MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR
           MOVE 'Savings withdrawal limit changed'
               TO WS-SEC-DETAIL
           PERFORM WRITE-SECURITY-JOURNAL
           DISPLAY 'Savings withdrawal limit settings updated.'.

       SET-ACTIVITY-LIMIT-DEFAULTS.
           MOVE SPACES TO ACTIVITY-LIMIT-PARAMETER-RECORD
           MOVE 'W' TO PAL-KEY
           MOVE 6 TO PAL-SAVINGS-WTH-LIMIT
           MOVE 'F' TO PAL-EXCESS-ACTION
           MOVE 10.00 TO PAL-EXCESS-FEE
           MOVE 3 TO PAL-CONVERSION-MONTHS
           MOVE WS-BUSINESS-DATE TO PAL-UPDATED-DATE
           MOVE 'SYSTEM' TO PAL-UPDATED-BY.

       BUILD-ACTIVITY-LIMIT-SETTINGS.
           MOVE PAL-EXCESS-FEE TO WS-PRM-AMOUNT-DISPLAY
           MOVE SPACES TO WS-PAL-SETTINGS
           STRING 'WTH LIMIT ' PAL-SAVINGS-WTH-LIMIT
                  ' ACTION ' PAL-EXCESS-ACTION
                  ' FEE ' WS-PRM-AMOUNT-DISPLAY
                  ' MTHS ' PAL-CONVERSION-MONTHS
                  DELIMITED BY SIZE
                  INTO WS-PAL-SETTINGS
           END-STRING.

       RECORD-PARAMETER-AUDIT.
           MOVE 0 TO AUD-ACCOUNT-NUMBER
           MOVE 'PARAMS' TO AUD-FIELD-NAME
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD.

       INTEREST-RATE-MENU.
           MOVE 'RATE-MAINT' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY '========================='
           DISPLAY '1. Add Rate with Effective Date'
           DISPLAY '2. List Rates'
           DISPLAY '3. Add Balance Tier Schedule'
           DISPLAY '4. List Balance Tier Schedules'
           DISPLAY '5. Back'
           DISPLAY ' '
           DISPLAY 'Enter your choice (1-5): ' WITH NO ADVANCING
           ACCEPT UI-MENU-CHOICE

           EVALUATE UI-MENU-CHOICE
               WHEN 1 PERFORM ADD-INTEREST-RATE-MENU
               WHEN 2 PERFORM LIST-INTEREST-RATES
               WHEN 3 PERFORM ADD-RATE-TIER-MENU
               WHEN 4 PERFORM LIST-RATE-TIERS
               WHEN 5
                   CONTINUE
               WHEN OTHER PERFORM INVALID-CHOICE-MESSAGE
           END-EVALUATE.

       ADD-INTEREST-RATE-MENU.
           MOVE 'RATE-ADD' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'Enter product code (SAVINGS, LOAN, CD, CDnnn, '
                   'FTP): ' WITH NO ADVANCING
           ACCEPT WS-RT-PRODUCT-ENTRY
           DISPLAY 'Enter effective date CCYYMMDD: ' WITH NO ADVANCING
           ACCEPT WS-RT-EFFECTIVE-ENTRY
           END-IF

           MOVE 0 TO AUD-ACCOUNT-NUMBER
           MOVE 'INT-RATE' TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-NEW-VALUE
           MOVE WS-RT-RATE-ENTRY TO WS-RT-RATE-DISPLAY
           STRING WS-RT-PRODUCT-ENTRY ' ' WS-RT-EFFECTIVE-ENTRY ' '
                  WS-RT-RATE-DISPLAY DELIMITED BY SIZE
                  INTO AUD-NEW-VALUE
           END-STRING
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           MOVE 'INTRATE-MNT' TO WS-SEC-EVENT-TYPE
           MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR
           MOVE SPACES TO WS-SEC-DETAIL
           STRING 'Interest rate ' WS-RT-PRODUCT-ENTRY
                  ' changed' DELIMITED BY SIZE
                  INTO WS-SEC-DETAIL
           END-STRING
           PERFORM WRITE-SECURITY-JOURNAL
           DISPLAY 'Rate stored for ' WS-RT-PRODUCT-ENTRY
                   ' effective ' WS-RT-EFFECTIVE-ENTRY.

       LIST-INTEREST-RATES.
           DISPLAY ' '
           DISPLAY 'INTEREST RATES ON FILE'
           DISPLAY 'PRODUCT   EFFECTIVE  RATE    UPDATED   BY'
           DISPLAY '-----------------------------------------'
           MOVE 0 TO WS-RT-LISTED-COUNT
           MOVE SPACES TO RT-PRODUCT-CODE
           MOVE 0 TO RT-EFFECTIVE-DATE
           START RATE-TABLE-FILE KEY IS NOT LESS THAN RT-KEY
               INVALID KEY
                   MOVE '99' TO RATE-TABLE-FILE-STATUS
           END-START
           IF RATE-TABLE-FILE-STATUS = '00'
               PERFORM SCAN-INTEREST-RATE-LIST
                   UNTIL RATE-TABLE-FILE-STATUS NOT = '00'
           END-IF
           IF WS-RT-LISTED-COUNT = 0
               DISPLAY 'No rates on file.'
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       SCAN-INTEREST-RATE-LIST.
           READ RATE-TABLE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO RATE-TABLE-FILE-STATUS
           END-READ
           IF RATE-TABLE-FILE-STATUS = '00'
               ADD 1 TO WS-RT-LISTED-COUNT
               MOVE RT-ANNUAL-RATE TO WS-RT-RATE-DISPLAY
               DISPLAY RT-PRODUCT-CODE '  ' RT-EFFECTIVE-DATE '  '
                       WS-RT-RATE-DISPLAY '  ' RT-UPDATED-DATE '  '
                       RT-UPDATED-BY
           END-IF.

       ADD-RATE-TIER-MENU.
           MOVE 'RATE-TIER' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'Enter product code (SAVINGS, CD, CDnnn): '
                   WITH NO ADVANCING
           ACCEPT WS-RT-PRODUCT-ENTRY
           DISPLAY 'Enter effective date CCYYMMDD: ' WITH NO ADVANCING
           ACCEPT WS-RT-EFFECTIVE-ENTRY
           MOVE WS-RT-EFFECTIVE-ENTRY TO WS-DATE-TO-VALIDATE
           PERFORM VALIDATE-DATE-FIELD
           IF WS-RT-PRODUCT-ENTRY = SPACES
               OR WS-RT-EFFECTIVE-ENTRY = 0
               OR DATE-FIELD-INVALID
               DISPLAY 'ERROR: Product and valid effective date '
                       'required.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Rate applies to W=Whole balance or B=Balance in '
                   'each band: ' WITH NO ADVANCING
           ACCEPT WS-RTT-METHOD-ENTRY
           IF NOT RTT-METHOD-ENTRY-VALID
               DISPLAY 'ERROR: Method must be W or B.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Number of tiers (1-10): ' WITH NO ADVANCING
           ACCEPT WS-RTT-COUNT-ENTRY
           IF WS-RTT-COUNT-ENTRY = 0 OR WS-RTT-COUNT-ENTRY > 10
               DISPLAY 'ERROR: Between 1 and 10 tiers required.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           SET RATE-TIERS-VALID TO TRUE
           MOVE 1 TO WS-RTT-SUB
           PERFORM PROMPT-FOR-RATE-TIER
               UNTIL WS-RTT-SUB > WS-RTT-COUNT-ENTRY
                   OR RATE-TIERS-INVALID
           IF RATE-TIERS-INVALID
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Store this tier schedule (Y/N): '
                   WITH NO ADVANCING
           ACCEPT WS-RTT-CONFIRM
           IF WS-RTT-CONFIRM = 'Y' OR WS-RTT-CONFIRM = 'y'
               PERFORM STORE-RATE-TIER-SCHEDULE
           ELSE
               DISPLAY 'Tier schedule not stored.'
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       PROMPT-FOR-RATE-TIER.
           IF WS-RTT-SUB = 1
               MOVE 0 TO WS-RTT-FLOOR-ENTRY
               DISPLAY 'Tier 01 starts at a balance of 0.00'
           ELSE
               DISPLAY 'Tier ' WS-RTT-SUB
                       ' lowest balance (e.g. 10000.00): '
                       WITH NO ADVANCING
               ACCEPT WS-RTT-FLOOR-ENTRY
               IF WS-RTT-FLOOR-ENTRY NOT >
                       WS-RTT-TIER-FLOOR(WS-RTT-SUB - 1)
                   DISPLAY 'ERROR: Each tier must start above the '
                           'tier before it.'
                   SET RATE-TIERS-INVALID TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY 'Tier ' WS-RTT-SUB
                   ' annual rate (e.g. 0.0500 for 5%): '
                   WITH NO ADVANCING
           ACCEPT WS-RTT-RATE-ENTRY
           MOVE WS-RTT-FLOOR-ENTRY TO WS-RTT-TIER-FLOOR(WS-RTT-SUB)
           MOVE WS-RTT-RATE-ENTRY TO WS-RTT-TIER-RATE(WS-RTT-SUB)
           ADD 1 TO WS-RTT-SUB.

       STORE-RATE-TIER-SCHEDULE.
           OPEN I-O RATE-TIER-FILE
           IF RATE-TIER-FILE-STATUS = '35'
               OPEN OUTPUT RATE-TIER-FILE
               CLOSE RATE-TIER-FILE
               OPEN I-O RATE-TIER-FILE
           END-IF
           IF RATE-TIER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening rate tier file: '
                       RATE-TIER-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RTT-REPLACED-COUNT
           MOVE 1 TO WS-RTT-SUB
           PERFORM DELETE-OLD-RATE-TIER UNTIL WS-RTT-SUB > 10
           MOVE 1 TO WS-RTT-SUB
           PERFORM WRITE-ONE-RATE-TIER
               UNTIL WS-RTT-SUB > WS-RTT-COUNT-ENTRY
           CLOSE RATE-TIER-FILE
           CANCEL 'INTTIER'

           MOVE 0 TO AUD-ACCOUNT-NUMBER
           MOVE 'RATE-TIERS' TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE
           IF WS-RTT-REPLACED-COUNT > 0
               STRING WS-RTT-REPLACED-COUNT ' TIERS REPLACED'
                      DELIMITED BY SIZE
                      INTO AUD-OLD-VALUE
               END-STRING
           END-IF
           MOVE SPACES TO AUD-NEW-VALUE
           STRING WS-RT-PRODUCT-ENTRY ' ' WS-RT-EFFECTIVE-ENTRY
                  ' METHOD ' WS-RTT-METHOD-ENTRY
                  ' TIERS ' WS-RTT-COUNT-ENTRY DELIMITED BY SIZE
                  INTO AUD-NEW-VALUE
           END-STRING
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD
           MOVE 'INTRATE-MNT' TO WS-SEC-EVENT-TYPE
           MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR
           MOVE SPACES TO WS-SEC-DETAIL
           STRING 'Rate tiers ' WS-RT-PRODUCT-ENTRY
                  ' changed' DELIMITED BY SIZE
                  INTO WS-SEC-DETAIL
           END-STRING
           PERFORM WRITE-SECURITY-JOURNAL
           DISPLAY 'Tier schedule stored for ' WS-RT-PRODUCT-ENTRY
                   ' effective ' WS-RT-EFFECTIVE-ENTRY.

       DELETE-OLD-RATE-TIER.
           MOVE WS-RT-PRODUCT-ENTRY TO RTT-PRODUCT-CODE
           MOVE WS-RT-EFFECTIVE-ENTRY TO RTT-EFFECTIVE-DATE
           MOVE WS-RTT-SUB TO RTT-TIER-NUMBER
           DELETE RATE-TIER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-RTT-REPLACED-COUNT
           END-DELETE
           ADD 1 TO WS-RTT-SUB.

       WRITE-ONE-RATE-TIER.
           MOVE WS-RT-PRODUCT-ENTRY TO RTT-PRODUCT-CODE
           MOVE WS-RT-EFFECTIVE-ENTRY TO RTT-EFFECTIVE-DATE
           MOVE WS-RTT-SUB TO RTT-TIER-NUMBER
           MOVE WS-RTT-TIER-FLOOR(WS-RTT-SUB) TO RTT-TIER-FLOOR
           MOVE WS-RTT-TIER-RATE(WS-RTT-SUB) TO RTT-ANNUAL-RATE
           MOVE WS-RTT-METHOD-ENTRY TO RTT-METHOD
           MOVE WS-BUSINESS-DATE TO RTT-UPDATED-DATE
           MOVE WS-OPERATOR-ID TO RTT-UPDATED-BY
           WRITE RATE-TIER-RECORD
               INVALID KEY
                   DISPLAY 'Error writing rate tier ' WS-RTT-SUB
           END-WRITE
           ADD 1 TO WS-RTT-SUB.

       LIST-RATE-TIERS.
           DISPLAY ' '
           DISPLAY 'BALANCE TIER SCHEDULES ON FILE'
           DISPLAY 'PRODUCT   EFFECTIVE  M  TIER  FROM BALANCE    '
                   'RATE    UPDATED   BY'
           DISPLAY '------------------------------------------------'
                   '------------------------'
           MOVE 0 TO WS-RT-LISTED-COUNT
           OPEN INPUT RATE-TIER-FILE
           IF RATE-TIER-FILE-STATUS = '00'
               MOVE SPACES TO RTT-PRODUCT-CODE
               MOVE 0 TO RTT-EFFECTIVE-DATE
               MOVE 0 TO RTT-TIER-NUMBER
               START RATE-TIER-FILE KEY IS NOT LESS THAN RTT-KEY
                   INVALID KEY
                       MOVE '99' TO RATE-TIER-FILE-STATUS
               END-START
               IF RATE-TIER-FILE-STATUS = '00'
                   PERFORM SCAN-RATE-TIER-LIST
                       UNTIL RATE-TIER-FILE-STATUS NOT = '00'
               END-IF
               CLOSE RATE-TIER-FILE
           END-IF
           IF WS-RT-LISTED-COUNT = 0
               DISPLAY 'No tier schedules on file.'
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       SCAN-RATE-TIER-LIST.
           READ RATE-TIER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO RATE-TIER-FILE-STATUS
           END-READ
           IF RATE-TIER-FILE-STATUS = '00'
               ADD 1 TO WS-RT-LISTED-COUNT
               MOVE RTT-TIER-FLOOR TO WS-RTT-FLOOR-DISPLAY
               MOVE RTT-ANNUAL-RATE TO WS-RT-RATE-DISPLAY
               DISPLAY RTT-PRODUCT-CODE '  ' RTT-EFFECTIVE-DATE '   '
                       RTT-METHOD '  ' RTT-TIER-NUMBER '    '
                       WS-RTT-FLOOR-DISPLAY '  ' WS-RT-RATE-DISPLAY
                       '  ' RTT-UPDATED-DATE '  ' RTT-UPDATED-BY
           END-IF.

       DETERMINE-CLOSURE-TIER-RATE.
           MOVE 'SAVINGS' TO TIR-PRODUCT-CODE
           MOVE SPACES TO TIR-FALLBACK-PRODUCT
           MOVE WS-BUSINESS-DATE TO TIR-AS-OF-DATE
           MOVE CUST-BALANCE TO TIR-BALANCE
           MOVE WS-RT-RATE-FOUND TO TIR-FLAT-RATE
           MOVE WS-RT-EFFECTIVE-FOUND TO TIR-FLAT-EFFECTIVE-DATE
           CALL 'INTTIER' USING TIER-PARAMETERS.

       FIND-RATE-IN-FORCE.
           SET RATE-TABLE-NOT-FOUND TO TRUE
           MOVE 0 TO WS-RT-RATE-FOUND
           MOVE 0 TO WS-RT-EFFECTIVE-FOUND
           MOVE WS-RT-SEARCH-PRODUCT TO RT-PRODUCT-CODE
           MOVE 0 TO RT-EFFECTIVE-DATE
           START RATE-TABLE-FILE KEY IS NOT LESS THAN RT-KEY
                   IF RT-EFFECTIVE-DATE NOT > WS-RT-SEARCH-DATE
                       SET RATE-TABLE-FOUND TO TRUE
                       MOVE RT-ANNUAL-RATE TO WS-RT-RATE-FOUND
                       MOVE RT-EFFECTIVE-DATE TO WS-RT-EFFECTIVE-FOUND
                   ELSE
                       MOVE '10' TO RATE-TABLE-FILE-STATUS
                   END-IF
           END-IF.

       OPERATOR-MAINTENANCE-MENU.
           MOVE 'OPERATORS' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF

           DISPLAY '1. Add Operator'
           DISPLAY '2. Update Operator Role/Status'
           DISPLAY '3. Branch Maintenance'
           DISPLAY '4. Unlock / Reset Operator'
           DISPLAY '5. Back'
           DISPLAY ' '
           DISPLAY 'Enter your choice (1-5): ' WITH NO ADVANCING
           ACCEPT UI-MENU-CHOICE

           EVALUATE UI-MENU-CHOICE
               WHEN 1 PERFORM ADD-OPERATOR-MENU
               WHEN 2 PERFORM UPDATE-OPERATOR-MENU
               WHEN 3 PERFORM BRANCH-MAINTENANCE-MENU
               WHEN 4 PERFORM UNLOCK-OPERATOR-MENU
               WHEN 5
                   CONTINUE
               WHEN OTHER PERFORM INVALID-CHOICE-MESSAGE
           END-EVALUATE.

       BRANCH-MAINTENANCE-MENU.
           MOVE 'BRANCHES' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'BRANCH MAINTENANCE'
           DISPLAY '=================='
           END-EVALUATE.

       UPDATE-BRANCH-MENU.
           MOVE 'BRANCH-UPD' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Enter branch code (4 characters): '
                   WITH NO ADVANCING
           ACCEPT WS-BRN-CODE-ENTRY
           END-IF.

       ADD-OPERATOR-MENU.
           MOVE 'OPER-ADD' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'Enter new operator ID: ' WITH NO ADVANCING
           ACCEPT WS-OPER-ID-ENTRY
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       CREATE-OPERATOR-RECORD.
           MOVE WS-OPER-ID-ENTRY TO OPER-ID
           MOVE WS-OPER-PASSWORD-ENTRY TO OPER-PASSWORD
           MOVE WS-OPER-NAME-ENTRY TO OPER-NAME
           MOVE 'A' TO OPER-STATUS
           MOVE WS-OPER-ROLE-ENTRY TO OPER-ROLE
           IF WS-OPER-BRANCH-ENTRY = SPACES
               MOVE WS-OPERATOR-BRANCH TO OPER-BRANCH-CODE
           ELSE
               MOVE WS-OPER-BRANCH-ENTRY TO OPER-BRANCH-CODE
           END-IF
           MOVE 0 TO OPER-PASSWORD-DATE
           MOVE 0 TO OPER-FAILED-LOGINS
           SET OPER-NOT-LOCKED TO TRUE
           MOVE SPACES TO OPER-PASSWORD-HISTORY
           WRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: Operator ID already exists.'
           END-WRITE
           IF OPERATOR-FILE-STATUS = '00'
               DISPLAY 'Operator ' WS-OPER-ID-ENTRY ' added.'
               DISPLAY 'Password must be changed at first sign-on.'
               PERFORM RECORD-OPERATOR-AUDIT
           END-IF.

       UPDATE-OPERATOR-MENU.
           MOVE 'OPER-UPDATE' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'Enter operator ID: ' WITH NO ADVANCING
           ACCEPT WS-OPER-ID-ENTRY
           MOVE WS-OPER-ID-ENTRY TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE '99' TO OPERATOR-FILE-STATUS
           END-READ

           IF OPERATOR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Operator not found.'
           ELSE
               DISPLAY 'Operator: ' OPER-ID ' ' OPER-NAME
               DISPLAY 'Role: ' OPER-ROLE '  Status: ' OPER-STATUS
                       '  Branch: ' OPER-BRANCH-CODE
               IF OPER-LOCKED-OUT
                   DISPLAY 'Sign-on: LOCKED OUT - use Unlock / Reset '
                           'Operator'
               END-IF
               DISPLAY 'Enter new role (T/S, blank keeps current): '
                       WITH NO ADVANCING
               ACCEPT WS-OPER-ROLE-ENTRY
               DISPLAY 'Enter new status (A/I, blank keeps '
                       'current): ' WITH NO ADVANCING
               ACCEPT WS-OPER-STATUS-ENTRY
               DISPLAY 'Enter new branch (blank keeps current): '
                       WITH NO ADVANCING
               ACCEPT WS-OPER-BRANCH-ENTRY

               IF WS-OPER-ROLE-ENTRY = 'T'
                   OR WS-OPER-ROLE-ENTRY = 'S'
                   MOVE WS-OPER-ROLE-ENTRY TO OPER-ROLE
               END-IF
               IF WS-OPER-STATUS-ENTRY = 'A'
                   OR WS-OPER-STATUS-ENTRY = 'I'
                   MOVE WS-OPER-STATUS-ENTRY TO OPER-STATUS
               END-IF
               IF WS-OPER-BRANCH-ENTRY NOT = SPACES
                   MOVE WS-OPER-BRANCH-ENTRY TO OPER-BRANCH-CODE
               END-IF
               REWRITE OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY 'Error updating operator record.'
               END-REWRITE
               IF OPERATOR-FILE-STATUS = '00'
                   DISPLAY 'Operator record updated.'
                   PERFORM RECORD-OPERATOR-AUDIT
               END-IF
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       RECORD-OPERATOR-AUDIT.
           MOVE 'OPER-MAINT' TO WS-SEC-EVENT-TYPE
           MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR
           MOVE SPACES TO WS-SEC-DETAIL
           STRING 'Operator ' OPER-ID ' role ' OPER-ROLE
                  ' status ' OPER-STATUS DELIMITED BY SIZE
                  INTO WS-SEC-DETAIL
           END-STRING
           PERFORM WRITE-SECURITY-JOURNAL
           MOVE 0 TO AUD-ACCOUNT-NUMBER
           MOVE 'OPER-RECORD' TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE SPACES TO AUD-NEW-VALUE
           STRING OPER-ID ' ROLE=' OPER-ROLE ' STATUS=' OPER-STATUS
                  DELIMITED BY SIZE
                  INTO AUD-NEW-VALUE
           END-STRING
           PERFORM WRITE-CUSTOMER-AUDIT-RECORD.

       UNLOCK-OPERATOR-MENU.
           MOVE 'OPER-UNLOCK' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'Enter operator ID: ' WITH NO ADVANCING
           ACCEPT WS-OPER-ID-ENTRY
           IF WS-OPER-ID-ENTRY = WS-OPERATOR-ID
               DISPLAY 'Use Change My Password for your own ID.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPER-ID-ENTRY TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE '99' TO OPERATOR-FILE-STATUS
           END-READ
           IF OPERATOR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Operator not found.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Operator: ' OPER-ID ' ' OPER-NAME
           IF OPER-LOCKED-OUT
               DISPLAY 'Sign-on status: LOCKED OUT'
           ELSE
               DISPLAY 'Sign-on status: not locked'
           END-IF
           DISPLAY 'Failed sign-ons: ' OPER-FAILED-LOGINS
                   '  Password set: ' OPER-PASSWORD-DATE
           DISPLAY 'Temporary password (blank keeps current): '
                   WITH NO ADVANCING
           ACCEPT WS-OPER-PASSWORD-ENTRY
           DISPLAY 'Reset sign-on lockout for this operator? (Y/N): '
                   WITH NO ADVANCING
           ACCEPT UI-CONTINUE-FLAG
           IF UI-CONTINUE-FLAG NOT = 'Y' AND UI-CONTINUE-FLAG NOT = 'y'
               DISPLAY 'Operator not changed.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           SET OPER-NOT-LOCKED TO TRUE
           MOVE 0 TO OPER-FAILED-LOGINS
           IF WS-OPER-PASSWORD-ENTRY NOT = SPACES
               PERFORM SHIFT-PASSWORD-HISTORY
               MOVE WS-OPER-PASSWORD-ENTRY TO OPER-PASSWORD
               MOVE 0 TO OPER-PASSWORD-DATE
           END-IF
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY 'Error updating operator record.'
           END-REWRITE
           IF OPERATOR-FILE-STATUS = '00'
               DISPLAY 'Operator ' OPER-ID ' unlocked.'
               MOVE 'OPER-UNLOCK' TO WS-SEC-EVENT-TYPE
               MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR
               MOVE SPACES TO WS-SEC-DETAIL
               IF WS-OPER-PASSWORD-ENTRY = SPACES
                   STRING 'Operator ' OPER-ID ' unlocked'
                          DELIMITED BY SIZE INTO WS-SEC-DETAIL
                   END-STRING
               ELSE
                   DISPLAY 'Temporary password must be changed at '
                           'next sign-on.'
                   STRING 'Operator ' OPER-ID ' unlocked, pwd reset'
                          DELIMITED BY SIZE INTO WS-SEC-DETAIL
                   END-STRING
               END-IF
               PERFORM WRITE-SECURITY-JOURNAL
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       CHANGE-PASSWORD-MENU.
           MOVE 'PASSWORD' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'CHANGE MY PASSWORD'
           DISPLAY '=================='
           MOVE WS-OPERATOR-ID TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE '99' TO OPERATOR-FILE-STATUS
           END-READ
           IF OPERATOR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Operator not found.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Current password: ' WITH NO ADVANCING
           ACCEPT WS-LOGIN-PASSWORD
           IF WS-LOGIN-PASSWORD NOT = OPER-PASSWORD
               DISPLAY 'Current password is not correct.'
               MOVE 'PWD-FAIL' TO WS-SEC-EVENT-TYPE
               MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR
               MOVE 'Password change - wrong current password'
                   TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-JOURNAL
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PWD-TRIES
           PERFORM CHANGE-OPERATOR-PASSWORD
           PERFORM PRESS-ENTER-TO-CONTINUE.

       ENTITLEMENT-MENU.
           MOVE 'ENTITLEMENT' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'FUNCTION ENTITLEMENTS'
           DISPLAY '====================='
           DISPLAY '1. Grant or Deny a Function'
           DISPLAY '2. Remove an Entitlement'
           DISPLAY '3. List Entitlements'
           DISPLAY '4. List Function Codes'
           DISPLAY '5. Back'
           DISPLAY ' '
           DISPLAY 'Enter your choice (1-5): ' WITH NO ADVANCING
           ACCEPT UI-MENU-CHOICE

           EVALUATE UI-MENU-CHOICE
               WHEN 1 PERFORM SET-ENTITLEMENT
               WHEN 2 PERFORM REMOVE-ENTITLEMENT
               WHEN 3 PERFORM LIST-ENTITLEMENTS
               WHEN 4 PERFORM LIST-FUNCTION-CODES
               WHEN 5
                   CONTINUE
               WHEN OTHER PERFORM INVALID-CHOICE-MESSAGE
           END-EVALUATE.

       GET-ENTITLEMENT-KEY.
           DISPLAY 'Applies to (R=Role, O=Operator): '
                   WITH NO ADVANCING
           ACCEPT WS-ENT-TYPE-ENTRY
           IF WS-ENT-TYPE-ENTRY = 'r'
               MOVE 'R' TO WS-ENT-TYPE-ENTRY
           END-IF
           IF WS-ENT-TYPE-ENTRY = 'o'
               MOVE 'O' TO WS-ENT-TYPE-ENTRY
           END-IF
           IF WS-ENT-TYPE-ENTRY = 'R'
               DISPLAY 'Role (T=Teller, S=Supervisor): '
                       WITH NO ADVANCING
           ELSE
               DISPLAY 'Operator ID: ' WITH NO ADVANCING
           END-IF
           ACCEPT WS-ENT-SUBJECT-ENTRY
           DISPLAY 'Function code: ' WITH NO ADVANCING
           ACCEPT WS-ENT-FUNCTION-ENTRY
           MOVE WS-ENT-FUNCTION-ENTRY TO WS-ENT-FUNCTION
           PERFORM FIND-FUNCTION-DEFAULT
           SET ENT-KEY-VALID TO TRUE
           EVALUATE TRUE
               WHEN WS-ENT-TYPE-ENTRY NOT = 'R'
                    AND WS-ENT-TYPE-ENTRY NOT = 'O'
                   DISPLAY 'ERROR: Enter R or O.'
                   SET ENT-KEY-INVALID TO TRUE
               WHEN WS-ENT-TYPE-ENTRY = 'R'
                    AND WS-ENT-SUBJECT-ENTRY NOT = 'T'
                    AND WS-ENT-SUBJECT-ENTRY NOT = 'S'
                   DISPLAY 'ERROR: Role must be T or S.'
                   SET ENT-KEY-INVALID TO TRUE
               WHEN WS-ENT-SUBJECT-ENTRY = SPACES
                   DISPLAY 'ERROR: Operator ID required.'
                   SET ENT-KEY-INVALID TO TRUE
               WHEN WS-ENT-DEFAULT = SPACE
                   DISPLAY 'ERROR: Unknown function code - see List '
                           'Function Codes.'
                   SET ENT-KEY-INVALID TO TRUE
           END-EVALUATE
           IF ENT-KEY-VALID AND WS-ENT-TYPE-ENTRY = 'O'
               MOVE WS-ENT-SUBJECT-ENTRY TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY 'ERROR: Operator not found.'
                       SET ENT-KEY-INVALID TO TRUE
               END-READ
           END-IF
           MOVE WS-ENT-TYPE-ENTRY TO ENT-SUBJECT-TYPE
           MOVE WS-ENT-SUBJECT-ENTRY TO ENT-SUBJECT
           MOVE WS-ENT-FUNCTION-ENTRY TO ENT-FUNCTION.

       SET-ENTITLEMENT.
           DISPLAY ' '
           PERFORM GET-ENTITLEMENT-KEY
           IF ENT-KEY-INVALID
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Access (Y=Grant, N=Deny): ' WITH NO ADVANCING
           ACCEPT WS-ENT-ACCESS-ENTRY
           IF WS-ENT-ACCESS-ENTRY = 'y'
               MOVE 'Y' TO WS-ENT-ACCESS-ENTRY
           END-IF
           IF WS-ENT-ACCESS-ENTRY = 'n'
               MOVE 'N' TO WS-ENT-ACCESS-ENTRY
           END-IF
           IF WS-ENT-ACCESS-ENTRY NOT = 'Y'
               AND WS-ENT-ACCESS-ENTRY NOT = 'N'
               DISPLAY 'ERROR: Enter Y or N.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           IF WS-ENT-ACCESS-ENTRY = 'N'
               AND WS-ENT-FUNCTION-ENTRY = 'ENTITLEMENT'
               AND ((WS-ENT-TYPE-ENTRY = 'R'
                     AND WS-ENT-SUBJECT-ENTRY = 'S')
                 OR WS-ENT-SUBJECT-ENTRY = WS-OPERATOR-ID)
               DISPLAY 'ERROR: That would remove the last route to '
                       'entitlement maintenance.'
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           READ ENTITLEMENT-FILE
               INVALID KEY
                   MOVE '23' TO ENTITLEMENT-FILE-STATUS
           END-READ
           MOVE WS-ENT-TYPE-ENTRY TO ENT-SUBJECT-TYPE
           MOVE WS-ENT-SUBJECT-ENTRY TO ENT-SUBJECT
           MOVE WS-ENT-FUNCTION-ENTRY TO ENT-FUNCTION
           MOVE WS-ENT-ACCESS-ENTRY TO ENT-ACCESS
           MOVE WS-BUSINESS-DATE TO ENT-UPDATED-DATE
           MOVE WS-OPERATOR-ID TO ENT-UPDATED-BY
           IF ENTITLEMENT-FILE-STATUS = '00'
               REWRITE ENTITLEMENT-RECORD
                   INVALID KEY
                       DISPLAY 'Error updating entitlement.'
               END-REWRITE
           ELSE
               WRITE ENTITLEMENT-RECORD
                   INVALID KEY
                       DISPLAY 'Error adding entitlement.'
               END-WRITE
           END-IF
           IF ENTITLEMENT-FILE-STATUS = '00'
               DISPLAY 'Entitlement recorded.'
               MOVE SPACES TO WS-SEC-DETAIL
               STRING 'Set ' ENT-SUBJECT-TYPE ' ' ENT-SUBJECT ' '
                      ENT-FUNCTION ' ' ENT-ACCESS
                      DELIMITED BY SIZE INTO WS-SEC-DETAIL
               END-STRING
               PERFORM JOURNAL-ENTITLEMENT-CHANGE
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       REMOVE-ENTITLEMENT.
           DISPLAY ' '
           PERFORM GET-ENTITLEMENT-KEY
           IF ENT-KEY-INVALID
               PERFORM PRESS-ENTER-TO-CONTINUE
               EXIT PARAGRAPH
           END-IF
           DELETE ENTITLEMENT-FILE
               INVALID KEY
                   DISPLAY 'No such entitlement on file.'
           END-DELETE
           IF ENTITLEMENT-FILE-STATUS = '00'
               DISPLAY 'Entitlement removed - role default applies.'
               MOVE SPACES TO WS-SEC-DETAIL
               STRING 'Removed ' ENT-SUBJECT-TYPE ' ' ENT-SUBJECT ' '
                      ENT-FUNCTION
                      DELIMITED BY SIZE INTO WS-SEC-DETAIL
               END-STRING
               PERFORM JOURNAL-ENTITLEMENT-CHANGE
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       JOURNAL-ENTITLEMENT-CHANGE.
           MOVE 'ENTITLE-MNT' TO WS-SEC-EVENT-TYPE
           MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR
           PERFORM WRITE-SECURITY-JOURNAL.

       LIST-ENTITLEMENTS.
           DISPLAY ' '
           DISPLAY 'T SUBJECT    FUNCTION     ACCESS UPDATED  BY'
           DISPLAY '---------------------------------------------'
           MOVE 0 TO WS-ENT-LISTED-COUNT
           MOVE LOW-VALUES TO ENT-KEY
           START ENTITLEMENT-FILE KEY IS NOT LESS THAN ENT-KEY
               INVALID KEY
                   MOVE '99' TO ENTITLEMENT-FILE-STATUS
           END-START
           IF ENTITLEMENT-FILE-STATUS = '00'
               PERFORM SCAN-ENTITLEMENT-LIST
                   UNTIL ENTITLEMENT-FILE-STATUS NOT = '00'
           END-IF
           IF WS-ENT-LISTED-COUNT = 0
               DISPLAY 'No entitlements on file - role defaults apply.'
           END-IF
           PERFORM PRESS-ENTER-TO-CONTINUE.

       SCAN-ENTITLEMENT-LIST.
           READ ENTITLEMENT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ENTITLEMENT-FILE-STATUS
           END-READ
           IF ENTITLEMENT-FILE-STATUS = '00'
               ADD 1 TO WS-ENT-LISTED-COUNT
               DISPLAY ENT-SUBJECT-TYPE ' ' ENT-SUBJECT ' '
                       ENT-FUNCTION ' ' ENT-ACCESS '      '
                       ENT-UPDATED-DATE ' ' ENT-UPDATED-BY
           END-IF.

       LIST-FUNCTION-CODES.
           DISPLAY ' '
           DISPLAY 'FUNCTION     DEFAULT'
           DISPLAY '--------------------'
           MOVE 1 TO WS-ENT-SUB
           PERFORM SHOW-FUNCTION-CODE
               UNTIL WS-ENT-SUB > WS-ENT-FUNCTION-COUNT
           PERFORM PRESS-ENTER-TO-CONTINUE.

       SHOW-FUNCTION-CODE.
           IF EFT-SUPERVISOR-ONLY(WS-ENT-SUB)
               DISPLAY EFT-FUNCTION(WS-ENT-SUB) ' Supervisor only'
           ELSE
               DISPLAY EFT-FUNCTION(WS-ENT-SUB) ' All operators'
           END-IF
           ADD 1 TO WS-ENT-SUB.

       EXCHANGE-RATE-MENU.
           MOVE 'FX-RATES' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           END-EVALUATE.

       UPDATE-EXCHANGE-RATE-MENU.
           MOVE 'FX-UPDATE' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'Enter from currency code: ' WITH NO ADVANCING
           ACCEPT WS-RATE-FROM-ENTRY
           END-IF.

       GET-CUSTOMER-DETAILS.
           SET SCREENING-PASSED TO TRUE
           PERFORM GET-NEXT-ACCOUNT-NUMBER
           PERFORM RESOLVE-CUSTOMER-MASTER
           IF SCREENING-REFUSED
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Enter initial balance: ' WITH NO ADVANCING
           ACCEPT UI-INITIAL-BALANCE
           DISPLAY 'Enter account type (S=Savings, C=Checking, '
                   INVALID KEY
                       MOVE '99' TO CUSTOMER-MASTER-FILE-STATUS
               END-READ
               IF CUSTOMER-MASTER-FILE-STATUS = '00' AND CM-MERGED
                   DISPLAY ERR-CUSTOMER-MERGED
                   SET SCREENING-REFUSED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF CUSTOMER-MASTER-FILE-STATUS = '00' AND CM-DECEASED
                   DISPLAY 'ERROR: Customer is recorded as deceased.'
                   SET SCREENING-REFUSED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF CUSTOMER-MASTER-FILE-STATUS = '00'
                   SET CM-RECORD-FOUND TO TRUE
                   MOVE CM-CUSTOMER-NUMBER TO WS-CM-CURRENT-NUMBER
                   DISPLAY ERR-INVALID-DATE
                   MOVE 0 TO WS-CM-DOB-ENTRY
               END-IF
               MOVE SPACES TO SCREEN-PARAMETERS
               MOVE 'C' TO SCR-SOURCE-TYPE
               MOVE 'NEW CUSTOMER' TO SCR-REFERENCE
               MOVE UI-CUSTOMER-NAME TO SCR-NAME
               MOVE WS-CM-TIN-ENTRY TO SCR-TAX-ID
               PERFORM SCREEN-UI-SUBJECT
               IF SCREENING-REFUSED
                   EXIT PARAGRAPH
               END-IF
               PERFORM GET-NEXT-CUSTOMER-NUMBER
               PERFORM CREATE-CUSTOMER-MASTER-RECORD
           END-IF.
           MOVE WS-BUSINESS-DATE TO CM-DATE-ADDED
           MOVE WS-CM-TIN-ENTRY TO CM-TAX-ID
           MOVE WS-CM-DOB-ENTRY TO CM-DATE-OF-BIRTH
           MOVE SPACE TO CM-RECORD-STATUS
           MOVE SPACE TO CM-ADDRESS-STATUS
           MOVE 0 TO CM-RETURNED-MAIL-DATE
           MOVE SPACE TO CM-DECEASED-FLAG
           MOVE 0 TO CM-DATE-OF-DEATH
           MOVE 0 TO CM-DEATH-RECORDED-DATE
           MOVE SPACES TO CM-DEATH-RECORDED-BY
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'Error creating customer master record.'
           SET CDLOAN-TERM-INVALID TO TRUE
           PERFORM PROMPT-FOR-CDLOAN-SUBTYPE UNTIL CDLOAN-SUBTYPE-VALID
           PERFORM PROMPT-FOR-CDLOAN-TERM UNTIL CDLOAN-TERM-VALID
           MOVE SPACE TO UI-CDL-RATE-TYPE
           MOVE SPACES TO UI-CDL-INDEX-PRODUCT
           MOVE 0 TO UI-CDL-MARGIN
           MOVE 0 TO UI-CDL-FLOOR
           MOVE 0 TO UI-CDL-CAP
           MOVE 0 TO UI-CDL-REPRICE-MONTHS
           IF UI-CDL-SUBTYPE = 'L'
               SET CDL-RATE-TYPE-INVALID TO TRUE
               PERFORM PROMPT-FOR-LOAN-RATE-TYPE
                   UNTIL CDL-RATE-TYPE-VALID
           END-IF
           IF UI-CDL-RATE-TYPE = 'V'
               SET CDL-VARIABLE-TERMS-INVALID TO TRUE
               PERFORM PROMPT-FOR-VARIABLE-RATE-TERMS
                   UNTIL CDL-VARIABLE-TERMS-VALID
           ELSE
               PERFORM LOOK-UP-CDLOAN-RATE
               IF RATE-TABLE-FOUND
                   MOVE WS-RT-RATE-FOUND TO UI-CDL-RATE
                   MOVE UI-CDL-RATE TO WS-RT-RATE-DISPLAY
                   DISPLAY 'Rate in force applied: '
                           WS-RT-RATE-DISPLAY
               ELSE
                   SET CDLOAN-RATE-INVALID TO TRUE
                   PERFORM PROMPT-FOR-CDLOAN-RATE
                       UNTIL CDLOAN-RATE-VALID
               END-IF
           END-IF
           MOVE SPACE TO UI-CDL-INSTRUCTION
           MOVE 0 TO UI-CDL-RENEWAL-TERM
           MOVE 0 TO UI-CDL-PAYOUT-ACCOUNT
           MOVE 0 TO UI-CDL-PAYOUT-ROUTING
           MOVE SPACES TO UI-CDL-PAYOUT-EXTERNAL
           IF UI-CDL-SUBTYPE = 'C'
               SET CDL-INSTRUCTION-INVALID TO TRUE
               PERFORM PROMPT-FOR-MATURITY-INSTRUCTION
                   UNTIL CDL-INSTRUCTION-VALID
           END-IF.

       PROMPT-FOR-LOAN-RATE-TYPE.
           DISPLAY 'Rate type (F=Fixed, V=Variable): '
                   WITH NO ADVANCING
           ACCEPT UI-CDL-RATE-TYPE
           IF UI-CDL-RATE-TYPE = 'F' OR UI-CDL-RATE-TYPE = 'V'
               SET CDL-RATE-TYPE-VALID TO TRUE
           ELSE
               SET CDL-RATE-TYPE-INVALID TO TRUE
               DISPLAY ERR-INVALID-CDL-RATE-TYPE
           END-IF.

       PROMPT-FOR-VARIABLE-RATE-TERMS.
           DISPLAY 'Enter index product code: ' WITH NO ADVANCING
           ACCEPT UI-CDL-INDEX-PRODUCT
           DISPLAY 'Enter margin over index (e.g. 0.0200): '
                   WITH NO ADVANCING
           ACCEPT UI-CDL-MARGIN
           DISPLAY 'Enter rate floor (0 for none): '
                   WITH NO ADVANCING
           ACCEPT UI-CDL-FLOOR
           DISPLAY 'Enter rate cap (0 for none): ' WITH NO ADVANCING
           ACCEPT UI-CDL-CAP
           DISPLAY 'Enter reprice frequency in months: '
                   WITH NO ADVANCING
           ACCEPT UI-CDL-REPRICE-MONTHS
           SET CDL-VARIABLE-TERMS-VALID TO TRUE
           IF UI-CDL-REPRICE-MONTHS = 0 OR UI-CDL-REPRICE-MONTHS > 120
               DISPLAY ERR-INVALID-REPRICE-MONTHS
               SET CDL-VARIABLE-TERMS-INVALID TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF UI-CDL-CAP > 0 AND UI-CDL-CAP < UI-CDL-FLOOR
               DISPLAY ERR-CAP-BELOW-FLOOR
               SET CDL-VARIABLE-TERMS-INVALID TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE UI-CDL-INDEX-PRODUCT TO WS-RT-SEARCH-PRODUCT
           MOVE WS-BUSINESS-DATE TO WS-RT-SEARCH-DATE
           PERFORM FIND-RATE-IN-FORCE
           IF RATE-TABLE-NOT-FOUND OR UI-CDL-INDEX-PRODUCT = SPACES
               DISPLAY ERR-INDEX-RATE-NOT-FOUND
               SET CDL-VARIABLE-TERMS-INVALID TO TRUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE UI-CDL-START-RATE = WS-RT-RATE-FOUND + UI-CDL-MARGIN
           IF UI-CDL-FLOOR > 0 AND UI-CDL-START-RATE < UI-CDL-FLOOR
               MOVE UI-CDL-FLOOR TO UI-CDL-START-RATE
           END-IF
           IF UI-CDL-CAP > 0 AND UI-CDL-START-RATE > UI-CDL-CAP
               MOVE UI-CDL-CAP TO UI-CDL-START-RATE
           END-IF
           IF UI-CDL-START-RATE NOT > 0
               DISPLAY ERR-INVALID-CDLOAN-RATE
               SET CDL-VARIABLE-TERMS-INVALID TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE UI-CDL-START-RATE TO UI-CDL-RATE
           MOVE WS-RT-RATE-FOUND TO WS-RT-RATE-DISPLAY
           DISPLAY 'Index rate in force: ' WS-RT-RATE-DISPLAY
           MOVE UI-CDL-RATE TO WS-RT-RATE-DISPLAY
           DISPLAY 'Starting loan rate: ' WS-RT-RATE-DISPLAY.

       PROMPT-FOR-MATURITY-INSTRUCTION.
           DISPLAY 'At maturity: R=Renew same term, T=Renew new '
                   'term,'
           DISPLAY '  A=Pay to account, E=Pay to external account'
           DISPLAY 'Enter maturity instruction: ' WITH NO ADVANCING
           ACCEPT UI-CDL-INSTRUCTION
           SET CDL-INSTRUCTION-VALID TO TRUE
           MOVE 0 TO UI-CDL-RENEWAL-TERM
           MOVE 0 TO UI-CDL-PAYOUT-ACCOUNT
           MOVE 0 TO UI-CDL-PAYOUT-ROUTING
           MOVE SPACES TO UI-CDL-PAYOUT-EXTERNAL
           EVALUATE UI-CDL-INSTRUCTION
               WHEN 'R'
                   CONTINUE
               WHEN 'T'
                   DISPLAY 'Enter renewal term in months: '
                           WITH NO ADVANCING
                   ACCEPT UI-CDL-RENEWAL-TERM
                   IF UI-CDL-RENEWAL-TERM = 0
                       OR UI-CDL-RENEWAL-TERM > 360
                       DISPLAY ERR-INVALID-CDLOAN-TERM
                       SET CDL-INSTRUCTION-INVALID TO TRUE
                   END-IF
               WHEN 'A'
                   DISPLAY 'Enter account to receive proceeds: '
                           WITH NO ADVANCING
                   ACCEPT UI-CDL-PAYOUT-ACCOUNT
                   IF UI-CDL-PAYOUT-ACCOUNT = 0
                       OR UI-CDL-PAYOUT-ACCOUNT = UI-ACCOUNT-NUMBER
                       DISPLAY ERR-ACCOUNT-NOT-FOUND
                       SET CDL-INSTRUCTION-INVALID TO TRUE
                   END-IF
               WHEN 'E'
                   DISPLAY 'Enter routing number: ' WITH NO ADVANCING
                   ACCEPT UI-CDL-PAYOUT-ROUTING
                   DISPLAY 'Enter external account: '
                           WITH NO ADVANCING
                   ACCEPT UI-CDL-PAYOUT-EXTERNAL
                   IF UI-CDL-PAYOUT-ROUTING = 0
                       DISPLAY ERR-INVALID-ROUTING
                       SET CDL-INSTRUCTION-INVALID TO TRUE
                   END-IF
                   IF UI-CDL-PAYOUT-EXTERNAL = SPACES
                       DISPLAY ERR-INVALID-EXT-ACCT
                       SET CDL-INSTRUCTION-INVALID TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY ERR-INVALID-CDL-INSTRUCTION
                   SET CDL-INSTRUCTION-INVALID TO TRUE
           END-EVALUATE.

       LOOK-UP-CDLOAN-RATE.
           MOVE WS-BUSINESS-DATE TO WS-RT-SEARCH-DATE
           MOVE SPACES TO WS-RT-SEARCH-PRODUCT
                       'posting.'
               EXIT PARAGRAPH
           END-IF
           IF CUST-DECEASED-RESTRICTED
               DISPLAY 'Account restricted - owner deceased.'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO UI-CHECK-NUMBER
           IF CUST-ACCOUNT-TYPE = 'C'
                       'posting.'
               EXIT PARAGRAPH
           END-IF
           IF CUST-DECEASED-RESTRICTED AND ESTATE-SETTLEMENT-INACTIVE
               DISPLAY 'Account restricted - owner deceased.'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LEGAL-HOLDS
           IF ACCOUNT-FROZEN
               DISPLAY 'Account frozen - legal hold in force.'
               OPEN I-O CARD-FILE
           END-IF.

       OPEN-CARD-DISPUTE-FILE.
           OPEN I-O CARD-DISPUTE-FILE
           IF CARD-DISPUTE-STATUS = '35'
               OPEN OUTPUT CARD-DISPUTE-FILE
               CLOSE CARD-DISPUTE-FILE
               OPEN I-O CARD-DISPUTE-FILE
           END-IF.

       OPEN-DRAWER-FILE.
           OPEN I-O DRAWER-FILE
           IF DRAWER-FILE-STATUS = '35'
               OPEN I-O AML-CASE-FILE
           END-IF.

       OPEN-ENTITLEMENT-FILE.
           OPEN I-O ENTITLEMENT-FILE
           IF ENTITLEMENT-FILE-STATUS = '35'
               OPEN OUTPUT ENTITLEMENT-FILE
               CLOSE ENTITLEMENT-FILE
               OPEN I-O ENTITLEMENT-FILE
           END-IF.

       OPEN-LEGAL-HOLD-FILE.
           OPEN I-O LEGAL-HOLD-FILE
           IF LEGAL-HOLD-STATUS = '35'
               OPEN I-O SWEEP-INSTRUCTION-FILE
           END-IF.

       OPEN-BALANCE-HISTORY-FILE.
           OPEN I-O BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-STATUS = '35'
               OPEN OUTPUT BALANCE-HISTORY-FILE
               CLOSE BALANCE-HISTORY-FILE
               OPEN I-O BALANCE-HISTORY-FILE
           END-IF.

       OPEN-SUSPENSE-FILE.
           OPEN I-O SUSPENSE-FILE
           IF SUSPENSE-FILE-STATUS = '35'
               OPEN I-O SUSPENSE-FILE
           END-IF.

       OPEN-POSITIVE-PAY-FILES.
           OPEN I-O PPAY-ENROL-FILE
           IF PPAY-ENROL-STATUS = '35'
               OPEN OUTPUT PPAY-ENROL-FILE
               CLOSE PPAY-ENROL-FILE
               OPEN I-O PPAY-ENROL-FILE
           END-IF
           OPEN I-O ISSUED-CHECK-FILE
           IF ISSUED-CHECK-STATUS = '35'
               OPEN OUTPUT ISSUED-CHECK-FILE
               CLOSE ISSUED-CHECK-FILE
               OPEN I-O ISSUED-CHECK-FILE
           END-IF
           OPEN I-O PPAY-EXCEPTION-FILE
           IF PPAY-EXCEPTION-STATUS = '35'
               OPEN OUTPUT PPAY-EXCEPTION-FILE
               CLOSE PPAY-EXCEPTION-FILE
               OPEN I-O PPAY-EXCEPTION-FILE
           END-IF.

       OPEN-PAYEE-FILE.
           OPEN I-O PAYEE-FILE
           IF PAYEE-FILE-STATUS = '35'
               OPEN I-O PAYEE-FILE
           END-IF.

       OPEN-ALERT-PREF-FILE.
           OPEN I-O ALERT-PREF-FILE
           IF ALERT-PREF-STATUS = '35'
               OPEN OUTPUT ALERT-PREF-FILE
               CLOSE ALERT-PREF-FILE
               OPEN I-O ALERT-PREF-FILE
           END-IF.

       OPEN-FEE-OVERRIDE-FILE.
           OPEN I-O FEE-OVERRIDE-FILE
           IF FEE-OVERRIDE-STATUS = '35'
               MOVE 'A' TO OPER-STATUS
               MOVE 'S' TO OPER-ROLE
               MOVE '0001' TO OPER-BRANCH-CODE
               MOVE 0 TO OPER-PASSWORD-DATE
               MOVE 0 TO OPER-FAILED-LOGINS
               SET OPER-NOT-LOCKED TO TRUE
               MOVE SPACES TO OPER-PASSWORD-HISTORY
               WRITE OPERATOR-RECORD
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
               OPEN I-O CDLOAN-FILE
           END-IF.

       OPEN-LOAN-HISTORY-FILE.
           OPEN I-O LOAN-HISTORY-FILE
           IF LOAN-HISTORY-STATUS = '35'
               OPEN OUTPUT LOAN-HISTORY-FILE
               CLOSE LOAN-HISTORY-FILE
               OPEN I-O LOAN-HISTORY-FILE
           END-IF.

       OPEN-STANDING-ORDER-FILE.
           OPEN I-O STANDING-ORDER-FILE
           IF STANDING-ORDER-FILE-STATUS = '35'
           MOVE 'C' TO PRM-ACCOUNT-TYPE
           MOVE 500.00 TO PRM-OVERDRAFT-LIMIT
           MOVE 5.00 TO PRM-MONTHLY-FEE
           WRITE PARAMETER-RECORD
           MOVE SPACES TO COVERAGE-PARAMETER-RECORD
           MOVE '1' TO PCV-CATEGORY
           MOVE WS-PRM-DEFAULT-LIMIT TO PCV-COVERAGE-LIMIT
           MOVE WS-BUSINESS-DATE TO PCV-UPDATED-DATE
           MOVE 'SYSTEM' TO PCV-UPDATED-BY
           WRITE COVERAGE-PARAMETER-RECORD
           MOVE '2' TO PCV-CATEGORY
           WRITE COVERAGE-PARAMETER-RECORD
           MOVE '3' TO PCV-CATEGORY
           WRITE COVERAGE-PARAMETER-RECORD
           PERFORM SET-ACTIVITY-LIMIT-DEFAULTS
           WRITE ACTIVITY-LIMIT-PARAMETER-RECORD.

       LOAD-PRODUCT-PARAMETERS.
           MOVE CUST-ACCOUNT-TYPE TO PRM-ACCOUNT-TYPE
                   AND OPER-PASSWORD = WS-APPROVER-PASSWORD
                   AND OPERATOR-ACTIVE
                   AND OPER-IS-SUPERVISOR
                   AND NOT OPER-LOCKED-OUT
                   SET APPROVAL-OK TO TRUE
                   MOVE WS-APPROVER-ID TO WS-APPROVAL-ID
                   DISPLAY 'Approved by ' OPER-NAME
           SET LOGIN-FAILED TO TRUE
           MOVE 0 TO WS-LOGIN-ATTEMPTS
           PERFORM ATTEMPT-OPERATOR-LOGIN
               UNTIL LOGIN-SUCCESSFUL OR LOGIN-CANCELLED
                  OR WS-LOGIN-ATTEMPTS >= 3
           IF LOGIN-FAILED
               DISPLAY ' '
               DISPLAY 'Too many failed login attempts. Exiting.'
               INVALID KEY
                   MOVE '99' TO OPERATOR-FILE-STATUS
           END-READ
           IF OPERATOR-FILE-STATUS = '00' AND OPER-LOCKED-OUT
               DISPLAY 'Operator ID is locked out - a supervisor '
                       'must reset it.'
               MOVE 'SIGNLOCKED' TO WS-SEC-EVENT-TYPE
               MOVE WS-LOGIN-ID TO WS-SEC-OPERATOR
               MOVE 'Sign-on refused - operator locked out'
                   TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-JOURNAL
               EXIT PARAGRAPH
           END-IF
           IF OPERATOR-FILE-STATUS = '00'
               AND OPER-PASSWORD = WS-LOGIN-PASSWORD
               AND OPERATOR-ACTIVE
               IF OPER-FAILED-LOGINS NOT = 0
                   MOVE 0 TO OPER-FAILED-LOGINS
                   REWRITE OPERATOR-RECORD
                       INVALID KEY
                           DISPLAY 'Error updating operator record.'
                   END-REWRITE
               END-IF
               PERFORM CHECK-PASSWORD-EXPIRY
               IF PASSWORD-EXPIRED
                   DISPLAY 'Your password has expired and must be '
                           'changed now.'
                   SET PASSWORD-NOT-CHANGED TO TRUE
                   MOVE 0 TO WS-PWD-TRIES
                   PERFORM CHANGE-OPERATOR-PASSWORD
                       UNTIL PASSWORD-CHANGED OR WS-PWD-TRIES >= 3
                   IF PASSWORD-NOT-CHANGED
                       DISPLAY 'Password not changed - sign-on '
                               'cancelled.'
                       SET LOGIN-CANCELLED TO TRUE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               SET LOGIN-SUCCESSFUL TO TRUE
               MOVE OPER-ID TO WS-OPERATOR-ID
               MOVE OPER-ROLE TO WS-OPERATOR-ROLE
               MOVE WS-LOGIN-ID TO WS-SEC-OPERATOR
               MOVE 'Failed password attempt' TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-JOURNAL
               IF OPERATOR-FILE-STATUS = '00'
                   AND OPER-PASSWORD NOT = WS-LOGIN-PASSWORD
                   PERFORM RECORD-FAILED-SIGNON
               END-IF
           END-IF.

       RECORD-FAILED-SIGNON.
           IF OPER-FAILED-LOGINS NOT NUMERIC
               MOVE 0 TO OPER-FAILED-LOGINS
           END-IF
           IF OPER-FAILED-LOGINS < 9
               ADD 1 TO OPER-FAILED-LOGINS
           END-IF
           IF OPER-FAILED-LOGINS >= WS-MAX-FAILED-LOGINS
               SET OPER-LOCKED-OUT TO TRUE
           END-IF
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY 'Error updating operator record.'
           END-REWRITE
           IF OPER-LOCKED-OUT
               DISPLAY 'Operator ID is now locked out.'
               MOVE 'LOCKOUT' TO WS-SEC-EVENT-TYPE
               MOVE WS-LOGIN-ID TO WS-SEC-OPERATOR
               MOVE 'Locked out after failed sign-ons'
                   TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-JOURNAL
           END-IF.

       CHECK-PASSWORD-EXPIRY.
           SET PASSWORD-CURRENT TO TRUE
           IF OPER-PASSWORD-DATE NOT NUMERIC
               OR OPER-PASSWORD-DATE = 0
               SET PASSWORD-EXPIRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PWD-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE)
               - FUNCTION INTEGER-OF-DATE(OPER-PASSWORD-DATE)
           IF WS-PWD-AGE-DAYS >= WS-PASSWORD-MAX-DAYS
               SET PASSWORD-EXPIRED TO TRUE
           END-IF.

       CHANGE-OPERATOR-PASSWORD.
           ADD 1 TO WS-PWD-TRIES
           SET PASSWORD-NOT-CHANGED TO TRUE
           DISPLAY 'New password: ' WITH NO ADVANCING
           ACCEPT WS-NEW-PASSWORD
           DISPLAY 'Re-enter new password: ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-PASSWORD
           IF WS-NEW-PASSWORD = SPACES
               DISPLAY 'ERROR: Password may not be blank.'
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
               DISPLAY 'ERROR: Passwords do not match.'
               EXIT PARAGRAPH
           END-IF
           SET PASSWORD-FRESH TO TRUE
           IF WS-NEW-PASSWORD = OPER-PASSWORD
               SET PASSWORD-REUSED TO TRUE
           END-IF
           MOVE 1 TO WS-PWD-SUB
           PERFORM CHECK-PASSWORD-HISTORY
               UNTIL WS-PWD-SUB > WS-PASSWORD-HISTORY-SIZE
           IF PASSWORD-REUSED
               DISPLAY 'ERROR: Password was used recently - choose '
                       'another.'
               EXIT PARAGRAPH
           END-IF
           PERFORM SHIFT-PASSWORD-HISTORY
           MOVE WS-NEW-PASSWORD TO OPER-PASSWORD
           MOVE CURRENT-DATE TO OPER-PASSWORD-DATE
           MOVE 0 TO OPER-FAILED-LOGINS
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY 'Error updating operator record.'
           END-REWRITE
           IF OPERATOR-FILE-STATUS = '00'
               SET PASSWORD-CHANGED TO TRUE
               DISPLAY 'Password changed.'
               MOVE 'PWD-CHANGE' TO WS-SEC-EVENT-TYPE
               MOVE OPER-ID TO WS-SEC-OPERATOR
               MOVE 'Operator changed own password' TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-JOURNAL
           END-IF.

       CHECK-PASSWORD-HISTORY.
           IF OPER-PREV-PASSWORD(WS-PWD-SUB) = WS-NEW-PASSWORD
               SET PASSWORD-REUSED TO TRUE
           END-IF
           ADD 1 TO WS-PWD-SUB.

       SHIFT-PASSWORD-HISTORY.
           MOVE OPER-PREV-PASSWORD(2) TO OPER-PREV-PASSWORD(3)
           MOVE OPER-PREV-PASSWORD(1) TO OPER-PREV-PASSWORD(2)
           MOVE OPER-PASSWORD TO OPER-PREV-PASSWORD(1).

       CHECK-ENTITLEMENT.
           SET FUNCTION-PERMITTED TO TRUE
           SET ENT-ENTRY-MISSING TO TRUE
           SET ENT-FOR-OPERATOR TO TRUE
           MOVE WS-OPERATOR-ID TO ENT-SUBJECT
           MOVE WS-ENT-FUNCTION TO ENT-FUNCTION
           READ ENTITLEMENT-FILE
               INVALID KEY
                   MOVE '23' TO ENTITLEMENT-FILE-STATUS
           END-READ
           IF ENTITLEMENT-FILE-STATUS = '00'
               SET ENT-ENTRY-FOUND TO TRUE
           ELSE
               SET ENT-FOR-ROLE TO TRUE
               MOVE WS-OPERATOR-ROLE TO ENT-SUBJECT
               MOVE WS-ENT-FUNCTION TO ENT-FUNCTION
               READ ENTITLEMENT-FILE
                   INVALID KEY
                       MOVE '23' TO ENTITLEMENT-FILE-STATUS
               END-READ
               IF ENTITLEMENT-FILE-STATUS = '00'
                   SET ENT-ENTRY-FOUND TO TRUE
               END-IF
           END-IF
           IF ENT-ENTRY-FOUND
               IF ENT-DENIED
                   SET FUNCTION-DENIED TO TRUE
               END-IF
           ELSE
               PERFORM FIND-FUNCTION-DEFAULT
               IF WS-ENT-DEFAULT = 'S' AND NOT OPERATOR-IS-SUPERVISOR
                   SET FUNCTION-DENIED TO TRUE
               END-IF
           END-IF
           IF FUNCTION-DENIED
               DISPLAY 'Access denied - function ' WS-ENT-FUNCTION
                       ' is not authorized for this operator.'
               MOVE 'ACCESS-DENY' TO WS-SEC-EVENT-TYPE
               MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR
               MOVE SPACES TO WS-SEC-DETAIL
               STRING 'Function ' WS-ENT-FUNCTION ' denied'
                      DELIMITED BY SIZE INTO WS-SEC-DETAIL
               END-STRING
               PERFORM WRITE-SECURITY-JOURNAL
               PERFORM PRESS-ENTER-TO-CONTINUE
           END-IF.

       FIND-FUNCTION-DEFAULT.
           MOVE SPACE TO WS-ENT-DEFAULT
           MOVE 1 TO WS-ENT-SUB
           PERFORM SCAN-FUNCTION-TABLE
               UNTIL WS-ENT-SUB > WS-ENT-FUNCTION-COUNT.

       SCAN-FUNCTION-TABLE.
           IF EFT-FUNCTION(WS-ENT-SUB) = WS-ENT-FUNCTION
               MOVE EFT-DEFAULT(WS-ENT-SUB) TO WS-ENT-DEFAULT
               MOVE WS-ENT-FUNCTION-COUNT TO WS-ENT-SUB
           END-IF
           ADD 1 TO WS-ENT-SUB.

       GET-NEXT-TRANSACTION-ID.
           IF WS-ID-BLOCK-NEXT = 0
               OR WS-ID-BLOCK-NEXT > WS-ID-BLOCK-LAST
           MOVE 0 TO CUST-HELD-AMOUNT
           MOVE WS-CM-CURRENT-NUMBER TO CUST-CUSTOMER-NUMBER
           MOVE WS-OPERATOR-BRANCH TO CUST-BRANCH-CODE
           MOVE SPACE TO CUST-RESTRICTION-CODE

           WRITE CUSTOMER-RECORD
           IF CUSTOMER-FILE-STATUS = '00'
           END-IF.

       CREATE-PRIMARY-ACCOUNT-LINK.
           MOVE SPACES TO ACCOUNT-LINK-RECORD
           MOVE WS-CM-CURRENT-NUMBER TO LNK-CUSTOMER-NUMBER
           MOVE UI-ACCOUNT-NUMBER TO LNK-ACCOUNT-NUMBER
           MOVE 'P' TO LNK-ROLE
           MOVE WS-BUSINESS-DATE TO LNK-DATE-LINKED
           MOVE 0 TO LNK-SIGNER-LIMIT
           MOVE 0 TO LNK-EFFECTIVE-DATE
           MOVE 0 TO LNK-EXPIRY-DATE
           MOVE 0 TO LNK-POD-SHARE
           WRITE ACCOUNT-LINK-RECORD
               INVALID KEY
                   DISPLAY 'Error creating account ownership link.'
           END-WRITE.

       CREATE-CDLOAN-RECORD.
           MOVE SPACES TO CDLOAN-RECORD
           MOVE UI-ACCOUNT-NUMBER TO CDL-ACCOUNT-NUMBER
           MOVE UI-CDL-SUBTYPE TO CDL-SUBTYPE
           MOVE UI-INITIAL-BALANCE TO CDL-PRINCIPAL

           MOVE 0 TO CDL-PAYMENTS-MADE
           MOVE 'A' TO CDL-STATUS
           MOVE 0 TO CDL-PAST-DUE-DATE
           MOVE 0 TO CDL-MISSED-COUNT
           MOVE 0 TO CDL-SETTLED-DATE
           MOVE 'N' TO CDL-LATE-FEE-FLAG
           MOVE UI-CDL-INSTRUCTION TO CDL-MATURITY-INSTRUCTION
           MOVE UI-CDL-RENEWAL-TERM TO CDL-RENEWAL-TERM-MONTHS
           MOVE UI-CDL-PAYOUT-ACCOUNT TO CDL-PAYOUT-ACCOUNT
           MOVE UI-CDL-PAYOUT-ROUTING TO CDL-PAYOUT-ROUTING
           MOVE UI-CDL-PAYOUT-EXTERNAL TO CDL-PAYOUT-EXTERNAL
           MOVE 0 TO CDL-GRACE-END-DATE
           MOVE 0 TO CDL-RENEWAL-COUNT
           MOVE SPACE TO CDL-LAST-ACTION-CODE
           MOVE 0 TO CDL-LAST-ACTION-DATE
           IF CDL-IS-LOAN
               MOVE CDL-PRINCIPAL TO CDL-ORIGINAL-PRINCIPAL
           ELSE
               MOVE 0 TO CDL-ORIGINAL-PRINCIPAL
           END-IF
           MOVE 0 TO CDL-INTEREST-PAID-TO-DATE
           MOVE 0 TO CDL-YTD-INTEREST-PAID
           MOVE WS-BUSINESS-DATE(1:4) TO CDL-YTD-YEAR
           MOVE 0 TO CDL-PRIOR-YEAR-INTEREST
           MOVE UI-CDL-RATE-TYPE TO CDL-RATE-TYPE
           MOVE UI-CDL-INDEX-PRODUCT TO CDL-INDEX-PRODUCT
           MOVE UI-CDL-MARGIN TO CDL-RATE-MARGIN
           MOVE UI-CDL-FLOOR TO CDL-RATE-FLOOR
           MOVE UI-CDL-CAP TO CDL-RATE-CAP
           MOVE UI-CDL-REPRICE-MONTHS TO CDL-REPRICE-MONTHS
           MOVE 0 TO CDL-NEXT-REPRICE-DATE
           IF CDL-IS-LOAN AND CDL-VARIABLE-RATE
               MOVE WS-BUSINESS-DATE TO WS-CDL-WORK-DATE
               MOVE UI-CDL-REPRICE-MONTHS TO WS-CDL-MONTHS-TO-ADD
               PERFORM ADD-MONTHS-TO-CDL-WORK-DATE
               MOVE WS-CDL-WORK-DATE TO CDL-NEXT-REPRICE-DATE
           END-IF
           MOVE 0 TO CDL-LAST-REPRICE-DATE
           MOVE 0 TO CDL-PENDING-RATE
           MOVE 0 TO CDL-PENDING-PAYMENT
           MOVE 0 TO CDL-PENDING-EFFECTIVE-DATE

           WRITE CDLOAN-RECORD
               INVALID KEY
           END-REWRITE.

       STANDING-ORDER-MENU.
           MOVE 'STANDING' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'STANDING ORDER MAINTENANCE'
           DISPLAY '=========================='
           END-EVALUATE.

       SWEEP-INSTRUCTION-MENU.
           MOVE 'SWEEPS' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'OVERNIGHT SWEEP INSTRUCTIONS'
           DISPLAY '============================'
           PERFORM PRESS-ENTER-TO-CONTINUE.

       ADD-STANDING-ORDER-MENU.
           MOVE 'SO-ADD' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'ADD STANDING ORDER'
           DISPLAY '=================='
           END-IF.

       LIST-STANDING-ORDERS-MENU.
           MOVE 'SO-LIST' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'STANDING ORDERS FOR ACCOUNT'
           DISPLAY '==========================='
                   SO-STATUS.

       EXTERNAL-PAYMENT-MENU.
           MOVE 'EXT-PAYMENT' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'EXTERNAL PAYMENT'
           DISPLAY '================'
               DISPLAY 'Enter destination external account: '
                       WITH NO ADVANCING
               ACCEPT UI-EXTERNAL-ACCOUNT
               DISPLAY 'Enter beneficiary name: ' WITH NO ADVANCING
               ACCEPT UI-BENEFICIARY-NAME
               IF UI-ROUTING-NUMBER = 0
                   DISPLAY ERR-INVALID-ROUTING
               ELSE
                   IF UI-EXTERNAL-ACCOUNT = SPACES
                       DISPLAY ERR-INVALID-EXT-ACCT
                   ELSE
                       IF UI-BENEFICIARY-NAME = SPACES
                           DISPLAY 'Beneficiary name is required.'
                       ELSE
                           PERFORM CHECK-UI-DUAL-CONTROL
                           IF APPROVAL-OK
                               PERFORM POST-EXTERNAL-PAYMENT
                           ELSE
                               DISPLAY 'Payment cancelled - '
                                       'approval not obtained.'
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE 'External payment sent' TO OPQ-DESCRIPTION
           MOVE WS-BUSINESS-DATE TO OPQ-DATE-QUEUED
           SET OPQ-PENDING TO TRUE
           MOVE SPACES TO OPQ-RETURN-REASON
           MOVE UI-BENEFICIARY-NAME TO OPQ-BENEFICIARY-NAME
           MOVE 0 TO OPQ-SCREEN-CASE
           WRITE OUTPAY-QUEUE-RECORD.

       CANCEL-STANDING-ORDER-MENU.
           MOVE 'SO-CANCEL' TO WS-ENT-FUNCTION
           PERFORM CHECK-ENTITLEMENT
           IF FUNCTION-DENIED
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' '
           DISPLAY 'CANCEL STANDING ORDER'
           DISPLAY '====================='
                   WITH NO ADVANCING
           ACCEPT UI-CUSTOMER-NAME
           IF UI-CUSTOMER-NAME NOT = SPACES
               MOVE SPACES TO SCREEN-PARAMETERS
               MOVE 'C' TO SCR-SOURCE-TYPE
               MOVE CM-CUSTOMER-NUMBER TO SCR-REFERENCE
               MOVE UI-CUSTOMER-NAME TO SCR-NAME
               MOVE CM-TAX-ID TO SCR-TAX-ID
               PERFORM SCREEN-UI-SUBJECT
               IF SCREENING-PASSED
                   MOVE UI-CUSTOMER-NAME TO CM-NAME
               ELSE
                   DISPLAY 'Name not changed.'
               END-IF
           END-IF

           DISPLAY 'Enter new address (blank keeps current): '
           CLOSE CUSTOMER-AUDIT-FILE
           CLOSE OPERATOR-FILE
           CLOSE CDLOAN-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE HOLD-FILE
           CLOSE STANDING-ORDER-FILE
           CLOSE OUTPAY-QUEUE-FILE
           CLOSE TRANS-INDEX-FILE
           CLOSE ACCOUNT-SUMMARY-FILE
           CLOSE CARD-FILE
           CLOSE CARD-DISPUTE-FILE
           CLOSE DRAWER-FILE
           CLOSE ACCRUAL-FILE
           CLOSE GL-CHART-FILE
           CLOSE FEE-OVERRIDE-FILE
           CLOSE BRANCH-FILE
           CLOSE PAYEE-FILE
           CLOSE ALERT-PREF-FILE
           CLOSE LEGAL-HOLD-FILE
           CLOSE SECURITY-JOURNAL-FILE
           CLOSE ENTITLEMENT-FILE
           CLOSE CALENDAR-FILE
           CLOSE SWEEP-INSTRUCTION-FILE
           CLOSE BALANCE-HISTORY-FILE
           CLOSE SUSPENSE-FILE
           CLOSE PPAY-ENROL-FILE
           CLOSE ISSUED-CHECK-FILE
           CLOSE PPAY-EXCEPTION-FILE
           DISPLAY ' '
           DISPLAY 'Thank you for using COBOL Banking System!'
           DISPLAY 'Goodbye!'.
