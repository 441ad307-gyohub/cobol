               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LNK-KEY
               ALTERNATE RECORD KEY IS LNK-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT ACCTLINK-SNAP-FILE ASSIGN TO WS-SNAPSHOT-FILENAME
           05 CM-TAX-ID             PIC X(9).
           05 FILLER                PIC X(1).
           05 CM-DATE-OF-BIRTH      PIC 9(8).
           05 FILLER                PIC X(39).

       FD CUSTMAST-SNAP-FILE.
       01 CUSTMAST-SNAP-RECORD         PIC X(170).

       FD ACCTLINK-SOURCE-FILE.
       01 ACCOUNT-LINK-RECORD.
               10 LNK-ACCOUNT-NUMBER  PIC 9(10).
           05 LNK-ROLE              PIC X(1).
           05 LNK-DATE-LINKED       PIC 9(8).
           05 LNK-SIGNER-LIMIT      PIC 9(8)V99.
           05 LNK-EFFECTIVE-DATE    PIC 9(8).
           05 LNK-EXPIRY-DATE       PIC 9(8).
           05 LNK-POD-SHARE         PIC 9(3)V99.
           05 FILLER                PIC X(20).

       FD ACCTLINK-SNAP-FILE.
       01 ACCTLINK-SNAP-RECORD         PIC X(80).

       FD BANKCTL-SOURCE-FILE.
       01 CONTROL-RECORD.
       FD CDLOAN-SOURCE-FILE.
       01 CDLOAN-RECORD.
           05 CDL-ACCOUNT-NUMBER    PIC 9(10).
           05 CDL-SCHEDULE-DATA     PIC X(290).

       FD CDLOAN-SNAP-FILE.
       01 CDLOAN-SNAP-RECORD         PIC X(300).

       FD BACKUP-CATALOG-FILE.
       01 BACKUP-CATALOG-RECORD.
