      *> Shared ACCTJRNL record layout for the even/odd checker suite.
      *> The account change journal keeps a before and after image of
      *> every change made to ACCTMAST, whether it came in on the
      *> nightly customer-system feed (EVENODD-ACCTFEED, which also
      *> carries the feed record number) or was keyed through
      *> EVENODD-ACCTMNT. The images are ACCOUNT-RECORD (ACCTREC)
      *> byte for byte; the before image is spaces on an add.
      *> AJ-BUSINESS-DATE is the RUNCTL date the change posted under,
      *> AJ-CHANGE-DATE/TIME the wall clock. The journal is a
      *> sequential log appended by every updater (DISP=MOD) and is
      *> listed by EVENODD-JRNLRPT for a date range and/or account.
01  ACCOUNT-JOURNAL-RECORD.
    05  AJ-BUSINESS-DATE    PIC 9(8).
    05  AJ-CHANGE-DATE      PIC 9(8).
    05  AJ-CHANGE-TIME      PIC 9(6).
    05  AJ-ORIGIN           PIC X(8).
        88  AJ-FROM-FEED    VALUE "ACCTFEED".
        88  AJ-FROM-ACCTMNT VALUE "ACCTMNT".
    05  AJ-FEED-RECORD-NUMBER PIC 9(7).
    05  AJ-ACTION           PIC X.
        88  AJ-ADD          VALUE "A".
        88  AJ-NAME-CHANGE  VALUE "N".
        88  AJ-CLOSE        VALUE "C".
        88  AJ-REOPEN       VALUE "R".
    05  AJ-ACCOUNT-ID       PIC X(10).
    05  AJ-BEFORE-IMAGE     PIC X(57).
    05  AJ-AFTER-IMAGE      PIC X(57).
