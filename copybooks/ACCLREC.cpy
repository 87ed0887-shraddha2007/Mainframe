      *> Shared ACCLOG record layout for the even/odd checker suite.
      *> The access log records every operator session of
      *> EVEN-ODD-CHECKER, EVENODD-ACCTMNT, EVENODD-CALMNT and
      *> EVENODD-RUNCTL - each sign-on, each rejected sign-on attempt
      *> and each session end - and every update command they are
      *> given (ACCTMNT A and C, CALMNT H, B and D, RUNCTL SET, NEXT,
      *> RERUN and SKIP) with its outcome, including the
      *> commands refused because they are outside the operator's
      *> OPERPROF authority. AL-LOG-DATE/TIME are the wall clock;
      *> AL-USER-ID on a rejected sign-on is the id as keyed. The log
      *> is a sequential file appended by every program (DISP=MOD) and
      *> is listed by operator and date range by EVENODD-ACCRPT.
01  ACCESS-LOG-RECORD.
    05  AL-LOG-DATE         PIC 9(8).
    05  AL-LOG-TIME         PIC 9(6).
    05  AL-USER-ID          PIC X(8).
    05  AL-PROGRAM          PIC X(8).
    05  AL-EVENT            PIC X.
        88  AL-SIGN-ON          VALUE "S".
        88  AL-SIGN-ON-FAILED   VALUE "F".
        88  AL-SESSION-END      VALUE "E".
        88  AL-UPDATE           VALUE "U".
        88  AL-REFUSED          VALUE "D".
    05  AL-COMMAND          PIC X(40).
    05  AL-RESULT           PIC X(30).
