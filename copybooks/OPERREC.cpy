      *> Shared OPERPROF record layout for the even/odd checker suite.
      *> OPERPROF is a VSAM KSDS keyed by operator user id holding the
      *> profile of everyone allowed to run the interactive and
      *> run-control programs (EVEN-ODD-CHECKER, EVENODD-ACCTMNT,
      *> EVENODD-CALMNT, EVENODD-RUNCTL). Each of them asks for the
      *> user id and password before it accepts a command and refuses
      *> any command outside the operator's authority:
      *>   I  inquiry only - CHECKER browsing, ACCTMNT I and L,
      *>      CALMNT I and L, RUNCTL SHOW
      *>   M  account maintenance - inquiry plus ACCTMNT A and C
      *>   R  run control - inquiry plus RUNCTL SET, NEXT, RERUN and
      *>      SKIP and CALMNT H, B and D
      *> A revoked profile cannot sign on. Profiles are loaded and
      *> changed by security administration with IDCAMS REPRO (see
      *> jcl/EVENODDL.jcl); no program in the suite updates them.
01  OPERATOR-PROFILE-RECORD.
    05  OP-USER-ID          PIC X(8).
    05  OP-NAME             PIC X(30).
    05  OP-PASSWORD         PIC X(8).
    05  OP-AUTHORITY        PIC X.
        88  OP-INQUIRY-ONLY     VALUE "I".
        88  OP-ACCOUNT-MAINT    VALUE "M".
        88  OP-RUN-CONTROL      VALUE "R".
    05  OP-STATUS           PIC X.
        88  OP-ACTIVE           VALUE "A".
        88  OP-REVOKED          VALUE "R".
