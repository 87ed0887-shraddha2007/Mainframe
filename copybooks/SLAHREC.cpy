      *> Shared SLAHIST record layout for the even/odd checker suite.
      *> SLAHIST is the permanent source-system service-level history:
      *> EVENODD-BATCH appends one record per source extract per run
      *> (keyed by run date, run time and source id) and never
      *> replaces or updates it - a same-date rerun adds its own
      *> records beside the earlier run's, and EVENODD-REPAIR leaves
      *> it alone - so it shows each extract as it was received.
      *> (SRCHIST, copybooks/SRCHREC.cpy, is the working copy behind
      *> the acknowledgements and is replaced and repaired.)
      *> SLA-REJECT-COUNT is split by reason group: format (non-numeric
      *> value, missing account id), date (non-numeric, invalid or
      *> future transaction date), stale (older than the stale cutoff),
      *> account (unknown or closed), duplicate, correction (reversal
      *> or adjustment that does not match its original) and other.
      *> SLA-DUPLICATE-COUNT counts every duplicate found, including
      *> those only warned about on PARM=...,DUPWARN runs;
      *> SLA-LATE-COUNT counts accepted transactions dated before the
      *> 7th business day back (the OLDER aging bucket).
      *> SLA-TRAILER-STATUS is B when the TRAILER balanced (counts
      *> agree, and the sum too when nothing was rejected), U when it
      *> did not and M when the extract had no TRAILER.
      *> EVENODD-SCORE reads it for the monthly scorecard. The IDCAMS
      *> DEFINE in jcl/EVENODDB.jcl has to stay in step with this
      *> layout.
01  SOURCE-SLA-RECORD.
    05  SLA-KEY.
        10  SLA-RUN-DATE        PIC 9(8).
        10  SLA-RUN-TIME        PIC 9(6).
        10  SLA-SOURCE-ID       PIC X(8).
    05  SLA-RECORD-COUNT    PIC 9(7).
    05  SLA-ACCEPT-COUNT    PIC 9(7).
    05  SLA-REJECT-COUNT    PIC 9(7).
    05  SLA-REJECT-REASONS.
        10  SLA-REJ-FORMAT-COUNT     PIC 9(7).
        10  SLA-REJ-DATE-COUNT       PIC 9(7).
        10  SLA-REJ-STALE-COUNT      PIC 9(7).
        10  SLA-REJ-ACCOUNT-COUNT    PIC 9(7).
        10  SLA-REJ-DUPLICATE-COUNT  PIC 9(7).
        10  SLA-REJ-CORRECTION-COUNT PIC 9(7).
        10  SLA-REJ-OTHER-COUNT      PIC 9(7).
    05  SLA-DUPLICATE-COUNT PIC 9(7).
    05  SLA-LATE-COUNT      PIC 9(7).
    05  SLA-EXPECTED-COUNT  PIC 9(7).
    05  SLA-ACTUAL-SUM      PIC S9(11).
    05  SLA-EXPECTED-SUM    PIC S9(11).
    05  SLA-TRAILER-STATUS  PIC X.
        88  SLA-TRAILER-BALANCED   VALUE "B".
        88  SLA-TRAILER-UNBALANCED VALUE "U".
        88  SLA-TRAILER-MISSING    VALUE "M".
    05  SLA-ACK-STATUS      PIC X.
