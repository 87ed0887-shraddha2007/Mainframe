      *> Shared SRCHIST record layout for the even/odd checker suite.
      *> SRCHIST is a VSAM KSDS keyed by run date plus source id
      *> holding one record per source extract per run: the figures
      *> WRITE-SOURCE-SUMMARY and RECONCILE-SOURCE-TOTALS produce in
      *> EVENODD-BATCH, kept so the acknowledgement can be reissued
      *> later. A same-date rerun replaces the date's records; the
      *> permanent per-run record of every extract is SLAHIST
      *> (copybooks/SLAHREC.cpy).
      *> SH-REJECT-COUNT is the source's rejects still outstanding on
      *> REJLOG; EVENODD-REPAIR moves the ones it clears into
      *> SH-REPAIRED-COUNT and SH-ACCEPT-COUNT, recomputes
      *> SH-ACK-STATUS and counts the reissue in SH-ACK-ISSUE-COUNT.
      *> The IDCAMS DEFINE in jcl/EVENODDB.jcl has to stay in step
      *> with this layout.
01  SOURCE-HISTORY-RECORD.
    05  SH-KEY.
        10  SH-RUN-DATE         PIC 9(8).
        10  SH-SOURCE-ID        PIC X(8).
    05  SH-RUN-TIME         PIC 9(6).
    05  SH-RECORD-COUNT     PIC 9(7).
    05  SH-ACCEPT-COUNT     PIC 9(7).
    05  SH-REJECT-COUNT     PIC 9(7).
    05  SH-REPAIRED-COUNT   PIC 9(7).
    05  SH-ACTUAL-SUM       PIC S9(11).
    05  SH-EXPECTED-COUNT   PIC 9(7).
    05  SH-EXPECTED-SUM     PIC S9(11).
    05  SH-TRAILER-SWITCH   PIC X.
        88  SH-TRAILER-PRESENT VALUE "Y".
    05  SH-RECON-MESSAGE    PIC X(40).
    05  SH-CORR-RECEIVED    PIC 9(7).
    05  SH-EXPECTED-CORR    PIC 9(7).
    05  SH-CORR-TRAILER-SWITCH PIC X.
    05  SH-REVERSAL-COUNT   PIC 9(7).
    05  SH-ADJUSTMENT-COUNT PIC 9(7).
    05  SH-ACK-STATUS       PIC X.
        88  SH-ACK-ACCEPTED VALUE "A".
        88  SH-ACK-PARTIAL  VALUE "P".
        88  SH-ACK-REJECTED VALUE "R".
    05  SH-ACK-ISSUE-COUNT  PIC 9(3).
    05  SH-ACK-DATE         PIC 9(8).
