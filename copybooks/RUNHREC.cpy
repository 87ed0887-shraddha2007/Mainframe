      *> Shared RUNHIST record layout for the even/odd checker suite.
      *> EVENODD-BATCH appends one record per run (keyed by run date
      *> and time) with its final figures; EVENODD-TREND reads the
      *> file back to print the week-over-week trend report, and
      *> EVENODD-TIEOUT ties each run's totals out against CLASSVSAM,
      *> AUDITLOG, ARCHFILE and REJLOG.
      *> RH-REVERSAL-COUNT and RH-ADJUSTMENT-COUNT are the accepted
      *> reversal and adjustment records (also included in
      *> RH-TOTAL-COUNT and the class counts). RUNHIST
      *> is a VSAM KSDS - the IDCAMS DEFINE in jcl/EVENODDT.jcl has to
      *> stay in step with this layout.
01  RUN-HISTORY-RECORD.
    05  RH-NON-MULT-COUNT   PIC 9(7).
    05  RH-REJECT-COUNT     PIC 9(7).
    05  RH-RECON-MESSAGE    PIC X(40).
    05  RH-REVERSAL-COUNT   PIC 9(7).
    05  RH-ADJUSTMENT-COUNT PIC 9(7).
