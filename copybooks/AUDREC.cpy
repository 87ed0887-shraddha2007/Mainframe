      *> received, the resolved mode, final counters, reconciliation
      *> result, highest return code, and whether the run was a cold
      *> start or a checkpoint restart. EVENODD-AUDPRT lists the file
      *> for a date range; EVENODD-TIEOUT checks it against RUNHIST
      *> and the records the run left on CLASSVSAM or ARCHFILE.
      *> AUDITLOG is a VSAM KSDS - the IDCAMS DEFINE in
      *> jcl/EVENODDA.jcl has to stay in step with this layout.
01  AUDIT-RECORD.
    05  AUD-RUN-KEY.
        10  AUD-RUN-DATE    PIC 9(8).
