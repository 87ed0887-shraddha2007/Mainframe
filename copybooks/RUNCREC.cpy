      *> run until it is complete; EVENODD-REPAIR targets the
      *> business date by default; EVENODD-PURGE and EVENODD-REJAGE
      *> age relative to it. EVENODD-RUNCTL is the operations front
      *> end that advances the date each night to the next business
      *> day on CALENDAR (copybooks/CALREC.cpy) or sets it (status R)
      *> and shows the current state; the per-step status of the
      *> nightly stream is kept separately on STEPCTL
      *> (copybooks/STEPREC.cpy). Like CKPTFILE the dataset is
      *> re-written in place, so it must be referenced DISP=OLD by
      *> updaters.
01  RUN-CONTROL-RECORD.
    05  RC-BUSINESS-DATE    PIC 9(8).
    05  RC-RUN-STATUS       PIC X.
