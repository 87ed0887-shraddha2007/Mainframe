      *> Shared STEPCTL record layout for the even/odd checker suite.
      *> STEPCTL is the nightly stream's step board: a VSAM KSDS keyed
      *> by business date plus step id holding one record per step
      *> per business date. Every program in the nightly stream
      *> (ACCTFEED, BATCH, EXTRACT, MONITOR, PURGE, REJAGE) writes its
      *> record RUNNING when it starts and COMPLETE (return code under
      *> 8) or FAILED when it ends, so a record still RUNNING after
      *> the step has gone means it stopped short (abend or a fatal
      *> file error). Each program refuses to start until its
      *> prerequisite step is COMPLETE (or SKIPPED), and refuses a
      *> second run for the date unless EVENODD-RUNCTL RERUN has
      *> marked its record RERUN AUTHORIZED. EVENODD-RUNCTL SKIP marks
      *> a step the operator has decided not to run for the date, and
      *> EVENODD-RUNCTL SHOW prints the board and the restart point.
      *> SC-RUN-COUNT counts the runs of the step for the date and
      *> SC-RERUN-SWITCH is "Y" when the latest one was forced. The
      *> IDCAMS DEFINE in jcl/EVENODDU.jcl has to stay in step with
      *> this layout.
01  STEP-CONTROL-RECORD.
    05  SC-STEP-KEY.
        10  SC-BUSINESS-DATE    PIC 9(8).
        10  SC-STEP-ID          PIC X(8).
    05  SC-STEP-STATUS      PIC X.
        88  SC-STEP-RUNNING       VALUE "R".
        88  SC-STEP-COMPLETE      VALUE "C".
        88  SC-STEP-FAILED        VALUE "F".
        88  SC-STEP-RERUN-OK      VALUE "A".
        88  SC-STEP-SKIPPED       VALUE "S".
    05  SC-START-DATE       PIC 9(8).
    05  SC-START-TIME       PIC 9(6).
    05  SC-END-DATE         PIC 9(8).
    05  SC-END-TIME         PIC 9(6).
    05  SC-RETURN-CODE      PIC 9(4).
    05  SC-RUN-COUNT        PIC 9(3).
    05  SC-RERUN-SWITCH     PIC X.
        88  SC-FORCED-RERUN       VALUE "Y".
