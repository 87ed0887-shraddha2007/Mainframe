      *> Shared CALENDAR record layout for the even/odd checker suite.
      *> The business-day calendar is a VSAM KSDS keyed by date that
      *> holds only the exceptions to the normal working week: Monday
      *> to Friday are business days and Saturday and Sunday are not
      *> unless the calendar says otherwise. A holiday record (type H)
      *> makes a weekday a non-business day; a working-day record
      *> (type B) makes a weekend day a business day. Every age in the
      *> suite is counted in business days from it - the stale
      *> transaction cutoff and the SUMMRPT aging buckets in
      *> EVENODD-BATCH, the EVENODD-REJAGE escalation threshold and
      *> EVENODD-PURGE retention - and EVENODD-RUNCTL checks a SET
      *> date against it and finds the next business day for NEXT.
      *> EVENODD-CALMNT is the operations maintenance front end (add a
      *> holiday or working day, delete, inquire, list a year);
      *> CAL-UPDATE-DATE and CAL-UPDATE-USER record the last change.
      *> The IDCAMS DEFINE in jcl/EVENODDU.jcl has to stay in step
      *> with this layout.
01  CALENDAR-RECORD.
    05  CAL-DATE            PIC 9(8).
    05  CAL-DAY-TYPE        PIC X.
        88  CAL-HOLIDAY         VALUE "H".
        88  CAL-WORKING-DAY     VALUE "B".
    05  CAL-DESCRIPTION     PIC X(30).
    05  CAL-UPDATE-DATE     PIC 9(8).
    05  CAL-UPDATE-USER     PIC X(8).
