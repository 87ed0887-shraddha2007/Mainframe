      *> Shared reject-log record layout for the even/odd checker
      *> suite (EVENODD-BATCH writes REJLOG, EVENODD-REPAIR reads it
      *> back; EVENODD-REJAGE and EVENODD-TIEOUT count the entries
      *> still outstanding). All four programs point at the same
      *> REJLOG DD/dataset, so the record layout has to match between
      *> them the same way copybooks/NUMREC.cpy keeps their
      *> number/remainder fields in step. The record is structured
      *> (record number, raw input, reason) so EVENODD-REPAIR can
      *> match a keyed correction back to the record that originally
      *> rejected. REJ-RECORD-NUMBER is the QTYFILE record number
      *> assigned by EVENODD-BATCH; historic logs may hold record
      *> number zero from the retired interactive reject path, which
      *> the repair job skips. REJ-RUN-DATE carries the run date of
      *> the run that rejected the record so the repair job can
      *> target the right run now that CLASSVSAM keeps several runs
      *> keyed by run date. REJ-SOURCE-ID is the source
      *> extract the record came from (the SOURCE header id, or
      *> SRC01, SRC02, ...) so the acknowledgement to that source can
      *> list it; entries logged before it was carried have spaces.
01  REJECT-LINE.
    05  REJ-RECORD-NUMBER   PIC 9(7).
    05  FILLER              PIC X.
    05  REJ-REASON          PIC X(20).
    05  FILLER              PIC X.
    05  REJ-RUN-DATE        PIC 9(8).
    05  FILLER              PIC X.
    05  REJ-SOURCE-ID       PIC X(8).
    05  FILLER              PIC X(3).
