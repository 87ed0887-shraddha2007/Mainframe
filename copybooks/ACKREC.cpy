      *> Shared ACKFILE record layout for the even/odd checker suite.
      *> ACKFILE carries the acknowledgement returned to each source
      *> system for its extract: one H record per source per run with
      *> the accept/reject status of the whole extract, the TRAILER's
      *> expected count and sum against what was actually received,
      *> and the accepted, outstanding-reject and repaired counts; and
      *> one D record per outstanding REJLOG entry for that source
      *> with the record number, the raw 40-byte input and the reject
      *> reason. EVENODD-BATCH writes the run's acknowledgements and
      *> EVENODD-REPAIR reissues them (ACK-REISSUE) for the sources
      *> whose rejects it clears. Records of all sources share the
      *> one dataset; the DFSORT step that follows each of those
      *> programs splits it into one dataset per source (see
      *> jcl/EVENODDB.jcl), so ACK-SOURCE-ID must stay in columns 1-8
      *> and the record type in column 17. Status is A (accepted -
      *> record count and sum balance the TRAILER, nothing
      *> outstanding), P (accepted with records rejected - the record
      *> count balances, the listed rejects are held for repair and
      *> the sum is short by their values) or R (rejected - no
      *> TRAILER, a record or correction count that does not balance,
      *> or a sum that does not balance with nothing rejected; the
      *> extract has to be resent).
01  ACK-RECORD.
    05  ACK-SOURCE-ID       PIC X(8).
    05  ACK-RUN-DATE        PIC 9(8).
    05  ACK-RECORD-TYPE     PIC X.
        88  ACK-HEADER      VALUE "H".
        88  ACK-DETAIL      VALUE "D".
    05  ACK-BODY            PIC X(103).
    05  ACK-HEADER-BODY REDEFINES ACK-BODY.
        10  ACK-STATUS          PIC X.
            88  ACK-ACCEPTED      VALUE "A".
            88  ACK-PARTIAL       VALUE "P".
            88  ACK-REJECTED      VALUE "R".
        10  ACK-ISSUE-TYPE      PIC X.
            88  ACK-ORIGINAL      VALUE "O".
            88  ACK-REISSUE       VALUE "R".
        10  ACK-EXPECTED-COUNT  PIC 9(7).
        10  ACK-ACTUAL-COUNT    PIC 9(7).
        10  ACK-EXPECTED-SUM    PIC S9(11) SIGN LEADING SEPARATE CHARACTER.
        10  ACK-ACTUAL-SUM      PIC S9(11) SIGN LEADING SEPARATE CHARACTER.
        10  ACK-ACCEPTED-COUNT  PIC 9(7).
        10  ACK-REJECTED-COUNT  PIC 9(7).
        10  ACK-REPAIRED-COUNT  PIC 9(7).
        10  ACK-TRAILER-SWITCH  PIC X.
        10  ACK-RECON-MESSAGE   PIC X(40).
        10  FILLER              PIC X.
    05  ACK-DETAIL-BODY REDEFINES ACK-BODY.
        10  ACK-REJ-RECORD-NUMBER PIC 9(7).
        10  ACK-REJ-INPUT-DATA  PIC X(40).
        10  ACK-REJ-REASON      PIC X(20).
        10  FILLER              PIC X(36).
