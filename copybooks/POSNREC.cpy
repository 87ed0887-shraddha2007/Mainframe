      *> Shared POSNFILE record layout for the even/odd checker suite.
      *> POSNFILE is a VSAM KSDS keyed by account id holding each
      *> account's running position: the sum of every value ever
      *> posted to CLASSVSAM for it, rolled forward one business date
      *> at a time. EVENODD-BATCH rolls every account forward to the
      *> RUNCTL business date at end of run (the previous closing
      *> becomes PSN-OPENING-POSITION and the day figures start
      *> again at zero) and then posts the run's CLASSVSAM records;
      *> EVENODD-REPAIR posts the records it folds in. A same-date
      *> rerun clears the day figures and re-posts them, so positions
      *> never double count. PSN-NET-CHANGE and the PSN-DAY- counts
      *> are the position date's activity; the PSN-MTD- counts run
      *> from PSN-MONTH-OPENING (the position at the start of the
      *> month) through the position date inclusive. When the roll
      *> crosses a month end the finished month is kept in the
      *> PSN-PREV- block, which is what EVENODD-STMT prints once the
      *> new month has started. PSN-PRIOR-POSTED-DATE is the last
      *> posting date before the position date, so a rerun that
      *> clears the day can put PSN-LAST-POSTED-DATE back. The
      *> IDCAMS DEFINE in jcl/EVENODDB.jcl has to stay in step with
      *> this layout.
01  POSITION-RECORD.
    05  PSN-ACCOUNT-ID      PIC X(10).
    05  PSN-POSITION-DATE   PIC 9(8).
    05  PSN-LAST-POSTED-DATE PIC 9(8).
    05  PSN-PRIOR-POSTED-DATE PIC 9(8).
    05  PSN-MONTH-OPENING   PIC S9(11).
    05  PSN-OPENING-POSITION PIC S9(11).
    05  PSN-NET-CHANGE      PIC S9(11).
    05  PSN-DAY-COUNTS.
        10  PSN-DAY-POSTINGS    PIC 9(7).
        10  PSN-DAY-EVEN        PIC 9(7).
        10  PSN-DAY-ODD         PIC 9(7).
        10  PSN-DAY-POS         PIC 9(7).
        10  PSN-DAY-NEG         PIC 9(7).
        10  PSN-DAY-ZERO        PIC 9(7).
        10  PSN-DAY-MULT        PIC 9(7).
        10  PSN-DAY-NON-MULT    PIC 9(7).
    05  PSN-MTD-COUNTS.
        10  PSN-MTD-POSTINGS    PIC 9(7).
        10  PSN-MTD-EVEN        PIC 9(7).
        10  PSN-MTD-ODD         PIC 9(7).
        10  PSN-MTD-POS         PIC 9(7).
        10  PSN-MTD-NEG         PIC 9(7).
        10  PSN-MTD-ZERO        PIC 9(7).
        10  PSN-MTD-MULT        PIC 9(7).
        10  PSN-MTD-NON-MULT    PIC 9(7).
    05  PSN-PREV-MONTH.
        10  PSN-PREV-MONTH-ID   PIC 9(6).
        10  PSN-PREV-OPENING    PIC S9(11).
        10  PSN-PREV-CLOSING    PIC S9(11).
        10  PSN-PREV-LAST-POSTED PIC 9(8).
        10  PSN-PREV-COUNTS.
            15  PSN-PREV-POSTINGS   PIC 9(7).
            15  PSN-PREV-EVEN       PIC 9(7).
            15  PSN-PREV-ODD        PIC 9(7).
            15  PSN-PREV-POS        PIC 9(7).
            15  PSN-PREV-NEG        PIC 9(7).
            15  PSN-PREV-ZERO       PIC 9(7).
            15  PSN-PREV-MULT       PIC 9(7).
            15  PSN-PREV-NON-MULT   PIC 9(7).
