      *> Service-level threshold card for the even/odd checker suite
      *> (SLADEF, read by EVENODD-SCORE). Operations keep one card per
      *> source system with the thresholds agreed with its owner, and
      *> one card with source id DEFAULT whose thresholds apply to any
      *> source without a card of its own. Rates are percentages of
      *> the records received in the month, written as five digits
      *> with two implied decimals (00250 = 2.50%): the highest
      *> acceptable reject, duplicate, stale and late-dated rates, and
      *> the lowest acceptable share of the month's extracts whose
      *> TRAILER balanced (09500 = 95.00%). ST-OWNER-NAME is printed
      *> on the source's scorecard. Cards with "*" in column 1 and
      *> blank cards are comments. Up to 50 cards.
01  SLA-THRESHOLD-RECORD.
    05  ST-SOURCE-ID        PIC X(8).
    05  FILLER              PIC X.
    05  ST-MAX-REJECT-PCT   PIC 9(3)V99.
    05  FILLER              PIC X.
    05  ST-MAX-DUP-PCT      PIC 9(3)V99.
    05  FILLER              PIC X.
    05  ST-MAX-STALE-PCT    PIC 9(3)V99.
    05  FILLER              PIC X.
    05  ST-MAX-LATE-PCT     PIC 9(3)V99.
    05  FILLER              PIC X.
    05  ST-MIN-BALANCED-PCT PIC 9(3)V99.
    05  FILLER              PIC X.
    05  ST-OWNER-NAME       PIC X(30).
    05  FILLER              PIC X(11).
