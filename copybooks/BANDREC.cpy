      *> Value-band definition card for the even/odd checker suite
      *> (BANDDEF, read by EVENODD-BATCH, EVENODD-REPAIR,
      *> EVENODD-EXTRACT and EVEN-ODD-CHECKER). Operations keep one
      *> card per band - band code, the lowest and highest CLASS-VALUE
      *> in the band (both inclusive, +/-nnnnnnnnn) and a free-text
      *> description - in ascending order of low value. Each band has
      *> to start one above the previous band's high value: a band
      *> that overlaps the one before it (or is out of order), leaves
      *> a gap after it, repeats a band code or has its low value
      *> above its high value makes the whole deck invalid, and a
      *> PARM='BAND' run stops before any input is read. Values below
      *> the first band or above the last are not in any band; define
      *> open-ended first and last bands (-999999999 / +999999999) to
      *> band every value. Cards with "*" in column 1 and blank cards
      *> are comments. Up to 20 bands.
01  BAND-DEFINITION-RECORD.
    05  BD-BAND-CODE        PIC X(8).
    05  FILLER              PIC X.
    05  BD-LOW-VALUE        PIC S9(9) SIGN LEADING SEPARATE CHARACTER.
    05  FILLER              PIC X.
    05  BD-HIGH-VALUE       PIC S9(9) SIGN LEADING SEPARATE CHARACTER.
    05  FILLER              PIC X.
    05  BD-DESCRIPTION      PIC X(30).
    05  FILLER              PIC X(19).
