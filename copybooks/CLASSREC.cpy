      *> Shared CLASSVSAM record layout for the even/odd checker suite
      *> (EVENODD-BATCH writes it; EVEN-ODD-CHECKER, EVENODD-REPAIR,
      *> EVENODD-EXTRACT, EVENODD-PURGE, EVENODD-COMPARE and
      *> EVENODD-TIEOUT read it).
      *> CLASSVSAM is a VSAM KSDS keyed by run date plus the 7-digit
      *> QTYFILE record number, so several runs coexist on the file;
      *> EVENODD-PURGE ages old runs off. CLASS-CODE carries the
      *> means a manual QTYFILE hunt; CLASS-ACCOUNT-ID is also the
      *> alternate index (WITH DUPLICATES) every program declares on
      *> its CLASSVSAM SELECT. CLASS-SOURCE-ID names the source
      *> system whose extract supplied the record; on records folded
      *> in by EVENODD-REPAIR it is carried from the REJLOG entry's
      *> REJ-SOURCE-ID. CLASS-TRAN-TYPE marks QTYFILE reversal and
      *> adjustment records (R/A; T or SPACE for an ordinary
      *> transaction). On a reversal or adjustment CLASS-LINK-KEY
      *> names the original record it corrects; on an original that
      *> has been corrected CLASS-CORRECTION-STATUS is set (R
      *> reversed, A adjusted) and CLASS-LINK-KEY names the latest
      *> record that corrected it. CLASS-BAND-CODE carries the value
      *> band (copybooks/BANDREC.cpy) on records classified by a
      *> PARM='BAND' run, whose CLASS-CODE is "BAND"; it is SPACES on
      *> every other run. The IDCAMS DEFINE and the AIX
      *> DEFINE/BLDINDEX in jcl/EVENODDB.jcl have to stay in step with
      *> this layout.
01  CLASS-RECORD.
    05  CLASS-RECORD-KEY.
        10  CLASS-RUN-DATE      PIC 9(8).
    05  CLASS-ACCOUNT-ID    PIC X(10).
    05  CLASS-TRAN-DATE     PIC 9(8).
    05  CLASS-SOURCE-ID     PIC X(8).
    05  CLASS-TRAN-TYPE     PIC X.
        88  CLASS-ORIGINAL-TRAN VALUE "T" SPACE.
        88  CLASS-REVERSAL      VALUE "R".
        88  CLASS-ADJUSTMENT    VALUE "A".
    05  CLASS-CORRECTION-STATUS PIC X.
        88  CLASS-NOT-CORRECTED VALUE SPACE.
        88  CLASS-REVERSED      VALUE "R".
        88  CLASS-ADJUSTED      VALUE "A".
    05  CLASS-LINK-KEY.
        10  CLASS-LINK-RUN-DATE PIC 9(8).
        10  CLASS-LINK-RECORD-NUMBER PIC 9(7).
    05  CLASS-BAND-CODE     PIC X(8).
