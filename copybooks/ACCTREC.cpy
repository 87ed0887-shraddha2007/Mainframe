      *> account id that QTYFILE carries on every transaction.
      *> EVENODD-BATCH reads it to reject transactions for unknown or
      *> closed accounts before they reach CLASSVSAM and the SUMMRPT
      *> control break. EVENODD-ACCTFEED applies the customer
      *> system's nightly feed (add, name change, close, reopen) and
      *> EVENODD-ACCTMNT is the operations maintenance front end
      *> (add, close, inquire); both journal every change to ACCTJRNL
      *> as before/after images of this record (JRNLREC). A reopen
      *> sets ACCT-CLOSE-DATE back to zero, as it is while the account
      *> is open. The IDCAMS DEFINE in jcl/EVENODDB.jcl has to stay in
      *> step with this layout.
01  ACCOUNT-RECORD.
    05  ACCT-ACCOUNT-ID     PIC X(10).
    05  ACCT-NAME           PIC X(30).
