*> Pending warehouse record, indexed file PROG07PND, maintained by
*> PROG07.  A transaction whose effective date is after the run
*> date is held here instead of posted, and released to posting on
*> PN-RELEASE-DATE - the first CALFILE business day on or after the
*> effective date.  PN-RELEASED-DATE stays zero while the item is
*> pending; a released row carries the run date that posted it and
*> is kept until the next run so a restart can count it, then
*> dropped.  Keyed effective date first, so the file reads in
*> release order.  PN-TRAN-TYPE is the transaction type carried
*> from PROG05OUT; for an adjustment PN-AMOUNT is the increment.
*> PROG15 removes the rows a backed-out run held that are still
*> pending.
 01  PENDING-RECORD.
     03 PN-KEY.
        05 PN-EFF-DATE      PIC 9(08).
        05 PN-OUT1          PIC X(10).
        05 PN-OUT2          PIC X(10).
        05 PN-HELD-DATE     PIC 9(08).
     03 PN-RELEASE-DATE     PIC 9(08).
     03 PN-RELEASED-DATE    PIC 9(08).
     03 PN-COMPANY          PIC X(04).
     03 PN-AMOUNT           PIC S9(09)V99.
     03 PN-OUTPUT2          PIC X(03).
     03 PN-SOURCE           PIC X(03).
     03 PN-TRAN-TYPE        PIC X(01).
