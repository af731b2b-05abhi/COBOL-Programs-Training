*> Posting control-totals record written to PROG07TOT by PROG07 at
*> the end of posting and read by the PROG16 general ledger extract
*> to prove the night's audit activity back to the posted figures.
*> The add/update counts and posted hash include pending warehouse
*> items released tonight; the held and released figures show the
*> warehouse movement, and the pending count and balance are the
*> PROG07PND position PROG14 and PROG20 prove the warehouse against
*> (PROG15 reduces it by the held items of a run it backs out).  The
*> exception figures are transactions routed to PROG07EXC unposted.
*> Adjustments posted ('J' audit records) are counted apart from
*> the adds and updates; their hash is the sum of the increments
*> applied, and they are included in the transaction count only.
 01  POSTING-TOTALS-RECORD.
     03 PT-RUN-DATE         PIC 9(08).
     03 PT-TRANS-COUNT      PIC 9(08).
     03 PT-POSTED-HASH      PIC S9(13)V99.
     03 PT-SUSPENSE-COUNT   PIC 9(08).
     03 PT-SUSPENSE-HASH    PIC S9(13)V99.
     03 PT-HELD-COUNT       PIC 9(08).
     03 PT-HELD-HASH        PIC S9(13)V99.
     03 PT-RELEASE-COUNT    PIC 9(08).
     03 PT-RELEASE-HASH     PIC S9(13)V99.
     03 PT-PENDING-COUNT    PIC 9(08).
     03 PT-PENDING-BALANCE  PIC S9(13)V99.
     03 PT-EXCEPTION-COUNT  PIC 9(08).
     03 PT-EXCEPTION-HASH   PIC S9(13)V99.
     03 PT-ADJUST-COUNT     PIC 9(08).
     03 PT-ADJUST-HASH      PIC S9(13)V99.
