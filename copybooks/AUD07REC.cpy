*> master file change.  Actions: A = added, U = updated,
*> D = added key removed by a PROG15 back-out, R = prior values
*> restored by a PROG15 back-out, L = suspense item released by
*> PROG19 (a net-zero force-post of an accepted re-send, or a
*> held adjustment's increment - PROG16 sends any that moved the
*> amount to the ledger),
*> H = dormant record moved to MASTHIST by PROG26, B = archived
*> record brought back from MASTHIST by PROG07 ahead of posting,
*> J = adjustment posted by PROG07 (new amount is the old amount
*> plus the increment).
*> The preparer and approver are the operators who authorized a
*> manual change (PROG15, PROG19); they are blank on feed postings
*> and archival.
 01  AUDIT-RECORD.
     03 AU-RUN-DATE         PIC 9(08).
     03 AU-ACTION           PIC X(01).
     03 AU-NEW-AMOUNT       PIC S9(09)V99.
     03 AU-OLD-EFF-DATE     PIC 9(08).
     03 AU-NEW-EFF-DATE     PIC 9(08).
     03 AU-PREPARER-ID      PIC X(08).
     03 AU-APPROVER-ID      PIC X(08).
