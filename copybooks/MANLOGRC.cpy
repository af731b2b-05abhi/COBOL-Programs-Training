*> Manual-intervention log, dated file MANLOG.ccyymmdd, appended
*> by every program that applies a manual maintenance input - one
*> row for each item presented, accepted or rejected - and printed
*> nightly by PROG25 for internal audit.  PROG10 dates its rows by
*> the stream run date; the on-demand programs (PROG15, PROG17,
*> PROG19) by the next production run date - the first CALFILE
*> business day after the day they were run - so an item logged
*> after a stream is printed by the following one.  PROG25 prints
*> every generation dated since the previous production run.  Result:
*>   A - accepted and applied
*>   R - rejected by the program's own edits
*>   U - rejected as not authorized (operator check failed)
 01  MANUAL-LOG-RECORD.
     03 ML-LOG-DATE         PIC 9(08).
     03 ML-LOG-TIME         PIC 9(06).
     03 ML-PROGRAM          PIC X(08).
     03 ML-INPUT-FILE       PIC X(08).
     03 ML-PREPARER-ID      PIC X(08).
     03 ML-APPROVER-ID      PIC X(08).
     03 ML-RESULT           PIC X(01).
        88 ML-ACCEPTED        VALUE 'A'.
        88 ML-REJECTED        VALUE 'R' 'U'.
        88 ML-UNAUTHORIZED    VALUE 'U'.
     03 ML-ITEM-TEXT        PIC X(50).
     03 ML-REASON           PIC X(40).
