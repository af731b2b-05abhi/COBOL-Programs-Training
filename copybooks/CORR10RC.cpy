*> Correction transaction keyed against a rejected record, file
*> CORRFILE, applied by the PROG10 reject correction front end.
*> The original key identifies the PROG05REJ record being worked;
*> the new record is the full repaired EXTRACT-format record.  The
*> preparer and approver are OPERFILE operator IDs; a correction
*> not dual-authorized is rejected and never applied.
 01  CORRECTION-RECORD.
     03 CR-ORIG-IN1         PIC X(10).
     03 CR-ORIG-IN2         PIC X(10).
     03 CR-ORIG-EFF-DATE    PIC X(08).
     03 CR-NEW-RECORD       PIC X(52).
     03 CR-PREPARER-ID      PIC X(08).
     03 CR-APPROVER-ID      PIC X(08).
