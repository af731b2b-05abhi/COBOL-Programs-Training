*> Suspense release request, file RELFILE, applied by PROG19.
*> Keys one reviewed PROG07SUS item by its run date and master key;
*> the released item is force-posted and leaves the suspense file.
*> The preparer and approver are OPERFILE operator IDs; a release
*> not dual-authorized is rejected and the item stays held.
 01  RELEASE-RECORD.
     03 RE-RUN-DATE         PIC 9(08).
     03 RE-OUT1             PIC X(10).
     03 RE-OUT2             PIC X(10).
     03 RE-PREPARER-ID      PIC X(08).
     03 RE-APPROVER-ID      PIC X(08).
