*> Company maintenance audit record written to PROG17AUD by
*> PROG17, one per company master change.  Actions as on the
*> CMPTRANS transaction: A = added, N = renamed, D = deactivated,
*> R = reactivated, C = booking currency changed.  The preparer
*> and approver are the operators named on the transaction.
 01  COMPANY-AUDIT-RECORD.
     03 CA-MAINT-DATE       PIC 9(08).
     03 CA-ACTION           PIC X(01).
     03 CA-OLD-STATUS       PIC X(01).
     03 CA-NEW-STATUS       PIC X(01).
     03 CA-EFF-DATE         PIC 9(08).
     03 CA-OLD-CURRENCY     PIC X(03).
     03 CA-NEW-CURRENCY     PIC X(03).
     03 CA-PREPARER-ID      PIC X(08).
     03 CA-APPROVER-ID      PIC X(08).
