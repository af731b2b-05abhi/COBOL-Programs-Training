*> Period-balance history record, file PRDBALH, written by the
*> PROG21 period close - one row per company per closed period,
*> the frozen MS-AMOUNT position of the book at the close.  The
*> prior balance and movement come from the previous closed
*> period's row; the pending balance is warehouse money effective
*> inside the period but not released until the next one.
 01  PERIOD-BALANCE-RECORD.
     03 PB-PERIOD           PIC 9(06).
     03 PB-COMPANY          PIC X(04).
     03 PB-RECORD-COUNT     PIC 9(08).
     03 PB-BALANCE          PIC S9(13)V99.
     03 PB-PRIOR-BALANCE    PIC S9(13)V99.
     03 PB-MOVEMENT         PIC S9(13)V99.
     03 PB-PENDING-BALANCE  PIC S9(13)V99.
     03 PB-CLOSE-RUN-DATE   PIC 9(08).
