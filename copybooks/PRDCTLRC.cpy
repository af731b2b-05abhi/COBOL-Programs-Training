*> Period control record, file PRDCTL, one row per closed
*> accounting period in the order they were closed.  Written by the
*> PROG21 period close as its last act, so a row on file means the
*> period balances are on PRDBALH and the ledger summary was cut.
*> A period is a calendar month, closed by the first run dated after
*> its last CALFILE business day, which posts that day's work.
*> Every period up to the latest closed one is locked: PROG07
*> routes transactions effective in it to exception and PROG15 will
*> not back out a run made in it or a run up to the closing run.
 01  PERIOD-CONTROL-RECORD.
     03 PC-PERIOD           PIC 9(06).
     03 PC-PERIOD-END-DATE  PIC 9(08).
     03 PC-CLOSE-RUN-DATE   PIC 9(08).
     03 PC-STATUS           PIC X(01).
        88 PC-CLOSED          VALUE 'C'.
     03 PC-COMPANY-COUNT    PIC 9(04).
     03 PC-TOTAL-BALANCE    PIC S9(13)V99.
