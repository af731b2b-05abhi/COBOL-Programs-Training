*> Period summary record written by PROG21 to the PRDSUM.ccyymm
*> file for pickup by the corporate ledger at each period close.
*> Record types:
*>   H - header: period, period end date and sending system id
*>   D - detail: one company's closing balance and period movement,
*>       in the company's booking currency, named in PS-CURRENCY
*>       (the reporting currency for a company that has none)
*>   T - trailer: detail record count and balance and movement
*>       totals, last record - the totals are in the reporting
*>       currency, each company converted at the FXRATE rate in
*>       force on the period end date; the receiving side proves
*>       receipt
 01  PERIOD-SUMMARY-RECORD.
     03 PS-REC-TYPE         PIC X(01).
        88 PS-TYPE-HEADER     VALUE 'H'.
        88 PS-TYPE-DETAIL     VALUE 'D'.
        88 PS-TYPE-TRAILER    VALUE 'T'.
     03 PS-REC-BODY         PIC X(38).
     03 PS-HEADER-VIEW REDEFINES PS-REC-BODY.
        05 PS-PERIOD        PIC 9(06).
        05 PS-PERIOD-END    PIC 9(08).
        05 PS-SYSTEM-ID     PIC X(08).
        05 FILLER           PIC X(16).
     03 PS-DETAIL-VIEW REDEFINES PS-REC-BODY.
        05 PS-COMPANY       PIC X(04).
        05 PS-BALANCE       PIC S9(13)V99.
        05 PS-MOVEMENT      PIC S9(13)V99.
        05 PS-CURRENCY      PIC X(03).
        05 FILLER           PIC X(01).
     03 PS-TRAILER-VIEW REDEFINES PS-REC-BODY.
        05 PS-RECORD-COUNT  PIC 9(08).
        05 PS-BALANCE-TOTAL PIC S9(13)V99.
        05 PS-MOVEMENT-TOTAL PIC S9(13)V99.
