*> Exchange-rate record, file FXRATE, maintained by treasury.  One
*> row per currency per date the rate changed, in any order.  The
*> rate is the number of reporting-currency units one unit of the
*> currency buys; the rate in force on a date is the row with the
*> latest effective date on or before it.  The reporting currency
*> itself needs no row - it always converts at one.
 01  FX-RATE-RECORD.
     03 FX-CURRENCY-CODE    PIC X(03).
     03 FX-EFF-DATE         PIC 9(08).
     03 FX-RATE             PIC 9(05)V9(06).
