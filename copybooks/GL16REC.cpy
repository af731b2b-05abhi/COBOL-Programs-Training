*> General ledger interface record written by PROG16 to the dated
*> GLINTF generation for pickup by the corporate ledger system.
*> Record types:
*>   H - header: run date, sending system id and the reporting
*>       currency the ledger is kept in, first record
*>   D - detail: net posted amount movement for one company in the
*>       company's own currency, the rate applied and the same
*>       movement converted to the reporting currency
*>   T - trailer: detail record count and reporting-currency amount
*>       total, last record - the receiving side proves receipt
*>       against it
 01  GL-RECORD.
     03 GL-REC-TYPE         PIC X(01).
        88 GL-TYPE-HEADER     VALUE 'H'.
        88 GL-TYPE-DETAIL     VALUE 'D'.
        88 GL-TYPE-TRAILER    VALUE 'T'.
     03 GL-REC-BODY         PIC X(48).
     03 GL-HEADER-VIEW REDEFINES GL-REC-BODY.
        05 GL-RUN-DATE      PIC 9(08).
        05 GL-SYSTEM-ID     PIC X(08).
        05 GL-REPORT-CURRENCY PIC X(03).
        05 FILLER           PIC X(29).
     03 GL-DETAIL-VIEW REDEFINES GL-REC-BODY.
        05 GL-COMPANY       PIC X(04).
        05 GL-NET-AMOUNT    PIC S9(13)V99.
        05 GL-CURRENCY      PIC X(03).
        05 GL-FX-RATE       PIC 9(05)V9(06).
        05 GL-REPORT-AMOUNT PIC S9(13)V99.
     03 GL-TRAILER-VIEW REDEFINES GL-REC-BODY.
        05 GL-RECORD-COUNT  PIC 9(08).
        05 GL-AMOUNT-TOTAL  PIC S9(13)V99.
        05 FILLER           PIC X(25).
