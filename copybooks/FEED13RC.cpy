*>   H - header: feed date and source system id, first record
*>   D - detail: one EXTRACT-format record
*>   T - trailer: detail record count and amount hash, last record
*> FE-D-TRAN-TYPE on a detail is blank or 'R' for a replacement of
*> the key's amount, 'A' for an adjustment (signed increment).
 01  FEED-RECORD.
     03 FE-REC-TYPE         PIC X(01).
        88 FE-TYPE-HEADER     VALUE 'H'.
        88 FE-TYPE-DETAIL     VALUE 'D'.
        88 FE-TYPE-TRAILER    VALUE 'T'.
     03 FE-REC-BODY         PIC X(49).
     03 FE-HEADER-VIEW REDEFINES FE-REC-BODY.
        05 FE-FEED-DATE     PIC 9(08).
        05 FE-SOURCE-ID     PIC X(03).
        05 FILLER           PIC X(38).
     03 FE-DETAIL-VIEW REDEFINES FE-REC-BODY.
        05 FE-D-IN1         PIC X(10).
        05 FE-D-IN2         PIC X(10).
        05 FE-D-AMOUNT      PIC S9(09)V99.
        05 FE-D-INPUT2      PIC X(05).
        05 FE-D-COMPANY     PIC X(04).
        05 FE-D-TRAN-TYPE   PIC X(01).
     03 FE-TRAILER-VIEW REDEFINES FE-REC-BODY.
        05 FE-RECORD-COUNT  PIC 9(08).
        05 FE-AMOUNT-HASH   PIC S9(13)V99.
        05 FILLER           PIC X(26).
