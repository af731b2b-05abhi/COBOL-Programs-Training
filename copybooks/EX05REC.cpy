*> EXTRACT input record processed by PROG05 and rebuilt by the
*> PROG10 reject correction front end.  The source-system code is
*> stamped by the PROG13 feed acceptance step from the feed header;
*> spaces on records predating the multi-source feeds.  The
*> transaction type is blank or 'R' for a full replacement of the
*> key's amount and 'A' for an adjustment - a signed increment to
*> the amount already posted.
 01  EXTRACT-RECORD.
     03 EX-IN1              PIC X(10).
     03 EX-IN2              PIC X(10).
     03 EX-INPUT2           PIC X(05).
     03 EX-IN-COMPANY       PIC X(04).
     03 EX-IN-SOURCE        PIC X(03).
     03 EX-TRAN-TYPE        PIC X(01).
        88 EX-TRAN-TYPE-VALID  VALUE ' ' 'R' 'A'.
        88 EX-TRAN-ADJUSTMENT  VALUE 'A'.
