     03 WS-IN-AMOUNT         PIC S9(09)V99.
     03 WS-IN-COMPANY        PIC X(04).
     03 WS-IN-SOURCE         PIC X(03).
     03 WS-IN-TRAN-TYPE      PIC X(01).
 01  WS-OUTPUT1.
     03 WS-OUT1             PIC X(10).
     03 WS-OUT2             PIC X(10).
     03 WS-OUT-AMOUNT        PIC S9(09)V99.
     03 WS-OUT-COMPANY       PIC X(04).
     03 WS-OUT-SOURCE        PIC X(03).
     03 WS-OUT-TRAN-TYPE     PIC X(01).
        88 WS-OUT-ADJUSTMENT   VALUE 'A'.
