        05 WS-RN-END-RC     PIC S9(04).
        05 WS-RN-END-FOUND  PIC X(01).
*> Steps of the newest run seen so far.
 01  WS-STEP-MAX            PIC 9(03) COMP VALUE 20.
 01  WS-STEP-TABLE.
     03 WS-STEP-COUNT       PIC 9(03) VALUE 0.
     03 WS-STEP-ENTRY OCCURS 20 TIMES.
        05 WS-ST-PROGRAM    PIC X(08).
        05 WS-ST-START-TIME PIC 9(08).
        05 WS-ST-END-TIME   PIC 9(08).
