 01  WS-CAL-BDAYS-WANTED    PIC 9(05) COMP.
 01  WS-CAL-BUSIDX-TARGET   PIC S9(05) COMP.
 01  WS-CAL-CUTOFF-DATE     PIC 9(08).
 01  WS-CAL-NEXT-BUS-DATE   PIC 9(08).
 01  WS-CAL-PREV-BUS-DATE   PIC 9(08).
 01  WS-CAL-TABLE.
     03 WS-CAL-ENTRY OCCURS 800 TIMES.
        05 WS-CAL-DATE      PIC 9(08).
