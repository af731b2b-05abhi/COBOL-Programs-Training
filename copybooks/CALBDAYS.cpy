*> 6000 loads the calendar with a running business-day index;
*> 6100 finds WS-CAL-LOOKUP-DATE; 6200 counts business days from
*> WS-CAL-FROM-DATE to WS-CAL-TO-DATE; 6300 finds the date
*> WS-CAL-BDAYS-WANTED business days before WS-CAL-TO-DATE; 6400
*> finds the first business day after WS-CAL-LOOKUP-DATE and 6500
*> the last business day before it.  Each
*> calculation sets WS-CAL-CALC-OK only when the dates are on the
*> calendar, so the caller can fall back to calendar days.
 6000-LOAD-CALENDAR.
         SUBTRACT 1 FROM WS-CAL-SUB
     END-PERFORM
     MOVE WS-CAL-DATE(WS-CAL-SUB) TO WS-CAL-CUTOFF-DATE.

*> The calendar must start on or before the lookup date, or the
*> business days between are unknown.
 6400-NEXT-BUSINESS-DAY.
     MOVE 'N' TO WS-CAL-CALC-OK-SWITCH
     MOVE 0   TO WS-CAL-NEXT-BUS-DATE
     IF WS-CAL-COUNT > 0
         AND WS-CAL-DATE(1) NOT > WS-CAL-LOOKUP-DATE
         PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
             UNTIL WS-CAL-SUB > WS-CAL-COUNT
                 OR WS-CAL-CALC-OK
             IF WS-CAL-DATE(WS-CAL-SUB) > WS-CAL-LOOKUP-DATE
                 AND WS-CAL-TYPE(WS-CAL-SUB) = 'B'
                 MOVE WS-CAL-DATE(WS-CAL-SUB)
                     TO WS-CAL-NEXT-BUS-DATE
                 SET WS-CAL-CALC-OK TO TRUE
             END-IF
         END-PERFORM
     END-IF.

*> Likewise the calendar must run on to the lookup date.
 6500-PREV-BUSINESS-DAY.
     MOVE 'N' TO WS-CAL-CALC-OK-SWITCH
     MOVE 0   TO WS-CAL-PREV-BUS-DATE
     IF WS-CAL-COUNT > 0
         AND WS-CAL-DATE(WS-CAL-COUNT) NOT < WS-CAL-LOOKUP-DATE
         PERFORM VARYING WS-CAL-SUB FROM WS-CAL-COUNT BY -1
             UNTIL WS-CAL-SUB < 1
                 OR WS-CAL-CALC-OK
             IF WS-CAL-DATE(WS-CAL-SUB) < WS-CAL-LOOKUP-DATE
                 AND WS-CAL-TYPE(WS-CAL-SUB) = 'B'
                 MOVE WS-CAL-DATE(WS-CAL-SUB)
                     TO WS-CAL-PREV-BUS-DATE
                 SET WS-CAL-CALC-OK TO TRUE
             END-IF
         END-PERFORM
     END-IF.
