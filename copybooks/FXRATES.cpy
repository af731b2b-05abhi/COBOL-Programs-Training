*> Shared exchange-rate routines.  Requires the FXWKWS working
*> fields and an FX-RATE-FILE (FXRATE, FXRATERC record).
*> 6500 loads the rate file, skipping rows that are not numeric or
*> carry a zero rate; 6600 finds the rate for WS-FX-LOOKUP-CURRENCY
*> in force on WS-FX-LOOKUP-DATE, setting WS-FX-FOUND and
*> WS-FX-RATE-FOUND.  Blank or the reporting currency is always
*> found at one.
 6500-LOAD-FX-RATES.
     MOVE 'N' TO WS-FX-LOADED-SWITCH
     MOVE 0   TO WS-FX-COUNT
     MOVE 0   TO WS-FX-BAD-COUNT
     OPEN INPUT FX-RATE-FILE
     IF WS-FX-RATE-STATUS = '00'
         MOVE 'N' TO WS-FX-EOF-SWITCH
         PERFORM 6510-LOAD-ONE-RATE UNTIL WS-FX-EOF
         CLOSE FX-RATE-FILE
         IF WS-FX-COUNT > 0
             SET WS-FX-LOADED TO TRUE
         END-IF
     END-IF.

 6510-LOAD-ONE-RATE.
     READ FX-RATE-FILE
         AT END
             SET WS-FX-EOF TO TRUE
         NOT AT END
             IF FX-EFF-DATE IS NUMERIC
                 AND FX-RATE IS NUMERIC
                 AND FX-RATE > 0
                 AND FX-CURRENCY-CODE NOT = SPACES
                 IF WS-FX-COUNT >= WS-FX-MAX
                     DISPLAY 'FXRATES - RATE TABLE FULL, ',
                         'RAISE WS-FX-MAX, ABENDING'
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                 END-IF
                 ADD 1 TO WS-FX-COUNT
                 MOVE FX-CURRENCY-CODE TO WS-FX-CURRENCY(WS-FX-COUNT)
                 MOVE FX-EFF-DATE      TO WS-FX-DATE(WS-FX-COUNT)
                 MOVE FX-RATE          TO WS-FX-RATE(WS-FX-COUNT)
             ELSE
                 ADD 1 TO WS-FX-BAD-COUNT
             END-IF
     END-READ.

 6600-FIND-FX-RATE.
     MOVE 'N' TO WS-FX-FOUND-SWITCH
     MOVE 0   TO WS-FX-RATE-FOUND
     MOVE 0   TO WS-FX-RATE-DATE
     IF WS-FX-LOOKUP-CURRENCY = SPACES
         OR WS-FX-LOOKUP-CURRENCY = WS-FX-REPORTING-CURRENCY
         MOVE 1 TO WS-FX-RATE-FOUND
         SET WS-FX-FOUND TO TRUE
     ELSE
         PERFORM VARYING WS-FX-SUB FROM 1 BY 1
             UNTIL WS-FX-SUB > WS-FX-COUNT
             IF WS-FX-CURRENCY(WS-FX-SUB) = WS-FX-LOOKUP-CURRENCY
                 AND WS-FX-DATE(WS-FX-SUB) NOT > WS-FX-LOOKUP-DATE
                 AND WS-FX-DATE(WS-FX-SUB) >= WS-FX-RATE-DATE
                 MOVE WS-FX-DATE(WS-FX-SUB) TO WS-FX-RATE-DATE
                 MOVE WS-FX-RATE(WS-FX-SUB) TO WS-FX-RATE-FOUND
                 SET WS-FX-FOUND TO TRUE
             END-IF
         END-PERFORM
     END-IF.
