         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             MOVE HISTORY-RECORD(1:165) TO TOTALS-RECORD
             IF TOT-RUN-MODE NOT = 'T'
                 AND TOT-RUN-DATE NOT = WS-RUN-DATE
                 PERFORM 2200-TAKE-HISTORY-ROW
