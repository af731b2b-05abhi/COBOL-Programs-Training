 01  WS-PROG13-RC           PIC S9(04) VALUE 0.
 01  WS-PROG16-RC           PIC S9(04) VALUE 0.
 01  WS-PROG18-RC           PIC S9(04) VALUE 0.
 01  WS-PROG20-RC           PIC S9(04) VALUE 0.
 01  WS-PROG21-RC           PIC S9(04) VALUE 0.
 01  WS-PROG23-RC           PIC S9(04) VALUE 0.
 01  WS-PROG24-RC           PIC S9(04) VALUE 0.
 01  WS-PROG25-RC           PIC S9(04) VALUE 0.
 COPY STEPTBL.
 COPY LOGEVENT.
 PROCEDURE DIVISION.
         END-IF
         DISPLAY 'PROG06 - PROG07 COMPLETED, RC=', WS-PROG07-RC
     END-IF
*>
     IF WS-MODE-TRIAL
         DISPLAY 'PROG06 - TRIAL RUN, PROG20 NOT EXECUTED'
     ELSE
         CALL 'PROG20'
         MOVE RETURN-CODE TO WS-PROG20-RC
         MOVE 'PROG20'        TO WS-CURR-STEP-NAME
         MOVE WS-PROG20-RC    TO WS-CURR-STEP-RC
         PERFORM 8000-RECORD-STEP
         IF WS-PROG20-RC NOT = 0
             DISPLAY 'PROG06 - PROG20 FAILED, RC=', WS-PROG20-RC
             DISPLAY 'PROG06 - ABENDING JOB STEP'
             PERFORM 9000-PRINT-REPORT
             MOVE WS-PROG20-RC TO RETURN-CODE
             PERFORM 9900-LOG-END
             STOP RUN
         END-IF
         DISPLAY 'PROG06 - PROG20 COMPLETED, RC=', WS-PROG20-RC
     END-IF
*>
     IF WS-MODE-TRIAL
         DISPLAY 'PROG06 - TRIAL RUN, PROG16 NOT EXECUTED'
         END-IF
         DISPLAY 'PROG06 - PROG16 COMPLETED, RC=', WS-PROG16-RC
     END-IF
*>
     IF WS-MODE-TRIAL
         DISPLAY 'PROG06 - TRIAL RUN, PROG21 NOT EXECUTED'
     ELSE
         CALL 'PROG21'
         MOVE RETURN-CODE TO WS-PROG21-RC
         MOVE 'PROG21'        TO WS-CURR-STEP-NAME
         MOVE WS-PROG21-RC    TO WS-CURR-STEP-RC
         PERFORM 8000-RECORD-STEP
         IF WS-PROG21-RC NOT = 0
             DISPLAY 'PROG06 - PROG21 FAILED, RC=', WS-PROG21-RC
             DISPLAY 'PROG06 - ABENDING JOB STEP'
             PERFORM 9000-PRINT-REPORT
             MOVE WS-PROG21-RC TO RETURN-CODE
             PERFORM 9900-LOG-END
             STOP RUN
         END-IF
         DISPLAY 'PROG06 - PROG21 COMPLETED, RC=', WS-PROG21-RC
     END-IF
*>
     IF WS-MODE-TRIAL
         DISPLAY 'PROG06 - TRIAL RUN, PROG23 NOT EXECUTED'
     ELSE
         CALL 'PROG23'
         MOVE RETURN-CODE TO WS-PROG23-RC
         MOVE 'PROG23'        TO WS-CURR-STEP-NAME
         MOVE WS-PROG23-RC    TO WS-CURR-STEP-RC
         PERFORM 8000-RECORD-STEP
         IF WS-PROG23-RC NOT = 0
             DISPLAY 'PROG06 - PROG23 FAILED, RC=', WS-PROG23-RC
             DISPLAY 'PROG06 - ABENDING JOB STEP'
             PERFORM 9000-PRINT-REPORT
             MOVE WS-PROG23-RC TO RETURN-CODE
             PERFORM 9900-LOG-END
             STOP RUN
         END-IF
         DISPLAY 'PROG06 - PROG23 COMPLETED, RC=', WS-PROG23-RC
     END-IF
*>
     IF WS-MODE-TRIAL
         DISPLAY 'PROG06 - TRIAL RUN, PROG24 NOT EXECUTED'
     ELSE
         CALL 'PROG24'
         MOVE RETURN-CODE TO WS-PROG24-RC
         MOVE 'PROG24'        TO WS-CURR-STEP-NAME
         MOVE WS-PROG24-RC    TO WS-CURR-STEP-RC
         PERFORM 8000-RECORD-STEP
         IF WS-PROG24-RC NOT = 0
             DISPLAY 'PROG06 - PROG24 FAILED, RC=', WS-PROG24-RC
             DISPLAY 'PROG06 - ABENDING JOB STEP'
             PERFORM 9000-PRINT-REPORT
             MOVE WS-PROG24-RC TO RETURN-CODE
             PERFORM 9900-LOG-END
             STOP RUN
         END-IF
         DISPLAY 'PROG06 - PROG24 COMPLETED, RC=', WS-PROG24-RC
     END-IF
*>
     IF WS-MODE-TRIAL
         DISPLAY 'PROG06 - TRIAL RUN, PROG25 NOT EXECUTED'
     ELSE
         CALL 'PROG25'
         MOVE RETURN-CODE TO WS-PROG25-RC
         MOVE 'PROG25'        TO WS-CURR-STEP-NAME
         MOVE WS-PROG25-RC    TO WS-CURR-STEP-RC
         PERFORM 8000-RECORD-STEP
         IF WS-PROG25-RC NOT = 0
             DISPLAY 'PROG06 - PROG25 FAILED, RC=', WS-PROG25-RC
             DISPLAY 'PROG06 - ABENDING JOB STEP'
             PERFORM 9000-PRINT-REPORT
             MOVE WS-PROG25-RC TO RETURN-CODE
             PERFORM 9900-LOG-END
             STOP RUN
         END-IF
         DISPLAY 'PROG06 - PROG25 COMPLETED, RC=', WS-PROG25-RC
     END-IF
*>
     IF WS-MODE-TRIAL
         DISPLAY 'PROG06 - TRIAL RUN, PROG09 NOT EXECUTED'
     DISPLAY 'PROG06 - RUN MODE ', WS-RUN-MODE.

 8000-RECORD-STEP.
     IF STEP-COUNT < 20
         ADD 1 TO STEP-COUNT
         MOVE WS-CURR-STEP-NAME TO STEP-NAME(STEP-COUNT)
         MOVE WS-CURR-STEP-RC   TO STEP-RC(STEP-COUNT)
