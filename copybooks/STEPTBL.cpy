*> operations report.
 01  STEP-RC-TABLE.
     03 STEP-COUNT          PIC 9(02).
     03 STEP-ENTRY OCCURS 20 TIMES.
        05 STEP-NAME        PIC X(08).
        05 STEP-RC          PIC S9(04).
