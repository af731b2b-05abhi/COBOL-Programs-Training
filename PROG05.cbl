     03 CKPT-DUP-COUNT       PIC 9(08).
     03 CKPT-DUP-HASH        PIC S9(13)V99.
     03 CKPT-RUN-DATE        PIC 9(08).
     03 CKPT-ADJ-COUNT       PIC 9(08).
     03 CKPT-ADJ-HASH        PIC S9(13)V99.
 FD  OUTPUT-TRUNC-FILE.
 01  OUTPUT-TRUNC-RECORD     PIC X(50).
 FD  REJECT-TRUNC-FILE.
 01  REJECT-TRUNC-RECORD     PIC X(115).
 FD  RUN-CONTROL-FILE.
        05 WS-CO-NAME       PIC X(30).
        05 WS-CO-STATUS     PIC X(01).
           88 WS-CO-INACTIVE  VALUE 'I'.
        05 WS-CO-CURRENCY   PIC X(03).
        05 WS-CO-IN-COUNT   PIC 9(08).
        05 WS-CO-IN-HASH    PIC S9(13)V99.
        05 WS-CO-OUT-COUNT  PIC 9(08).
        05 WS-CO-OUT-HASH   PIC S9(13)V99.
        05 WS-CO-REJ-COUNT  PIC 9(08).
        05 WS-CO-REJ-HASH   PIC S9(13)V99.
        05 WS-CO-ADJ-COUNT  PIC 9(08).
        05 WS-CO-ADJ-HASH   PIC S9(13)V99.
*> Per-source-system balancing figures.  Entries register on first
*> sight of a source code, so legacy records with a blank source
*> share one blank entry.  Sized for PROG13's ten feed slots
        05 WS-SR-REJ-HASH   PIC S9(13)V99.
        05 WS-SR-DUP-COUNT  PIC 9(08).
        05 WS-SR-DUP-HASH   PIC S9(13)V99.
        05 WS-SR-ADJ-COUNT  PIC 9(08).
        05 WS-SR-ADJ-HASH   PIC S9(13)V99.
 01  WS-REJECT-COUNT        PIC 9(08) VALUE 0.
 01  WS-REJECT-HASH-TOTAL   PIC S9(13)V99 VALUE 0.
 01  WS-FILTER-COUNT        PIC 9(08) VALUE 0.
 01  WS-IN-HASH-TOTAL       PIC S9(13)V99 VALUE 0.
 01  WS-OUT-RECORD-COUNT    PIC 9(08) VALUE 0.
 01  WS-OUT-HASH-TOTAL      PIC S9(13)V99 VALUE 0.
 01  WS-ADJ-COUNT           PIC 9(08) VALUE 0.
 01  WS-ADJ-HASH-TOTAL      PIC S9(13)V99 VALUE 0.
 01  WS-SKIP-COUNT          PIC 9(08) VALUE 0.
 01  WS-CHECKPOINT-INTERVAL PIC 9(08) VALUE 1000.
 COPY LOGEVENT.
         ELSE
             MOVE 0             TO WS-DUP-HASH-TOTAL
         END-IF
         IF CKPT-ADJ-COUNT IS NUMERIC
             MOVE CKPT-ADJ-COUNT TO WS-ADJ-COUNT
         ELSE
             MOVE 0              TO WS-ADJ-COUNT
         END-IF
         IF CKPT-ADJ-HASH IS NUMERIC
             MOVE CKPT-ADJ-HASH TO WS-ADJ-HASH-TOTAL
         ELSE
             MOVE 0             TO WS-ADJ-HASH-TOTAL
         END-IF
         DISPLAY 'PROG05 - RESTARTING AFTER RECORD ', WS-SKIP-COUNT
         PERFORM 1200-SKIP-PROCESSED-RECORDS
     ELSE
             MOVE CM-COMPANY-CODE TO WS-CO-CODE(WS-COMPANY-COUNT)
             MOVE CM-COMPANY-NAME TO WS-CO-NAME(WS-COMPANY-COUNT)
             MOVE CM-STATUS       TO WS-CO-STATUS(WS-COMPANY-COUNT)
             MOVE CM-CURRENCY-CODE
                 TO WS-CO-CURRENCY(WS-COMPANY-COUNT)
             MOVE 0 TO WS-CO-IN-COUNT(WS-COMPANY-COUNT)
             MOVE 0 TO WS-CO-IN-HASH(WS-COMPANY-COUNT)
             MOVE 0 TO WS-CO-OUT-COUNT(WS-COMPANY-COUNT)
             MOVE 0 TO WS-CO-OUT-HASH(WS-COMPANY-COUNT)
             MOVE 0 TO WS-CO-REJ-COUNT(WS-COMPANY-COUNT)
             MOVE 0 TO WS-CO-REJ-HASH(WS-COMPANY-COUNT)
             MOVE 0 TO WS-CO-ADJ-COUNT(WS-COMPANY-COUNT)
             MOVE 0 TO WS-CO-ADJ-HASH(WS-COMPANY-COUNT)
     END-READ.

 1100-READ-CHECKPOINT.
                 PERFORM 2125-REGISTER-KEY
                 ADD 1 TO WS-CO-OUT-COUNT(WS-CO-HIT)
                 ADD EX-IN-AMOUNT TO WS-CO-OUT-HASH(WS-CO-HIT)
                 IF EX-TRAN-ADJUSTMENT
                     ADD 1 TO WS-CO-ADJ-COUNT(WS-CO-HIT)
                     ADD EX-IN-AMOUNT TO WS-CO-ADJ-HASH(WS-CO-HIT)
                 END-IF
                 PERFORM 2510-TALLY-SOURCE-OUT
             ELSE
                 ADD 1 TO WS-CO-REJ-COUNT(WS-CO-HIT)
     MOVE EX-INPUT2      TO WS-INPUT2
     MOVE EX-IN-COMPANY  TO WS-IN-COMPANY
     MOVE EX-IN-SOURCE   TO WS-IN-SOURCE
     MOVE EX-TRAN-TYPE   TO WS-IN-TRAN-TYPE
     IF EX-IN-AMOUNT IS NUMERIC
         ADD EX-IN-AMOUNT TO WS-IN-HASH-TOTAL
     END-IF
         MOVE 0 TO WS-SR-REJ-HASH(WS-SRC-HIT)
         MOVE 0 TO WS-SR-DUP-COUNT(WS-SRC-HIT)
         MOVE 0 TO WS-SR-DUP-HASH(WS-SRC-HIT)
         MOVE 0 TO WS-SR-ADJ-COUNT(WS-SRC-HIT)
         MOVE 0 TO WS-SR-ADJ-HASH(WS-SRC-HIT)
     END-IF.

 2135-TALLY-SOURCE-DUP.
     ADD 1 TO WS-SR-OUT-COUNT(WS-SRC-HIT)
     IF EX-IN-AMOUNT IS NUMERIC
         ADD EX-IN-AMOUNT TO WS-SR-OUT-HASH(WS-SRC-HIT)
     END-IF
     IF EX-TRAN-ADJUSTMENT
         ADD 1 TO WS-SR-ADJ-COUNT(WS-SRC-HIT)
         ADD EX-IN-AMOUNT TO WS-SR-ADJ-HASH(WS-SRC-HIT)
     END-IF.

 2500-WRITE-OUTPUT.
     MOVE WS-IN-AMOUNT   TO WS-OUT-AMOUNT
     MOVE WS-IN-COMPANY  TO WS-OUT-COMPANY
     MOVE WS-IN-SOURCE   TO WS-OUT-SOURCE
     MOVE WS-IN-TRAN-TYPE TO WS-OUT-TRAN-TYPE
     MOVE WS-INPUT2      TO WS-OUTPUT2
*>
     MOVE WS-OUT1         TO OU-OUT1
     MOVE WS-OUTPUT2      TO OU-OUTPUT2
     MOVE WS-OUT-COMPANY  TO OU-OUT-COMPANY
     MOVE WS-OUT-SOURCE   TO OU-OUT-SOURCE
     MOVE WS-OUT-TRAN-TYPE TO OU-TRAN-TYPE
     IF NOT WS-MODE-TRIAL
         WRITE OUTPUT-RECORD
     END-IF
         ADD 1 TO WS-CO-OUT-COUNT(WS-CO-HIT)
         ADD WS-OUT-AMOUNT TO WS-CO-OUT-HASH(WS-CO-HIT)
     END-IF
     IF WS-OUT-ADJUSTMENT
         ADD 1 TO WS-ADJ-COUNT
         ADD WS-OUT-AMOUNT TO WS-ADJ-HASH-TOTAL
         IF WS-CO-FOUND
             ADD 1 TO WS-CO-ADJ-COUNT(WS-CO-HIT)
             ADD WS-OUT-AMOUNT TO WS-CO-ADJ-HASH(WS-CO-HIT)
         END-IF
     END-IF
     PERFORM 2510-TALLY-SOURCE-OUT.

 2400-WRITE-REJECT.
     MOVE WS-DUP-COUNT        TO CKPT-DUP-COUNT
     MOVE WS-DUP-HASH-TOTAL   TO CKPT-DUP-HASH
     MOVE WS-RUN-DATE         TO CKPT-RUN-DATE
     MOVE WS-ADJ-COUNT        TO CKPT-ADJ-COUNT
     MOVE WS-ADJ-HASH-TOTAL   TO CKPT-ADJ-HASH
     OPEN OUTPUT CHECKPOINT-FILE
     IF WS-CKPT-STATUS NOT = '00'
         DISPLAY 'PROG05 - CHECKPOINT OPEN FAILED, STATUS=',
     DISPLAY 'INPUT HASH TOTAL       - ', WS-IN-HASH-TOTAL
     DISPLAY 'OUTPUT RECORDS WRITTEN - ', WS-OUT-RECORD-COUNT
     DISPLAY 'OUTPUT HASH TOTAL      - ', WS-OUT-HASH-TOTAL
     DISPLAY 'ADJUSTMENTS WRITTEN    - ', WS-ADJ-COUNT
     DISPLAY 'ADJUSTMENT HASH TOTAL  - ', WS-ADJ-HASH-TOTAL
     DISPLAY 'REJECTED RECORDS       - ', WS-REJECT-COUNT
     DISPLAY 'REJECTED HASH TOTAL    - ', WS-REJECT-HASH-TOTAL
     DISPLAY 'FILTERED RECORDS       - ', WS-FILTER-COUNT
     DISPLAY '  INPUT HASH TOTAL     - ', WS-CO-IN-HASH(WS-CO-SUB)
     DISPLAY '  OUTPUT RECORDS       - ', WS-CO-OUT-COUNT(WS-CO-SUB)
     DISPLAY '  OUTPUT HASH TOTAL    - ', WS-CO-OUT-HASH(WS-CO-SUB)
     DISPLAY '  ADJUSTMENTS          - ', WS-CO-ADJ-COUNT(WS-CO-SUB)
     DISPLAY '  ADJUSTMENT HASH      - ', WS-CO-ADJ-HASH(WS-CO-SUB)
     DISPLAY '  REJECTED RECORDS     - ', WS-CO-REJ-COUNT(WS-CO-SUB)
     DISPLAY '  REJECTED HASH TOTAL  - ', WS-CO-REJ-HASH(WS-CO-SUB)
     DISPLAY '-----------------------------'.
     DISPLAY '  INPUT HASH TOTAL     - ', WS-SR-IN-HASH(WS-SRC-SUB)
     DISPLAY '  OUTPUT RECORDS       - ', WS-SR-OUT-COUNT(WS-SRC-SUB)
     DISPLAY '  OUTPUT HASH TOTAL    - ', WS-SR-OUT-HASH(WS-SRC-SUB)
     DISPLAY '  ADJUSTMENTS          - ', WS-SR-ADJ-COUNT(WS-SRC-SUB)
     DISPLAY '  ADJUSTMENT HASH      - ', WS-SR-ADJ-HASH(WS-SRC-SUB)
     DISPLAY '  REJECTED RECORDS     - ', WS-SR-REJ-COUNT(WS-SRC-SUB)
     DISPLAY '  REJECTED HASH TOTAL  - ', WS-SR-REJ-HASH(WS-SRC-SUB)
     DISPLAY '  DUPLICATE RECORDS    - ', WS-SR-DUP-COUNT(WS-SRC-SUB)
     MOVE WS-DUP-COUNT        TO TOT-DUP-COUNT
     MOVE WS-DUP-HASH-TOTAL   TO TOT-DUP-HASH
     MOVE WS-RUN-MODE         TO TOT-RUN-MODE
     MOVE WS-ADJ-COUNT        TO TOT-ADJ-COUNT
     MOVE WS-ADJ-HASH-TOTAL   TO TOT-ADJ-HASH
     WRITE TOTALS-RECORD
     IF WS-TOTALS-STATUS NOT = '00'
         DISPLAY 'PROG05 - PROG05TOT WRITE FAILED, STATUS=',
     MOVE WS-RUN-DATE               TO TOT-RUN-DATE
     MOVE WS-CO-CODE(WS-CO-SUB)     TO TOT-COMPANY
     MOVE WS-CO-NAME(WS-CO-SUB)     TO TOT-COMPANY-NAME
     MOVE WS-CO-CURRENCY(WS-CO-SUB) TO TOT-CURRENCY
     MOVE WS-CO-IN-COUNT(WS-CO-SUB) TO TOT-IN-COUNT
     MOVE WS-CO-IN-HASH(WS-CO-SUB)  TO TOT-IN-HASH
     MOVE WS-CO-OUT-COUNT(WS-CO-SUB) TO TOT-OUT-COUNT
     MOVE 0                         TO TOT-DUP-COUNT
     MOVE 0                         TO TOT-DUP-HASH
     MOVE WS-RUN-MODE               TO TOT-RUN-MODE
     MOVE WS-CO-ADJ-COUNT(WS-CO-SUB) TO TOT-ADJ-COUNT
     MOVE WS-CO-ADJ-HASH(WS-CO-SUB) TO TOT-ADJ-HASH
     WRITE TOTALS-RECORD
     IF WS-TOTALS-STATUS NOT = '00'
         DISPLAY 'PROG05 - PROG05TOT WRITE FAILED, STATUS=',
     MOVE WS-SR-DUP-COUNT(WS-SRC-SUB) TO TOT-DUP-COUNT
     MOVE WS-SR-DUP-HASH(WS-SRC-SUB) TO TOT-DUP-HASH
     MOVE WS-RUN-MODE                TO TOT-RUN-MODE
     MOVE WS-SR-ADJ-COUNT(WS-SRC-SUB) TO TOT-ADJ-COUNT
     MOVE WS-SR-ADJ-HASH(WS-SRC-SUB) TO TOT-ADJ-HASH
     WRITE TOTALS-RECORD
     IF WS-TOTALS-STATUS NOT = '00'
         DISPLAY 'PROG05 - PROG05TOT WRITE FAILED, STATUS=',
