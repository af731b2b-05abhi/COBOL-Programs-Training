 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG12.
*> Generation housekeeping for the PROG06 stream.  Deletes
*> PROG05OUT, PROG05REJ, GLINTF, GLACK and PROG10DSP generations
*> older than the retention period carried on the run-control
*> record - a GLINTF generation only once the GLREG register shows
*> the ledger acknowledged it - and RUNLOG generations older than
*> the fixed 60-day history the PROG11 trend report needs.  The
*> PROG05TOTH totals history is trimmed to the same purge window
*> so it cannot grow without bound.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT HISTORY-TRIM-FILE ASSIGN TO "PROG05TOTH.TMP"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-HISTORY-TRIM-STATUS.
     SELECT GL-REGISTER-FILE ASSIGN TO "GLREG"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-GL-REGISTER-STATUS.
     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CALENDAR-STATUS.
 01  HISTORY-RECORD         PIC X(200).
 FD  HISTORY-TRIM-FILE.
 01  HISTORY-TRIM-RECORD    PIC X(200).
 FD  GL-REGISTER-FILE.
 COPY GLREGRC.
 FD  CALENDAR-FILE.
 COPY CALNDRRC.
 WORKING-STORAGE SECTION.
     03 FILLER              PIC X(10) VALUE 'PROG05OUT'.
     03 FILLER              PIC X(10) VALUE 'PROG05REJ'.
     03 FILLER              PIC X(10) VALUE 'GLINTF'.
     03 FILLER              PIC X(10) VALUE 'GLACK'.
     03 FILLER              PIC X(10) VALUE 'PROG10DSP'.
 01  WS-BASE-TABLE-R REDEFINES WS-BASE-TABLE.
     03 WS-BASE-NAME        PIC X(10) OCCURS 5 TIMES.
 01  WS-BASE-COUNT          PIC 9(01) COMP VALUE 5.
*> Latest GLREG row per GLINTF run date, for the acknowledgment
*> check before a GLINTF generation is purged.
 01  WS-GL-REGISTER-STATUS  PIC X(02).
 01  WS-RG-SUB              PIC 9(04) COMP.
 01  WS-RG-HIT              PIC 9(04) COMP.
 01  WS-RG-MAX              PIC 9(04) COMP VALUE 1000.
 01  WS-REGISTER-TABLE.
     03 WS-RG-COUNT         PIC 9(04) VALUE 0.
     03 WS-RG-ENTRY OCCURS 1000 TIMES.
        05 WS-RG-RUN-DATE   PIC 9(08).
        05 WS-RG-STATUS     PIC X(01).
           88 WS-RG-ACKNOWLEDGED VALUE 'A'.
 01  WS-REGISTER-EOF-SWITCH PIC X(01).
     88 WS-REGISTER-EOF       VALUE 'Y'.
 01  WS-PURGE-SWITCH        PIC X(01).
     88 WS-PURGE-ALLOWED      VALUE 'Y'.
 01  WS-UNACKED-KEPT        PIC 9(05) VALUE 0.
*> RUNLOG keeps its own longer retention: the PROG11 trend report
*> reads 60 days of RUNLOG generations, so the history must outlive
*> the data-file retention period.
     MOVE 0 TO RETURN-CODE
     PERFORM 9800-LOG-START
     PERFORM 1000-INITIALIZE
     PERFORM 1500-LOAD-GL-REGISTER
     PERFORM 2000-PURGE-OLD-GENERATIONS
     PERFORM 3000-TRIM-TOTALS-HISTORY
     DISPLAY 'PROG12 - GENERATIONS PURGED ', WS-PURGED-COUNT
     IF WS-UNACKED-KEPT > 0
         DISPLAY 'PROG12 - UNACKNOWLEDGED GLINTF GENERATIONS KEPT ',
             WS-UNACKED-KEPT
     END-IF
     MOVE 0 TO RETURN-CODE
     PERFORM 9900-LOG-END
     GOBACK.
     END-IF
     CLOSE RUN-CONTROL-FILE.

*> No register means no generation has been acknowledged, so no
*> GLINTF generation is purged.
 1500-LOAD-GL-REGISTER.
     OPEN INPUT GL-REGISTER-FILE
     IF WS-GL-REGISTER-STATUS = '00'
         MOVE 'N' TO WS-REGISTER-EOF-SWITCH
         PERFORM 1510-LOAD-ONE-REGISTER UNTIL WS-REGISTER-EOF
         CLOSE GL-REGISTER-FILE
     END-IF.

 1510-LOAD-ONE-REGISTER.
     READ GL-REGISTER-FILE
         AT END
             SET WS-REGISTER-EOF TO TRUE
         NOT AT END
             MOVE GR-RUN-DATE TO WS-PURGE-DATE
             PERFORM 2050-FIND-REGISTER-ROW
             IF WS-RG-HIT = 0
                 IF WS-RG-COUNT >= WS-RG-MAX
                     DISPLAY 'PROG12 - REGISTER TABLE FULL, ABENDING'
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                 END-IF
                 ADD 1 TO WS-RG-COUNT
                 MOVE WS-RG-COUNT TO WS-RG-HIT
                 MOVE GR-RUN-DATE TO WS-RG-RUN-DATE(WS-RG-HIT)
             END-IF
             MOVE GR-ACK-STATUS TO WS-RG-STATUS(WS-RG-HIT)
     END-READ.

*> Probe every date from one day past retention back through the
*> purge window; deleting a generation that is not there is not an
*> error, the delete simply reports a nonzero code that is ignored.
         COMPUTE WS-PURGE-DATE =
             FUNCTION DATE-OF-INTEGER(WS-PURGE-DATE-INT)
         PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
             UNTIL WS-BASE-SUB > WS-BASE-COUNT
             MOVE WS-BASE-NAME(WS-BASE-SUB) TO WS-PURGE-BASE
             PERFORM 2100-PURGE-ONE-GENERATION
         END-PERFORM
         PERFORM 2100-PURGE-ONE-GENERATION
     END-PERFORM.

 2050-FIND-REGISTER-ROW.
     MOVE 0 TO WS-RG-HIT
     PERFORM VARYING WS-RG-SUB FROM 1 BY 1
         UNTIL WS-RG-SUB > WS-RG-COUNT
             OR WS-RG-HIT > 0
         IF WS-RG-RUN-DATE(WS-RG-SUB) = WS-PURGE-DATE
             MOVE WS-RG-SUB TO WS-RG-HIT
         END-IF
     END-PERFORM.

 2100-PURGE-ONE-GENERATION.
     MOVE SPACES TO WS-PURGE-FILE-NAME
     STRING WS-PURGE-BASE DELIMITED BY SPACE
         '.' WS-PURGE-DATE DELIMITED BY SIZE
         INTO WS-PURGE-FILE-NAME
     SET WS-PURGE-ALLOWED TO TRUE
     IF WS-PURGE-BASE = 'GLINTF'
         PERFORM 2050-FIND-REGISTER-ROW
         IF WS-RG-HIT = 0
             MOVE 'N' TO WS-PURGE-SWITCH
         ELSE
             IF NOT WS-RG-ACKNOWLEDGED(WS-RG-HIT)
                 MOVE 'N' TO WS-PURGE-SWITCH
                 ADD 1 TO WS-UNACKED-KEPT
                 DISPLAY 'PROG12 - ', WS-PURGE-FILE-NAME,
                     ' NOT ACKNOWLEDGED BY THE LEDGER, KEPT'
             END-IF
         END-IF
     END-IF
     IF WS-PURGE-ALLOWED
         CALL 'CBL_DELETE_FILE' USING WS-PURGE-FILE-NAME
         MOVE RETURN-CODE TO WS-CBL-RC
         IF WS-CBL-RC = 0
             ADD 1 TO WS-PURGED-COUNT
             DISPLAY 'PROG12 - PURGED ', WS-PURGE-FILE-NAME
         END-IF
     END-IF
     MOVE 0 TO RETURN-CODE.

