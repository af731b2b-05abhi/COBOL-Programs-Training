*> first), re-edits the repaired records - field edits plus the
*> company master - and merges the good ones into EXTRACT for this
*> cycle's PROG05 run, reporting applied corrections and aging the
*> rejects still outstanding.  Each reject corrected tonight, and
*> each still uncorrected on its last night inside the retention
*> window, is written to the dated PROG10DSP disposition file for
*> the PROG24 source data-quality scorecard.  A correction is only
*> used when its preparer and approver are two different
*> authorized operators on OPERFILE; every correction, used or
*> rejected, is recorded on the day's MANLOG manual-intervention
*> log.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CALENDAR-STATUS.
     SELECT DISPOSITION-FILE ASSIGN TO DYNAMIC WS-DISP-FILE-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-DISP-STATUS.
     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-OPERATOR-STATUS.
     SELECT MANUAL-LOG-FILE ASSIGN TO DYNAMIC WS-MLG-FILE-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MANUAL-LOG-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  REJECT-FILE.
 01  REPORT-RECORD          PIC X(132).
 FD  CALENDAR-FILE.
 COPY CALNDRRC.
 FD  DISPOSITION-FILE.
 COPY DSP10RC.
 FD  OPERATOR-FILE.
 COPY OPERRC.
 FD  MANUAL-LOG-FILE.
 COPY MANLOGRC.
 WORKING-STORAGE SECTION.
 COPY CALWKWS.
 COPY OPWKWS.
 COPY RJ05REC.
 COPY ED05WS.
 01  WS-REJECT-STATUS       PIC X(02).
 01  WS-EXTRACT-STATUS      PIC X(02).
 01  WS-RUN-CONTROL-STATUS  PIC X(02).
 01  WS-REPORT-STATUS       PIC X(02).
 01  WS-DISP-STATUS         PIC X(02).
 01  WS-DISP-FILE-NAME      PIC X(20).
 01  WS-RUN-MODE            PIC X(01).
     88 WS-MODE-PRODUCTION    VALUE 'P'.
 01  WS-RUN-DATE            PIC 9(08).
*> 'N' - no correction for this key, 'A' - unused correction found,
*> 'U' - the key was already corrected or attempted this run (a
*> later generation repeats a reject worked from an older one).
*> A correction failing the operator check is flagged 'X' when it
*> is loaded and is never matched, so its reject stays outstanding.
 01  WS-MATCH-STATE         PIC X(01).
 01  WS-CORR-MAX            PIC 9(03) COMP VALUE 500.
 01  WS-CORR-TABLE.
     03 WS-CORR-COUNT       PIC 9(03) VALUE 0.
     03 WS-CORR-ENTRY OCCURS 500 TIMES.
        05 WS-CR-ORIG-KEY   PIC X(28).
        05 WS-CR-NEW-RECORD PIC X(52).
        05 WS-CR-USED-FLAG  PIC X(01).
        05 WS-CR-PREPARER-ID PIC X(08).
        05 WS-CR-APPROVER-ID PIC X(08).
        05 WS-CR-AUTH-REASON PIC X(40).
 01  WS-REJECTS-READ        PIC 9(08) VALUE 0.
 01  WS-PRIOR-HANDLED-COUNT PIC 9(08) VALUE 0.
 01  WS-REJ-KEY             PIC X(28).
 01  WS-CORRECTED-COUNT     PIC 9(08) VALUE 0.
 01  WS-FAILED-EDIT-COUNT   PIC 9(08) VALUE 0.
 01  WS-OUTSTANDING-COUNT   PIC 9(08) VALUE 0.
 01  WS-AGED-OUT-COUNT      PIC 9(08) VALUE 0.
 01  WS-UNAUTHORIZED-COUNT  PIC 9(08) VALUE 0.
 01  WS-BUCKET-SUB          PIC 9(01) COMP.
 01  WS-AGE-BUCKETS.
     03 WS-AGE-ENTRY OCCURS 4 TIMES.
     03 DL-STATUS           PIC X(34).
     03 DL-AGE              PIC ZZZZ9.
     03 DL-AGE-TEXT         PIC X(11).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-PREPARER         PIC X(08).
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-APPROVER         PIC X(08).
 01  WS-COUNT-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 CL-LABEL            PIC X(34).
     PERFORM 1000-INITIALIZE
     PERFORM 1300-WORK-ALL-GENERATIONS
     CLOSE EXTRACT-FILE
     CLOSE DISPOSITION-FILE
     PERFORM 3000-PRINT-SUMMARY
     CLOSE REPORT-FILE
     PERFORM 3200-LOG-CORRECTIONS
     MOVE 0 TO RETURN-CODE
     PERFORM 9900-LOG-END
     GOBACK.
         UNTIL WS-BUCKET-SUB > 4
         MOVE 0 TO WS-AG-COUNT(WS-BUCKET-SUB)
     END-PERFORM
     PERFORM 6700-LOAD-OPERATORS
     PERFORM 1200-LOAD-CORRECTIONS
     PERFORM 1400-LOAD-COMPANY-TABLE
     OPEN OUTPUT REPORT-FILE
         GOBACK
     END-IF
     PERFORM 5200-PAGE-HEADING
     MOVE SPACES TO WS-DISP-FILE-NAME
     STRING 'PROG10DSP.' WS-RUN-DATE
         DELIMITED BY SIZE INTO WS-DISP-FILE-NAME
     OPEN OUTPUT DISPOSITION-FILE
     IF WS-DISP-STATUS NOT = '00'
         DISPLAY 'PROG10 - ', WS-DISP-FILE-NAME,
             ' OPEN FAILED, STATUS=', WS-DISP-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN EXTEND EXTRACT-FILE
     IF WS-EXTRACT-STATUS NOT = '00'
         DISPLAY 'PROG10 - EXTRACT OPEN FAILED, STATUS=',
             MOVE CR-NEW-RECORD
                 TO WS-CR-NEW-RECORD(WS-CORR-COUNT)
             MOVE 'N' TO WS-CR-USED-FLAG(WS-CORR-COUNT)
             MOVE CR-PREPARER-ID
                 TO WS-CR-PREPARER-ID(WS-CORR-COUNT)
             MOVE CR-APPROVER-ID
                 TO WS-CR-APPROVER-ID(WS-CORR-COUNT)
             MOVE SPACES TO WS-CR-AUTH-REASON(WS-CORR-COUNT)
             PERFORM 1220-CHECK-CORRECTION-AUTH
     END-READ.

 1220-CHECK-CORRECTION-AUTH.
     MOVE CR-PREPARER-ID TO WS-OPR-PREPARER-ID
     MOVE CR-APPROVER-ID TO WS-OPR-APPROVER-ID
     PERFORM 6720-CHECK-AUTHORIZATION
     IF NOT WS-OPR-AUTHORIZED
         MOVE 'X' TO WS-CR-USED-FLAG(WS-CORR-COUNT)
         MOVE WS-OPR-REASON TO WS-CR-AUTH-REASON(WS-CORR-COUNT)
         ADD 1 TO WS-UNAUTHORIZED-COUNT
     END-IF.

 1400-LOAD-COMPANY-TABLE.
     OPEN INPUT COMPANY-MASTER-FILE
     IF WS-COMPANY-STATUS NOT = '00'
         IF WS-CR-ORIG-KEY(WS-MATCH-SUB)(1:10) = RJ-IN1
             AND WS-CR-ORIG-KEY(WS-MATCH-SUB)(11:10) = RJ-IN2
             AND WS-CR-ORIG-KEY(WS-MATCH-SUB)(21:8) = RJ-EFF-DATE
             AND WS-CR-USED-FLAG(WS-MATCH-SUB) NOT = 'X'
             IF WS-CR-USED-FLAG(WS-MATCH-SUB) = 'N'
                 MOVE 'A' TO WS-MATCH-STATE
                 MOVE WS-MATCH-SUB TO WS-MATCH-HIT
             TO DL-STATUS
         MOVE 0 TO DL-AGE
         MOVE SPACES TO DL-AGE-TEXT
         MOVE WS-CR-PREPARER-ID(WS-MATCH-HIT) TO DL-PREPARER
         MOVE WS-CR-APPROVER-ID(WS-MATCH-HIT) TO DL-APPROVER
         MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
         MOVE 'C' TO DS-DISPOSITION
         PERFORM 2500-WRITE-DISPOSITION
     ELSE
         MOVE 'F' TO WS-CR-USED-FLAG(WS-MATCH-HIT)
         ADD 1 TO WS-FAILED-EDIT-COUNT
             TO DL-STATUS
         MOVE 0 TO DL-AGE
         MOVE SPACES TO DL-AGE-TEXT
         MOVE WS-CR-PREPARER-ID(WS-MATCH-HIT) TO DL-PREPARER
         MOVE WS-CR-APPROVER-ID(WS-MATCH-HIT) TO DL-APPROVER
         MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
         PERFORM 2400-REPORT-OUTSTANDING
     MOVE RJ-SOURCE     TO DL-SOURCE
     MOVE 'OUTSTANDING - AWAITING CORRECTION '
         TO DL-STATUS
*> The oldest generation probed is on its last night inside the
*> window - PROG12 purges it before the next run - so a reject
*> first met there and still uncorrected has aged out.
     IF WS-GEN-SUB = WS-RETENTION-SPAN
         ADD 1 TO WS-AGED-OUT-COUNT
         MOVE 'OUTSTANDING - AGES OUT TONIGHT    '
             TO DL-STATUS
         MOVE 'X' TO DS-DISPOSITION
         PERFORM 2500-WRITE-DISPOSITION
     END-IF
     MOVE WS-AGE-DAYS   TO DL-AGE
     MOVE ' DAYS OLD'   TO DL-AGE-TEXT
     MOVE SPACES        TO DL-PREPARER
     MOVE SPACES        TO DL-APPROVER
     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 2500-WRITE-DISPOSITION.
     MOVE WS-RUN-DATE    TO DS-RUN-DATE
     IF RJ-RUN-DATE IS NUMERIC
         MOVE RJ-RUN-DATE TO DS-REJECT-RUN-DATE
     ELSE
         MOVE WS-GEN-DATE TO DS-REJECT-RUN-DATE
     END-IF
     MOVE RJ-SOURCE      TO DS-SOURCE
     MOVE RJ-REASON-CODE TO DS-REASON-CODE
     MOVE RJ-IN1         TO DS-IN1
     MOVE RJ-IN2         TO DS-IN2
     MOVE RJ-EFF-DATE    TO DS-EFF-DATE
     WRITE DISPOSITION-RECORD
     IF WS-DISP-STATUS NOT = '00'
         DISPLAY 'PROG10 - ', WS-DISP-FILE-NAME,
             ' WRITE FAILED, STATUS=', WS-DISP-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF.

 3000-PRINT-SUMMARY.
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE WS-FAILED-EDIT-COUNT      TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'CORRECTIONS NOT AUTHORIZED' TO CL-LABEL
     MOVE WS-UNAUTHORIZED-COUNT     TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'REJECTS STILL OUTSTANDING' TO CL-LABEL
     MOVE WS-OUTSTANDING-COUNT      TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'OUTSTANDING REJECTS AGING OUT'  TO CL-LABEL
     MOVE WS-AGED-OUT-COUNT         TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'REPEAT OCCURRENCES SKIPPED' TO CL-LABEL
     MOVE WS-PRIOR-HANDLED-COUNT    TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
             MOVE WS-TEXT-LINE TO WS-PRINT-LINE
             PERFORM 5100-WRITE-LINE
         END-IF
         IF WS-CR-USED-FLAG(WS-MATCH-SUB) = 'X'
             MOVE SPACES TO XL-TEXT
             STRING 'CORRECTION NOT AUTHORIZED - KEY '
                 WS-CR-ORIG-KEY(WS-MATCH-SUB) ' PREPARER '
                 WS-CR-PREPARER-ID(WS-MATCH-SUB) ' APPROVER '
                 WS-CR-APPROVER-ID(WS-MATCH-SUB) ' - '
                 WS-CR-AUTH-REASON(WS-MATCH-SUB)
                 DELIMITED BY SIZE INTO XL-TEXT
             MOVE WS-TEXT-LINE TO WS-PRINT-LINE
             PERFORM 5100-WRITE-LINE
         END-IF
     END-PERFORM.

*> Every correction presented tonight goes on the manual-
*> intervention log under the run date, whatever became of it.
 3200-LOG-CORRECTIONS.
     IF WS-CORR-COUNT > 0
         MOVE WS-RUN-DATE TO WS-MLG-LOG-DATE
         PERFORM 6760-OPEN-MANUAL-LOG
         PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
             UNTIL WS-MATCH-SUB > WS-CORR-COUNT
             PERFORM 3210-LOG-ONE-CORRECTION
         END-PERFORM
         PERFORM 6780-CLOSE-MANUAL-LOG
     END-IF.

 3210-LOG-ONE-CORRECTION.
     MOVE SPACES     TO MANUAL-LOG-RECORD
     MOVE 'PROG10'   TO ML-PROGRAM
     MOVE 'CORRFILE' TO ML-INPUT-FILE
     MOVE WS-CR-PREPARER-ID(WS-MATCH-SUB) TO ML-PREPARER-ID
     MOVE WS-CR-APPROVER-ID(WS-MATCH-SUB) TO ML-APPROVER-ID
     STRING 'REJECT ' WS-CR-ORIG-KEY(WS-MATCH-SUB)(1:10) '/'
         WS-CR-ORIG-KEY(WS-MATCH-SUB)(11:10) ' EFF '
         WS-CR-ORIG-KEY(WS-MATCH-SUB)(21:8)
         DELIMITED BY SIZE INTO ML-ITEM-TEXT
     EVALUATE WS-CR-USED-FLAG(WS-MATCH-SUB)
         WHEN 'Y'
             MOVE 'A' TO ML-RESULT
             MOVE 'CORRECTED - MERGED INTO EXTRACT' TO ML-REASON
         WHEN 'F'
             MOVE 'R' TO ML-RESULT
             MOVE 'CORRECTION FAILED EDITS, NOT USED' TO ML-REASON
         WHEN 'X'
             MOVE 'U' TO ML-RESULT
             MOVE WS-CR-AUTH-REASON(WS-MATCH-SUB) TO ML-REASON
         WHEN OTHER
             MOVE 'R' TO ML-RESULT
             MOVE 'NO MATCHING REJECT ON FILE' TO ML-REASON
     END-EVALUATE
     PERFORM 6770-WRITE-MANUAL-LOG.

 5100-WRITE-LINE.
     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
         PERFORM 5200-PAGE-HEADING
 COPY P05EDITS.

 COPY CALBDAYS.

 COPY OPAUTH.
