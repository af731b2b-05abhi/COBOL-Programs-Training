 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG24.
*> Source-system data quality scorecard.  Captures, per feed
*> source, tonight's received count (the 'S' rows of PROG05TOT),
*> rejects by reason E001-E009 (RJ-SOURCE on tonight's PROG05REJ
*> generation), duplicates (DP-SOURCE on PROG05DUP) and the
*> rejects PROG10 disposed of tonight - corrected, or aged out of
*> the retention window uncorrected (PROG10DSP) - onto the SRCQH
*> history, one row per run date per source.  The first time SRCQH
*> is built its earlier runs are seeded from the PROG05TOTH totals
*> history (counts only, no reason breakdown).  From SRCQH it
*> prints to PROG24RPT a weekly (Monday-Sunday) and a monthly
*> scorecard for every source - the period to date against the four
*> prior weeks and three prior months - flagging a source whose
*> reject or duplicate rate is worsening.  A worsening source is
*> reported, not failed - the step returns zero so the stream runs
*> on - but a file that cannot be opened, read or written, or a
*> failure replacing SRCQH, ends it with return code 16.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RUN-CONTROL-STATUS.
     SELECT TOTALS-FILE ASSIGN TO "PROG05TOT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-TOTALS-STATUS.
     SELECT TOTALS-HISTORY-FILE ASSIGN TO "PROG05TOTH"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-TOTALS-HISTORY-STATUS.
     SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REJECT-STATUS.
     SELECT DUPLICATE-FILE ASSIGN TO "PROG05DUP"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-DUPLICATE-STATUS.
     SELECT DISPOSITION-FILE ASSIGN TO DYNAMIC WS-DISP-FILE-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-DISP-STATUS.
     SELECT QUALITY-HISTORY-FILE ASSIGN TO "SRCQH"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-QUALITY-STATUS.
     SELECT QUALITY-NEW-FILE ASSIGN TO "SRCQH.TMP"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-QUALITY-NEW-STATUS.
     SELECT REPORT-FILE ASSIGN TO "PROG24RPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  RUN-CONTROL-FILE.
 COPY RUNCTLRC.
 FD  TOTALS-FILE.
 COPY TOT05REC.
 FD  TOTALS-HISTORY-FILE.
 01  TOTALS-HISTORY-RECORD  PIC X(200).
 FD  REJECT-FILE.
 01  REJECT-FILE-RECORD     PIC X(115).
 FD  DUPLICATE-FILE.
 COPY DUP05REC.
 FD  DISPOSITION-FILE.
 COPY DSP10RC.
 FD  QUALITY-HISTORY-FILE.
 COPY SQH24RC.
 FD  QUALITY-NEW-FILE.
 01  QUALITY-NEW-RECORD     PIC X(112).
 FD  REPORT-FILE.
 01  REPORT-RECORD          PIC X(132).
 WORKING-STORAGE SECTION.
 COPY RJ05REC.
 01  WS-RUN-CONTROL-STATUS  PIC X(02).
 01  WS-TOTALS-STATUS       PIC X(02).
 01  WS-TOTALS-HISTORY-STATUS PIC X(02).
 01  WS-REJECT-STATUS       PIC X(02).
 01  WS-DUPLICATE-STATUS    PIC X(02).
 01  WS-DISP-STATUS         PIC X(02).
 01  WS-QUALITY-STATUS      PIC X(02).
 01  WS-QUALITY-NEW-STATUS  PIC X(02).
 01  WS-REPORT-STATUS       PIC X(02).
 01  WS-CBL-RC              PIC S9(04) VALUE 0.
 01  WS-REJECT-FILE-NAME    PIC X(20).
 01  WS-DISP-FILE-NAME      PIC X(20).
 01  WS-RUN-MODE            PIC X(01).
     88 WS-MODE-TRIAL         VALUE 'T'.
 01  WS-RUN-DATE            PIC 9(08).
 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
     03 WS-RD-CCYY          PIC 9(04).
     03 WS-RD-MM            PIC 9(02).
     03 WS-RD-DD            PIC 9(02).
 01  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
     88 WS-EOF                VALUE 'Y'.
 01  WS-HISTORY-SWITCH      PIC X(01) VALUE 'N'.
     88 WS-HISTORY-ON-FILE    VALUE 'Y'.
*> Rows older than this many days leave SRCQH; the oldest period
*> the scorecard reads is three months before the current one.
 01  WS-HISTORY-KEEP-DAYS   PIC 9(04) COMP VALUE 400.
 01  WS-KEEP-CUTOFF-INT     PIC S9(08) COMP.
*> Week and month positions.  Integer day 1 (1601-01-01) is a
*> Monday, so a date's week starts on the integer day less its
*> remainder by seven.  Periods 1-5 are this week and the four
*> before it; periods 6-9 are this month and the three before it.
 01  WS-RUN-DATE-INT        PIC S9(08) COMP.
 01  WS-RUN-WEEK-INT        PIC S9(08) COMP.
 01  WS-RUN-MONTHS          PIC S9(08) COMP.
 01  WS-ROW-DATE            PIC 9(08).
 01  WS-ROW-DATE-R REDEFINES WS-ROW-DATE.
     03 WS-ROW-CCYY         PIC 9(04).
     03 WS-ROW-MM           PIC 9(02).
     03 WS-ROW-DD           PIC 9(02).
 01  WS-ROW-DATE-INT        PIC S9(08) COMP.
 01  WS-ROW-WEEK-INT        PIC S9(08) COMP.
 01  WS-WEEK-IDX            PIC S9(08) COMP.
 01  WS-MONTH-IDX           PIC S9(08) COMP.
 01  WS-WEEK-PERIODS        PIC 9(01) COMP VALUE 5.
 01  WS-MONTH-PERIODS       PIC 9(01) COMP VALUE 4.
 01  WS-FIRST-MONTH-PERIOD  PIC 9(01) COMP VALUE 6.
 01  WS-PERIOD-SUB          PIC 9(02) COMP.
 01  WS-CURR-PERIOD         PIC 9(02) COMP.
 01  WS-FIRST-PRIOR         PIC 9(02) COMP.
 01  WS-LAST-PERIOD         PIC 9(02) COMP.
 01  WS-PERIOD-START-INT    PIC S9(08) COMP.
 01  WS-PERIOD-DATE         PIC 9(08).
 01  WS-PERIOD-MONTHS       PIC S9(08) COMP.
 01  WS-PERIOD-CCYY         PIC 9(04).
 01  WS-PERIOD-MM           PIC 9(02).
 01  WS-REASON-SUB          PIC 9(02) COMP.
 01  WS-REASON-NUMBER       PIC 9(03).
 01  WS-WORK-SOURCE         PIC X(03).
 01  WS-SRC-SUB             PIC 9(02) COMP.
 01  WS-SRC-SUB2            PIC 9(02) COMP.
 01  WS-SRC-HIT             PIC 9(02) COMP.
 01  WS-SOURCE-MAX          PIC 9(02) COMP VALUE 20.
 01  WS-SOURCE-TABLE.
     03 WS-SOURCE-COUNT     PIC 9(02) VALUE 0.
     03 WS-SOURCE-ENTRY OCCURS 20 TIMES.
        05 WS-SR-CODE       PIC X(03).
        05 WS-SR-TONIGHT-SW PIC X(01).
           88 WS-SR-SEEN-TONIGHT VALUE 'Y'.
        05 WS-SR-TOTALS-SW  PIC X(01).
           88 WS-SR-ON-TOTALS    VALUE 'Y'.
        05 WS-SR-WORSE-SW   PIC X(01).
           88 WS-SR-WORSENING    VALUE 'Y'.
        05 WS-SR-TOT-REJECTED   PIC 9(08).
        05 WS-SR-TOT-DUPLICATES PIC 9(08).
        05 WS-SR-TONIGHT.
           07 WS-ST-RECEIVED    PIC 9(08).
           07 WS-ST-REJECTED    PIC 9(08).
           07 WS-ST-REASON      PIC 9(06) OCCURS 10 TIMES.
           07 WS-ST-DUPLICATES  PIC 9(08).
           07 WS-ST-CORRECTED   PIC 9(08).
           07 WS-ST-AGED-OUT    PIC 9(08).
        05 WS-SR-PERIOD OCCURS 9 TIMES.
           07 WS-SP-RUNS        PIC 9(04).
           07 WS-SP-RECEIVED    PIC 9(09).
           07 WS-SP-REJECTED    PIC 9(09).
           07 WS-SP-REASON      PIC 9(08) OCCURS 10 TIMES.
           07 WS-SP-DUPLICATES  PIC 9(09).
           07 WS-SP-CORRECTED   PIC 9(09).
           07 WS-SP-AGED-OUT    PIC 9(09).
 01  WS-SOURCE-SWAP         PIC X(1283).
*> Rates are percentages of records received.  A current rate more
*> than the tolerance (in percentage points) above or below the
*> rate pooled over the prior periods is worsening or improving.
 01  WS-TREND-TOLERANCE     PIC 9(01)V99 VALUE 0.50.
 01  WS-CALC-RECEIVED       PIC 9(09).
 01  WS-CALC-REJECTED       PIC 9(09).
 01  WS-CALC-DUPLICATES     PIC 9(09).
 01  WS-REJECT-RATE         PIC 9(03)V99.
 01  WS-DUPLICATE-RATE      PIC 9(03)V99.
 01  WS-CURR-REJECT-RATE    PIC 9(03)V99.
 01  WS-CURR-DUPLICATE-RATE PIC 9(03)V99.
 01  WS-PRIOR-RECEIVED      PIC 9(09).
 01  WS-PRIOR-REJECTED      PIC 9(09).
 01  WS-PRIOR-DUPLICATES    PIC 9(09).
 01  WS-COMPARE-CURRENT     PIC 9(03)V99.
 01  WS-COMPARE-PRIOR       PIC 9(03)V99.
 01  WS-TREND-WORD          PIC X(09).
 01  WS-REJECT-TREND        PIC X(09).
 01  WS-DUPLICATE-TREND     PIC X(09).
 01  WS-SOURCE-WORSE-SW     PIC X(01).
     88 WS-SOURCE-WORSE       VALUE 'Y'.
 01  WS-TOTALS-ROWS-READ    PIC 9(08) VALUE 0.
 01  WS-REJECTS-READ        PIC 9(08) VALUE 0.
 01  WS-DUPLICATES-READ     PIC 9(08) VALUE 0.
 01  WS-DISPOSITIONS-READ   PIC 9(08) VALUE 0.
 01  WS-HISTORY-KEPT        PIC 9(08) VALUE 0.
 01  WS-HISTORY-REPLACED    PIC 9(08) VALUE 0.
 01  WS-HISTORY-RETIRED     PIC 9(08) VALUE 0.
 01  WS-HISTORY-SEEDED      PIC 9(08) VALUE 0.
 01  WS-TONIGHT-ROWS        PIC 9(08) VALUE 0.
 01  WS-DETAIL-DIFF-COUNT   PIC 9(08) VALUE 0.
 01  WS-WORSENING-COUNT     PIC 9(08) VALUE 0.
 01  WS-LINE-COUNT          PIC 9(03) VALUE 99.
 01  WS-PAGE-COUNT          PIC 9(03) VALUE 0.
 01  WS-LINES-PER-PAGE      PIC 9(03) VALUE 55.
 01  WS-PRINT-LINE          PIC X(132).
*>
 01  WS-HEADING-1.
     03 FILLER              PIC X(40)
         VALUE ' SOURCE SYSTEM DATA QUALITY SCORECARD   '.
     03 FILLER              PIC X(20) VALUE SPACES.
     03 FILLER              PIC X(10) VALUE 'RUN DATE '.
     03 H1-DATE             PIC X(10).
     03 FILLER              PIC X(44) VALUE SPACES.
     03 FILLER              PIC X(05) VALUE 'PAGE '.
     03 H1-PAGE             PIC ZZ9.
 01  WS-HEADING-2.
     03 FILLER              PIC X(132) VALUE ALL '='.
 01  WS-COLUMN-HEAD.
     03 FILLER              PIC X(37)
         VALUE ' SRC  PERIOD       RECEIVED  REJECTED'.
     03 FILLER              PIC X(37)
         VALUE '     REJ %      DUPS    DUP %  CORREC'.
     03 FILLER              PIC X(20)
         VALUE 'TED  AGED OUT  TREND'.
 01  WS-DETAIL-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-SOURCE           PIC X(03).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-PERIOD           PIC X(12).
     03 DL-RECEIVED         PIC Z,ZZZ,ZZ9.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-REJECTED         PIC Z,ZZZ,ZZ9.
     03 FILLER              PIC X(04) VALUE SPACES.
     03 DL-REJECT-RATE      PIC ZZ9.99.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-DUPLICATES       PIC Z,ZZZ,ZZ9.
     03 FILLER              PIC X(03) VALUE SPACES.
     03 DL-DUPLICATE-RATE   PIC ZZ9.99.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-CORRECTED        PIC Z,ZZZ,ZZ9.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-AGED-OUT         PIC Z,ZZZ,ZZ9.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-TREND            PIC X(40).
 01  WS-REASON-LINE.
     03 FILLER              PIC X(10) VALUE '   REASONS'.
     03 RL-ENTRY OCCURS 10 TIMES.
        05 FILLER           PIC X(01).
        05 RL-CODE          PIC X(04).
        05 FILLER           PIC X(01).
        05 RL-COUNT         PIC ZZZZZ9.
 01  WS-COUNT-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 CL-LABEL            PIC X(44).
     03 CL-COUNT            PIC Z,ZZZ,ZZ9.
 01  WS-VERDICT-LINE.
     03 FILLER              PIC X(12) VALUE ' VERDICT -  '.
     03 VL-VERDICT          PIC X(60).
 01  WS-TEXT-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 XL-TEXT             PIC X(131).
 COPY LOGEVENT.
 PROCEDURE DIVISION.
 0000-MAIN.
     MOVE 0 TO RETURN-CODE
     PERFORM 9800-LOG-START
     PERFORM 1000-INITIALIZE
     PERFORM 2000-CAPTURE-TONIGHT
     PERFORM 3000-REBUILD-HISTORY
     PERFORM 3900-SORT-SOURCES
     PERFORM 4000-PRINT-TONIGHT
     MOVE 1 TO WS-CURR-PERIOD
     MOVE WS-WEEK-PERIODS TO WS-LAST-PERIOD
     MOVE SPACES TO WS-PRINT-LINE
     STRING ' WEEKLY SCORECARD - THIS WEEK TO DATE AGAINST THE FOUR'
         ' PRIOR WEEKS (W/B = WEEK BEGINNING MONDAY)'
         DELIMITED BY SIZE INTO WS-PRINT-LINE
     PERFORM 5000-PRINT-SCORECARD
     MOVE WS-FIRST-MONTH-PERIOD TO WS-CURR-PERIOD
     COMPUTE WS-LAST-PERIOD =
         WS-FIRST-MONTH-PERIOD + WS-MONTH-PERIODS - 1
     MOVE SPACES TO WS-PRINT-LINE
     STRING ' MONTHLY SCORECARD - THIS MONTH TO DATE AGAINST THE'
         ' THREE PRIOR MONTHS'
         DELIMITED BY SIZE INTO WS-PRINT-LINE
     PERFORM 5000-PRINT-SCORECARD
     PERFORM 6800-PRINT-SUMMARY
     CLOSE REPORT-FILE
     DISPLAY 'PROG24 - SOURCES SCORED ', WS-SOURCE-COUNT,
         ', DETERIORATING ', WS-WORSENING-COUNT
     MOVE 0 TO RETURN-CODE
     PERFORM 9900-LOG-END
     GOBACK.

 1000-INITIALIZE.
     PERFORM 1100-READ-RUN-CONTROL
     IF WS-MODE-TRIAL
         DISPLAY 'PROG24 - TRIAL RUN, NO SCORECARD CAPTURED'
         MOVE 0 TO RETURN-CODE
         PERFORM 9900-LOG-END
         GOBACK
     END-IF
     COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
     COMPUTE WS-RUN-WEEK-INT =
         WS-RUN-DATE-INT - FUNCTION MOD(WS-RUN-DATE-INT - 1, 7)
     COMPUTE WS-RUN-MONTHS = WS-RD-CCYY * 12 + WS-RD-MM
     COMPUTE WS-KEEP-CUTOFF-INT =
         WS-RUN-DATE-INT - WS-HISTORY-KEEP-DAYS
     MOVE SPACES TO WS-REJECT-FILE-NAME
     STRING 'PROG05REJ.' WS-RUN-DATE
         DELIMITED BY SIZE INTO WS-REJECT-FILE-NAME
     MOVE SPACES TO WS-DISP-FILE-NAME
     STRING 'PROG10DSP.' WS-RUN-DATE
         DELIMITED BY SIZE INTO WS-DISP-FILE-NAME
     OPEN OUTPUT REPORT-FILE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG24 - PROG24RPT OPEN FAILED, STATUS=',
             WS-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     PERFORM 5200-PAGE-HEADING.

 1100-READ-RUN-CONTROL.
     OPEN INPUT RUN-CONTROL-FILE
     IF WS-RUN-CONTROL-STATUS NOT = '00'
         DISPLAY 'PROG24 - RUNCTL NOT FOUND, RUN DATE UNKNOWN'
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     READ RUN-CONTROL-FILE
         AT END
             DISPLAY 'PROG24 - RUNCTL EMPTY, RUN DATE UNKNOWN'
             MOVE 16 TO RETURN-CODE
             GOBACK
     END-READ
     MOVE RC-RUN-MODE TO WS-RUN-MODE
     MOVE RC-RUN-DATE TO WS-RUN-DATE
     CLOSE RUN-CONTROL-FILE.

*> Tonight's files are all optional here: a quiet night may have
*> no rejects, no duplicates and no dispositions, and each missing
*> file simply contributes nothing.  Rows stamped with another run
*> date are leftovers from an earlier cycle and are not counted.
 2000-CAPTURE-TONIGHT.
     PERFORM 2100-CAPTURE-TOTALS
     PERFORM 2200-CAPTURE-REJECTS
     PERFORM 2300-CAPTURE-DUPLICATES
     PERFORM 2400-CAPTURE-DISPOSITIONS.

 2100-CAPTURE-TOTALS.
     OPEN INPUT TOTALS-FILE
     IF WS-TOTALS-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 2110-READ-ONE-TOTALS UNTIL WS-EOF
         CLOSE TOTALS-FILE
     ELSE
         MOVE 'PROG05TOT NOT AVAILABLE - NO RECEIVED COUNTS TONIGHT'
             TO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-IF.

 2110-READ-ONE-TOTALS.
     READ TOTALS-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF TOT-ROW-TYPE = 'S'
                 AND TOT-RUN-DATE = WS-RUN-DATE
                 ADD 1 TO WS-TOTALS-ROWS-READ
                 MOVE TOT-SOURCE TO WS-WORK-SOURCE
                 PERFORM 3550-FIND-SOURCE
                 SET WS-SR-SEEN-TONIGHT(WS-SRC-HIT) TO TRUE
                 SET WS-SR-ON-TOTALS(WS-SRC-HIT)    TO TRUE
                 ADD TOT-IN-COUNT  TO WS-ST-RECEIVED(WS-SRC-HIT)
                 ADD TOT-REJ-COUNT TO WS-SR-TOT-REJECTED(WS-SRC-HIT)
                 ADD TOT-DUP-COUNT TO WS-SR-TOT-DUPLICATES(WS-SRC-HIT)
             END-IF
     END-READ.

 2200-CAPTURE-REJECTS.
     OPEN INPUT REJECT-FILE
     IF WS-REJECT-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 2210-READ-ONE-REJECT UNTIL WS-EOF
         CLOSE REJECT-FILE
     END-IF.

 2210-READ-ONE-REJECT.
     READ REJECT-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             MOVE REJECT-FILE-RECORD TO REJECT-DETAIL
             IF RJ-RUN-DATE = WS-RUN-DATE
                 ADD 1 TO WS-REJECTS-READ
                 MOVE RJ-SOURCE TO WS-WORK-SOURCE
                 PERFORM 3550-FIND-SOURCE
                 SET WS-SR-SEEN-TONIGHT(WS-SRC-HIT) TO TRUE
                 ADD 1 TO WS-ST-REJECTED(WS-SRC-HIT)
                 PERFORM 2250-SET-REASON-SUB
                 ADD 1 TO WS-ST-REASON(WS-SRC-HIT, WS-REASON-SUB)
             END-IF
     END-READ.

*> E001-E009 count under their own number; any other code under
*> the tenth column.
 2250-SET-REASON-SUB.
     MOVE 10 TO WS-REASON-SUB
     IF RJ-REASON-CODE(1:1) = 'E'
         AND RJ-REASON-CODE(2:3) IS NUMERIC
         MOVE RJ-REASON-CODE(2:3) TO WS-REASON-NUMBER
         IF WS-REASON-NUMBER >= 1 AND WS-REASON-NUMBER <= 9
             MOVE WS-REASON-NUMBER TO WS-REASON-SUB
         END-IF
     END-IF.

 2300-CAPTURE-DUPLICATES.
     OPEN INPUT DUPLICATE-FILE
     IF WS-DUPLICATE-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 2310-READ-ONE-DUPLICATE UNTIL WS-EOF
         CLOSE DUPLICATE-FILE
     END-IF.

 2310-READ-ONE-DUPLICATE.
     READ DUPLICATE-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF DP-RUN-DATE = WS-RUN-DATE
                 ADD 1 TO WS-DUPLICATES-READ
                 MOVE DP-SOURCE TO WS-WORK-SOURCE
                 PERFORM 3550-FIND-SOURCE
                 SET WS-SR-SEEN-TONIGHT(WS-SRC-HIT) TO TRUE
                 ADD 1 TO WS-ST-DUPLICATES(WS-SRC-HIT)
             END-IF
     END-READ.

 2400-CAPTURE-DISPOSITIONS.
     OPEN INPUT DISPOSITION-FILE
     IF WS-DISP-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 2410-READ-ONE-DISPOSITION UNTIL WS-EOF
         CLOSE DISPOSITION-FILE
     END-IF.

 2410-READ-ONE-DISPOSITION.
     READ DISPOSITION-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF DS-RUN-DATE = WS-RUN-DATE
                 ADD 1 TO WS-DISPOSITIONS-READ
                 MOVE DS-SOURCE TO WS-WORK-SOURCE
                 PERFORM 3550-FIND-SOURCE
                 SET WS-SR-SEEN-TONIGHT(WS-SRC-HIT) TO TRUE
                 EVALUATE TRUE
                     WHEN DS-CORRECTED
                         ADD 1 TO WS-ST-CORRECTED(WS-SRC-HIT)
                     WHEN DS-AGED-OUT
                         ADD 1 TO WS-ST-AGED-OUT(WS-SRC-HIT)
                     WHEN OTHER
                         CONTINUE
                 END-EVALUATE
             END-IF
     END-READ.

*> The new history is built beside the live one and swapped in
*> only when complete.  Earlier rows for tonight's date belong to
*> an earlier attempt at this run and are replaced; rows past the
*> keep period are retired.  Every row kept is also added into the
*> week and month it falls in.
 3000-REBUILD-HISTORY.
     OPEN OUTPUT QUALITY-NEW-FILE
     IF WS-QUALITY-NEW-STATUS NOT = '00'
         DISPLAY 'PROG24 - SRCQH.TMP OPEN FAILED, STATUS=',
             WS-QUALITY-NEW-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN INPUT QUALITY-HISTORY-FILE
     IF WS-QUALITY-STATUS = '00'
         SET WS-HISTORY-ON-FILE TO TRUE
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 3100-COPY-ONE-HISTORY UNTIL WS-EOF
         CLOSE QUALITY-HISTORY-FILE
     ELSE
         IF WS-QUALITY-STATUS = '35'
             PERFORM 3300-SEED-FROM-TOTALS
         ELSE
             DISPLAY 'PROG24 - SRCQH OPEN FAILED, STATUS=',
                 WS-QUALITY-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
     END-IF
     PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
         UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
         IF WS-SR-SEEN-TONIGHT(WS-SRC-SUB)
             PERFORM 3200-WRITE-TONIGHT-ROW
         END-IF
     END-PERFORM
     CLOSE QUALITY-NEW-FILE
     IF WS-HISTORY-ON-FILE
         CALL 'CBL_DELETE_FILE' USING 'SRCQH'
         MOVE RETURN-CODE TO WS-CBL-RC
         IF WS-CBL-RC NOT = 0
             DISPLAY 'PROG24 - DELETE OF SRCQH FAILED, RC=',
                 WS-CBL-RC
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
     END-IF
     CALL 'CBL_RENAME_FILE' USING 'SRCQH.TMP' 'SRCQH'
     MOVE RETURN-CODE TO WS-CBL-RC
     IF WS-CBL-RC NOT = 0
         DISPLAY 'PROG24 - RENAME TO SRCQH FAILED, RC=', WS-CBL-RC
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     MOVE 0 TO RETURN-CODE.

 3100-COPY-ONE-HISTORY.
     READ QUALITY-HISTORY-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             EVALUATE TRUE
                 WHEN SQ-RUN-DATE = WS-RUN-DATE
                     ADD 1 TO WS-HISTORY-REPLACED
                 WHEN FUNCTION INTEGER-OF-DATE(SQ-RUN-DATE)
                         < WS-KEEP-CUTOFF-INT
                     ADD 1 TO WS-HISTORY-RETIRED
                 WHEN OTHER
                     ADD 1 TO WS-HISTORY-KEPT
                     PERFORM 3400-WRITE-HISTORY-ROW
                     PERFORM 3500-ACCUMULATE-ROW
             END-EVALUATE
     END-READ.

 3200-WRITE-TONIGHT-ROW.
     MOVE SPACES TO SOURCE-QUALITY-RECORD
     MOVE WS-RUN-DATE                  TO SQ-RUN-DATE
     MOVE WS-SR-CODE(WS-SRC-SUB)       TO SQ-SOURCE
     MOVE 'D'                          TO SQ-ORIGIN
     MOVE WS-ST-RECEIVED(WS-SRC-SUB)   TO SQ-RECEIVED
     MOVE WS-ST-REJECTED(WS-SRC-SUB)   TO SQ-REJECTED
     PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
         UNTIL WS-REASON-SUB > 10
         MOVE WS-ST-REASON(WS-SRC-SUB, WS-REASON-SUB)
             TO SQ-REASON-COUNT(WS-REASON-SUB)
     END-PERFORM
     MOVE WS-ST-DUPLICATES(WS-SRC-SUB) TO SQ-DUPLICATES
     MOVE WS-ST-CORRECTED(WS-SRC-SUB)  TO SQ-CORRECTED
     MOVE WS-ST-AGED-OUT(WS-SRC-SUB)   TO SQ-AGED-OUT
     ADD 1 TO WS-TONIGHT-ROWS
     PERFORM 3400-WRITE-HISTORY-ROW
     PERFORM 3500-ACCUMULATE-ROW.

*> Only committed source rows are taken from the totals history;
*> trial totals never reached the books.
 3300-SEED-FROM-TOTALS.
     OPEN INPUT TOTALS-HISTORY-FILE
     IF WS-TOTALS-HISTORY-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 3310-SEED-ONE-ROW UNTIL WS-EOF
         CLOSE TOTALS-HISTORY-FILE
     END-IF
     MOVE SPACES TO XL-TEXT
     STRING 'SRCQH STARTED THIS RUN - PRIOR RUNS SEEDED FROM PROG05TOTH'
         ' (COUNTS ONLY)' DELIMITED BY SIZE INTO XL-TEXT
     MOVE WS-TEXT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 3310-SEED-ONE-ROW.
     READ TOTALS-HISTORY-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             MOVE TOTALS-HISTORY-RECORD(1:165) TO TOTALS-RECORD
             IF TOT-ROW-TYPE = 'S'
                 AND TOT-RUN-MODE NOT = 'T'
                 AND TOT-RUN-DATE IS NUMERIC
                 AND TOT-RUN-DATE < WS-RUN-DATE
                 AND FUNCTION INTEGER-OF-DATE(TOT-RUN-DATE)
                     >= WS-KEEP-CUTOFF-INT
                 MOVE SPACES TO SOURCE-QUALITY-RECORD
                 MOVE TOT-RUN-DATE  TO SQ-RUN-DATE
                 MOVE TOT-SOURCE    TO SQ-SOURCE
                 MOVE 'T'           TO SQ-ORIGIN
                 MOVE TOT-IN-COUNT  TO SQ-RECEIVED
                 MOVE TOT-REJ-COUNT TO SQ-REJECTED
                 PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                     UNTIL WS-REASON-SUB > 10
                     MOVE 0 TO SQ-REASON-COUNT(WS-REASON-SUB)
                 END-PERFORM
                 MOVE TOT-DUP-COUNT TO SQ-DUPLICATES
                 MOVE 0             TO SQ-CORRECTED
                 MOVE 0             TO SQ-AGED-OUT
                 ADD 1 TO WS-HISTORY-SEEDED
                 PERFORM 3400-WRITE-HISTORY-ROW
                 PERFORM 3500-ACCUMULATE-ROW
             END-IF
     END-READ.

 3400-WRITE-HISTORY-ROW.
     MOVE SOURCE-QUALITY-RECORD TO QUALITY-NEW-RECORD
     WRITE QUALITY-NEW-RECORD
     IF WS-QUALITY-NEW-STATUS NOT = '00'
         DISPLAY 'PROG24 - SRCQH.TMP WRITE FAILED, STATUS=',
             WS-QUALITY-NEW-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF.

*> A row outside every period is kept on the history but adds
*> nothing to the scorecard, and does not bring its source onto it.
 3500-ACCUMULATE-ROW.
     MOVE SQ-RUN-DATE TO WS-ROW-DATE
     COMPUTE WS-ROW-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-ROW-DATE)
     COMPUTE WS-ROW-WEEK-INT =
         WS-ROW-DATE-INT - FUNCTION MOD(WS-ROW-DATE-INT - 1, 7)
     COMPUTE WS-WEEK-IDX =
         (WS-RUN-WEEK-INT - WS-ROW-WEEK-INT) / 7 + 1
     COMPUTE WS-MONTH-IDX =
         WS-RUN-MONTHS - (WS-ROW-CCYY * 12 + WS-ROW-MM) + 1
     IF (WS-WEEK-IDX >= 1 AND WS-WEEK-IDX <= WS-WEEK-PERIODS)
         OR (WS-MONTH-IDX >= 1 AND WS-MONTH-IDX <= WS-MONTH-PERIODS)
         MOVE SQ-SOURCE TO WS-WORK-SOURCE
         PERFORM 3550-FIND-SOURCE
         IF WS-WEEK-IDX >= 1 AND WS-WEEK-IDX <= WS-WEEK-PERIODS
             MOVE WS-WEEK-IDX TO WS-PERIOD-SUB
             PERFORM 3600-ADD-TO-PERIOD
         END-IF
         IF WS-MONTH-IDX >= 1 AND WS-MONTH-IDX <= WS-MONTH-PERIODS
             COMPUTE WS-PERIOD-SUB =
                 WS-FIRST-MONTH-PERIOD + WS-MONTH-IDX - 1
             PERFORM 3600-ADD-TO-PERIOD
         END-IF
     END-IF.

 3550-FIND-SOURCE.
     MOVE 0 TO WS-SRC-HIT
     PERFORM VARYING WS-SRC-SUB2 FROM 1 BY 1
         UNTIL WS-SRC-SUB2 > WS-SOURCE-COUNT
             OR WS-SRC-HIT > 0
         IF WS-SR-CODE(WS-SRC-SUB2) = WS-WORK-SOURCE
             MOVE WS-SRC-SUB2 TO WS-SRC-HIT
         END-IF
     END-PERFORM
     IF WS-SRC-HIT = 0
         IF WS-SOURCE-COUNT >= WS-SOURCE-MAX
             DISPLAY 'PROG24 - SOURCE TABLE FULL, ABENDING'
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
         ADD 1 TO WS-SOURCE-COUNT
         MOVE WS-SOURCE-COUNT TO WS-SRC-HIT
         INITIALIZE WS-SOURCE-ENTRY(WS-SRC-HIT)
         MOVE WS-WORK-SOURCE TO WS-SR-CODE(WS-SRC-HIT)
         MOVE 'N' TO WS-SR-TONIGHT-SW(WS-SRC-HIT)
         MOVE 'N' TO WS-SR-TOTALS-SW(WS-SRC-HIT)
         MOVE 'N' TO WS-SR-WORSE-SW(WS-SRC-HIT)
     END-IF.

 3600-ADD-TO-PERIOD.
     ADD 1 TO WS-SP-RUNS(WS-SRC-HIT, WS-PERIOD-SUB)
     ADD SQ-RECEIVED
         TO WS-SP-RECEIVED(WS-SRC-HIT, WS-PERIOD-SUB)
     ADD SQ-REJECTED
         TO WS-SP-REJECTED(WS-SRC-HIT, WS-PERIOD-SUB)
     PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
         UNTIL WS-REASON-SUB > 10
         ADD SQ-REASON-COUNT(WS-REASON-SUB)
             TO WS-SP-REASON(WS-SRC-HIT, WS-PERIOD-SUB, WS-REASON-SUB)
     END-PERFORM
     ADD SQ-DUPLICATES
         TO WS-SP-DUPLICATES(WS-SRC-HIT, WS-PERIOD-SUB)
     ADD SQ-CORRECTED
         TO WS-SP-CORRECTED(WS-SRC-HIT, WS-PERIOD-SUB)
     ADD SQ-AGED-OUT
         TO WS-SP-AGED-OUT(WS-SRC-HIT, WS-PERIOD-SUB).

*> At most twenty sources - a straight exchange sort puts them in
*> code order for the report.
 3900-SORT-SOURCES.
     PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
         UNTIL WS-SRC-SUB >= WS-SOURCE-COUNT
         PERFORM VARYING WS-SRC-SUB2 FROM WS-SRC-SUB BY 1
             UNTIL WS-SRC-SUB2 > WS-SOURCE-COUNT
             IF WS-SR-CODE(WS-SRC-SUB2) < WS-SR-CODE(WS-SRC-SUB)
                 MOVE WS-SOURCE-ENTRY(WS-SRC-SUB) TO WS-SOURCE-SWAP
                 MOVE WS-SOURCE-ENTRY(WS-SRC-SUB2)
                     TO WS-SOURCE-ENTRY(WS-SRC-SUB)
                 MOVE WS-SOURCE-SWAP
                     TO WS-SOURCE-ENTRY(WS-SRC-SUB2)
             END-IF
         END-PERFORM
     END-PERFORM.

*> Tonight's reject and duplicate detail is checked against the
*> PROG05TOT source row it should agree with.
 4000-PRINT-TONIGHT.
     MOVE ' TONIGHT BY SOURCE' TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE WS-COLUMN-HEAD TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
         UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
         IF WS-SR-SEEN-TONIGHT(WS-SRC-SUB)
             PERFORM 4100-PRINT-ONE-TONIGHT
         END-IF
     END-PERFORM
     IF WS-TONIGHT-ROWS = 0
         MOVE 'NO SOURCE ACTIVITY CAPTURED TONIGHT' TO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-IF
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 4100-PRINT-ONE-TONIGHT.
     MOVE WS-ST-RECEIVED(WS-SRC-SUB)   TO WS-CALC-RECEIVED
     MOVE WS-ST-REJECTED(WS-SRC-SUB)   TO WS-CALC-REJECTED
     MOVE WS-ST-DUPLICATES(WS-SRC-SUB) TO WS-CALC-DUPLICATES
     PERFORM 7000-COMPUTE-RATES
     MOVE WS-SR-CODE(WS-SRC-SUB)       TO DL-SOURCE
     MOVE 'TONIGHT'                    TO DL-PERIOD
     MOVE WS-CALC-RECEIVED             TO DL-RECEIVED
     MOVE WS-CALC-REJECTED             TO DL-REJECTED
     MOVE WS-REJECT-RATE               TO DL-REJECT-RATE
     MOVE WS-CALC-DUPLICATES           TO DL-DUPLICATES
     MOVE WS-DUPLICATE-RATE            TO DL-DUPLICATE-RATE
     MOVE WS-ST-CORRECTED(WS-SRC-SUB)  TO DL-CORRECTED
     MOVE WS-ST-AGED-OUT(WS-SRC-SUB)   TO DL-AGED-OUT
     EVALUATE TRUE
         WHEN NOT WS-SR-ON-TOTALS(WS-SRC-SUB)
             IF WS-CALC-REJECTED > 0 OR WS-CALC-DUPLICATES > 0
                 ADD 1 TO WS-DETAIL-DIFF-COUNT
                 MOVE 'NO SOURCE ROW ON PROG05TOT' TO DL-TREND
             ELSE
                 MOVE 'DISPOSITIONS ONLY' TO DL-TREND
             END-IF
         WHEN WS-SR-TOT-REJECTED(WS-SRC-SUB) NOT = WS-CALC-REJECTED
             OR WS-SR-TOT-DUPLICATES(WS-SRC-SUB)
                 NOT = WS-CALC-DUPLICATES
             ADD 1 TO WS-DETAIL-DIFF-COUNT
             MOVE '** DETAIL DIFFERS FROM PROG05TOT **' TO DL-TREND
         WHEN OTHER
             MOVE 'AGREES WITH PROG05TOT' TO DL-TREND
     END-EVALUATE
     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

*> One scorecard block - the weekly or the monthly periods named by
*> WS-CURR-PERIOD through WS-LAST-PERIOD.  The block title is in
*> WS-PRINT-LINE on entry.
 5000-PRINT-SCORECARD.
     PERFORM 5100-WRITE-LINE
     MOVE WS-COLUMN-HEAD TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
         UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
         PERFORM 5300-PRINT-ONE-SOURCE
     END-PERFORM
     IF WS-SOURCE-COUNT = 0
         MOVE 'NO SOURCE HISTORY IN THESE PERIODS' TO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-IF
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 5100-WRITE-LINE.
     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
         PERFORM 5200-PAGE-HEADING
     END-IF
     WRITE REPORT-RECORD FROM WS-PRINT-LINE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG24 - PROG24RPT WRITE FAILED, STATUS=',
             WS-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     ADD 1 TO WS-LINE-COUNT.

 5200-PAGE-HEADING.
     ADD 1 TO WS-PAGE-COUNT
     MOVE SPACES TO H1-DATE
     STRING WS-RD-CCYY '-' WS-RD-MM '-' WS-RD-DD
         DELIMITED BY SIZE INTO H1-DATE
     MOVE WS-PAGE-COUNT TO H1-PAGE
     MOVE 0 TO WS-LINE-COUNT
     WRITE REPORT-RECORD FROM WS-HEADING-1
     ADD 1 TO WS-LINE-COUNT
     WRITE REPORT-RECORD FROM WS-HEADING-2
     ADD 1 TO WS-LINE-COUNT.

*> The current period line carries the trend and is followed by
*> its reject reasons; the prior periods follow for comparison.
 5300-PRINT-ONE-SOURCE.
     PERFORM 7100-SET-TRENDS
     MOVE WS-CURR-PERIOD TO WS-PERIOD-SUB
     PERFORM 5400-PRINT-PERIOD-LINE
     PERFORM 5500-PRINT-REASON-LINE
     PERFORM VARYING WS-PERIOD-SUB FROM WS-FIRST-PRIOR BY 1
         UNTIL WS-PERIOD-SUB > WS-LAST-PERIOD
         PERFORM 5400-PRINT-PERIOD-LINE
     END-PERFORM
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 5400-PRINT-PERIOD-LINE.
     MOVE WS-SP-RECEIVED(WS-SRC-SUB, WS-PERIOD-SUB)
         TO WS-CALC-RECEIVED
     MOVE WS-SP-REJECTED(WS-SRC-SUB, WS-PERIOD-SUB)
         TO WS-CALC-REJECTED
     MOVE WS-SP-DUPLICATES(WS-SRC-SUB, WS-PERIOD-SUB)
         TO WS-CALC-DUPLICATES
     PERFORM 7000-COMPUTE-RATES
     PERFORM 5450-SET-PERIOD-LABEL
     IF WS-PERIOD-SUB = WS-CURR-PERIOD
         MOVE WS-SR-CODE(WS-SRC-SUB) TO DL-SOURCE
     ELSE
         MOVE SPACES TO DL-SOURCE
     END-IF
     MOVE WS-CALC-RECEIVED   TO DL-RECEIVED
     MOVE WS-CALC-REJECTED   TO DL-REJECTED
     MOVE WS-REJECT-RATE     TO DL-REJECT-RATE
     MOVE WS-CALC-DUPLICATES TO DL-DUPLICATES
     MOVE WS-DUPLICATE-RATE  TO DL-DUPLICATE-RATE
     MOVE WS-SP-CORRECTED(WS-SRC-SUB, WS-PERIOD-SUB)
         TO DL-CORRECTED
     MOVE WS-SP-AGED-OUT(WS-SRC-SUB, WS-PERIOD-SUB)
         TO DL-AGED-OUT
     MOVE SPACES TO DL-TREND
     EVALUATE TRUE
         WHEN WS-PERIOD-SUB = WS-CURR-PERIOD
             STRING 'REJECTS ' WS-REJECT-TREND
                 ' DUPLICATES ' WS-DUPLICATE-TREND
                 DELIMITED BY SIZE INTO DL-TREND
         WHEN WS-SP-RUNS(WS-SRC-SUB, WS-PERIOD-SUB) = 0
             MOVE 'NO RUNS RECORDED' TO DL-TREND
         WHEN OTHER
             CONTINUE
     END-EVALUATE
     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 5450-SET-PERIOD-LABEL.
     MOVE SPACES TO DL-PERIOD
     IF WS-PERIOD-SUB < WS-FIRST-MONTH-PERIOD
         COMPUTE WS-PERIOD-START-INT =
             WS-RUN-WEEK-INT - (WS-PERIOD-SUB - 1) * 7
         COMPUTE WS-PERIOD-DATE =
             FUNCTION DATE-OF-INTEGER(WS-PERIOD-START-INT)
         STRING 'W/B ' WS-PERIOD-DATE
             DELIMITED BY SIZE INTO DL-PERIOD
     ELSE
         COMPUTE WS-PERIOD-MONTHS =
             WS-RUN-MONTHS - (WS-PERIOD-SUB - WS-FIRST-MONTH-PERIOD)
         COMPUTE WS-PERIOD-CCYY = (WS-PERIOD-MONTHS - 1) / 12
         COMPUTE WS-PERIOD-MM =
             WS-PERIOD-MONTHS - WS-PERIOD-CCYY * 12
         STRING 'MTH ' WS-PERIOD-CCYY '-' WS-PERIOD-MM
             DELIMITED BY SIZE INTO DL-PERIOD
     END-IF.

 5500-PRINT-REASON-LINE.
     MOVE SPACES TO WS-REASON-LINE
     MOVE '   REASONS' TO WS-REASON-LINE(1:10)
     PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
         UNTIL WS-REASON-SUB > 10
         IF WS-REASON-SUB < 10
             MOVE WS-REASON-SUB TO WS-REASON-NUMBER
             STRING 'E' WS-REASON-NUMBER
                 DELIMITED BY SIZE INTO RL-CODE(WS-REASON-SUB)
         ELSE
             MOVE 'OTHR' TO RL-CODE(WS-REASON-SUB)
         END-IF
         MOVE WS-SP-REASON(WS-SRC-SUB, WS-CURR-PERIOD, WS-REASON-SUB)
             TO RL-COUNT(WS-REASON-SUB)
     END-PERFORM
     MOVE WS-REASON-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 6800-PRINT-SUMMARY.
     MOVE 'SOURCE ROWS ON TONIGHT''S PROG05TOT' TO CL-LABEL
     MOVE WS-TOTALS-ROWS-READ                TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE 'REJECTS READ FROM TONIGHT''S PROG05REJ' TO CL-LABEL
     MOVE WS-REJECTS-READ                    TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE 'DUPLICATES READ FROM PROG05DUP'   TO CL-LABEL
     MOVE WS-DUPLICATES-READ                 TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE 'PROG10 DISPOSITIONS READ'         TO CL-LABEL
     MOVE WS-DISPOSITIONS-READ               TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE 'SOURCES DIFFERING FROM PROG05TOT' TO CL-LABEL
     MOVE WS-DETAIL-DIFF-COUNT               TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'HISTORY ROWS KEPT'                TO CL-LABEL
     MOVE WS-HISTORY-KEPT                    TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE 'HISTORY ROWS REPLACED BY THIS RUN' TO CL-LABEL
     MOVE WS-HISTORY-REPLACED                TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE 'HISTORY ROWS RETIRED'             TO CL-LABEL
     MOVE WS-HISTORY-RETIRED                 TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE 'HISTORY ROWS SEEDED FROM PROG05TOTH' TO CL-LABEL
     MOVE WS-HISTORY-SEEDED                  TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE 'HISTORY ROWS ADDED FOR TONIGHT'   TO CL-LABEL
     MOVE WS-TONIGHT-ROWS                    TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE 'SOURCES SCORED'                   TO CL-LABEL
     MOVE WS-SOURCE-COUNT                    TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE 'SOURCES WITH A WORSENING RATE'    TO CL-LABEL
     MOVE WS-WORSENING-COUNT                 TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     EVALUATE TRUE
         WHEN WS-DETAIL-DIFF-COUNT > 0
             MOVE 'SOURCE DETAIL DOES NOT AGREE WITH PROG05TOT'
                 TO VL-VERDICT
         WHEN WS-WORSENING-COUNT > 0
             MOVE 'SOURCE DATA QUALITY WORSENING - REVIEW WITH THE FEED'
                 TO VL-VERDICT
         WHEN OTHER
             MOVE 'NO SOURCE WORSENING AGAINST PRIOR PERIODS'
                 TO VL-VERDICT
     END-EVALUATE
     MOVE WS-VERDICT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 6810-WRITE-COUNT.
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 7000-COMPUTE-RATES.
     IF WS-CALC-RECEIVED = 0
         MOVE 0 TO WS-REJECT-RATE
         MOVE 0 TO WS-DUPLICATE-RATE
     ELSE
         COMPUTE WS-REJECT-RATE ROUNDED =
             WS-CALC-REJECTED * 100 / WS-CALC-RECEIVED
             ON SIZE ERROR
                 MOVE 999.99 TO WS-REJECT-RATE
         END-COMPUTE
         COMPUTE WS-DUPLICATE-RATE ROUNDED =
             WS-CALC-DUPLICATES * 100 / WS-CALC-RECEIVED
             ON SIZE ERROR
                 MOVE 999.99 TO WS-DUPLICATE-RATE
         END-COMPUTE
     END-IF.

*> The current period is measured against the rate pooled over
*> every prior period in the block that received anything.  A
*> source worsening in either block is counted once.
 7100-SET-TRENDS.
     COMPUTE WS-FIRST-PRIOR = WS-CURR-PERIOD + 1
     MOVE WS-SP-RECEIVED(WS-SRC-SUB, WS-CURR-PERIOD)
         TO WS-CALC-RECEIVED
     MOVE WS-SP-REJECTED(WS-SRC-SUB, WS-CURR-PERIOD)
         TO WS-CALC-REJECTED
     MOVE WS-SP-DUPLICATES(WS-SRC-SUB, WS-CURR-PERIOD)
         TO WS-CALC-DUPLICATES
     PERFORM 7000-COMPUTE-RATES
     MOVE WS-REJECT-RATE    TO WS-CURR-REJECT-RATE
     MOVE WS-DUPLICATE-RATE TO WS-CURR-DUPLICATE-RATE
     MOVE 0 TO WS-PRIOR-RECEIVED
     MOVE 0 TO WS-PRIOR-REJECTED
     MOVE 0 TO WS-PRIOR-DUPLICATES
     PERFORM VARYING WS-PERIOD-SUB FROM WS-FIRST-PRIOR BY 1
         UNTIL WS-PERIOD-SUB > WS-LAST-PERIOD
         ADD WS-SP-RECEIVED(WS-SRC-SUB, WS-PERIOD-SUB)
             TO WS-PRIOR-RECEIVED
         ADD WS-SP-REJECTED(WS-SRC-SUB, WS-PERIOD-SUB)
             TO WS-PRIOR-REJECTED
         ADD WS-SP-DUPLICATES(WS-SRC-SUB, WS-PERIOD-SUB)
             TO WS-PRIOR-DUPLICATES
     END-PERFORM
     MOVE 'N' TO WS-SOURCE-WORSE-SW
     IF WS-PRIOR-RECEIVED = 0 OR WS-CALC-RECEIVED = 0
         MOVE 'NO TREND' TO WS-REJECT-TREND
         MOVE 'NO TREND' TO WS-DUPLICATE-TREND
     ELSE
         MOVE WS-PRIOR-RECEIVED   TO WS-CALC-RECEIVED
         MOVE WS-PRIOR-REJECTED   TO WS-CALC-REJECTED
         MOVE WS-PRIOR-DUPLICATES TO WS-CALC-DUPLICATES
         PERFORM 7000-COMPUTE-RATES
         MOVE WS-CURR-REJECT-RATE    TO WS-COMPARE-CURRENT
         MOVE WS-REJECT-RATE         TO WS-COMPARE-PRIOR
         PERFORM 7200-COMPARE-RATE
         MOVE WS-TREND-WORD          TO WS-REJECT-TREND
         MOVE WS-CURR-DUPLICATE-RATE TO WS-COMPARE-CURRENT
         MOVE WS-DUPLICATE-RATE      TO WS-COMPARE-PRIOR
         PERFORM 7200-COMPARE-RATE
         MOVE WS-TREND-WORD          TO WS-DUPLICATE-TREND
     END-IF
     IF WS-SOURCE-WORSE
         AND NOT WS-SR-WORSENING(WS-SRC-SUB)
         SET WS-SR-WORSENING(WS-SRC-SUB) TO TRUE
         ADD 1 TO WS-WORSENING-COUNT
     END-IF.

 7200-COMPARE-RATE.
     EVALUATE TRUE
         WHEN WS-COMPARE-CURRENT
                 > WS-COMPARE-PRIOR + WS-TREND-TOLERANCE
             MOVE 'WORSENING' TO WS-TREND-WORD
             SET WS-SOURCE-WORSE TO TRUE
         WHEN WS-COMPARE-CURRENT + WS-TREND-TOLERANCE
                 < WS-COMPARE-PRIOR
             MOVE 'IMPROVING' TO WS-TREND-WORD
         WHEN OTHER
             MOVE 'STEADY' TO WS-TREND-WORD
     END-EVALUATE.

 9800-LOG-START.
     MOVE 'PROG24'   TO LOG-PROGRAM
     SET LOG-EVENT-START TO TRUE
     MOVE 0          TO LOG-RETURN-CODE
     MOVE 0          TO LOG-IN-COUNT
     MOVE 0          TO LOG-OUT-COUNT
     MOVE 0          TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE 0 TO RETURN-CODE.

 9900-LOG-END.
     MOVE 'PROG24'   TO LOG-PROGRAM
     SET LOG-EVENT-END TO TRUE
     MOVE RETURN-CODE TO LOG-RETURN-CODE
     MOVE WS-REJECTS-READ      TO LOG-IN-COUNT
     MOVE WS-TONIGHT-ROWS      TO LOG-OUT-COUNT
     MOVE WS-WORSENING-COUNT   TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE LOG-RETURN-CODE TO RETURN-CODE.
