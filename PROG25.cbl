 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG25.
*> Daily manual-intervention log.  Prints every MANLOG generation
*> dated after the previous production run, through the run date.
*> The on-demand programs date their items by the next production
*> run, so everything logged since the last stream is reported;
*> the window also takes a generation dated by a day with no run,
*> which they fall back to when CALFILE does not reach - listing
*> each manual maintenance item presented to PROG10 (CORRFILE),
*> PROG15 (BACKPARM), PROG17 (CMPTRANS) and PROG19 (RELFILE) with
*> its log date, preparer, approver and outcome, and totals them
*> by program: items accepted, rejected by the program's
*> edits and rejected as not authorized (missing, unknown, inactive
*> or unentitled operator, or the preparer approving their own
*> item).  Produced for internal audit; exceptions are reported,
*> not abended, so the step always ends RC 0.  The previous
*> production run is the latest PROG05OUT generation before the run
*> date, probed back a day at a time; with none inside the window
*> the window itself is reported.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RUN-CONTROL-STATUS.
     SELECT MANUAL-LOG-FILE ASSIGN TO DYNAMIC WS-MLG-FILE-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MANUAL-LOG-STATUS.
     SELECT GENERATION-FILE ASSIGN TO DYNAMIC WS-GENERATION-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-GENERATION-STATUS.
     SELECT REPORT-FILE ASSIGN TO "PROG25RPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  RUN-CONTROL-FILE.
 COPY RUNCTLRC.
 FD  MANUAL-LOG-FILE.
 COPY MANLOGRC.
 FD  GENERATION-FILE.
 01  GENERATION-RECORD      PIC X(120).
 FD  REPORT-FILE.
 01  REPORT-RECORD          PIC X(132).
 WORKING-STORAGE SECTION.
 01  WS-RUN-CONTROL-STATUS  PIC X(02).
 01  WS-MANUAL-LOG-STATUS   PIC X(02).
 01  WS-REPORT-STATUS       PIC X(02).
 01  WS-MLG-FILE-NAME       PIC X(20).
 01  WS-GENERATION-STATUS   PIC X(02).
 01  WS-GENERATION-NAME     PIC X(20).
 01  WS-RUN-MODE            PIC X(01).
     88 WS-MODE-TRIAL         VALUE 'T'.
 01  WS-RUN-DATE            PIC 9(08).
 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
     03 WS-RD-CCYY          PIC 9(04).
     03 WS-RD-MM            PIC 9(02).
     03 WS-RD-DD            PIC 9(02).
 01  WS-RUN-DATE-INT        PIC S9(08) COMP.
*> Log dates covered: the day after the previous production run
*> through the run date, at most WS-GEN-WINDOW days back.
 01  WS-GEN-WINDOW          PIC 9(04) COMP VALUE 31.
 01  WS-GEN-SUB             PIC S9(04) COMP.
 01  WS-GEN-DATE            PIC 9(08).
 01  WS-FROM-SUB            PIC S9(04) COMP.
 01  WS-FROM-DATE           PIC 9(08).
 01  WS-PREV-RUN-DATE       PIC 9(08) VALUE 0.
 01  WS-LOG-FOUND-COUNT     PIC 9(04) VALUE 0.
 01  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
     88 WS-EOF                VALUE 'Y'.
*> The four manual inputs are always listed, even on a day none
*> was used; a row from any other program is added as it is met.
 01  WS-PG-SUB              PIC 9(02) COMP.
 01  WS-PG-HIT              PIC 9(02) COMP.
 01  WS-PG-MAX              PIC 9(02) COMP VALUE 10.
 01  WS-PROGRAM-TABLE.
     03 WS-PG-COUNT         PIC 9(02) VALUE 0.
     03 WS-PG-ENTRY OCCURS 10 TIMES.
        05 WS-PG-PROGRAM    PIC X(08).
        05 WS-PG-INPUT      PIC X(08).
        05 WS-PG-ITEMS      PIC 9(08).
        05 WS-PG-ACCEPTED   PIC 9(08).
        05 WS-PG-REJECTED   PIC 9(08).
        05 WS-PG-UNAUTH     PIC 9(08).
 01  WS-ITEM-COUNT          PIC 9(08) VALUE 0.
 01  WS-ACCEPTED-COUNT      PIC 9(08) VALUE 0.
 01  WS-REJECTED-COUNT      PIC 9(08) VALUE 0.
 01  WS-UNAUTHORIZED-COUNT  PIC 9(08) VALUE 0.
 01  WS-SELF-APPROVED-COUNT PIC 9(08) VALUE 0.
 01  WS-LINE-COUNT          PIC 9(03) VALUE 99.
 01  WS-PAGE-COUNT          PIC 9(03) VALUE 0.
 01  WS-LINES-PER-PAGE      PIC 9(03) VALUE 55.
 01  WS-PRINT-LINE          PIC X(132).
*>
 01  WS-HEADING-1.
     03 FILLER              PIC X(40)
         VALUE ' DAILY MANUAL INTERVENTION LOG          '.
     03 FILLER              PIC X(20) VALUE SPACES.
     03 FILLER              PIC X(10) VALUE 'RUN DATE '.
     03 H1-DATE             PIC X(10).
     03 FILLER              PIC X(44) VALUE SPACES.
     03 FILLER              PIC X(05) VALUE 'PAGE '.
     03 H1-PAGE             PIC ZZ9.
 01  WS-HEADING-2.
     03 FILLER              PIC X(132) VALUE ALL '='.
 01  WS-COLUMN-HEAD.
     03 FILLER              PIC X(46)
         VALUE ' LOG DATE PROGRAM  PREPARER APPROVER RESULT   '.
     03 FILLER              PIC X(50)
         VALUE 'ITEM                                        REASON'.
 01  WS-DETAIL-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-LOG-DATE         PIC X(08).
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-PROGRAM          PIC X(08).
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-PREPARER         PIC X(08).
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-APPROVER         PIC X(08).
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-RESULT           PIC X(08).
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-ITEM             PIC X(43).
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-REASON           PIC X(40).
 01  WS-PROGRAM-HEAD.
     03 FILLER              PIC X(29)
         VALUE ' PROGRAM  INPUT         ITEMS'.
     03 FILLER              PIC X(33)
         VALUE '   ACCEPTED   REJECTED   NOT AUTH'.
 01  WS-PROGRAM-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 PL-PROGRAM          PIC X(08).
     03 FILLER              PIC X(01) VALUE SPACE.
     03 PL-INPUT            PIC X(08).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 PL-ITEMS            PIC Z,ZZZ,ZZ9.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 PL-ACCEPTED         PIC Z,ZZZ,ZZ9.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 PL-REJECTED         PIC Z,ZZZ,ZZ9.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 PL-UNAUTH           PIC Z,ZZZ,ZZ9.
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
     PERFORM 2000-PRINT-LOG
     PERFORM 3000-PRINT-BY-PROGRAM
     PERFORM 4000-PRINT-SUMMARY
     CLOSE REPORT-FILE
     DISPLAY 'PROG25 - MANUAL ITEMS ', WS-ITEM-COUNT,
         ', NOT AUTHORIZED ', WS-UNAUTHORIZED-COUNT
     MOVE 0 TO RETURN-CODE
     PERFORM 9900-LOG-END
     GOBACK.

 1000-INITIALIZE.
     PERFORM 1100-READ-RUN-CONTROL
     IF WS-MODE-TRIAL
         DISPLAY 'PROG25 - TRIAL RUN, MANUAL INTERVENTION LOG NOT ',
             'PRINTED'
         MOVE 0 TO RETURN-CODE
         PERFORM 9900-LOG-END
         GOBACK
     END-IF
     PERFORM 1200-SET-PROGRAM-TABLE
     PERFORM 1300-FIND-PREVIOUS-RUN
     OPEN OUTPUT REPORT-FILE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG25 - PROG25RPT OPEN FAILED, STATUS=',
             WS-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     PERFORM 5200-PAGE-HEADING.

 1100-READ-RUN-CONTROL.
     OPEN INPUT RUN-CONTROL-FILE
     IF WS-RUN-CONTROL-STATUS NOT = '00'
         DISPLAY 'PROG25 - RUNCTL NOT FOUND, RUN DATE UNKNOWN'
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     READ RUN-CONTROL-FILE
         AT END
             DISPLAY 'PROG25 - RUNCTL EMPTY, RUN DATE UNKNOWN'
             MOVE 16 TO RETURN-CODE
             GOBACK
     END-READ
     MOVE RC-RUN-MODE TO WS-RUN-MODE
     MOVE RC-RUN-DATE TO WS-RUN-DATE
     CLOSE RUN-CONTROL-FILE.

 1200-SET-PROGRAM-TABLE.
     MOVE 'PROG10'   TO WS-PG-PROGRAM(1)
     MOVE 'CORRFILE' TO WS-PG-INPUT(1)
     MOVE 'PROG15'   TO WS-PG-PROGRAM(2)
     MOVE 'BACKPARM' TO WS-PG-INPUT(2)
     MOVE 'PROG17'   TO WS-PG-PROGRAM(3)
     MOVE 'CMPTRANS' TO WS-PG-INPUT(3)
     MOVE 'PROG19'   TO WS-PG-PROGRAM(4)
     MOVE 'RELFILE'  TO WS-PG-INPUT(4)
     MOVE 4 TO WS-PG-COUNT
     PERFORM VARYING WS-PG-SUB FROM 1 BY 1
         UNTIL WS-PG-SUB > WS-PG-MAX
         MOVE 0 TO WS-PG-ITEMS(WS-PG-SUB)
         MOVE 0 TO WS-PG-ACCEPTED(WS-PG-SUB)
         MOVE 0 TO WS-PG-REJECTED(WS-PG-SUB)
         MOVE 0 TO WS-PG-UNAUTH(WS-PG-SUB)
     END-PERFORM.

*> A production run writes its PROG05OUT generation; trial runs
*> write none and print no log, so their days fall to the next
*> production run.
 1300-FIND-PREVIOUS-RUN.
     COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
     PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
         UNTIL WS-GEN-SUB > WS-GEN-WINDOW
             OR WS-PREV-RUN-DATE > 0
         COMPUTE WS-GEN-DATE =
             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT - WS-GEN-SUB)
         PERFORM 1310-PROBE-ONE-RUN
     END-PERFORM
     IF WS-PREV-RUN-DATE > 0
         COMPUTE WS-FROM-SUB = WS-RUN-DATE-INT
             - FUNCTION INTEGER-OF-DATE(WS-PREV-RUN-DATE) - 1
     ELSE
         MOVE WS-GEN-WINDOW TO WS-FROM-SUB
     END-IF
     COMPUTE WS-FROM-DATE =
         FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT - WS-FROM-SUB).

 1310-PROBE-ONE-RUN.
     MOVE SPACES TO WS-GENERATION-NAME
     STRING 'PROG05OUT.' WS-GEN-DATE
         DELIMITED BY SIZE INTO WS-GENERATION-NAME
     OPEN INPUT GENERATION-FILE
     IF WS-GENERATION-STATUS = '00'
         CLOSE GENERATION-FILE
         MOVE WS-GEN-DATE TO WS-PREV-RUN-DATE
     END-IF.

 2000-PRINT-LOG.
     MOVE SPACES TO XL-TEXT
     IF WS-PREV-RUN-DATE > 0
         STRING 'ITEMS LOGGED ' WS-FROM-DATE ' THROUGH ' WS-RUN-DATE
             ' - PREVIOUS PRODUCTION RUN ' WS-PREV-RUN-DATE
             DELIMITED BY SIZE INTO XL-TEXT
     ELSE
         STRING 'ITEMS LOGGED ' WS-FROM-DATE ' THROUGH ' WS-RUN-DATE
             ' - NO EARLIER PRODUCTION RUN FOUND IN THAT WINDOW'
             DELIMITED BY SIZE INTO XL-TEXT
     END-IF
     MOVE WS-TEXT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE WS-COLUMN-HEAD TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     PERFORM VARYING WS-GEN-SUB FROM WS-FROM-SUB BY -1
         UNTIL WS-GEN-SUB < 0
         COMPUTE WS-GEN-DATE =
             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT - WS-GEN-SUB)
         PERFORM 2050-PRINT-ONE-GENERATION
     END-PERFORM
     IF WS-LOG-FOUND-COUNT = 0
         MOVE 'NO MANLOG GENERATION ON FILE FOR THOSE DATES - NO'
             TO XL-TEXT
         MOVE ' MANUAL INTERVENTIONS RECORDED' TO XL-TEXT(50:30)
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-IF.

 2050-PRINT-ONE-GENERATION.
     MOVE SPACES TO WS-MLG-FILE-NAME
     STRING 'MANLOG.' WS-GEN-DATE
         DELIMITED BY SIZE INTO WS-MLG-FILE-NAME
     OPEN INPUT MANUAL-LOG-FILE
     IF WS-MANUAL-LOG-STATUS NOT = '00' AND NOT = '35'
         DISPLAY 'PROG25 - ', WS-MLG-FILE-NAME,
             ' OPEN FAILED, STATUS=', WS-MANUAL-LOG-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     IF WS-MANUAL-LOG-STATUS = '00'
         ADD 1 TO WS-LOG-FOUND-COUNT
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 2100-PRINT-ONE-ITEM UNTIL WS-EOF
         CLOSE MANUAL-LOG-FILE
     END-IF.

 2100-PRINT-ONE-ITEM.
     READ MANUAL-LOG-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF WS-MANUAL-LOG-STATUS NOT = '00'
                 DISPLAY 'PROG25 - ', WS-MLG-FILE-NAME,
                     ' READ ERROR, STATUS=', WS-MANUAL-LOG-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF
             PERFORM 2200-COUNT-ITEM
             PERFORM 2300-WRITE-ITEM
     END-READ.

 2200-COUNT-ITEM.
     MOVE 0 TO WS-PG-HIT
     PERFORM VARYING WS-PG-SUB FROM 1 BY 1
         UNTIL WS-PG-SUB > WS-PG-COUNT
             OR WS-PG-HIT > 0
         IF WS-PG-PROGRAM(WS-PG-SUB) = ML-PROGRAM
             MOVE WS-PG-SUB TO WS-PG-HIT
         END-IF
     END-PERFORM
     IF WS-PG-HIT = 0
         IF WS-PG-COUNT >= WS-PG-MAX
             DISPLAY 'PROG25 - PROGRAM TABLE FULL, ABENDING'
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
         ADD 1 TO WS-PG-COUNT
         MOVE WS-PG-COUNT   TO WS-PG-HIT
         MOVE ML-PROGRAM    TO WS-PG-PROGRAM(WS-PG-HIT)
         MOVE ML-INPUT-FILE TO WS-PG-INPUT(WS-PG-HIT)
     END-IF
     ADD 1 TO WS-ITEM-COUNT
     ADD 1 TO WS-PG-ITEMS(WS-PG-HIT)
     EVALUATE TRUE
         WHEN ML-ACCEPTED
             ADD 1 TO WS-ACCEPTED-COUNT
             ADD 1 TO WS-PG-ACCEPTED(WS-PG-HIT)
         WHEN ML-UNAUTHORIZED
             ADD 1 TO WS-UNAUTHORIZED-COUNT
             ADD 1 TO WS-PG-UNAUTH(WS-PG-HIT)
         WHEN OTHER
             ADD 1 TO WS-REJECTED-COUNT
             ADD 1 TO WS-PG-REJECTED(WS-PG-HIT)
     END-EVALUATE
     IF ML-PREPARER-ID NOT = SPACES
         AND ML-PREPARER-ID = ML-APPROVER-ID
         ADD 1 TO WS-SELF-APPROVED-COUNT
     END-IF.

 2300-WRITE-ITEM.
     IF ML-LOG-DATE IS NUMERIC
         MOVE ML-LOG-DATE TO DL-LOG-DATE
     ELSE
         MOVE WS-GEN-DATE TO DL-LOG-DATE
     END-IF
     MOVE ML-PROGRAM     TO DL-PROGRAM
     MOVE ML-PREPARER-ID TO DL-PREPARER
     MOVE ML-APPROVER-ID TO DL-APPROVER
     EVALUATE TRUE
         WHEN ML-ACCEPTED
             MOVE 'ACCEPTED' TO DL-RESULT
         WHEN ML-UNAUTHORIZED
             MOVE 'NOT AUTH' TO DL-RESULT
         WHEN OTHER
             MOVE 'REJECTED' TO DL-RESULT
     END-EVALUATE
     MOVE ML-ITEM-TEXT   TO DL-ITEM
     MOVE ML-REASON      TO DL-REASON
     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 3000-PRINT-BY-PROGRAM.
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'MANUAL ITEMS BY PROGRAM' TO XL-TEXT
     MOVE WS-TEXT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE WS-PROGRAM-HEAD TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     PERFORM VARYING WS-PG-SUB FROM 1 BY 1
         UNTIL WS-PG-SUB > WS-PG-COUNT
         MOVE WS-PG-PROGRAM(WS-PG-SUB)  TO PL-PROGRAM
         MOVE WS-PG-INPUT(WS-PG-SUB)    TO PL-INPUT
         MOVE WS-PG-ITEMS(WS-PG-SUB)    TO PL-ITEMS
         MOVE WS-PG-ACCEPTED(WS-PG-SUB) TO PL-ACCEPTED
         MOVE WS-PG-REJECTED(WS-PG-SUB) TO PL-REJECTED
         MOVE WS-PG-UNAUTH(WS-PG-SUB)   TO PL-UNAUTH
         MOVE WS-PROGRAM-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-PERFORM
     MOVE 'TOTAL'               TO PL-PROGRAM
     MOVE SPACES                TO PL-INPUT
     MOVE WS-ITEM-COUNT         TO PL-ITEMS
     MOVE WS-ACCEPTED-COUNT     TO PL-ACCEPTED
     MOVE WS-REJECTED-COUNT     TO PL-REJECTED
     MOVE WS-UNAUTHORIZED-COUNT TO PL-UNAUTH
     MOVE WS-PROGRAM-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 4000-PRINT-SUMMARY.
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'MANUAL ITEMS PRESENTED'            TO CL-LABEL
     MOVE WS-ITEM-COUNT                       TO CL-COUNT
     PERFORM 4100-WRITE-COUNT
     MOVE 'ACCEPTED AND APPLIED'              TO CL-LABEL
     MOVE WS-ACCEPTED-COUNT                   TO CL-COUNT
     PERFORM 4100-WRITE-COUNT
     MOVE 'REJECTED BY PROGRAM EDITS'         TO CL-LABEL
     MOVE WS-REJECTED-COUNT                   TO CL-COUNT
     PERFORM 4100-WRITE-COUNT
     MOVE 'REJECTED AS NOT AUTHORIZED'        TO CL-LABEL
     MOVE WS-UNAUTHORIZED-COUNT               TO CL-COUNT
     PERFORM 4100-WRITE-COUNT
     MOVE '  OF WHICH SELF-APPROVED'          TO CL-LABEL
     MOVE WS-SELF-APPROVED-COUNT              TO CL-COUNT
     PERFORM 4100-WRITE-COUNT
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     EVALUATE TRUE
         WHEN WS-UNAUTHORIZED-COUNT > 0
             MOVE 'UNAUTHORIZED ITEMS PRESENTED - REVIEW WITH INTERNAL'
                 TO VL-VERDICT
             MOVE ' AUDIT' TO VL-VERDICT(52:6)
         WHEN WS-ITEM-COUNT = 0
             MOVE 'NO MANUAL INTERVENTIONS SINCE THE PREVIOUS RUN'
                 TO VL-VERDICT
         WHEN OTHER
             MOVE 'EVERY MANUAL ITEM CARRIED VALID DUAL AUTHORIZATION'
                 TO VL-VERDICT
     END-EVALUATE
     MOVE WS-VERDICT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 4100-WRITE-COUNT.
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 5100-WRITE-LINE.
     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
         PERFORM 5200-PAGE-HEADING
     END-IF
     WRITE REPORT-RECORD FROM WS-PRINT-LINE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG25 - PROG25RPT WRITE FAILED, STATUS=',
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

 9800-LOG-START.
     MOVE 'PROG25'   TO LOG-PROGRAM
     SET LOG-EVENT-START TO TRUE
     MOVE 0          TO LOG-RETURN-CODE
     MOVE 0          TO LOG-IN-COUNT
     MOVE 0          TO LOG-OUT-COUNT
     MOVE 0          TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE 0 TO RETURN-CODE.

 9900-LOG-END.
     MOVE 'PROG25'   TO LOG-PROGRAM
     SET LOG-EVENT-END TO TRUE
     MOVE RETURN-CODE TO LOG-RETURN-CODE
     MOVE WS-ITEM-COUNT         TO LOG-IN-COUNT
     MOVE WS-ACCEPTED-COUNT     TO LOG-OUT-COUNT
     MOVE WS-UNAUTHORIZED-COUNT TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE LOG-RETURN-CODE TO RETURN-CODE.
