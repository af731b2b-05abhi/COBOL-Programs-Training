 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG21.
*> Month-end period close.  Runs every night after the GL extract
*> and does nothing until the business day before the run date is
*> the last CALFILE business day of its month - the first run of
*> the new month, which posts that day's work.  On that night it
*> closes the previous business day's month and freezes the book:
*> MASTFILE is passed for the MS-AMOUNT balance and record count of
*> every company, the movement is taken against the previous closed
*> period on PRDBALH, and warehouse items effective inside the
*> period but not released until the next one are carried beside
*> the balance.  The balances go to PRDBALH, a period summary goes
*> to PRDSUM.ccyymm for the corporate ledger, and the period is
*> marked closed on PRDCTL - written last, so a failed close leaves
*> the period open and a rerun repeats it cleanly.  PRDSUM carries
*> each company's balance and movement in its COMPMAST booking
*> currency, with the code, and trailer totals converted to the
*> reporting currency at the FXRATE rate in force on the period end
*> date; a missing rate stops the close before PRDBALH is replaced.
*> Once a period is on PRDCTL, PROG07 routes transactions effective
*> in it to exception and PROG15 will not back out a run made in it.
*> A missed close is caught up by naming the period on PRDPARM;
*> the balances are then those on the book on the catch-up night,
*> and PRDPARM is removed once the period is on PRDCTL.
*> Reports to PROG21RPT.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RUN-CONTROL-STATUS.
     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CALENDAR-STATUS.
     SELECT PERIOD-PARM-FILE ASSIGN TO "PRDPARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PARM-STATUS.
     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PRDCTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PERIOD-STATUS.
     SELECT MASTER-FILE ASSIGN TO "MASTFILE"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS MS-KEY
         FILE STATUS IS WS-MASTER-STATUS.
     SELECT PENDING-FILE ASSIGN TO "PROG07PND"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS PN-KEY
         FILE STATUS IS WS-PENDING-STATUS.
     SELECT BALANCE-FILE ASSIGN TO "PRDBALH"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-BALANCE-STATUS.
     SELECT BALANCE-NEW-FILE ASSIGN TO "PRDBALH.TMP"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-BALANCE-NEW-STATUS.
     SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUMMARY-FILE-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SUMMARY-STATUS.
     SELECT COMPANY-FILE ASSIGN TO "COMPMAST"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-COMPANY-STATUS.
     SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FX-RATE-STATUS.
     SELECT REPORT-FILE ASSIGN TO "PROG21RPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  RUN-CONTROL-FILE.
 COPY RUNCTLRC.
 FD  CALENDAR-FILE.
 COPY CALNDRRC.
 FD  PERIOD-PARM-FILE.
 01  PERIOD-PARM-RECORD.
     03 PP-PERIOD           PIC 9(06).
 FD  PERIOD-CONTROL-FILE.
 COPY PRDCTLRC.
 FD  MASTER-FILE.
 COPY MSTRREC.
 FD  PENDING-FILE.
 COPY PND07REC.
 FD  BALANCE-FILE.
 COPY PRDBALRC.
 FD  BALANCE-NEW-FILE.
 01  BALANCE-NEW-RECORD     PIC X(86).
 FD  SUMMARY-FILE.
 COPY PSM21REC.
 FD  COMPANY-FILE.
 COPY CMPMSTRC.
 FD  FX-RATE-FILE.
 COPY FXRATERC.
 FD  REPORT-FILE.
 01  REPORT-RECORD          PIC X(132).
 WORKING-STORAGE SECTION.
 COPY CALWKWS.
 COPY FXWKWS.
 01  WS-COMPANY-STATUS      PIC X(02).
 01  WS-MISSING-RATE-COUNT  PIC 9(02) VALUE 0.
 01  WS-RUN-CONTROL-STATUS  PIC X(02).
 01  WS-PARM-STATUS         PIC X(02).
 01  WS-PERIOD-STATUS       PIC X(02).
 01  WS-MASTER-STATUS       PIC X(02).
 01  WS-PENDING-STATUS      PIC X(02).
 01  WS-BALANCE-STATUS      PIC X(02).
 01  WS-BALANCE-NEW-STATUS  PIC X(02).
 01  WS-SUMMARY-STATUS      PIC X(02).
 01  WS-REPORT-STATUS       PIC X(02).
 01  WS-SUMMARY-FILE-NAME   PIC X(20).
 01  WS-CBL-RC              PIC S9(04) VALUE 0.
 01  WS-RUN-MODE            PIC X(01).
     88 WS-MODE-TRIAL         VALUE 'T'.
 01  WS-RUN-DATE            PIC 9(08).
 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
     03 WS-RD-CCYY          PIC 9(04).
     03 WS-RD-MM            PIC 9(02).
     03 WS-RD-DD            PIC 9(02).
 01  WS-RUN-PERIOD          PIC 9(06).
 01  WS-CLOSE-PERIOD        PIC 9(06) VALUE 0.
 01  WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD.
     03 WS-CP-CCYY          PIC 9(04).
     03 WS-CP-MM            PIC 9(02).
 01  WS-CLOSED-THRU-PERIOD  PIC 9(06) VALUE 0.
 01  WS-PRIOR-PERIOD        PIC 9(06) VALUE 0.
 01  WS-PERIOD-END-DATE     PIC 9(08).
 01  WS-NEXT-MONTH-FIRST    PIC 9(08).
 01  WS-NEXT-MONTH-FIRST-R REDEFINES WS-NEXT-MONTH-FIRST.
     03 WS-NM-CCYY          PIC 9(04).
     03 WS-NM-MM            PIC 9(02).
     03 WS-NM-DD            PIC 9(02).
 01  WS-CATCH-UP-SWITCH     PIC X(01) VALUE 'N'.
     88 WS-CATCH-UP           VALUE 'Y'.
 01  WS-MONTH-END-SWITCH    PIC X(01) VALUE 'N'.
     88 WS-MONTH-END          VALUE 'Y'.
 01  WS-BALANCE-ON-FILE-SWITCH PIC X(01) VALUE 'N'.
     88 WS-BALANCE-ON-FILE    VALUE 'Y'.
 01  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
     88 WS-EOF                VALUE 'Y'.
 01  WS-CO-SUB              PIC 9(02) COMP.
 01  WS-CO-HIT              PIC 9(02) COMP.
 01  WS-CO-SUB2             PIC 9(02) COMP.
 01  WS-COMPANY-MAX         PIC 9(02) COMP VALUE 20.
 01  WS-FIND-COMPANY        PIC X(04).
 01  WS-COMPANY-TABLE.
     03 WS-COMPANY-COUNT    PIC 9(02) VALUE 0.
     03 WS-COMPANY-ENTRY OCCURS 20 TIMES.
        05 WS-CO-CODE       PIC X(04).
        05 WS-CO-COUNT      PIC 9(08).
        05 WS-CO-BALANCE    PIC S9(13)V99.
        05 WS-CO-PRIOR      PIC S9(13)V99.
        05 WS-CO-PENDING    PIC S9(13)V99.
        05 WS-CO-CURRENCY   PIC X(03).
        05 WS-CO-RATE       PIC 9(05)V9(06).
 01  WS-COMPANY-SWAP.
     03 WS-SW-CODE          PIC X(04).
     03 WS-SW-COUNT         PIC 9(08).
     03 WS-SW-BALANCE       PIC S9(13)V99.
     03 WS-SW-PRIOR         PIC S9(13)V99.
     03 WS-SW-PENDING       PIC S9(13)V99.
     03 WS-SW-CURRENCY      PIC X(03).
     03 WS-SW-RATE          PIC 9(05)V9(06).
 01  WS-MASTER-COUNT        PIC 9(08) VALUE 0.
 01  WS-TOTAL-BALANCE       PIC S9(13)V99 VALUE 0.
 01  WS-TOTAL-PRIOR         PIC S9(13)V99 VALUE 0.
 01  WS-TOTAL-MOVEMENT      PIC S9(13)V99 VALUE 0.
 01  WS-TOTAL-PENDING       PIC S9(13)V99 VALUE 0.
 01  WS-MOVEMENT            PIC S9(13)V99.
 01  WS-REPORT-BALANCE      PIC S9(13)V99.
 01  WS-REPORT-MOVEMENT     PIC S9(13)V99.
 01  WS-REPORT-TOTAL-BALANCE  PIC S9(13)V99 VALUE 0.
 01  WS-REPORT-TOTAL-MOVEMENT PIC S9(13)V99 VALUE 0.
 01  WS-REPORT-EDIT-1       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
 01  WS-REPORT-EDIT-2       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
 01  WS-HISTORY-KEPT        PIC 9(08) VALUE 0.
 01  WS-HISTORY-REPLACED    PIC 9(08) VALUE 0.
 01  WS-SUMMARY-COUNT       PIC 9(08) VALUE 0.
 01  WS-LINE-COUNT          PIC 9(03) VALUE 99.
 01  WS-PAGE-COUNT          PIC 9(03) VALUE 0.
 01  WS-LINES-PER-PAGE      PIC 9(03) VALUE 55.
 01  WS-PRINT-LINE          PIC X(132).
*>
 01  WS-HEADING-1.
     03 FILLER              PIC X(40)
         VALUE ' MONTH-END PERIOD CLOSE - FROZEN COMPANY'.
     03 FILLER              PIC X(20) VALUE ' BALANCES           '.
     03 FILLER              PIC X(10) VALUE 'RUN DATE '.
     03 H1-DATE             PIC X(10).
     03 FILLER              PIC X(44) VALUE SPACES.
     03 FILLER              PIC X(05) VALUE 'PAGE '.
     03 H1-PAGE             PIC ZZ9.
 01  WS-HEADING-2.
     03 FILLER              PIC X(132) VALUE ALL '='.
 01  WS-COLUMN-HEAD.
     03 FILLER              PIC X(44) VALUE
         ' COMPANY   RECORDS         CLOSING BALANCE  '.
     03 FILLER              PIC X(44) VALUE
         '         PRIOR BALANCE                MOVEME'.
     03 FILLER              PIC X(26) VALUE
         'NT     WAREHOUSE IN PERIOD'.
 01  WS-DETAIL-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-COMPANY          PIC X(04).
     03 FILLER              PIC X(03) VALUE SPACES.
     03 DL-COUNT            PIC ZZ,ZZZ,ZZ9.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-BALANCE          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-PRIOR            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-MOVEMENT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-PENDING          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
 01  WS-TEXT-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 XL-TEXT             PIC X(131).
 COPY LOGEVENT.
 PROCEDURE DIVISION.
 0000-MAIN.
     MOVE 0 TO RETURN-CODE
     PERFORM 9800-LOG-START
     PERFORM 1000-INITIALIZE
     PERFORM 2000-PASS-MASTER-FILE
     PERFORM 2500-PASS-WAREHOUSE
     PERFORM 3000-REWRITE-BALANCE-HISTORY
     PERFORM 4000-WRITE-PERIOD-SUMMARY
     PERFORM 4500-MARK-PERIOD-CLOSED
     PERFORM 5000-PRINT-CLOSE
     CLOSE REPORT-FILE
     DISPLAY 'PROG21 - PERIOD ', WS-CLOSE-PERIOD, ' CLOSED, ',
         WS-COMPANY-COUNT, ' COMPANIES'
     MOVE 0 TO RETURN-CODE
     PERFORM 9900-LOG-END
     GOBACK.

 1000-INITIALIZE.
     PERFORM 1100-READ-RUN-CONTROL
     IF WS-MODE-TRIAL
         DISPLAY 'PROG21 - TRIAL RUN, NO PERIOD CLOSE'
         MOVE 0 TO RETURN-CODE
         PERFORM 9900-LOG-END
         GOBACK
     END-IF
     COMPUTE WS-RUN-PERIOD = WS-RUN-DATE / 100
     PERFORM 6000-LOAD-CALENDAR
     PERFORM 1200-LOAD-CLOSED-PERIOD
     PERFORM 1300-READ-PERIOD-PARM
     IF NOT WS-CATCH-UP
         PERFORM 1400-CHECK-MONTH-END
         IF NOT WS-MONTH-END
             MOVE 0 TO RETURN-CODE
             PERFORM 9900-LOG-END
             GOBACK
         END-IF
     END-IF
     IF WS-CLOSE-PERIOD NOT > WS-CLOSED-THRU-PERIOD
         DISPLAY 'PROG21 - PERIOD ', WS-CLOSE-PERIOD,
             ' ALREADY CLOSED THROUGH ', WS-CLOSED-THRU-PERIOD
         MOVE 0 TO RETURN-CODE
         PERFORM 9900-LOG-END
         GOBACK
     END-IF
     PERFORM 1500-SET-PERIOD-END
     OPEN OUTPUT REPORT-FILE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG21 - PROG21RPT OPEN FAILED, STATUS=',
             WS-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     PERFORM 5200-PAGE-HEADING.

 1100-READ-RUN-CONTROL.
     OPEN INPUT RUN-CONTROL-FILE
     IF WS-RUN-CONTROL-STATUS NOT = '00'
         DISPLAY 'PROG21 - RUNCTL NOT FOUND, RUN DATE UNKNOWN'
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     READ RUN-CONTROL-FILE
         AT END
             DISPLAY 'PROG21 - RUNCTL EMPTY, RUN DATE UNKNOWN'
             MOVE 16 TO RETURN-CODE
             GOBACK
     END-READ
     MOVE RC-RUN-MODE TO WS-RUN-MODE
     MOVE RC-RUN-DATE TO WS-RUN-DATE
     CLOSE RUN-CONTROL-FILE.

*> Periods are closed in order, so the latest closed period on
*> PRDCTL is both the lock boundary and the prior period whose
*> balances the movement is measured from.
 1200-LOAD-CLOSED-PERIOD.
     OPEN INPUT PERIOD-CONTROL-FILE
     IF WS-PERIOD-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 1210-LOAD-ONE-PERIOD UNTIL WS-EOF
         CLOSE PERIOD-CONTROL-FILE
     ELSE
         IF WS-PERIOD-STATUS NOT = '35'
             DISPLAY 'PROG21 - PRDCTL OPEN FAILED, STATUS=',
                 WS-PERIOD-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
     END-IF
     MOVE WS-CLOSED-THRU-PERIOD TO WS-PRIOR-PERIOD.

 1210-LOAD-ONE-PERIOD.
     READ PERIOD-CONTROL-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF PC-CLOSED
                 AND PC-PERIOD > WS-CLOSED-THRU-PERIOD
                 MOVE PC-PERIOD TO WS-CLOSED-THRU-PERIOD
             END-IF
     END-READ.

*> PRDPARM is optional and normally absent.  When operations put a
*> period on it, that period is closed tonight whatever the date -
*> it must be before the run month, which is still being posted.  The
*> close removes PRDPARM once PRDCTL is written; one still naming
*> a period already closed is reported and ignored, so it cannot
*> hold off the regular month-end close.
 1300-READ-PERIOD-PARM.
     OPEN INPUT PERIOD-PARM-FILE
     IF WS-PARM-STATUS = '00'
         READ PERIOD-PARM-FILE
             AT END
                 MOVE SPACES TO PERIOD-PARM-RECORD
         END-READ
         CLOSE PERIOD-PARM-FILE
         IF PP-PERIOD IS NUMERIC
             IF PP-PERIOD NOT < WS-RUN-PERIOD
                 OR PP-PERIOD(5:2) < '01'
                 OR PP-PERIOD(5:2) > '12'
                 DISPLAY 'PROG21 - PRDPARM PERIOD ', PP-PERIOD,
                     ' INVALID FOR RUN DATE ', WS-RUN-DATE
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9900-LOG-END
                 GOBACK
             END-IF
             IF PP-PERIOD NOT > WS-CLOSED-THRU-PERIOD
                 DISPLAY 'PROG21 - WARNING - PRDPARM PERIOD ',
                     PP-PERIOD, ' ALREADY CLOSED THROUGH ',
                     WS-CLOSED-THRU-PERIOD
                 DISPLAY 'PROG21 - PRDPARM IGNORED, REMOVE IT'
             ELSE
                 MOVE PP-PERIOD TO WS-CLOSE-PERIOD
                 SET WS-CATCH-UP TO TRUE
                 DISPLAY 'PROG21 - PRDPARM REQUESTS CLOSE OF PERIOD ',
                     WS-CLOSE-PERIOD
             END-IF
         END-IF
     END-IF.

*> The run date marks the start of the batch window: the stream
*> dated D posts the work of the business day before D.  A month's
*> last business day is therefore only on the book after the first
*> run dated past it, so that run closes the month - the one whose
*> previous CALFILE business day falls in an earlier month.  A
*> calendar that does not reach the run date cannot answer, so the
*> close is left for PRDPARM.
 1400-CHECK-MONTH-END.
     MOVE 'N' TO WS-MONTH-END-SWITCH
     IF NOT WS-CAL-LOADED
         DISPLAY 'PROG21 - CALFILE NOT LOADED, PERIOD END UNKNOWN'
     ELSE
         MOVE WS-RUN-DATE TO WS-CAL-LOOKUP-DATE
         PERFORM 6100-FIND-CAL-DATE
         IF WS-CAL-HIT = 0
             DISPLAY 'PROG21 - RUN DATE NOT ON CALFILE, ',
                 'PERIOD END UNKNOWN'
         ELSE
             PERFORM 1410-CHECK-PREVIOUS-BUS-DAY
         END-IF
     END-IF.

 1410-CHECK-PREVIOUS-BUS-DAY.
     PERFORM 6500-PREV-BUSINESS-DAY
     EVALUATE TRUE
         WHEN NOT WS-CAL-CALC-OK
             DISPLAY 'PROG21 - CALFILE STARTS AFTER PREVIOUS ',
                 'BUSINESS DAY, PERIOD NOT CLOSED'
         WHEN WS-CAL-PREV-BUS-DATE(1:6) NOT = WS-RUN-DATE(1:6)
             SET WS-MONTH-END TO TRUE
             MOVE WS-CAL-PREV-BUS-DATE(1:6) TO WS-CLOSE-PERIOD
         WHEN OTHER
             CONTINUE
     END-EVALUATE.

*> The period ends on the last calendar day of the month, the day
*> before the first of the next.
 1500-SET-PERIOD-END.
     IF WS-CP-MM = 12
         COMPUTE WS-NM-CCYY = WS-CP-CCYY + 1
         MOVE 1 TO WS-NM-MM
     ELSE
         MOVE WS-CP-CCYY TO WS-NM-CCYY
         COMPUTE WS-NM-MM = WS-CP-MM + 1
     END-IF
     MOVE 1 TO WS-NM-DD
     COMPUTE WS-PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER(
         FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST) - 1).

 2000-PASS-MASTER-FILE.
     OPEN INPUT MASTER-FILE
     IF WS-MASTER-STATUS NOT = '00'
         DISPLAY 'PROG21 - MASTFILE OPEN FAILED, STATUS=',
             WS-MASTER-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     MOVE 'N' TO WS-EOF-SWITCH
     PERFORM 2100-READ-ONE-MASTER UNTIL WS-EOF
     CLOSE MASTER-FILE.

 2100-READ-ONE-MASTER.
     READ MASTER-FILE NEXT RECORD
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             MOVE MS-COMPANY TO WS-FIND-COMPANY
             PERFORM 2200-FIND-COMPANY
             ADD 1         TO WS-CO-COUNT(WS-CO-HIT)
             ADD MS-AMOUNT TO WS-CO-BALANCE(WS-CO-HIT)
             ADD 1         TO WS-MASTER-COUNT
     END-READ.

 2200-FIND-COMPANY.
     MOVE 0 TO WS-CO-HIT
     PERFORM VARYING WS-CO-SUB FROM 1 BY 1
         UNTIL WS-CO-SUB > WS-COMPANY-COUNT
             OR WS-CO-HIT > 0
         IF WS-CO-CODE(WS-CO-SUB) = WS-FIND-COMPANY
             MOVE WS-CO-SUB TO WS-CO-HIT
         END-IF
     END-PERFORM
     IF WS-CO-HIT = 0
         IF WS-COMPANY-COUNT >= WS-COMPANY-MAX
             DISPLAY 'PROG21 - COMPANY TABLE FULL, ABENDING'
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
         ADD 1 TO WS-COMPANY-COUNT
         MOVE WS-COMPANY-COUNT TO WS-CO-HIT
         MOVE WS-FIND-COMPANY TO WS-CO-CODE(WS-CO-HIT)
         MOVE 0 TO WS-CO-COUNT(WS-CO-HIT)
         MOVE 0 TO WS-CO-BALANCE(WS-CO-HIT)
         MOVE 0 TO WS-CO-PRIOR(WS-CO-HIT)
         MOVE 0 TO WS-CO-PENDING(WS-CO-HIT)
         MOVE SPACES TO WS-CO-CURRENCY(WS-CO-HIT)
         MOVE 0 TO WS-CO-RATE(WS-CO-HIT)
     END-IF.

*> At most twenty companies - a straight exchange sort puts them in
*> code order for the summary and the report.
 2300-SORT-COMPANIES.
     PERFORM VARYING WS-CO-SUB FROM 1 BY 1
         UNTIL WS-CO-SUB >= WS-COMPANY-COUNT
         PERFORM VARYING WS-CO-SUB2 FROM WS-CO-SUB BY 1
             UNTIL WS-CO-SUB2 > WS-COMPANY-COUNT
             IF WS-CO-CODE(WS-CO-SUB2) < WS-CO-CODE(WS-CO-SUB)
                 MOVE WS-COMPANY-ENTRY(WS-CO-SUB)  TO WS-COMPANY-SWAP
                 MOVE WS-COMPANY-ENTRY(WS-CO-SUB2)
                     TO WS-COMPANY-ENTRY(WS-CO-SUB)
                 MOVE WS-COMPANY-SWAP
                     TO WS-COMPANY-ENTRY(WS-CO-SUB2)
             END-IF
         END-PERFORM
     END-PERFORM.

*> Warehouse items effective on or before the period end were
*> accepted inside the period but post on their release date in the
*> next one; they are frozen beside the balance, not in it.
 2500-PASS-WAREHOUSE.
     OPEN INPUT PENDING-FILE
     IF WS-PENDING-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 2510-READ-ONE-PENDING UNTIL WS-EOF
         CLOSE PENDING-FILE
     ELSE
         IF WS-PENDING-STATUS NOT = '35'
             DISPLAY 'PROG21 - PROG07PND OPEN FAILED, STATUS=',
                 WS-PENDING-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
     END-IF.

 2510-READ-ONE-PENDING.
     READ PENDING-FILE NEXT RECORD
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF PN-EFF-DATE > WS-PERIOD-END-DATE
                 SET WS-EOF TO TRUE
             ELSE
                 IF PN-RELEASED-DATE = 0
                     MOVE PN-COMPANY TO WS-FIND-COMPANY
                     PERFORM 2200-FIND-COMPANY
                     ADD PN-AMOUNT TO WS-CO-PENDING(WS-CO-HIT)
                 END-IF
             END-IF
     END-READ.

*> PRDBALH is copied to PRDBALH.TMP without any rows already there
*> for this period (left by a close that failed before PRDCTL was
*> written), picking up the prior period's balances on the way; the
*> new rows are added and the copy replaces the file.
 3000-REWRITE-BALANCE-HISTORY.
     OPEN OUTPUT BALANCE-NEW-FILE
     IF WS-BALANCE-NEW-STATUS NOT = '00'
         DISPLAY 'PROG21 - PRDBALH.TMP OPEN FAILED, STATUS=',
             WS-BALANCE-NEW-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN INPUT BALANCE-FILE
     IF WS-BALANCE-STATUS = '00'
         SET WS-BALANCE-ON-FILE TO TRUE
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 3100-COPY-ONE-BALANCE UNTIL WS-EOF
         CLOSE BALANCE-FILE
     ELSE
         IF WS-BALANCE-STATUS NOT = '35'
             DISPLAY 'PROG21 - PRDBALH OPEN FAILED, STATUS=',
                 WS-BALANCE-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
     END-IF
     PERFORM 2300-SORT-COMPANIES
     PERFORM 3050-CONVERT-TO-REPORTING
     PERFORM VARYING WS-CO-HIT FROM 1 BY 1
         UNTIL WS-CO-HIT > WS-COMPANY-COUNT
         PERFORM 3200-WRITE-ONE-BALANCE
     END-PERFORM
     CLOSE BALANCE-NEW-FILE
     IF WS-BALANCE-ON-FILE
         CALL 'CBL_DELETE_FILE' USING 'PRDBALH'
         MOVE RETURN-CODE TO WS-CBL-RC
         IF WS-CBL-RC NOT = 0
             DISPLAY 'PROG21 - DELETE OF PRDBALH FAILED, RC=',
                 WS-CBL-RC
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
     END-IF
     CALL 'CBL_RENAME_FILE' USING 'PRDBALH.TMP' 'PRDBALH'
     MOVE RETURN-CODE TO WS-CBL-RC
     IF WS-CBL-RC NOT = 0
         DISPLAY 'PROG21 - RENAME TO PRDBALH FAILED, RC=',
             WS-CBL-RC
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     MOVE 0 TO RETURN-CODE.

*> Every company closed, including one known only from its prior
*> balance, needs a rate for its booking currency on the period end
*> date - all the missing ones are listed so treasury can load them
*> in one pass, and nothing has replaced PRDBALH yet.
 3050-CONVERT-TO-REPORTING.
     PERFORM 3060-LOAD-COMPANY-CURRENCIES
     PERFORM 6500-LOAD-FX-RATES
     MOVE WS-PERIOD-END-DATE TO WS-FX-LOOKUP-DATE
     PERFORM VARYING WS-CO-SUB FROM 1 BY 1
         UNTIL WS-CO-SUB > WS-COMPANY-COUNT
         MOVE WS-CO-CURRENCY(WS-CO-SUB) TO WS-FX-LOOKUP-CURRENCY
         PERFORM 6600-FIND-FX-RATE
         IF WS-FX-FOUND
             MOVE WS-FX-RATE-FOUND TO WS-CO-RATE(WS-CO-SUB)
         ELSE
             ADD 1 TO WS-MISSING-RATE-COUNT
             DISPLAY 'PROG21 - NO ', WS-CO-CURRENCY(WS-CO-SUB),
                 ' RATE IN FORCE ON ', WS-PERIOD-END-DATE,
                 ' FOR COMPANY ', WS-CO-CODE(WS-CO-SUB)
         END-IF
     END-PERFORM
     IF WS-MISSING-RATE-COUNT > 0
         CLOSE BALANCE-NEW-FILE
         DISPLAY 'PROG21 - EXCHANGE RATES MISSING, PERIOD NOT CLOSED'
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF.

*> A company not on COMPMAST, or one predating currencies, books
*> in the reporting currency.
 3060-LOAD-COMPANY-CURRENCIES.
     PERFORM VARYING WS-CO-SUB FROM 1 BY 1
         UNTIL WS-CO-SUB > WS-COMPANY-COUNT
         MOVE WS-FX-REPORTING-CURRENCY TO WS-CO-CURRENCY(WS-CO-SUB)
         MOVE 1 TO WS-CO-RATE(WS-CO-SUB)
     END-PERFORM
     OPEN INPUT COMPANY-FILE
     IF WS-COMPANY-STATUS NOT = '00'
         DISPLAY 'PROG21 - COMPMAST NOT FOUND, STATUS=',
             WS-COMPANY-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     MOVE 'N' TO WS-EOF-SWITCH
     PERFORM 3070-READ-ONE-COMPANY UNTIL WS-EOF
     CLOSE COMPANY-FILE.

 3070-READ-ONE-COMPANY.
     READ COMPANY-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF CM-CURRENCY-CODE NOT = SPACES
                 PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                     UNTIL WS-CO-SUB > WS-COMPANY-COUNT
                     IF WS-CO-CODE(WS-CO-SUB) = CM-COMPANY-CODE
                         MOVE CM-CURRENCY-CODE
                             TO WS-CO-CURRENCY(WS-CO-SUB)
                     END-IF
                 END-PERFORM
             END-IF
     END-READ.

*> A company on the prior period but gone from the book closes at
*> zero, so its movement still shows.
 3100-COPY-ONE-BALANCE.
     READ BALANCE-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF PB-PERIOD = WS-CLOSE-PERIOD
                 ADD 1 TO WS-HISTORY-REPLACED
             ELSE
                 IF PB-PERIOD = WS-PRIOR-PERIOD
                     AND WS-PRIOR-PERIOD > 0
                     MOVE PB-COMPANY TO WS-FIND-COMPANY
                     PERFORM 2200-FIND-COMPANY
                     MOVE PB-BALANCE TO WS-CO-PRIOR(WS-CO-HIT)
                 END-IF
                 MOVE PERIOD-BALANCE-RECORD TO BALANCE-NEW-RECORD
                 PERFORM 3300-WRITE-NEW-HISTORY
                 ADD 1 TO WS-HISTORY-KEPT
             END-IF
     END-READ.

 3200-WRITE-ONE-BALANCE.
     COMPUTE WS-MOVEMENT =
         WS-CO-BALANCE(WS-CO-HIT) - WS-CO-PRIOR(WS-CO-HIT)
     MOVE WS-CLOSE-PERIOD           TO PB-PERIOD
     MOVE WS-CO-CODE(WS-CO-HIT)     TO PB-COMPANY
     MOVE WS-CO-COUNT(WS-CO-HIT)    TO PB-RECORD-COUNT
     MOVE WS-CO-BALANCE(WS-CO-HIT)  TO PB-BALANCE
     MOVE WS-CO-PRIOR(WS-CO-HIT)    TO PB-PRIOR-BALANCE
     MOVE WS-MOVEMENT               TO PB-MOVEMENT
     MOVE WS-CO-PENDING(WS-CO-HIT)  TO PB-PENDING-BALANCE
     MOVE WS-RUN-DATE               TO PB-CLOSE-RUN-DATE
     MOVE PERIOD-BALANCE-RECORD TO BALANCE-NEW-RECORD
     PERFORM 3300-WRITE-NEW-HISTORY
     ADD WS-CO-BALANCE(WS-CO-HIT) TO WS-TOTAL-BALANCE
     ADD WS-CO-PRIOR(WS-CO-HIT)   TO WS-TOTAL-PRIOR
     ADD WS-MOVEMENT              TO WS-TOTAL-MOVEMENT
     ADD WS-CO-PENDING(WS-CO-HIT) TO WS-TOTAL-PENDING.

 3300-WRITE-NEW-HISTORY.
     WRITE BALANCE-NEW-RECORD
     IF WS-BALANCE-NEW-STATUS NOT = '00'
         DISPLAY 'PROG21 - PRDBALH.TMP WRITE FAILED, STATUS=',
             WS-BALANCE-NEW-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF.

 4000-WRITE-PERIOD-SUMMARY.
     MOVE SPACES TO WS-SUMMARY-FILE-NAME
     STRING 'PRDSUM.' WS-CLOSE-PERIOD
         DELIMITED BY SIZE INTO WS-SUMMARY-FILE-NAME
     OPEN OUTPUT SUMMARY-FILE
     IF WS-SUMMARY-STATUS NOT = '00'
         DISPLAY 'PROG21 - PRDSUM OPEN FAILED, STATUS=',
             WS-SUMMARY-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     MOVE SPACES TO PERIOD-SUMMARY-RECORD
     SET PS-TYPE-HEADER TO TRUE
     MOVE WS-CLOSE-PERIOD    TO PS-PERIOD
     MOVE WS-PERIOD-END-DATE TO PS-PERIOD-END
     MOVE 'PROG06'           TO PS-SYSTEM-ID
     PERFORM 4200-WRITE-SUMMARY
     PERFORM VARYING WS-CO-HIT FROM 1 BY 1
         UNTIL WS-CO-HIT > WS-COMPANY-COUNT
         MOVE SPACES TO PERIOD-SUMMARY-RECORD
         SET PS-TYPE-DETAIL TO TRUE
         MOVE WS-CO-CODE(WS-CO-HIT)    TO PS-COMPANY
         MOVE WS-CO-BALANCE(WS-CO-HIT) TO PS-BALANCE
         COMPUTE PS-MOVEMENT =
             WS-CO-BALANCE(WS-CO-HIT) - WS-CO-PRIOR(WS-CO-HIT)
         MOVE WS-CO-CURRENCY(WS-CO-HIT) TO PS-CURRENCY
         PERFORM 4100-ADD-REPORTING-TOTALS
         PERFORM 4200-WRITE-SUMMARY
         ADD 1 TO WS-SUMMARY-COUNT
     END-PERFORM
     MOVE SPACES TO PERIOD-SUMMARY-RECORD
     SET PS-TYPE-TRAILER TO TRUE
     MOVE WS-SUMMARY-COUNT          TO PS-RECORD-COUNT
     MOVE WS-REPORT-TOTAL-BALANCE   TO PS-BALANCE-TOTAL
     MOVE WS-REPORT-TOTAL-MOVEMENT  TO PS-MOVEMENT-TOTAL
     PERFORM 4200-WRITE-SUMMARY
     CLOSE SUMMARY-FILE
     DISPLAY 'PROG21 - LEDGER SUMMARY WRITTEN TO ',
         WS-SUMMARY-FILE-NAME.

*> Balance and movement are each converted at the period end rate,
*> so the converted movement is the change in the converted balance
*> at one rate, not a restatement of the prior period.
 4100-ADD-REPORTING-TOTALS.
     COMPUTE WS-REPORT-BALANCE ROUNDED =
         PS-BALANCE * WS-CO-RATE(WS-CO-HIT)
     COMPUTE WS-REPORT-MOVEMENT ROUNDED =
         PS-MOVEMENT * WS-CO-RATE(WS-CO-HIT)
     ADD WS-REPORT-BALANCE  TO WS-REPORT-TOTAL-BALANCE
     ADD WS-REPORT-MOVEMENT TO WS-REPORT-TOTAL-MOVEMENT.

 4200-WRITE-SUMMARY.
     WRITE PERIOD-SUMMARY-RECORD
     IF WS-SUMMARY-STATUS NOT = '00'
         DISPLAY 'PROG21 - PRDSUM WRITE FAILED, STATUS=',
             WS-SUMMARY-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF.

*> The PRDCTL row is the commit of the close - until it is written
*> the period is open and the whole close can be rerun.
 4500-MARK-PERIOD-CLOSED.
     OPEN EXTEND PERIOD-CONTROL-FILE
     IF WS-PERIOD-STATUS = '35'
         OPEN OUTPUT PERIOD-CONTROL-FILE
     END-IF
     IF WS-PERIOD-STATUS NOT = '00'
         DISPLAY 'PROG21 - PRDCTL OPEN FAILED, STATUS=',
             WS-PERIOD-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     MOVE WS-CLOSE-PERIOD    TO PC-PERIOD
     MOVE WS-PERIOD-END-DATE TO PC-PERIOD-END-DATE
     MOVE WS-RUN-DATE        TO PC-CLOSE-RUN-DATE
     SET PC-CLOSED TO TRUE
     MOVE WS-COMPANY-COUNT   TO PC-COMPANY-COUNT
     MOVE WS-TOTAL-BALANCE   TO PC-TOTAL-BALANCE
     WRITE PERIOD-CONTROL-RECORD
     IF WS-PERIOD-STATUS NOT = '00'
         DISPLAY 'PROG21 - PRDCTL WRITE FAILED, STATUS=',
             WS-PERIOD-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     CLOSE PERIOD-CONTROL-FILE
     IF WS-CATCH-UP
         PERFORM 4600-REMOVE-PERIOD-PARM
     END-IF.

*> The catch-up request is spent once the period is on PRDCTL.  The
*> close itself is committed, so a PRDPARM that cannot be removed
*> is only reported - the next night ignores it as already closed.
 4600-REMOVE-PERIOD-PARM.
     CALL 'CBL_DELETE_FILE' USING 'PRDPARM'
     MOVE RETURN-CODE TO WS-CBL-RC
     IF WS-CBL-RC NOT = 0
         DISPLAY 'PROG21 - WARNING - DELETE OF PRDPARM FAILED, RC=',
             WS-CBL-RC
     END-IF
     MOVE 0 TO RETURN-CODE.

 5000-PRINT-CLOSE.
     MOVE SPACES TO XL-TEXT
     STRING 'PERIOD ' WS-CLOSE-PERIOD ' ENDING ' WS-PERIOD-END-DATE
         ' CLOSED - PRIOR CLOSED PERIOD ' WS-PRIOR-PERIOD
         DELIMITED BY SIZE INTO XL-TEXT
     MOVE WS-TEXT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     IF WS-CATCH-UP
         MOVE SPACES TO XL-TEXT
         STRING 'CATCH-UP CLOSE FROM PRDPARM - BALANCES ARE AS ON '
             'THE BOOK AT THIS RUN DATE'
             DELIMITED BY SIZE INTO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-IF
     IF WS-HISTORY-REPLACED > 0
         MOVE SPACES TO XL-TEXT
         STRING 'BALANCES LEFT BY AN EARLIER INCOMPLETE CLOSE OF '
             'THIS PERIOD WERE REPLACED'
             DELIMITED BY SIZE INTO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-IF
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE WS-COLUMN-HEAD TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     PERFORM VARYING WS-CO-HIT FROM 1 BY 1
         UNTIL WS-CO-HIT > WS-COMPANY-COUNT
         MOVE WS-CO-CODE(WS-CO-HIT)    TO DL-COMPANY
         MOVE WS-CO-COUNT(WS-CO-HIT)   TO DL-COUNT
         MOVE WS-CO-BALANCE(WS-CO-HIT) TO DL-BALANCE
         MOVE WS-CO-PRIOR(WS-CO-HIT)   TO DL-PRIOR
         COMPUTE DL-MOVEMENT =
             WS-CO-BALANCE(WS-CO-HIT) - WS-CO-PRIOR(WS-CO-HIT)
         MOVE WS-CO-PENDING(WS-CO-HIT) TO DL-PENDING
         MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-PERFORM
     MOVE 'TOTAL'           TO DL-COMPANY
     MOVE WS-MASTER-COUNT   TO DL-COUNT
     MOVE WS-TOTAL-BALANCE  TO DL-BALANCE
     MOVE WS-TOTAL-PRIOR    TO DL-PRIOR
     MOVE WS-TOTAL-MOVEMENT TO DL-MOVEMENT
     MOVE WS-TOTAL-PENDING  TO DL-PENDING
     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE SPACES TO XL-TEXT
     MOVE WS-REPORT-TOTAL-BALANCE  TO WS-REPORT-EDIT-1
     MOVE WS-REPORT-TOTAL-MOVEMENT TO WS-REPORT-EDIT-2
     STRING 'LEDGER SUMMARY TOTALS IN ' WS-FX-REPORTING-CURRENCY
         ' AT PERIOD END RATES - BALANCE ' WS-REPORT-EDIT-1
         '  MOVEMENT ' WS-REPORT-EDIT-2
         DELIMITED BY SIZE INTO XL-TEXT
     MOVE WS-TEXT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE SPACES TO XL-TEXT
     STRING 'LEDGER SUMMARY ' WS-SUMMARY-FILE-NAME
         ' - TRANSACTIONS EFFECTIVE IN THE PERIOD NOW GO TO PROG07EXC'
         DELIMITED BY SIZE INTO XL-TEXT
     MOVE WS-TEXT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 5100-WRITE-LINE.
     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
         PERFORM 5200-PAGE-HEADING
     END-IF
     WRITE REPORT-RECORD FROM WS-PRINT-LINE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG21 - PROG21RPT WRITE FAILED, STATUS=',
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
     MOVE 'PROG21'   TO LOG-PROGRAM
     SET LOG-EVENT-START TO TRUE
     MOVE 0          TO LOG-RETURN-CODE
     MOVE 0          TO LOG-IN-COUNT
     MOVE 0          TO LOG-OUT-COUNT
     MOVE 0          TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE 0 TO RETURN-CODE.

 9900-LOG-END.
     MOVE 'PROG21'   TO LOG-PROGRAM
     SET LOG-EVENT-END TO TRUE
     MOVE RETURN-CODE TO LOG-RETURN-CODE
     MOVE WS-MASTER-COUNT  TO LOG-IN-COUNT
     MOVE WS-COMPANY-COUNT TO LOG-OUT-COUNT
     MOVE 0          TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE LOG-RETURN-CODE TO RETURN-CODE.

 COPY CALBDAYS.
 COPY FXRATES.
