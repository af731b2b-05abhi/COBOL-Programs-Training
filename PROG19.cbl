*> MASTFILE with a fresh maintenance date and a PROG07AUD audit
*> record, then leaves the suspense file; everything else stays
*> held.  Run on demand after the suspense report has been
*> reviewed.  A release is only honoured when its preparer and
*> approver are two different authorized operators on OPERFILE;
*> their IDs go on the audit record, and every release request,
*> honoured or rejected, goes on the next run's MANLOG
*> manual-intervention log.  Returns 4 when a release request
*> matched nothing on suspense or was not authorized.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT REPORT-FILE ASSIGN TO "PROG19RPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.
     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-OPERATOR-STATUS.
     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CALENDAR-STATUS.
     SELECT MANUAL-LOG-FILE ASSIGN TO DYNAMIC WS-MLG-FILE-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MANUAL-LOG-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  RELEASE-FILE.
 FD  SUSPENSE-FILE.
 COPY SUS07REC.
 FD  SUSPENSE-KEEP-FILE.
 01  SUSPENSE-KEEP-RECORD   PIC X(55).
 FD  MASTER-FILE.
 COPY MSTRREC.
 FD  AUDIT-FILE.
 COPY AUD07REC.
 FD  REPORT-FILE.
 01  REPORT-RECORD          PIC X(132).
 FD  OPERATOR-FILE.
 COPY OPERRC.
 FD  CALENDAR-FILE.
 COPY CALNDRRC.
 FD  MANUAL-LOG-FILE.
 COPY MANLOGRC.
 WORKING-STORAGE SECTION.
 COPY OPWKWS.
 01  WS-RELEASE-STATUS      PIC X(02).
 01  WS-SUSPENSE-STATUS     PIC X(02).
 01  WS-KEEP-STATUS         PIC X(02).
 01  WS-MASTER-STATUS       PIC X(02).
 01  WS-AUDIT-STATUS        PIC X(02).
 01  WS-REPORT-STATUS       PIC X(02).
 COPY CALWKWS.
 01  WS-TODAY               PIC 9(08).
 01  WS-TODAY-R REDEFINES WS-TODAY.
     03 WS-TD-CCYY          PIC 9(04).
     03 WS-TD-MM            PIC 9(02).
     03 WS-TD-DD            PIC 9(02).
 01  WS-NEXT-RUN-DATE       PIC 9(08).
 01  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
     88 WS-EOF                VALUE 'Y'.
 01  WS-SUS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
 01  WS-REL-SUB             PIC 9(03) COMP.
 01  WS-REL-HIT             PIC 9(03) COMP.
 01  WS-REL-MAX             PIC 9(03) COMP VALUE 500.
*> Used flag: 'N' - not yet matched, 'Y' - matched a suspense item,
*> 'X' - failed the operator check when loaded, never matched.
 01  WS-RELEASE-TABLE.
     03 WS-REL-COUNT        PIC 9(03) VALUE 0.
     03 WS-REL-ENTRY OCCURS 500 TIMES.
        05 WS-RL-OUT1       PIC X(10).
        05 WS-RL-OUT2       PIC X(10).
        05 WS-RL-USED-FLAG  PIC X(01).
        05 WS-RL-PREPARER-ID PIC X(08).
        05 WS-RL-APPROVER-ID PIC X(08).
        05 WS-RL-AUTH-REASON PIC X(40).
 01  WS-SUSPENSE-READ       PIC 9(08) VALUE 0.
 01  WS-RELEASED-COUNT      PIC 9(08) VALUE 0.
 01  WS-KEPT-COUNT          PIC 9(08) VALUE 0.
 01  WS-UNMATCHED-COUNT     PIC 9(08) VALUE 0.
 01  WS-UNAUTHORIZED-COUNT  PIC 9(08) VALUE 0.
 01  WS-RELEASED-AMOUNT     PIC S9(13)V99 VALUE 0.
 01  WS-POST-AMOUNT         PIC S9(09)V99.
 01  WS-POST-EFF-DATE       PIC 9(08).
 01  WS-OVERFLOW-SWITCH     PIC X(01) VALUE 'N'.
     88 WS-OVERFLOW           VALUE 'Y'.
 01  WS-LINE-COUNT          PIC 9(03) VALUE 99.
 01  WS-PAGE-COUNT          PIC 9(03) VALUE 0.
 01  WS-LINES-PER-PAGE      PIC 9(03) VALUE 55.
     03 DL-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-STATUS           PIC X(40).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-PREPARER         PIC X(08).
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-APPROVER         PIC X(08).
 01  WS-COUNT-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 CL-LABEL            PIC X(34).
     PERFORM 3000-SWAP-SUSPENSE-FILE
     PERFORM 4000-PRINT-SUMMARY
     CLOSE REPORT-FILE
     PERFORM 6780-CLOSE-MANUAL-LOG
     IF WS-UNMATCHED-COUNT > 0
         OR WS-UNAUTHORIZED-COUNT > 0
         MOVE 4 TO RETURN-CODE
     ELSE
         MOVE 0 TO RETURN-CODE

 1000-INITIALIZE.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD
     PERFORM 1200-SET-NEXT-RUN-DATE
     OPEN OUTPUT REPORT-FILE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG19 - PROG19RPT OPEN FAILED, STATUS=',
         GOBACK
     END-IF
     PERFORM 5200-PAGE-HEADING
     PERFORM 6700-LOAD-OPERATORS
     PERFORM 1100-LOAD-RELEASES
     IF WS-REL-COUNT = 0
         MOVE 'NO RELEASE REQUESTS ON RELFILE - NOTHING TO RELEASE'
         PERFORM 9900-LOG-END
         GOBACK
     END-IF
     MOVE WS-NEXT-RUN-DATE TO WS-MLG-LOG-DATE
     PERFORM 6760-OPEN-MANUAL-LOG
     OPEN I-O MASTER-FILE
     IF WS-MASTER-STATUS NOT = '00'
         DISPLAY 'PROG19 - MASTFILE OPEN FAILED, STATUS=',
             MOVE RE-OUT1     TO WS-RL-OUT1(WS-REL-COUNT)
             MOVE RE-OUT2     TO WS-RL-OUT2(WS-REL-COUNT)
             MOVE 'N'         TO WS-RL-USED-FLAG(WS-REL-COUNT)
             MOVE RE-PREPARER-ID TO WS-RL-PREPARER-ID(WS-REL-COUNT)
             MOVE RE-APPROVER-ID TO WS-RL-APPROVER-ID(WS-REL-COUNT)
             MOVE SPACES      TO WS-RL-AUTH-REASON(WS-REL-COUNT)
             PERFORM 1120-CHECK-RELEASE-AUTH
     END-READ.

*> A force-post moves money on the master, so the release needs a
*> preparer and a different approver, both authorized operators.
 1120-CHECK-RELEASE-AUTH.
     MOVE RE-PREPARER-ID TO WS-OPR-PREPARER-ID
     MOVE RE-APPROVER-ID TO WS-OPR-APPROVER-ID
     PERFORM 6720-CHECK-AUTHORIZATION
     IF NOT WS-OPR-AUTHORIZED
         MOVE 'X' TO WS-RL-USED-FLAG(WS-REL-COUNT)
         MOVE WS-OPR-REASON TO WS-RL-AUTH-REASON(WS-REL-COUNT)
         ADD 1 TO WS-UNAUTHORIZED-COUNT
     END-IF.

*> Run on demand between production runs, so its MANLOG rows and
*> the 'L' audit records of its releases are dated by the next
*> production run, the first business day on CALFILE after today.
*> The run date marks the start of the batch window, so that run's
*> PROG25 listing and PROG16 ledger extract are the first to pick
*> them up.  Without a calendar covering today the next calendar
*> day is used.
 1200-SET-NEXT-RUN-DATE.
     PERFORM 6000-LOAD-CALENDAR
     MOVE WS-TODAY TO WS-CAL-LOOKUP-DATE
     PERFORM 6400-NEXT-BUSINESS-DAY
     IF WS-CAL-CALC-OK
         MOVE WS-CAL-NEXT-BUS-DATE TO WS-NEXT-RUN-DATE
     ELSE
         MOVE FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1)
             TO WS-NEXT-RUN-DATE
     END-IF.

*> Every suspense row either releases (force-post and drop) or is
*> copied forward; the rewritten file replaces PROG07SUS only after
*> the pass completes.
         IF WS-RL-RUN-DATE(WS-REL-SUB) = SU-RUN-DATE
             AND WS-RL-OUT1(WS-REL-SUB) = SU-OUT1
             AND WS-RL-OUT2(WS-REL-SUB) = SU-OUT2
             AND WS-RL-USED-FLAG(WS-REL-SUB) NOT = 'X'
             MOVE WS-REL-SUB TO WS-REL-HIT
         END-IF
     END-PERFORM.
*> is the fresh maintenance date and the audit record that says the
*> item was reviewed and accepted.  The release is audited as its
*> own action 'L', never 'U': a release written on a posting date
*> must not count into PROG16's proof against PROG07's totals or a
*> PROG07 restart's resume point.  Net audit movement is zero, so
*> the PROG14 proof stays balanced.  A held adjustment is
*> different: SU-AMOUNT is an increment, so releasing it adds the
*> increment to the master again, the effective date only ever
*> moves forward, and the 'L' record carries the real old and new
*> amounts so PROG14 still nets the movement and PROG16 sends it to
*> the ledger in its next generation.
 2300-RELEASE-ONE-ITEM.
     MOVE 'Y' TO WS-RL-USED-FLAG(WS-REL-HIT)
     MOVE SU-OUT1 TO MS-OUT1
         INVALID KEY
             CONTINUE
     END-READ
     MOVE 'N' TO WS-OVERFLOW-SWITCH
     IF WS-MASTER-STATUS = '00'
         PERFORM 2310-SET-POST-VALUES
     END-IF
     EVALUATE TRUE
         WHEN WS-MASTER-STATUS NOT = '00'
             MOVE SU-OUT1     TO DL-OUT1
             MOVE SU-OUT2     TO DL-OUT2
             MOVE SU-RUN-DATE TO DL-RUN-DATE
             MOVE SU-AMOUNT   TO DL-AMOUNT
             MOVE '** KEY NO LONGER ON MASTER, KEPT **' TO DL-STATUS
             MOVE WS-RL-PREPARER-ID(WS-REL-HIT) TO DL-PREPARER
             MOVE WS-RL-APPROVER-ID(WS-REL-HIT) TO DL-APPROVER
             MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
             PERFORM 5100-WRITE-LINE
             PERFORM 2400-WRITE-KEEP-RECORD
             MOVE 'R' TO ML-RESULT
             MOVE 'KEY NO LONGER ON MASTER, KEPT' TO ML-REASON
             MOVE WS-REL-HIT TO WS-REL-SUB
             PERFORM 4100-LOG-RELEASE
         WHEN WS-OVERFLOW
             MOVE SU-OUT1     TO DL-OUT1
             MOVE SU-OUT2     TO DL-OUT2
             MOVE SU-RUN-DATE TO DL-RUN-DATE
             MOVE SU-AMOUNT   TO DL-AMOUNT
             MOVE '** ADJUSTMENT WOULD OVERFLOW, KEPT **' TO DL-STATUS
             MOVE WS-RL-PREPARER-ID(WS-REL-HIT) TO DL-PREPARER
             MOVE WS-RL-APPROVER-ID(WS-REL-HIT) TO DL-APPROVER
             MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
             PERFORM 5100-WRITE-LINE
             PERFORM 2400-WRITE-KEEP-RECORD
             MOVE 'R' TO ML-RESULT
             MOVE 'ADJUSTMENT WOULD OVERFLOW, KEPT' TO ML-REASON
             MOVE WS-REL-HIT TO WS-REL-SUB
             PERFORM 4100-LOG-RELEASE
         WHEN OTHER
             MOVE SPACES          TO AUDIT-RECORD
             MOVE WS-NEXT-RUN-DATE TO AU-RUN-DATE
             MOVE 'L'             TO AU-ACTION
             MOVE SU-OUT1         TO AU-OUT1
             MOVE SU-OUT2         TO AU-OUT2
             MOVE SU-COMPANY      TO AU-COMPANY
             MOVE MS-AMOUNT       TO AU-OLD-AMOUNT
             MOVE WS-POST-AMOUNT  TO AU-NEW-AMOUNT
             MOVE MS-EFF-DATE     TO AU-OLD-EFF-DATE
             MOVE WS-POST-EFF-DATE TO AU-NEW-EFF-DATE
             MOVE WS-RL-PREPARER-ID(WS-REL-HIT) TO AU-PREPARER-ID
             MOVE WS-RL-APPROVER-ID(WS-REL-HIT) TO AU-APPROVER-ID
             MOVE WS-POST-EFF-DATE TO MS-EFF-DATE
             MOVE WS-POST-AMOUNT  TO MS-AMOUNT
             MOVE WS-TODAY        TO MS-LAST-MAINT-DATE
             REWRITE MASTER-RECORD
             IF WS-MASTER-STATUS NOT = '00'
                 DISPLAY 'PROG19 - MASTFILE REWRITE FAILED, STATUS=',
                     WS-MASTER-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF
             WRITE AUDIT-RECORD
             IF WS-AUDIT-STATUS NOT = '00'
                 DISPLAY 'PROG19 - PROG07AUD WRITE FAILED, STATUS=',
                     WS-AUDIT-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF
             ADD 1 TO WS-RELEASED-COUNT
             ADD SU-AMOUNT TO WS-RELEASED-AMOUNT
             MOVE SU-OUT1     TO DL-OUT1
             MOVE SU-OUT2     TO DL-OUT2
             MOVE SU-RUN-DATE TO DL-RUN-DATE
             MOVE SU-AMOUNT   TO DL-AMOUNT
             MOVE 'RELEASED - FORCE-POSTED TO MASTER' TO DL-STATUS
             MOVE WS-RL-PREPARER-ID(WS-REL-HIT) TO DL-PREPARER
             MOVE WS-RL-APPROVER-ID(WS-REL-HIT) TO DL-APPROVER
             MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
             PERFORM 5100-WRITE-LINE
             MOVE 'A' TO ML-RESULT
             MOVE 'RELEASED - FORCE-POSTED TO MASTER' TO ML-REASON
             MOVE WS-REL-HIT TO WS-REL-SUB
             PERFORM 4100-LOG-RELEASE
     END-EVALUATE.

*> The values a release leaves on the master: the held values for
*> a replacement, the master plus the held increment for an
*> adjustment.
 2310-SET-POST-VALUES.
     IF SU-ADJUSTMENT
         COMPUTE WS-POST-AMOUNT = MS-AMOUNT + SU-AMOUNT
             ON SIZE ERROR
                 SET WS-OVERFLOW TO TRUE
         END-COMPUTE
         IF SU-EFF-DATE > MS-EFF-DATE
             MOVE SU-EFF-DATE TO WS-POST-EFF-DATE
         ELSE
             MOVE MS-EFF-DATE TO WS-POST-EFF-DATE
         END-IF
     ELSE
         MOVE SU-AMOUNT   TO WS-POST-AMOUNT
         MOVE SU-EFF-DATE TO WS-POST-EFF-DATE
     END-IF.

*> The keep file replaces the real suspense file in 3000, so a
 4000-PRINT-SUMMARY.
     PERFORM VARYING WS-REL-SUB FROM 1 BY 1
         UNTIL WS-REL-SUB > WS-REL-COUNT
         EVALUATE WS-RL-USED-FLAG(WS-REL-SUB)
             WHEN 'N'
                 ADD 1 TO WS-UNMATCHED-COUNT
                 MOVE SPACES TO XL-TEXT
                 STRING 'RELEASE WITH NO SUSPENSE MATCH - RUN '
                     WS-RL-RUN-DATE(WS-REL-SUB)
                     ' KEY ' WS-RL-OUT1(WS-REL-SUB) '/'
                     WS-RL-OUT2(WS-REL-SUB)
                     DELIMITED BY SIZE INTO XL-TEXT
                 MOVE WS-TEXT-LINE TO WS-PRINT-LINE
                 PERFORM 5100-WRITE-LINE
                 MOVE 'R' TO ML-RESULT
                 MOVE 'NO SUSPENSE MATCH' TO ML-REASON
                 PERFORM 4100-LOG-RELEASE
             WHEN 'X'
                 MOVE SPACES TO XL-TEXT
                 STRING 'RELEASE NOT AUTHORIZED - RUN '
                     WS-RL-RUN-DATE(WS-REL-SUB)
                     ' KEY ' WS-RL-OUT1(WS-REL-SUB) '/'
                     WS-RL-OUT2(WS-REL-SUB) ' PREPARER '
                     WS-RL-PREPARER-ID(WS-REL-SUB) ' APPROVER '
                     WS-RL-APPROVER-ID(WS-REL-SUB) ' - '
                     WS-RL-AUTH-REASON(WS-REL-SUB)
                     DELIMITED BY SIZE INTO XL-TEXT
                 MOVE WS-TEXT-LINE TO WS-PRINT-LINE
                 PERFORM 5100-WRITE-LINE
                 MOVE 'U' TO ML-RESULT
                 MOVE WS-RL-AUTH-REASON(WS-REL-SUB) TO ML-REASON
                 PERFORM 4100-LOG-RELEASE
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
     END-PERFORM
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'RELEASES WITH NO MATCH'     TO CL-LABEL
     MOVE WS-UNMATCHED-COUNT           TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'RELEASES NOT AUTHORIZED'    TO CL-LABEL
     MOVE WS-UNAUTHORIZED-COUNT        TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

*> One manual-intervention log row for release WS-REL-SUB; the
*> caller sets the result and reason.
 4100-LOG-RELEASE.
     MOVE 'PROG19'   TO ML-PROGRAM
     MOVE 'RELFILE'  TO ML-INPUT-FILE
     MOVE WS-RL-PREPARER-ID(WS-REL-SUB) TO ML-PREPARER-ID
     MOVE WS-RL-APPROVER-ID(WS-REL-SUB) TO ML-APPROVER-ID
     MOVE SPACES TO ML-ITEM-TEXT
     STRING 'SUSPENSE ' WS-RL-RUN-DATE(WS-REL-SUB)
         ' KEY ' WS-RL-OUT1(WS-REL-SUB) '/'
         WS-RL-OUT2(WS-REL-SUB)
         DELIMITED BY SIZE INTO ML-ITEM-TEXT
     PERFORM 6770-WRITE-MANUAL-LOG.

 5100-WRITE-LINE.
     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
         PERFORM 5200-PAGE-HEADING
     MOVE WS-UNMATCHED-COUNT TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE LOG-RETURN-CODE TO RETURN-CODE.

 COPY OPAUTH.
 COPY CALBDAYS.
