*> Posting back-out.  Takes a run date from BACKPARM, reads that
*> run's PROG07AUD records and reverses them newest-first against
*> MASTFILE - keys the run added (AU-ACTION 'A') are deleted, keys
*> it updated (AU-ACTION 'U') or adjusted (AU-ACTION 'J') get their
*> prior amount and effective date restored, and the run's rows come
*> off the PROG07ADJ adjustment register so a corrected re-send of
*> those adjustments is not held as a replay.  Future-dated items
*> the run held on the PROG07PND warehouse and not yet released
*> are removed and listed, and the warehouse position on PROG07TOT
*> is reduced to match.  Every reversal is
*> itself audited to PROG07AUD ('D' for a removed add, 'R' for a
*> restore) and reported to PROG15RPT.  A key the run brought back
*> from MASTHIST ('B') is left on the master at its archived values
*> once its update is reversed; the next PROG26 archival moves it
*> again.  The back-out refuses to run when a later run - or an
*> earlier back-out - has already touched any of the same keys, and
*> when the run falls inside an accounting period PROG21 has
*> already closed and reported, or on or before the run that closed
*> it.  BACKPARM names the preparer and approver of the back-out;
*> unless they are two different authorized operators on OPERFILE
*> nothing is reversed.  Their IDs go on every reversal audit
*> record, and the outcome of the request goes on the next run's
*> MANLOG manual-intervention log.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
         ACCESS MODE IS RANDOM
         RECORD KEY IS MS-KEY
         FILE STATUS IS WS-MASTER-STATUS.
     SELECT ADJUSTMENT-FILE ASSIGN TO "PROG07ADJ"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS AJ-KEY
         FILE STATUS IS WS-ADJUST-STATUS.
     SELECT PENDING-FILE ASSIGN TO "PROG07PND"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PN-KEY
         FILE STATUS IS WS-PENDING-STATUS.
     SELECT POSTING-TOTALS-FILE ASSIGN TO "PROG07TOT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-POST-TOTALS-STATUS.
     SELECT REPORT-FILE ASSIGN TO "PROG15RPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.
     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PRDCTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PERIOD-STATUS.
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
 FD  PARM-FILE.
 01  PARM-RECORD.
     03 BP-RUN-DATE         PIC 9(08).
     03 BP-FILLER           PIC X(02).
     03 BP-PREPARER-ID      PIC X(08).
     03 BP-APPROVER-ID      PIC X(08).
 FD  AUDIT-FILE.
 COPY AUD07REC.
 FD  MASTER-FILE.
 COPY MSTRREC.
 FD  ADJUSTMENT-FILE.
 COPY ADJ07REC.
 FD  PENDING-FILE.
 COPY PND07REC.
 FD  POSTING-TOTALS-FILE.
 COPY TOT07REC.
 FD  REPORT-FILE.
 01  REPORT-RECORD          PIC X(132).
 FD  PERIOD-CONTROL-FILE.
 COPY PRDCTLRC.
 FD  OPERATOR-FILE.
 COPY OPERRC.
 FD  CALENDAR-FILE.
 COPY CALNDRRC.
 FD  MANUAL-LOG-FILE.
 COPY MANLOGRC.
 WORKING-STORAGE SECTION.
 COPY OPWKWS.
 01  WS-PARM-STATUS         PIC X(02).
 01  WS-AUDIT-STATUS        PIC X(02).
 01  WS-MASTER-STATUS       PIC X(02).
 01  WS-ADJUST-STATUS       PIC X(02).
 01  WS-PENDING-STATUS      PIC X(02).
 01  WS-POST-TOTALS-STATUS  PIC X(02).
 01  WS-REPORT-STATUS       PIC X(02).
 01  WS-PERIOD-STATUS       PIC X(02).
 01  WS-CLOSED-THRU-PERIOD  PIC 9(06) VALUE 0.
 01  WS-CLOSED-BY-RUN-DATE  PIC 9(08) VALUE 0.
 01  WS-TARGET-PERIOD       PIC 9(06).
 01  WS-TARGET-DATE         PIC 9(08).
 01  WS-TARGET-DATE-R REDEFINES WS-TARGET-DATE.
     03 WS-TG-CCYY          PIC 9(04).
     03 WS-TG-MM            PIC 9(02).
     03 WS-TG-DD            PIC 9(02).
 COPY CALWKWS.
 01  WS-TODAY               PIC 9(08).
 01  WS-NEXT-RUN-DATE       PIC 9(08).
 01  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
     88 WS-EOF                VALUE 'Y'.
 01  WS-REFUSED-SWITCH      PIC X(01) VALUE 'N'.
     88 WS-REFUSED            VALUE 'Y'.
 01  WS-ERROR-COUNT         PIC 9(05) VALUE 0.
 01  WS-BO-LOG-RESULT       PIC X(01).
 01  WS-BO-LOG-REASON       PIC X(40).
*> The run being backed out, loaded oldest-first and applied
*> newest-first so a key added then updated in the same run is
*> unwound in reverse order.
 01  WS-SCAN-HIT            PIC 9(05) COMP.
 01  WS-DELETED-COUNT       PIC 9(08) VALUE 0.
 01  WS-RESTORED-COUNT      PIC 9(08) VALUE 0.
 01  WS-REGISTER-COUNT      PIC 9(08) VALUE 0.
 01  WS-HELD-REMOVED-COUNT  PIC 9(08) VALUE 0.
 01  WS-HELD-REMOVED-AMOUNT PIC S9(13)V99 VALUE 0.
 01  WS-BACKED-OUT-AMOUNT   PIC S9(13)V99 VALUE 0.
 01  WS-LINE-COUNT          PIC 9(03) VALUE 99.
 01  WS-PAGE-COUNT          PIC 9(03) VALUE 0.
     MOVE 0 TO RETURN-CODE
     PERFORM 9800-LOG-START
     PERFORM 1000-INITIALIZE
     PERFORM 1100-CHECK-CLOSED-PERIOD
     PERFORM 2000-LOAD-RUN-FROM-AUDIT
     IF WS-BO-COUNT = 0
         MOVE 'NO AUDIT RECORDS FOR THAT RUN DATE - NOTHING TO'
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
         CLOSE REPORT-FILE
         MOVE 'R' TO WS-BO-LOG-RESULT
         MOVE 'NO AUDIT RECORDS FOR THAT RUN DATE' TO WS-BO-LOG-REASON
         PERFORM 4500-LOG-BACK-OUT
         MOVE 8 TO RETURN-CODE
         PERFORM 9900-LOG-END
         GOBACK
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
         CLOSE REPORT-FILE
         MOVE 'R' TO WS-BO-LOG-RESULT
         MOVE 'REFUSED - KEYS TOUCHED BY A LATER RUN'
             TO WS-BO-LOG-REASON
         PERFORM 4500-LOG-BACK-OUT
         DISPLAY 'PROG15 - BACK-OUT REFUSED, SEE PROG15RPT'
         MOVE 16 TO RETURN-CODE
         PERFORM 9900-LOG-END
     PERFORM 3000-APPLY-BACK-OUT
     PERFORM 4000-PRINT-SUMMARY
     CLOSE REPORT-FILE
     MOVE 'A' TO WS-BO-LOG-RESULT
     IF WS-ERROR-COUNT > 0
         MOVE 'BACK-OUT COMPLETED WITH ERRORS' TO WS-BO-LOG-REASON
     ELSE
         MOVE 'BACK-OUT COMPLETED' TO WS-BO-LOG-REASON
     END-IF
     PERFORM 4500-LOG-BACK-OUT
     IF WS-ERROR-COUNT > 0
         MOVE 8 TO RETURN-CODE
     ELSE

 1000-INITIALIZE.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD
     PERFORM 1200-SET-NEXT-RUN-DATE
     OPEN INPUT PARM-FILE
     IF WS-PARM-STATUS NOT = '00'
         DISPLAY 'PROG15 - BACKPARM NOT FOUND, RUN DATE UNKNOWN'
         GOBACK
     END-IF
     MOVE BP-RUN-DATE TO WS-TARGET-DATE
     MOVE BP-PREPARER-ID TO WS-OPR-PREPARER-ID
     MOVE BP-APPROVER-ID TO WS-OPR-APPROVER-ID
     CLOSE PARM-FILE
*> Reversals are audited under today's date; backing out today's
*> run would write them under the target date itself, where a
             ' IS NOT BEFORE TODAY'
         DISPLAY 'PROG15 - A SAME-DAY BACK-OUT CANNOT BE TOLD FROM'
         DISPLAY 'PROG15 - ITS OWN REVERSALS, REFUSED'
         MOVE 'R' TO WS-BO-LOG-RESULT
         MOVE 'REFUSED - RUN DATE NOT BEFORE TODAY' TO WS-BO-LOG-REASON
         PERFORM 4500-LOG-BACK-OUT
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     PERFORM 5200-PAGE-HEADING
     PERFORM 1050-CHECK-AUTHORIZATION.

*> A back-out reverses a whole night's postings, so it needs a
*> preparer and a different approver, both authorized operators.
 1050-CHECK-AUTHORIZATION.
     PERFORM 6700-LOAD-OPERATORS
     PERFORM 6720-CHECK-AUTHORIZATION
     MOVE SPACES TO XL-TEXT
     STRING 'PREPARED BY ' WS-OPR-PREPARER-ID
         '  APPROVED BY ' WS-OPR-APPROVER-ID
         DELIMITED BY SIZE INTO XL-TEXT
     MOVE WS-TEXT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     IF NOT WS-OPR-AUTHORIZED
         MOVE SPACES TO XL-TEXT
         STRING 'BACK-OUT NOT AUTHORIZED - ' WS-OPR-REASON
             DELIMITED BY SIZE INTO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
         MOVE 'BACK-OUT REFUSED - NO CHANGE APPLIED TO MASTFILE'
             TO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
         CLOSE REPORT-FILE
         MOVE 'U' TO WS-BO-LOG-RESULT
         MOVE WS-OPR-REASON TO WS-BO-LOG-REASON
         PERFORM 4500-LOG-BACK-OUT
         DISPLAY 'PROG15 - BACK-OUT NOT AUTHORIZED, SEE PROG15RPT'
         MOVE 16 TO RETURN-CODE
         PERFORM 9900-LOG-END
         GOBACK
     END-IF.

*> A run inside a closed period, or up to the run that closed it
*> (which posts the period's last business day before PROG21), is
*> part of figures already frozen on PRDBALH and sent to the
*> ledger - reversing it would move a reported balance.
 1100-CHECK-CLOSED-PERIOD.
*> No PRDCTL means no period has been closed yet; one that cannot
*> be read must not be taken for that.
     OPEN INPUT PERIOD-CONTROL-FILE
     IF WS-PERIOD-STATUS NOT = '00' AND NOT = '35'
         MOVE 'PRDCTL COULD NOT BE READ - CLOSED PERIODS UNKNOWN'
             TO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
         MOVE 'BACK-OUT REFUSED - NO CHANGE APPLIED TO MASTFILE'
             TO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
         CLOSE REPORT-FILE
         MOVE 'R' TO WS-BO-LOG-RESULT
         MOVE 'REFUSED - PRDCTL COULD NOT BE READ' TO WS-BO-LOG-REASON
         PERFORM 4500-LOG-BACK-OUT
         DISPLAY 'PROG15 - PRDCTL OPEN FAILED, STATUS=',
             WS-PERIOD-STATUS
         MOVE 16 TO RETURN-CODE
         PERFORM 9900-LOG-END
         GOBACK
     END-IF
     IF WS-PERIOD-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 1110-LOAD-ONE-PERIOD UNTIL WS-EOF
         CLOSE PERIOD-CONTROL-FILE
     END-IF
     COMPUTE WS-TARGET-PERIOD = WS-TARGET-DATE / 100
     IF WS-TARGET-PERIOD NOT > WS-CLOSED-THRU-PERIOD
         OR WS-TARGET-DATE NOT > WS-CLOSED-BY-RUN-DATE
         MOVE SPACES TO XL-TEXT
         STRING 'RUN ' WS-TARGET-DATE ' IS INSIDE CLOSED PERIODS - '
             'CLOSED THROUGH ' WS-CLOSED-THRU-PERIOD
             ' BY RUN ' WS-CLOSED-BY-RUN-DATE
             DELIMITED BY SIZE INTO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
         MOVE 'BACK-OUT REFUSED - NO CHANGE APPLIED TO MASTFILE'
             TO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
         CLOSE REPORT-FILE
         MOVE 'R' TO WS-BO-LOG-RESULT
         MOVE 'REFUSED - RUN IS IN A CLOSED PERIOD' TO WS-BO-LOG-REASON
         PERFORM 4500-LOG-BACK-OUT
         DISPLAY 'PROG15 - RUN IS IN A CLOSED PERIOD, BACK-OUT REFUSED'
         MOVE 16 TO RETURN-CODE
         PERFORM 9900-LOG-END
         GOBACK
     END-IF.

 1110-LOAD-ONE-PERIOD.
     READ PERIOD-CONTROL-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF PC-CLOSED
                 AND PC-PERIOD > WS-CLOSED-THRU-PERIOD
                 MOVE PC-PERIOD TO WS-CLOSED-THRU-PERIOD
             END-IF
             IF PC-CLOSED
                 AND PC-CLOSE-RUN-DATE > WS-CLOSED-BY-RUN-DATE
                 MOVE PC-CLOSE-RUN-DATE TO WS-CLOSED-BY-RUN-DATE
             END-IF
     END-READ.

*> Run on demand between production runs, so its MANLOG rows are
*> dated by the next production run, the first business day on
*> CALFILE after today.  The run date marks the start of the batch
*> window, so that run's PROG25 listing is the first to pick them
*> up.  Without a calendar covering today the next calendar day is
*> used.
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

 2000-LOAD-RUN-FROM-AUDIT.
     OPEN INPUT AUDIT-FILE
             END-IF
     END-READ.

*> Only the posting run's own changes (A, U, J and B) are the
*> target run.  The audit file is chronological, so any other
*> record for the same key carrying the target date or later - a
*> later run, a PROG19 release, a PROG26 archival or an earlier
*> back-out - was written after the run touched it.  Restoring
*> over the top of it would wipe out that later work - refuse
*> instead.
 2200-CLASSIFY-AUDIT.
     EVALUATE TRUE
         WHEN AU-RUN-DATE = WS-TARGET-DATE
             AND (AU-ACTION = 'A' OR 'U' OR 'J' OR 'B')
             PERFORM 2300-TAKE-TARGET-RECORD
         WHEN AU-RUN-DATE NOT < WS-TARGET-DATE
             PERFORM 2400-CHECK-LATER-TOUCH
         WHEN OTHER
             CONTINUE
         PERFORM 3100-REVERSE-ONE-RECORD
     END-PERFORM
     CLOSE MASTER-FILE
     CLOSE AUDIT-FILE
     PERFORM 3500-CLEAR-ADJUSTMENT-REGISTER
     PERFORM 3600-REMOVE-HELD-ITEMS.

 3100-REVERSE-ONE-RECORD.
     MOVE WS-BO-OUT1(WS-BO-SUB) TO MS-OUT1
             WHEN 'A'
                 PERFORM 3200-DELETE-ADDED-KEY
             WHEN 'U'
             WHEN 'J'
                 PERFORM 3300-RESTORE-PRIOR-VALUES
             WHEN 'B'
                 MOVE WS-BO-OUT1(WS-BO-SUB) TO DL-OUT1
                 MOVE WS-BO-OUT2(WS-BO-SUB) TO DL-OUT2
                 MOVE 'HISTORY KEY LEFT ON MASTER' TO DL-ACTION
                 MOVE WS-BO-NEW-AMOUNT(WS-BO-SUB) TO DL-OLD-AMOUNT
                 MOVE WS-BO-NEW-AMOUNT(WS-BO-SUB) TO DL-NEW-AMOUNT
                 MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                 PERFORM 5100-WRITE-LINE
             WHEN OTHER
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE WS-BO-OUT1(WS-BO-SUB) TO DL-OUT1
     PERFORM 5100-WRITE-LINE.

 3400-WRITE-AUDIT.
     MOVE WS-OPR-PREPARER-ID TO AU-PREPARER-ID
     MOVE WS-OPR-APPROVER-ID TO AU-APPROVER-ID
     WRITE AUDIT-RECORD
     IF WS-AUDIT-STATUS NOT = '00'
         DISPLAY 'PROG15 - PROG07AUD WRITE FAILED, STATUS=',
         GOBACK
     END-IF.

*> The register is keyed on what the adjustment carried, not on the
*> run, so the whole file is read through.  No register at all
*> means no adjustment has ever been posted.
 3500-CLEAR-ADJUSTMENT-REGISTER.
     OPEN I-O ADJUSTMENT-FILE
     IF WS-ADJUST-STATUS NOT = '00' AND NOT = '35'
         DISPLAY 'PROG15 - PROG07ADJ OPEN FAILED, STATUS=',
             WS-ADJUST-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     IF WS-ADJUST-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 3510-CLEAR-ONE-REGISTER-ROW UNTIL WS-EOF
         CLOSE ADJUSTMENT-FILE
     END-IF.

 3510-CLEAR-ONE-REGISTER-ROW.
     READ ADJUSTMENT-FILE NEXT RECORD
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF AJ-RUN-DATE = WS-TARGET-DATE
                 DELETE ADJUSTMENT-FILE RECORD
                 IF WS-ADJUST-STATUS NOT = '00'
                     DISPLAY 'PROG15 - PROG07ADJ DELETE FAILED, '
                         'STATUS=', WS-ADJUST-STATUS
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                 END-IF
                 ADD 1 TO WS-REGISTER-COUNT
             END-IF
     END-READ.

*> Future-dated items the run held are on neither the master nor
*> its audit trail, so reversing the audit records leaves them on
*> PROG07PND to post on their release date.  Those still pending
*> come off the warehouse, and the warehouse position on PROG07TOT
*> comes down by the same count and amount so the PROG14 and PROG20
*> warehouse figures still agree.  A held item already released by
*> a later run is on that run's audit trail and stays.
 3600-REMOVE-HELD-ITEMS.
     OPEN I-O PENDING-FILE
     IF WS-PENDING-STATUS NOT = '00' AND NOT = '35'
         DISPLAY 'PROG15 - PROG07PND OPEN FAILED, STATUS=',
             WS-PENDING-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     IF WS-PENDING-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 3610-REMOVE-ONE-HELD-ITEM UNTIL WS-EOF
         CLOSE PENDING-FILE
     END-IF
     IF WS-HELD-REMOVED-COUNT > 0
         PERFORM 3700-REDUCE-WAREHOUSE-TOTALS
     END-IF.

 3610-REMOVE-ONE-HELD-ITEM.
     READ PENDING-FILE NEXT RECORD
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF PN-HELD-DATE = WS-TARGET-DATE
                 AND PN-RELEASED-DATE = 0
                 DELETE PENDING-FILE RECORD
                 IF WS-PENDING-STATUS NOT = '00'
                     DISPLAY 'PROG15 - PROG07PND DELETE FAILED, '
                         'STATUS=', WS-PENDING-STATUS
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                 END-IF
                 ADD 1 TO WS-HELD-REMOVED-COUNT
                 ADD PN-AMOUNT TO WS-HELD-REMOVED-AMOUNT
                 MOVE PN-OUT1                   TO DL-OUT1
                 MOVE PN-OUT2                   TO DL-OUT2
                 MOVE 'HELD ITEM REMOVED        ' TO DL-ACTION
                 MOVE PN-AMOUNT                 TO DL-OLD-AMOUNT
                 MOVE 0                         TO DL-NEW-AMOUNT
                 MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                 PERFORM 5100-WRITE-LINE
             END-IF
     END-READ.

*> PROG07TOT is rewritten whole with only its warehouse position
*> changed; the next posting run writes it afresh from PROG07PND.
*> No record, or one written before the warehouse existed, has no
*> position to reduce.
 3700-REDUCE-WAREHOUSE-TOTALS.
     OPEN INPUT POSTING-TOTALS-FILE
     IF WS-POST-TOTALS-STATUS NOT = '00' AND NOT = '35'
         DISPLAY 'PROG15 - PROG07TOT OPEN FAILED, STATUS=',
             WS-POST-TOTALS-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     IF WS-POST-TOTALS-STATUS = '00'
         READ POSTING-TOTALS-FILE
             AT END
                 MOVE SPACES TO POSTING-TOTALS-RECORD
         END-READ
         CLOSE POSTING-TOTALS-FILE
         IF PT-PENDING-COUNT IS NUMERIC
             AND PT-PENDING-BALANCE IS NUMERIC
             SUBTRACT WS-HELD-REMOVED-COUNT FROM PT-PENDING-COUNT
             SUBTRACT WS-HELD-REMOVED-AMOUNT FROM PT-PENDING-BALANCE
             PERFORM 3710-REWRITE-POSTING-TOTALS
         END-IF
     END-IF.

 3710-REWRITE-POSTING-TOTALS.
     OPEN OUTPUT POSTING-TOTALS-FILE
     IF WS-POST-TOTALS-STATUS NOT = '00'
         DISPLAY 'PROG15 - PROG07TOT OPEN FAILED, STATUS=',
             WS-POST-TOTALS-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     WRITE POSTING-TOTALS-RECORD
     IF WS-POST-TOTALS-STATUS NOT = '00'
         DISPLAY 'PROG15 - PROG07TOT WRITE FAILED, STATUS=',
             WS-POST-TOTALS-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     CLOSE POSTING-TOTALS-FILE.

 4000-PRINT-SUMMARY.
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE WS-RESTORED-COUNT            TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'ADJUSTMENT REGISTER ROWS REMOVED' TO CL-LABEL
     MOVE WS-REGISTER-COUNT            TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'HELD WAREHOUSE ITEMS REMOVED' TO CL-LABEL
     MOVE WS-HELD-REMOVED-COUNT        TO CL-COUNT
     MOVE WS-HELD-REMOVED-AMOUNT       TO CL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 0                            TO CL-AMOUNT
     MOVE 'RECORDS IN ERROR'           TO CL-LABEL
     MOVE WS-ERROR-COUNT               TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     MOVE WS-TEXT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

*> One manual-intervention log row per back-out request; the caller
*> sets WS-BO-LOG-RESULT and WS-BO-LOG-REASON, which go on the
*> record only once the log is open and its record area is there.
 4500-LOG-BACK-OUT.
     MOVE WS-NEXT-RUN-DATE TO WS-MLG-LOG-DATE
     PERFORM 6760-OPEN-MANUAL-LOG
     MOVE SPACES     TO MANUAL-LOG-RECORD
     MOVE WS-BO-LOG-RESULT TO ML-RESULT
     MOVE WS-BO-LOG-REASON TO ML-REASON
     MOVE 'PROG15'   TO ML-PROGRAM
     MOVE 'BACKPARM' TO ML-INPUT-FILE
     MOVE WS-OPR-PREPARER-ID TO ML-PREPARER-ID
     MOVE WS-OPR-APPROVER-ID TO ML-APPROVER-ID
     MOVE SPACES TO ML-ITEM-TEXT
     STRING 'BACK OUT RUN ' WS-TARGET-DATE
         DELIMITED BY SIZE INTO ML-ITEM-TEXT
     PERFORM 6770-WRITE-MANUAL-LOG
     PERFORM 6780-CLOSE-MANUAL-LOG.

 5100-WRITE-LINE.
     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
         PERFORM 5200-PAGE-HEADING
     MOVE WS-ERROR-COUNT TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE LOG-RETURN-CODE TO RETURN-CODE.

 COPY OPAUTH.
 COPY CALBDAYS.
