*> already posted (same key, effective date and amount) is a replay
*> of an already-posted file: it is diverted to the PROG07SUS
*> suspense file and reported to PROG07RPT for operator review
*> instead of being posted again.  A transaction effective after
*> the run date is held on the PROG07PND pending warehouse instead
*> of posted, and released through the same posting, audit and
*> replay checks on the CALFILE business day it takes effect.  A
*> transaction effective inside an accounting period PROG21 has
*> closed is not applied: it goes to the PROG07EXC exception file
*> and is listed on PROG07RPT.  A key PROG26 has archived to the
*> MASTHIST history file is brought back to the master with its
*> archived values, audited, before the transaction posts to it.
*> An adjustment transaction (OU-TRAN-TYPE 'A') adds its signed
*> amount to the posted amount instead of replacing it and is
*> audited as action 'J'.  It must find its key on the master (or
*> in history) - an adjustment for an unknown key goes to PROG07EXC
*> rather than being added.  Every adjustment posted is recorded on
*> the PROG07ADJ register, and one already on the register is a
*> re-sent file and goes to suspense.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT REPORT-FILE ASSIGN TO "PROG07RPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.
     SELECT PENDING-FILE ASSIGN TO "PROG07PND"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PN-KEY
         FILE STATUS IS WS-PENDING-STATUS.
     SELECT HISTORY-FILE ASSIGN TO "MASTHIST"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS MH-KEY
         FILE STATUS IS WS-HISTORY-STATUS.
     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CALENDAR-STATUS.
     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PRDCTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PERIOD-STATUS.
     SELECT EXCEPTION-FILE ASSIGN TO "PROG07EXC"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXCEPTION-STATUS.
     SELECT ADJUSTMENT-FILE ASSIGN TO "PROG07ADJ"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS AJ-KEY
         FILE STATUS IS WS-ADJUST-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  TRANSACTION-FILE.
 COPY SUS07REC.
 FD  REPORT-FILE.
 01  REPORT-RECORD          PIC X(132).
 FD  PENDING-FILE.
 COPY PND07REC.
 FD  HISTORY-FILE.
 COPY MHISTRC.
 FD  CALENDAR-FILE.
 COPY CALNDRRC.
 FD  PERIOD-CONTROL-FILE.
 COPY PRDCTLRC.
 FD  EXCEPTION-FILE.
 COPY EXC07REC.
 FD  ADJUSTMENT-FILE.
 COPY ADJ07REC.
 FD  CHECKPOINT-FILE.
 01  CHECKPOINT-RECORD.
     03 CKPT-TRANS-POSTED    PIC 9(08).
 01  WS-SUSPENSE-HASH-TOTAL PIC S9(13)V99 VALUE 0.
 01  WS-SUSPENDED-SWITCH    PIC X(01).
     88 WS-SUSPENDED          VALUE 'Y'.
 01  WS-PENDING-STATUS      PIC X(02).
 01  WS-PENDING-EOF-SWITCH  PIC X(01) VALUE 'N'.
     88 WS-PENDING-EOF        VALUE 'Y'.
 01  WS-HELD-COUNT          PIC 9(08) VALUE 0.
 01  WS-HELD-HASH-TOTAL     PIC S9(13)V99 VALUE 0.
 01  WS-RELEASE-COUNT       PIC 9(08) VALUE 0.
 01  WS-RELEASE-HASH-TOTAL  PIC S9(13)V99 VALUE 0.
 01  WS-PENDING-COUNT       PIC 9(08) VALUE 0.
 01  WS-PENDING-BALANCE     PIC S9(13)V99 VALUE 0.
 01  WS-PERIOD-STATUS       PIC X(02).
 01  WS-EXCEPTION-STATUS    PIC X(02).
 01  WS-CLOSED-THRU-PERIOD  PIC 9(06) VALUE 0.
 01  WS-EFF-PERIOD          PIC 9(06).
 01  WS-EXCEPTION-COUNT     PIC 9(08) VALUE 0.
 01  WS-EXCEPTION-HASH-TOTAL PIC S9(13)V99 VALUE 0.
 01  WS-HISTORY-STATUS      PIC X(02).
 01  WS-HISTORY-OPEN-SWITCH PIC X(01) VALUE 'N'.
     88 WS-HISTORY-OPEN       VALUE 'Y'.
 01  WS-RESTORED-SWITCH     PIC X(01).
     88 WS-KEY-RESTORED       VALUE 'Y'.
 01  WS-UNARCHIVE-COUNT     PIC 9(08) VALUE 0.
 01  WS-ADJUST-STATUS       PIC X(02).
 01  WS-ADJUST-COUNT        PIC 9(08) VALUE 0.
 01  WS-ADJUST-HASH-TOTAL   PIC S9(13)V99 VALUE 0.
 01  WS-ADJUSTED-AMOUNT     PIC S9(10)V99.
 01  WS-MASTER-AMOUNT-LIMIT PIC S9(10)V99 VALUE +999999999.99.
 COPY CALWKWS.
 01  WS-LINE-COUNT          PIC 9(03) VALUE 99.
 01  WS-PAGE-COUNT          PIC 9(03) VALUE 0.
 01  WS-LINES-PER-PAGE      PIC 9(03) VALUE 55.
 01  WS-PRINT-LINE          PIC X(132).
 01  WS-HEADING-1.
     03 FILLER              PIC X(40)
         VALUE ' POSTING SUSPENSE AND EXCEPTION REPORT -'.
     03 FILLER              PIC X(20) VALUE ' ITEMS NOT POSTED   '.
     03 FILLER              PIC X(10) VALUE 'RUN DATE '.
     03 H1-DATE             PIC X(10).
     03 FILLER              PIC X(44) VALUE SPACES.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(03) VALUE SPACES.
     03 DL-DISPOSITION      PIC X(34).
 01  WS-COUNT-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 CL-LABEL            PIC X(34).
     PERFORM 1000-INITIALIZE
     PERFORM 2000-POST-TRANSACTIONS UNTIL WS-EOF
     CLOSE TRANSACTION-FILE
     PERFORM 2700-RELEASE-PENDING
     CLOSE MASTER-FILE
     IF WS-HISTORY-OPEN
         CLOSE HISTORY-FILE
     END-IF
     CLOSE AUDIT-FILE
     CLOSE SUSPENSE-FILE
     CLOSE EXCEPTION-FILE
     CLOSE ADJUSTMENT-FILE
     PERFORM 8400-TALLY-WAREHOUSE
     PERFORM 3000-PRINT-SUSPENSE-SUMMARY
     CLOSE REPORT-FILE
     PERFORM 7100-CLEAR-CHECKPOINT
*> every one of them to suspense as a false replay.  At most the
*> one transaction in flight at the failure can replay, and a
*> replayed posting rewrites the same amounts - the PROG14 proof
*> flags the audit gap if it happens.  An adjustment in flight
*> finds the PROG07ADJ row written ahead of its master change and
*> goes to suspense rather than applying the increment twice.
     IF WS-MODE-RERUN
         PERFORM 1300-REBUILD-FROM-AUDIT
         IF WS-SKIP-COUNT > 0
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
*> No MASTHIST means nothing has been archived yet.
     OPEN I-O HISTORY-FILE
     IF WS-HISTORY-STATUS NOT = '35'
         IF WS-HISTORY-STATUS NOT = '00'
             DISPLAY 'PROG07 - MASTHIST OPEN FAILED, STATUS=',
                 WS-HISTORY-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
         SET WS-HISTORY-OPEN TO TRUE
     END-IF
     OPEN EXTEND AUDIT-FILE
     IF WS-AUDIT-STATUS = '35'
         OPEN OUTPUT AUDIT-FILE
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN I-O PENDING-FILE
     IF WS-PENDING-STATUS = '35'
         OPEN OUTPUT PENDING-FILE
         CLOSE PENDING-FILE
         OPEN I-O PENDING-FILE
     END-IF
     IF WS-PENDING-STATUS NOT = '00'
         DISPLAY 'PROG07 - PROG07PND OPEN FAILED, STATUS=',
             WS-PENDING-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN EXTEND EXCEPTION-FILE
     IF WS-EXCEPTION-STATUS = '35'
         OPEN OUTPUT EXCEPTION-FILE
     END-IF
     IF WS-EXCEPTION-STATUS NOT = '00'
         DISPLAY 'PROG07 - PROG07EXC OPEN FAILED, STATUS=',
             WS-EXCEPTION-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN I-O ADJUSTMENT-FILE
     IF WS-ADJUST-STATUS = '35'
         OPEN OUTPUT ADJUSTMENT-FILE
         CLOSE ADJUSTMENT-FILE
         OPEN I-O ADJUSTMENT-FILE
     END-IF
     IF WS-ADJUST-STATUS NOT = '00'
         DISPLAY 'PROG07 - PROG07ADJ OPEN FAILED, STATUS=',
             WS-ADJUST-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     PERFORM 1500-LOAD-CLOSED-PERIOD
*> Without a calendar a held item is released on its effective
*> date itself, which a business-day run date can only pass.
     PERFORM 6000-LOAD-CALENDAR
     OPEN OUTPUT REPORT-FILE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG07 - PROG07RPT OPEN FAILED, STATUS=',
     PERFORM 1310-TALLY-ONE-AUDIT UNTIL WS-AUDIT-EOF
     CLOSE AUDIT-FILE
     PERFORM 1350-TALLY-SUSPENDED
     PERFORM 1370-TALLY-PENDING
     PERFORM 1390-TALLY-EXCEPTIONS
     COMPUTE WS-SKIP-COUNT = WS-TRANS-COUNT + WS-SUSPENSE-COUNT
         + WS-HELD-COUNT + WS-EXCEPTION-COUNT - WS-RELEASE-COUNT
     MOVE WS-SKIP-COUNT TO WS-TRANS-COUNT.

*> Only this run's posting actions count; 'D' and 'R' records are
*> PROG15 back-out work, 'L' records are PROG19 suspense releases
*> and 'H' records PROG26 archival - none carries a posting run's
*> progress.  A 'B' record is a key this run brought back from
*> history ahead of its posting, so it only restores that count.
*> A 'J' record is a posted adjustment; its increment is the
*> difference between the new and old amounts.
 1310-TALLY-ONE-AUDIT.
     READ AUDIT-FILE
         AT END
             SET WS-AUDIT-EOF TO TRUE
         NOT AT END
             IF AU-RUN-DATE = WS-RUN-DATE AND AU-ACTION = 'B'
                 ADD 1 TO WS-UNARCHIVE-COUNT
             END-IF
             IF AU-RUN-DATE = WS-RUN-DATE AND AU-ACTION = 'J'
                 ADD 1 TO WS-TRANS-COUNT
                 ADD 1 TO WS-ADJUST-COUNT
                 COMPUTE WS-ADJUST-HASH-TOTAL = WS-ADJUST-HASH-TOTAL
                     + AU-NEW-AMOUNT - AU-OLD-AMOUNT
             END-IF
             IF AU-RUN-DATE = WS-RUN-DATE
                 AND (AU-ACTION = 'A' OR AU-ACTION = 'U')
                 ADD 1 TO WS-TRANS-COUNT
             END-IF
     END-READ.

*> The warehouse row is the commit token for a held transaction,
*> so this run's held rows are part of the PROG05OUT resume point.
*> Releases run after PROG05OUT and are audited and suspended like
*> any posting, so the rows this run has already marked released
*> come back out of the audited and suspended figures; a release
*> still unmarked is picked up again by the release pass.
 1370-TALLY-PENDING.
     OPEN INPUT PENDING-FILE
     IF WS-PENDING-STATUS = '00'
         MOVE 'N' TO WS-PENDING-EOF-SWITCH
         PERFORM 1380-TALLY-ONE-PENDING UNTIL WS-PENDING-EOF
         CLOSE PENDING-FILE
     END-IF.

 1380-TALLY-ONE-PENDING.
     READ PENDING-FILE NEXT RECORD
         AT END
             SET WS-PENDING-EOF TO TRUE
         NOT AT END
             IF PN-HELD-DATE = WS-RUN-DATE
                 ADD 1 TO WS-HELD-COUNT
                 ADD PN-AMOUNT TO WS-HELD-HASH-TOTAL
             END-IF
             IF PN-RELEASED-DATE = WS-RUN-DATE
                 ADD 1 TO WS-RELEASE-COUNT
                 ADD PN-AMOUNT TO WS-RELEASE-HASH-TOTAL
             END-IF
     END-READ.

*> An exception row is committed to PROG07EXC instead of the master,
*> so this run's rows are part of the resume point too.
 1390-TALLY-EXCEPTIONS.
     OPEN INPUT EXCEPTION-FILE
     IF WS-EXCEPTION-STATUS = '00'
         MOVE 'N' TO WS-AUDIT-EOF-SWITCH
         PERFORM 1395-TALLY-ONE-EXCEPTION UNTIL WS-AUDIT-EOF
         CLOSE EXCEPTION-FILE
     END-IF.

 1395-TALLY-ONE-EXCEPTION.
     READ EXCEPTION-FILE
         AT END
             SET WS-AUDIT-EOF TO TRUE
         NOT AT END
             IF XC-RUN-DATE = WS-RUN-DATE
                 ADD 1 TO WS-EXCEPTION-COUNT
                 ADD XC-AMOUNT TO WS-EXCEPTION-HASH-TOTAL
             END-IF
     END-READ.

 1400-SKIP-POSTED-RECORDS.
     PERFORM WS-SKIP-COUNT TIMES
         READ TRANSACTION-FILE
         END-READ
     END-PERFORM.

*> Periods close in order, so the latest closed period locks every
*> period up to and including it.
 1500-LOAD-CLOSED-PERIOD.
     MOVE 0 TO WS-CLOSED-THRU-PERIOD
*> No PRDCTL means no period has been closed yet; one that cannot
*> be read must not be taken for that.
     OPEN INPUT PERIOD-CONTROL-FILE
     IF WS-PERIOD-STATUS NOT = '00' AND NOT = '35'
         DISPLAY 'PROG07 - PRDCTL OPEN FAILED, STATUS=',
             WS-PERIOD-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     IF WS-PERIOD-STATUS = '00'
         MOVE 'N' TO WS-AUDIT-EOF-SWITCH
         PERFORM 1510-LOAD-ONE-PERIOD UNTIL WS-AUDIT-EOF
         CLOSE PERIOD-CONTROL-FILE
     END-IF.

 1510-LOAD-ONE-PERIOD.
     READ PERIOD-CONTROL-FILE
         AT END
             SET WS-AUDIT-EOF TO TRUE
         NOT AT END
             IF PC-CLOSED
                 AND PC-PERIOD > WS-CLOSED-THRU-PERIOD
                 MOVE PC-PERIOD TO WS-CLOSED-THRU-PERIOD
             END-IF
     END-READ.

 2000-POST-TRANSACTIONS.
     READ TRANSACTION-FILE
         AT END
             END-IF
     END-READ.

*> A transaction not yet in effect must not reach the master or
*> the ledger - it waits on the warehouse for its release date.
*> One effective in a closed period would change figures already
*> reported, so it is set aside as an exception.
 2100-POST-ONE-RECORD.
     ADD 1 TO WS-TRANS-COUNT
     COMPUTE WS-EFF-PERIOD = OU-OUT-EFF-DATE / 100
     EVALUATE TRUE
         WHEN OU-OUT-EFF-DATE > WS-RUN-DATE
             PERFORM 2600-HOLD-FUTURE-DATED
         WHEN WS-EFF-PERIOD NOT > WS-CLOSED-THRU-PERIOD
             MOVE 'PCLS' TO XC-REASON
             PERFORM 2800-ROUTE-EXCEPTION
         WHEN OTHER
             PERFORM 2150-APPLY-TO-MASTER
     END-EVALUATE
     IF FUNCTION MOD(WS-TRANS-COUNT, WS-CHECKPOINT-INTERVAL) = 0
         PERFORM 7000-WRITE-CHECKPOINT
     END-IF.

*> A transaction whose key, effective date and amount all match
*> the master exactly would post no change - the one way that
*> happens in practice is an upstream file re-sent after it already
*> posted, because PROG05 deduplicates keys within a run.  It is
*> held on suspense rather than re-posted.  An adjustment moves an
*> existing balance, so one whose key is on neither the master nor
*> history is an exception, never an add.  The posted hash is the
*> replacement amounts only; adjustments keep their own hash.
 2150-APPLY-TO-MASTER.
     MOVE 'N' TO WS-SUSPENDED-SWITCH
     MOVE OU-OUT1 TO MS-OUT1
     MOVE OU-OUT2 TO MS-OUT2
     END-READ
     EVALUATE WS-MASTER-STATUS
         WHEN '00'
             PERFORM 2160-POST-TO-EXISTING
         WHEN '23'
             PERFORM 2250-CHECK-HISTORY
             EVALUATE TRUE
                 WHEN WS-KEY-RESTORED
                     PERFORM 2160-POST-TO-EXISTING
                 WHEN OU-TRAN-ADJUSTMENT
                     MOVE 'NKEY' TO XC-REASON
                     PERFORM 2800-ROUTE-EXCEPTION
                 WHEN OTHER
                     PERFORM 2200-ADD-MASTER
             END-EVALUATE
         WHEN OTHER
             DISPLAY 'PROG07 - MASTFILE READ FAILED, STATUS=',
                 WS-MASTER-STATUS
             GOBACK
     END-EVALUATE
     IF NOT WS-SUSPENDED
         AND NOT OU-TRAN-ADJUSTMENT
         ADD OU-OUT-AMOUNT TO WS-POSTED-HASH-TOTAL
     END-IF.

 2160-POST-TO-EXISTING.
     EVALUATE TRUE
         WHEN OU-TRAN-ADJUSTMENT
             PERFORM 2170-ADJUST-EXISTING
         WHEN OU-OUT-EFF-DATE = MS-EFF-DATE
             AND OU-OUT-AMOUNT = MS-AMOUNT
             PERFORM 2500-SUSPEND-REPLAY
         WHEN OTHER
             PERFORM 2300-UPDATE-MASTER
     END-EVALUATE.

*> A re-sent adjustment cannot be recognized from the master - the
*> balance has moved on since it was applied - so the register of
*> adjustments already posted is the replay check.  An increment
*> that would carry the amount past what MS-AMOUNT can hold is an
*> exception rather than a truncated balance.
 2170-ADJUST-EXISTING.
     MOVE OU-OUT1         TO AJ-OUT1
     MOVE OU-OUT2         TO AJ-OUT2
     MOVE OU-OUT-EFF-DATE TO AJ-EFF-DATE
     MOVE OU-OUT-AMOUNT   TO AJ-AMOUNT
     READ ADJUSTMENT-FILE
         INVALID KEY
             CONTINUE
     END-READ
     EVALUATE WS-ADJUST-STATUS
         WHEN '00'
             PERFORM 2500-SUSPEND-REPLAY
         WHEN '23'
             COMPUTE WS-ADJUSTED-AMOUNT = MS-AMOUNT + OU-OUT-AMOUNT
             IF WS-ADJUSTED-AMOUNT > WS-MASTER-AMOUNT-LIMIT
                 OR WS-ADJUSTED-AMOUNT < (- WS-MASTER-AMOUNT-LIMIT)
                 MOVE 'AOVR' TO XC-REASON
                 PERFORM 2800-ROUTE-EXCEPTION
             ELSE
                 PERFORM 2350-ADJUST-MASTER
             END-IF
         WHEN OTHER
             DISPLAY 'PROG07 - PROG07ADJ READ FAILED, STATUS=',
                 WS-ADJUST-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
     END-EVALUATE.

 2500-SUSPEND-REPLAY.
     SET WS-SUSPENDED TO TRUE
     ADD 1 TO WS-SUSPENSE-COUNT
     MOVE OU-OUT-EFF-DATE TO SU-EFF-DATE
     MOVE OU-OUT-AMOUNT   TO SU-AMOUNT
     MOVE OU-OUT-SOURCE   TO SU-SOURCE
     MOVE OU-TRAN-TYPE    TO SU-TRAN-TYPE
     WRITE SUSPENSE-RECORD
     IF WS-SUSPENSE-STATUS NOT = '00'
         DISPLAY 'PROG07 - PROG07SUS WRITE FAILED, STATUS=',
     MOVE OU-OUT-SOURCE   TO DL-SOURCE
     MOVE OU-OUT-EFF-DATE TO DL-EFF-DATE
     MOVE OU-OUT-AMOUNT   TO DL-AMOUNT
     IF OU-TRAN-ADJUSTMENT
         MOVE 'HELD - ADJUSTMENT ALREADY POSTED' TO DL-DISPOSITION
     ELSE
         MOVE 'HELD - MATCHES MASTER' TO DL-DISPOSITION
     END-IF
     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

     ADD 1 TO WS-UPDATE-COUNT
     PERFORM 2400-WRITE-AUDIT.

*> The effective date only moves forward - a back-dated increment
*> changes the amount without rolling the key's date back.  The
*> register row is written before the master is touched, so from
*> then on a restart that presents the item again finds it
*> registered and suspends it as a replay instead of applying the
*> increment a second time.  A failure before the REWRITE leaves
*> the increment on suspense unposted, to be released through
*> PROG19; one after the REWRITE but before the audit record leaves
*> it posted once and unaudited, which the PROG14 proof reports.
 2350-ADJUST-MASTER.
     MOVE SPACES             TO ADJUSTMENT-REGISTER-RECORD
     MOVE OU-OUT1            TO AJ-OUT1
     MOVE OU-OUT2            TO AJ-OUT2
     MOVE OU-OUT-EFF-DATE    TO AJ-EFF-DATE
     MOVE OU-OUT-AMOUNT      TO AJ-AMOUNT
     MOVE WS-RUN-DATE        TO AJ-RUN-DATE
     MOVE OU-OUT-COMPANY     TO AJ-COMPANY
     MOVE OU-OUT-SOURCE      TO AJ-SOURCE
     WRITE ADJUSTMENT-REGISTER-RECORD
     IF WS-ADJUST-STATUS NOT = '00'
         DISPLAY 'PROG07 - PROG07ADJ WRITE FAILED, STATUS=',
             WS-ADJUST-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
*>
     MOVE SPACES             TO AUDIT-RECORD
     MOVE WS-RUN-DATE        TO AU-RUN-DATE
     MOVE 'J'                TO AU-ACTION
     MOVE OU-OUT1            TO AU-OUT1
     MOVE OU-OUT2            TO AU-OUT2
     MOVE OU-OUT-COMPANY     TO AU-COMPANY
     MOVE MS-AMOUNT          TO AU-OLD-AMOUNT
     MOVE WS-ADJUSTED-AMOUNT TO AU-NEW-AMOUNT
     MOVE MS-EFF-DATE        TO AU-OLD-EFF-DATE
*>
     IF OU-OUT-EFF-DATE > MS-EFF-DATE
         MOVE OU-OUT-EFF-DATE TO MS-EFF-DATE
     END-IF
     MOVE MS-EFF-DATE        TO AU-NEW-EFF-DATE
     MOVE WS-ADJUSTED-AMOUNT TO MS-AMOUNT
     MOVE WS-RUN-DATE        TO MS-LAST-MAINT-DATE
     REWRITE MASTER-RECORD
     IF WS-MASTER-STATUS NOT = '00'
         DISPLAY 'PROG07 - MASTFILE REWRITE FAILED, STATUS=',
             WS-MASTER-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     ADD 1 TO WS-ADJUST-COUNT
     ADD OU-OUT-AMOUNT TO WS-ADJUST-HASH-TOTAL
     PERFORM 2400-WRITE-AUDIT.

 2250-CHECK-HISTORY.
     MOVE 'N' TO WS-RESTORED-SWITCH
     IF WS-HISTORY-OPEN
         MOVE OU-OUT1 TO MH-OUT1
         MOVE OU-OUT2 TO MH-OUT2
         READ HISTORY-FILE
             INVALID KEY
                 CONTINUE
         END-READ
         EVALUATE WS-HISTORY-STATUS
             WHEN '00'
                 PERFORM 2260-RESTORE-FROM-HISTORY
             WHEN '23'
                 CONTINUE
             WHEN OTHER
                 DISPLAY 'PROG07 - MASTHIST READ FAILED, STATUS=',
                     WS-HISTORY-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
         END-EVALUATE
     END-IF.

*> The archived record goes back on the master as it was archived,
*> keeping its company, effective date and maintenance history,
*> and the transaction then posts to it like any existing key.
*> The 'B' audit record is the commit token, so the history row is
*> removed only after it; an interruption in between leaves a stale
*> row that PROG14 reports and the next PROG26 archival replaces.
 2260-RESTORE-FROM-HISTORY.
     MOVE MH-OUT1            TO MS-OUT1
     MOVE MH-OUT2            TO MS-OUT2
     MOVE MH-COMPANY         TO MS-COMPANY
     MOVE MH-EFF-DATE        TO MS-EFF-DATE
     MOVE MH-AMOUNT          TO MS-AMOUNT
     MOVE MH-LAST-MAINT-DATE TO MS-LAST-MAINT-DATE
     WRITE MASTER-RECORD
     IF WS-MASTER-STATUS NOT = '00'
         DISPLAY 'PROG07 - MASTFILE WRITE FAILED, STATUS=',
             WS-MASTER-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     MOVE SPACES             TO AUDIT-RECORD
     MOVE WS-RUN-DATE        TO AU-RUN-DATE
     MOVE 'B'                TO AU-ACTION
     MOVE MH-OUT1            TO AU-OUT1
     MOVE MH-OUT2            TO AU-OUT2
     MOVE MH-COMPANY         TO AU-COMPANY
     MOVE 0                  TO AU-OLD-AMOUNT
     MOVE MH-AMOUNT          TO AU-NEW-AMOUNT
     MOVE 0                  TO AU-OLD-EFF-DATE
     MOVE MH-EFF-DATE        TO AU-NEW-EFF-DATE
     PERFORM 2400-WRITE-AUDIT
     DELETE HISTORY-FILE
     IF WS-HISTORY-STATUS NOT = '00'
         DISPLAY 'PROG07 - MASTHIST DELETE FAILED, STATUS=',
             WS-HISTORY-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     ADD 1 TO WS-UNARCHIVE-COUNT
     SET WS-KEY-RESTORED TO TRUE.

 2400-WRITE-AUDIT.
     WRITE AUDIT-RECORD
     IF WS-AUDIT-STATUS NOT = '00'
         GOBACK
     END-IF.

 2600-HOLD-FUTURE-DATED.
     MOVE SPACES          TO PENDING-RECORD
     MOVE OU-OUT-EFF-DATE TO PN-EFF-DATE
     MOVE OU-OUT1         TO PN-OUT1
     MOVE OU-OUT2         TO PN-OUT2
     MOVE WS-RUN-DATE     TO PN-HELD-DATE
     PERFORM 2650-FIND-RELEASE-DATE
     MOVE 0               TO PN-RELEASED-DATE
     MOVE OU-OUT-COMPANY  TO PN-COMPANY
     MOVE OU-OUT-AMOUNT   TO PN-AMOUNT
     MOVE OU-OUTPUT2      TO PN-OUTPUT2
     MOVE OU-OUT-SOURCE   TO PN-SOURCE
     MOVE OU-TRAN-TYPE    TO PN-TRAN-TYPE
     WRITE PENDING-RECORD
     IF WS-PENDING-STATUS NOT = '00'
         DISPLAY 'PROG07 - PROG07PND WRITE FAILED, STATUS=',
             WS-PENDING-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     ADD 1 TO WS-HELD-COUNT
     ADD OU-OUT-AMOUNT TO WS-HELD-HASH-TOTAL.

*> The release date is the first business day on or after the
*> effective date; an effective date beyond the calendar releases
*> on the date itself.
 2650-FIND-RELEASE-DATE.
     MOVE OU-OUT-EFF-DATE TO PN-RELEASE-DATE
     MOVE OU-OUT-EFF-DATE TO WS-CAL-LOOKUP-DATE
     PERFORM 6100-FIND-CAL-DATE
     IF WS-CAL-HIT > 0
         PERFORM VARYING WS-CAL-SUB FROM WS-CAL-HIT BY 1
             UNTIL WS-CAL-SUB > WS-CAL-COUNT
                 OR WS-CAL-TYPE(WS-CAL-SUB) = 'B'
             CONTINUE
         END-PERFORM
         IF WS-CAL-SUB <= WS-CAL-COUNT
             MOVE WS-CAL-DATE(WS-CAL-SUB) TO PN-RELEASE-DATE
         END-IF
     END-IF.

*> The caller sets XC-REASON.  Warehouse releases are never
*> routed here for a closed period - they were accepted before the
*> close and post on their release day even when the effective date
*> fell after the period's last business day - but a released
*> adjustment whose key is gone, or that would overflow the amount,
*> is an exception like any other.
 2800-ROUTE-EXCEPTION.
     ADD 1 TO WS-EXCEPTION-COUNT
     ADD OU-OUT-AMOUNT TO WS-EXCEPTION-HASH-TOTAL
     MOVE WS-RUN-DATE     TO XC-RUN-DATE
     MOVE OU-OUT1         TO XC-OUT1
     MOVE OU-OUT2         TO XC-OUT2
     MOVE OU-OUT-COMPANY  TO XC-COMPANY
     MOVE OU-OUT-EFF-DATE TO XC-EFF-DATE
     MOVE OU-OUT-AMOUNT   TO XC-AMOUNT
     MOVE OU-OUT-SOURCE   TO XC-SOURCE
     WRITE EXCEPTION-RECORD
     IF WS-EXCEPTION-STATUS NOT = '00'
         DISPLAY 'PROG07 - PROG07EXC WRITE FAILED, STATUS=',
             WS-EXCEPTION-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     MOVE OU-OUT1         TO DL-OUT1
     MOVE OU-OUT2         TO DL-OUT2
     MOVE OU-OUT-COMPANY  TO DL-COMPANY
     MOVE OU-OUT-SOURCE   TO DL-SOURCE
     MOVE OU-OUT-EFF-DATE TO DL-EFF-DATE
     MOVE OU-OUT-AMOUNT   TO DL-AMOUNT
     MOVE SPACES TO DL-DISPOSITION
     EVALUATE XC-REASON
         WHEN 'PCLS'
             STRING 'EXCEPTION - PERIOD ' WS-EFF-PERIOD ' CLOSED'
                 DELIMITED BY SIZE INTO DL-DISPOSITION
         WHEN 'NKEY'
             MOVE 'EXCEPTION - NO KEY TO ADJUST' TO DL-DISPOSITION
         WHEN 'AOVR'
             MOVE 'EXCEPTION - AMOUNT WOULD OVERFLOW'
                 TO DL-DISPOSITION
         WHEN OTHER
             STRING 'EXCEPTION - ' XC-REASON
                 DELIMITED BY SIZE INTO DL-DISPOSITION
     END-EVALUATE
     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

*> Releases run after tonight's PROG05OUT so an item taking effect
*> today lands on top of any back-dated change to the same key.
*> The warehouse reads in effective-date order, so the pass stops
*> at the first item not yet in effect.  Rows released on an
*> earlier run are dropped on the way past.
 2700-RELEASE-PENDING.
     CLOSE PENDING-FILE
     OPEN I-O PENDING-FILE
     IF WS-PENDING-STATUS NOT = '00'
         DISPLAY 'PROG07 - PROG07PND OPEN FAILED, STATUS=',
             WS-PENDING-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     MOVE 'N' TO WS-PENDING-EOF-SWITCH
     PERFORM 2710-RELEASE-ONE-PENDING UNTIL WS-PENDING-EOF
     CLOSE PENDING-FILE.

 2710-RELEASE-ONE-PENDING.
     READ PENDING-FILE NEXT RECORD
         AT END
             SET WS-PENDING-EOF TO TRUE
         NOT AT END
             EVALUATE TRUE
                 WHEN PN-EFF-DATE > WS-RUN-DATE
                     SET WS-PENDING-EOF TO TRUE
                 WHEN PN-RELEASED-DATE NOT = 0
                     AND PN-RELEASED-DATE < WS-RUN-DATE
                     PERFORM 2730-DROP-RELEASED
                 WHEN PN-RELEASED-DATE = 0
                     AND PN-RELEASE-DATE <= WS-RUN-DATE
                     PERFORM 2720-POST-RELEASE
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
     END-READ.

*> The audit record is written before the row is marked, so a
*> failure in between re-releases the item on restart.  A
*> replacement then matches the master and goes to suspense as a
*> replay; an adjustment finds the PROG07ADJ row it wrote before
*> changing the master and goes to suspense the same way.
 2720-POST-RELEASE.
     MOVE SPACES           TO OUTPUT-RECORD
     MOVE PN-OUT1          TO OU-OUT1
     MOVE PN-OUT2          TO OU-OUT2
     MOVE PN-EFF-DATE      TO OU-OUT-EFF-DATE
     MOVE PN-AMOUNT        TO OU-OUT-AMOUNT
     MOVE PN-OUTPUT2       TO OU-OUTPUT2
     MOVE PN-COMPANY       TO OU-OUT-COMPANY
     MOVE PN-SOURCE        TO OU-OUT-SOURCE
     MOVE PN-TRAN-TYPE     TO OU-TRAN-TYPE
     PERFORM 2150-APPLY-TO-MASTER
     ADD 1 TO WS-RELEASE-COUNT
     ADD PN-AMOUNT TO WS-RELEASE-HASH-TOTAL
     MOVE WS-RUN-DATE TO PN-RELEASED-DATE
     REWRITE PENDING-RECORD
     IF WS-PENDING-STATUS NOT = '00'
         DISPLAY 'PROG07 - PROG07PND REWRITE FAILED, STATUS=',
             WS-PENDING-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF.

 2730-DROP-RELEASED.
     DELETE PENDING-FILE
     IF WS-PENDING-STATUS NOT = '00'
         DISPLAY 'PROG07 - PROG07PND DELETE FAILED, STATUS=',
             WS-PENDING-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF.

 3000-PRINT-SUSPENSE-SUMMARY.
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE WS-SUSPENSE-HASH-TOTAL       TO CL-HASH
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'ADJUSTMENTS POSTED'         TO CL-LABEL
     MOVE WS-ADJUST-COUNT              TO CL-COUNT
     MOVE WS-ADJUST-HASH-TOTAL         TO CL-HASH
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'POSTING EXCEPTIONS'         TO CL-LABEL
     MOVE WS-EXCEPTION-COUNT           TO CL-COUNT
     MOVE WS-EXCEPTION-HASH-TOTAL      TO CL-HASH
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'FUTURE-DATED ITEMS HELD'    TO CL-LABEL
     MOVE WS-HELD-COUNT                TO CL-COUNT
     MOVE WS-HELD-HASH-TOTAL           TO CL-HASH
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'PENDING ITEMS RELEASED'     TO CL-LABEL
     MOVE WS-RELEASE-COUNT             TO CL-COUNT
     MOVE WS-RELEASE-HASH-TOTAL        TO CL-HASH
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'WAREHOUSE PENDING AFTER RUN' TO CL-LABEL
     MOVE WS-PENDING-COUNT             TO CL-COUNT
     MOVE WS-PENDING-BALANCE           TO CL-HASH
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'KEYS BROUGHT BACK FROM MASTHIST' TO CL-LABEL
     MOVE WS-UNARCHIVE-COUNT           TO CL-COUNT
     MOVE 0                            TO CL-HASH
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     IF WS-SUSPENSE-COUNT = 0
         MOVE 'NO REPLAYED TRANSACTIONS THIS RUN' TO XL-TEXT
     ELSE
     DISPLAY 'MASTER RECORDS ADDED   - ', WS-ADD-COUNT
     DISPLAY 'MASTER RECORDS UPDATED - ', WS-UPDATE-COUNT
     DISPLAY 'POSTED HASH TOTAL      - ', WS-POSTED-HASH-TOTAL
     DISPLAY 'MASTER RECORDS ADJUSTED- ', WS-ADJUST-COUNT
     DISPLAY 'ADJUSTMENT HASH TOTAL  - ', WS-ADJUST-HASH-TOTAL
     DISPLAY 'SUSPENDED REPLAYS      - ', WS-SUSPENSE-COUNT
     DISPLAY 'SUSPENDED HASH TOTAL   - ', WS-SUSPENSE-HASH-TOTAL
     DISPLAY 'POSTING EXCEPTIONS     - ', WS-EXCEPTION-COUNT
     DISPLAY 'EXCEPTION HASH TOTAL   - ', WS-EXCEPTION-HASH-TOTAL
     DISPLAY 'FUTURE-DATED HELD      - ', WS-HELD-COUNT
     DISPLAY 'HELD HASH TOTAL        - ', WS-HELD-HASH-TOTAL
     DISPLAY 'PENDING RELEASED       - ', WS-RELEASE-COUNT
     DISPLAY 'RELEASED HASH TOTAL    - ', WS-RELEASE-HASH-TOTAL
     DISPLAY 'WAREHOUSE PENDING      - ', WS-PENDING-COUNT
     DISPLAY 'WAREHOUSE BALANCE      - ', WS-PENDING-BALANCE
     DISPLAY 'BACK FROM HISTORY      - ', WS-UNARCHIVE-COUNT
     DISPLAY '============================='.

*> The closing warehouse position goes on PROG07TOT for the PROG14
*> proof - the money held here is on neither the master nor the
*> audit trail until it is released.
 8400-TALLY-WAREHOUSE.
     MOVE 0 TO WS-PENDING-COUNT
     MOVE 0 TO WS-PENDING-BALANCE
     OPEN INPUT PENDING-FILE
     IF WS-PENDING-STATUS NOT = '00'
         DISPLAY 'PROG07 - PROG07PND OPEN FAILED, STATUS=',
             WS-PENDING-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     MOVE 'N' TO WS-PENDING-EOF-SWITCH
     PERFORM 8410-TALLY-ONE-WAREHOUSE UNTIL WS-PENDING-EOF
     CLOSE PENDING-FILE.

 8410-TALLY-ONE-WAREHOUSE.
     READ PENDING-FILE NEXT RECORD
         AT END
             SET WS-PENDING-EOF TO TRUE
         NOT AT END
             IF PN-RELEASED-DATE = 0
                 ADD 1 TO WS-PENDING-COUNT
                 ADD PN-AMOUNT TO WS-PENDING-BALANCE
             END-IF
     END-READ.

*> The posted figures on file are what lets the PROG16 ledger
*> extract prove the night's audit activity back to this step.
 8500-WRITE-TOTALS-FILE.
     MOVE WS-POSTED-HASH-TOTAL TO PT-POSTED-HASH
     MOVE WS-SUSPENSE-COUNT    TO PT-SUSPENSE-COUNT
     MOVE WS-SUSPENSE-HASH-TOTAL TO PT-SUSPENSE-HASH
     MOVE WS-HELD-COUNT        TO PT-HELD-COUNT
     MOVE WS-HELD-HASH-TOTAL   TO PT-HELD-HASH
     MOVE WS-RELEASE-COUNT     TO PT-RELEASE-COUNT
     MOVE WS-RELEASE-HASH-TOTAL TO PT-RELEASE-HASH
     MOVE WS-PENDING-COUNT     TO PT-PENDING-COUNT
     MOVE WS-PENDING-BALANCE   TO PT-PENDING-BALANCE
     MOVE WS-EXCEPTION-COUNT   TO PT-EXCEPTION-COUNT
     MOVE WS-EXCEPTION-HASH-TOTAL TO PT-EXCEPTION-HASH
     MOVE WS-ADJUST-COUNT      TO PT-ADJUST-COUNT
     MOVE WS-ADJUST-HASH-TOTAL TO PT-ADJUST-HASH
     WRITE POSTING-TOTALS-RECORD
     IF WS-POST-TOTALS-STATUS NOT = '00'
         DISPLAY 'PROG07 - PROG07TOT WRITE FAILED, STATUS=',
     MOVE RETURN-CODE TO LOG-RETURN-CODE
     MOVE WS-TRANS-COUNT TO LOG-IN-COUNT
     COMPUTE LOG-OUT-COUNT = WS-ADD-COUNT + WS-UPDATE-COUNT
         + WS-ADJUST-COUNT
     COMPUTE LOG-REJECT-COUNT = WS-SUSPENSE-COUNT
         + WS-EXCEPTION-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE LOG-RETURN-CODE TO RETURN-CODE.

 COPY CALBDAYS.
