 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG17.
*> Company master maintenance.  Applies keyed CMPTRANS
*> transactions - add, rename, deactivate, reactivate and currency
*> change, each with an effective date - to COMPMAST, writes a
*> PROG17AUD audit record for every change and reports applied and
*> rejected transactions to PROG17RPT.  A deactivated company stays
*> on file so history keeps its code; PROG05 and PROG10 reject
*> transactions for it as E009.  A transaction is applied only when
*> its preparer and approver are two different authorized operators
*> on OPERFILE; their IDs go on the audit record, and every
*> transaction, applied or rejected, goes on the next run's MANLOG
*> manual-intervention log.  A currency change is refused while
*> the company holds a balance on MASTFILE or has items waiting on
*> PROG07PND or PROG07SUS, since those amounts are in the old
*> currency.  Returns 4 when any transaction was rejected.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT REPORT-FILE ASSIGN TO "PROG17RPT"
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
     SELECT SUSPENSE-FILE ASSIGN TO "PROG07SUS"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SUSPENSE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  TRANS-FILE.
 FD  COMPANY-MASTER-FILE.
 COPY CMPMSTRC.
 FD  COMPANY-NEW-FILE.
 01  COMPANY-NEW-RECORD     PIC X(46).
 FD  AUDIT-FILE.
 COPY AUD17REC.
 FD  REPORT-FILE.
 01  REPORT-RECORD          PIC X(132).
 FD  OPERATOR-FILE.
 COPY OPERRC.
 FD  CALENDAR-FILE.
 COPY CALNDRRC.
 FD  MANUAL-LOG-FILE.
 COPY MANLOGRC.
 FD  MASTER-FILE.
 COPY MSTRREC.
 FD  PENDING-FILE.
 COPY PND07REC.
 FD  SUSPENSE-FILE.
 COPY SUS07REC.
 WORKING-STORAGE SECTION.
 COPY OPWKWS.
 01  WS-TRANS-STATUS        PIC X(02).
 01  WS-COMPANY-STATUS      PIC X(02).
 01  WS-COMPANY-NEW-STATUS  PIC X(02).
 01  WS-CBL-RC              PIC S9(04) VALUE 0.
 01  WS-AUDIT-STATUS        PIC X(02).
 01  WS-REPORT-STATUS       PIC X(02).
 01  WS-MASTER-STATUS       PIC X(02).
 01  WS-PENDING-STATUS      PIC X(02).
 01  WS-SUSPENSE-STATUS     PIC X(02).
 COPY CALWKWS.
 01  WS-TODAY               PIC 9(08).
 01  WS-TODAY-R REDEFINES WS-TODAY.
     03 WS-TD-CCYY          PIC 9(04).
     03 WS-TD-MM            PIC 9(02).
     03 WS-TD-DD            PIC 9(02).
 01  WS-NEXT-RUN-DATE       PIC 9(08).
 01  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
     88 WS-EOF                VALUE 'Y'.
 01  WS-COMPANY-EOF-SWITCH  PIC X(01) VALUE 'N'.
     88 WS-COMPANY-EOF        VALUE 'Y'.
 01  WS-SCAN-EOF-SWITCH     PIC X(01) VALUE 'N'.
     88 WS-SCAN-EOF           VALUE 'Y'.
*> What a company still has on the books, gathered for a currency
*> change.
 01  WS-CO-BALANCE          PIC S9(13)V99.
 01  WS-CO-WAITING-COUNT    PIC 9(08).
 01  WS-CO-SUB              PIC 9(02) COMP.
 01  WS-CO-HIT              PIC 9(02) COMP.
 01  WS-COMPANY-MAX         PIC 9(02) COMP VALUE 20.
        05 WS-CO-NAME       PIC X(30).
        05 WS-CO-STATUS     PIC X(01).
        05 WS-CO-STAT-DATE  PIC 9(08).
        05 WS-CO-CURRENCY   PIC X(03).
 01  WS-TRANS-COUNT         PIC 9(08) VALUE 0.
 01  WS-APPLIED-COUNT       PIC 9(08) VALUE 0.
 01  WS-REJECTED-COUNT      PIC 9(08) VALUE 0.
 01  WS-UNAUTHORIZED-COUNT  PIC 9(08) VALUE 0.
 01  WS-REJECT-REASON       PIC X(40).
 01  WS-NOT-AUTH-SWITCH     PIC X(01).
     88 WS-NOT-AUTHORIZED     VALUE 'Y'.
 01  WS-LINE-COUNT          PIC 9(03) VALUE 99.
 01  WS-PAGE-COUNT          PIC 9(03) VALUE 0.
 01  WS-LINES-PER-PAGE      PIC 9(03) VALUE 55.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-NAME             PIC X(30).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-CURRENCY         PIC X(03).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-EFF-DATE         PIC 9(08).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-RESULT           PIC X(52).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-PREPARER         PIC X(08).
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-APPROVER         PIC X(08).
 01  WS-COUNT-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 CL-LABEL            PIC X(34).
     PERFORM 2000-APPLY-TRANSACTIONS UNTIL WS-EOF
     CLOSE TRANS-FILE
     CLOSE AUDIT-FILE
     PERFORM 6780-CLOSE-MANUAL-LOG
     PERFORM 4000-REWRITE-COMPANY-MASTER
     PERFORM 3000-PRINT-SUMMARY
     CLOSE REPORT-FILE

 1000-INITIALIZE.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD
     PERFORM 1200-SET-NEXT-RUN-DATE
     PERFORM 1100-LOAD-COMPANY-TABLE
     PERFORM 6700-LOAD-OPERATORS
     OPEN INPUT TRANS-FILE
     IF WS-TRANS-STATUS NOT = '00'
         DISPLAY 'PROG17 - CMPTRANS NOT FOUND, NOTHING TO APPLY'
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     PERFORM 5200-PAGE-HEADING
     MOVE WS-NEXT-RUN-DATE TO WS-MLG-LOG-DATE
     PERFORM 6760-OPEN-MANUAL-LOG.

 1100-LOAD-COMPANY-TABLE.
     OPEN INPUT COMPANY-MASTER-FILE
             ELSE
                 MOVE 0 TO WS-CO-STAT-DATE(WS-COMPANY-COUNT)
             END-IF
             MOVE CM-CURRENCY-CODE TO WS-CO-CURRENCY(WS-COMPANY-COUNT)
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

 2000-APPLY-TRANSACTIONS.
     READ TRANS-FILE
         AT END
 2100-APPLY-ONE-TRANS.
     ADD 1 TO WS-TRANS-COUNT
     MOVE SPACES TO WS-REJECT-REASON
     MOVE 'N'    TO WS-NOT-AUTH-SWITCH
     PERFORM 2200-EDIT-TRANSACTION
     IF WS-REJECT-REASON = SPACES
         PERFORM 2150-FIND-COMPANY
                 PERFORM 2500-APPLY-DEACTIVATE
             WHEN CT-ACTION-REACT
                 PERFORM 2600-APPLY-REACTIVATE
             WHEN CT-ACTION-CURRENCY
                 PERFORM 2700-APPLY-CURRENCY
         END-EVALUATE
     END-IF
     IF WS-REJECT-REASON = SPACES
     ELSE
         ADD 1 TO WS-REJECTED-COUNT
         PERFORM 2900-REPORT-REJECT
     END-IF
     PERFORM 2950-LOG-TRANSACTION.

 2150-FIND-COMPANY.
     MOVE 0 TO WS-CO-HIT

 2200-EDIT-TRANSACTION.
     IF NOT CT-ACTION-VALID
         MOVE 'ACTION NOT A, N, D, R OR C' TO WS-REJECT-REASON
     ELSE
         IF CT-COMPANY-CODE = SPACES
             MOVE 'COMPANY CODE BLANK' TO WS-REJECT-REASON
                     TO WS-REJECT-REASON
             END-IF
         END-IF
     END-IF
     IF WS-REJECT-REASON = SPACES
         PERFORM 2250-CHECK-AUTHORIZATION
     END-IF.

*> A change to the company master needs a preparer and a different
*> approver, both authorized operators.
 2250-CHECK-AUTHORIZATION.
     MOVE CT-PREPARER-ID TO WS-OPR-PREPARER-ID
     MOVE CT-APPROVER-ID TO WS-OPR-APPROVER-ID
     PERFORM 6720-CHECK-AUTHORIZATION
     IF NOT WS-OPR-AUTHORIZED
         ADD 1 TO WS-UNAUTHORIZED-COUNT
         SET WS-NOT-AUTHORIZED TO TRUE
         MOVE WS-OPR-REASON TO WS-REJECT-REASON
     END-IF.

 2300-APPLY-ADD.
                 MOVE CT-COMPANY-NAME TO WS-CO-NAME(WS-CO-HIT)
                 MOVE 'A'             TO WS-CO-STATUS(WS-CO-HIT)
                 MOVE CT-EFF-DATE     TO WS-CO-STAT-DATE(WS-CO-HIT)
                 MOVE CT-CURRENCY-CODE TO WS-CO-CURRENCY(WS-CO-HIT)
                 MOVE SPACES          TO CA-OLD-NAME
                 MOVE SPACES          TO CA-OLD-STATUS
                 MOVE SPACES          TO CA-OLD-CURRENCY
                 PERFORM 2800-WRITE-AUDIT
                 PERFORM 2850-REPORT-APPLIED
             END-IF
         ELSE
             MOVE WS-CO-NAME(WS-CO-HIT)   TO CA-OLD-NAME
             MOVE WS-CO-STATUS(WS-CO-HIT) TO CA-OLD-STATUS
             MOVE WS-CO-CURRENCY(WS-CO-HIT) TO CA-OLD-CURRENCY
             MOVE CT-COMPANY-NAME TO WS-CO-NAME(WS-CO-HIT)
             PERFORM 2800-WRITE-AUDIT
             PERFORM 2850-REPORT-APPLIED
         ELSE
             MOVE WS-CO-NAME(WS-CO-HIT)   TO CA-OLD-NAME
             MOVE WS-CO-STATUS(WS-CO-HIT) TO CA-OLD-STATUS
             MOVE WS-CO-CURRENCY(WS-CO-HIT) TO CA-OLD-CURRENCY
             MOVE 'I'         TO WS-CO-STATUS(WS-CO-HIT)
             MOVE CT-EFF-DATE TO WS-CO-STAT-DATE(WS-CO-HIT)
             PERFORM 2800-WRITE-AUDIT
         ELSE
             MOVE WS-CO-NAME(WS-CO-HIT)   TO CA-OLD-NAME
             MOVE WS-CO-STATUS(WS-CO-HIT) TO CA-OLD-STATUS
             MOVE WS-CO-CURRENCY(WS-CO-HIT) TO CA-OLD-CURRENCY
             MOVE 'A'         TO WS-CO-STATUS(WS-CO-HIT)
             MOVE CT-EFF-DATE TO WS-CO-STAT-DATE(WS-CO-HIT)
             PERFORM 2800-WRITE-AUDIT
         END-IF
     END-IF.

*> Nothing on MASTFILE is restated, so a company may only change
*> currency once it holds no balance and has nothing pending or
*> held on suspense - otherwise the GL extract, the proofs, the
*> statements and the period close would read old-currency amounts
*> as the new currency.  A company that must move with a balance
*> is set up under a new code.
 2700-APPLY-CURRENCY.
     IF WS-CO-HIT = 0
         MOVE 'COMPANY NOT ON MASTER' TO WS-REJECT-REASON
     ELSE
         IF CT-CURRENCY-CODE = SPACES
             MOVE 'CURRENCY CODE BLANK' TO WS-REJECT-REASON
         ELSE
             IF CT-CURRENCY-CODE = WS-CO-CURRENCY(WS-CO-HIT)
                 MOVE 'COMPANY ALREADY IN THAT CURRENCY'
                     TO WS-REJECT-REASON
             ELSE
                 PERFORM 2710-CHECK-COMPANY-BALANCE
             END-IF
         END-IF
     END-IF
     IF WS-REJECT-REASON = SPACES
         MOVE WS-CO-NAME(WS-CO-HIT)   TO CA-OLD-NAME
         MOVE WS-CO-STATUS(WS-CO-HIT) TO CA-OLD-STATUS
         MOVE WS-CO-CURRENCY(WS-CO-HIT) TO CA-OLD-CURRENCY
         MOVE CT-CURRENCY-CODE TO WS-CO-CURRENCY(WS-CO-HIT)
         PERFORM 2800-WRITE-AUDIT
         PERFORM 2850-REPORT-APPLIED
     END-IF.

*> A missing file holds nothing; any other open failure stops the
*> run rather than let the change through unchecked.
 2710-CHECK-COMPANY-BALANCE.
     MOVE 0 TO WS-CO-BALANCE
     MOVE 0 TO WS-CO-WAITING-COUNT
     OPEN INPUT MASTER-FILE
     IF WS-MASTER-STATUS NOT = '00' AND NOT = '35'
         DISPLAY 'PROG17 - MASTFILE OPEN FAILED, STATUS=',
             WS-MASTER-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     IF WS-MASTER-STATUS = '00'
         MOVE 'N' TO WS-SCAN-EOF-SWITCH
         PERFORM 2720-SCAN-ONE-MASTER UNTIL WS-SCAN-EOF
         CLOSE MASTER-FILE
     END-IF
     OPEN INPUT PENDING-FILE
     IF WS-PENDING-STATUS NOT = '00' AND NOT = '35'
         DISPLAY 'PROG17 - PROG07PND OPEN FAILED, STATUS=',
             WS-PENDING-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     IF WS-PENDING-STATUS = '00'
         MOVE 'N' TO WS-SCAN-EOF-SWITCH
         PERFORM 2730-SCAN-ONE-PENDING UNTIL WS-SCAN-EOF
         CLOSE PENDING-FILE
     END-IF
     OPEN INPUT SUSPENSE-FILE
     IF WS-SUSPENSE-STATUS NOT = '00' AND NOT = '35'
         DISPLAY 'PROG17 - PROG07SUS OPEN FAILED, STATUS=',
             WS-SUSPENSE-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     IF WS-SUSPENSE-STATUS = '00'
         MOVE 'N' TO WS-SCAN-EOF-SWITCH
         PERFORM 2740-SCAN-ONE-SUSPENSE UNTIL WS-SCAN-EOF
         CLOSE SUSPENSE-FILE
     END-IF
     EVALUATE TRUE
         WHEN WS-CO-BALANCE NOT = 0
             MOVE 'COMPANY HOLDS A BALANCE' TO WS-REJECT-REASON
         WHEN WS-CO-WAITING-COUNT > 0
             MOVE 'COMPANY HAS ITEMS PENDING OR ON SUSPENSE'
                 TO WS-REJECT-REASON
         WHEN OTHER
             CONTINUE
     END-EVALUATE.

 2720-SCAN-ONE-MASTER.
     READ MASTER-FILE NEXT RECORD
         AT END
             SET WS-SCAN-EOF TO TRUE
         NOT AT END
             IF MS-COMPANY = CT-COMPANY-CODE
                 ADD MS-AMOUNT TO WS-CO-BALANCE
             END-IF
     END-READ.

 2730-SCAN-ONE-PENDING.
     READ PENDING-FILE NEXT RECORD
         AT END
             SET WS-SCAN-EOF TO TRUE
         NOT AT END
             IF PN-COMPANY = CT-COMPANY-CODE
                 AND PN-RELEASED-DATE = 0
                 AND PN-AMOUNT NOT = 0
                 ADD 1 TO WS-CO-WAITING-COUNT
             END-IF
     END-READ.

 2740-SCAN-ONE-SUSPENSE.
     READ SUSPENSE-FILE
         AT END
             SET WS-SCAN-EOF TO TRUE
         NOT AT END
             IF SU-COMPANY = CT-COMPANY-CODE
                 AND SU-AMOUNT NOT = 0
                 ADD 1 TO WS-CO-WAITING-COUNT
             END-IF
     END-READ.

*> CA-OLD-NAME, CA-OLD-STATUS and CA-OLD-CURRENCY are set by the
*> action paragraph before it changes the entry; everything else
*> comes from the transaction and the entry as it now stands.
 2800-WRITE-AUDIT.
     MOVE WS-TODAY                TO CA-MAINT-DATE
     MOVE CT-ACTION               TO CA-ACTION
     MOVE CT-COMPANY-CODE         TO CA-COMPANY-CODE
     MOVE WS-CO-NAME(WS-CO-HIT)   TO CA-NEW-NAME
     MOVE WS-CO-STATUS(WS-CO-HIT) TO CA-NEW-STATUS
     MOVE WS-CO-CURRENCY(WS-CO-HIT) TO CA-NEW-CURRENCY
     MOVE CT-EFF-DATE             TO CA-EFF-DATE
     MOVE CT-PREPARER-ID          TO CA-PREPARER-ID
     MOVE CT-APPROVER-ID          TO CA-APPROVER-ID
     WRITE COMPANY-AUDIT-RECORD
     IF WS-AUDIT-STATUS NOT = '00'
         DISPLAY 'PROG17 - PROG17AUD WRITE FAILED, STATUS=',
     MOVE CT-ACTION       TO DL-ACTION
     MOVE CT-COMPANY-CODE TO DL-COMPANY
     MOVE WS-CO-NAME(WS-CO-HIT) TO DL-NAME
     MOVE WS-CO-CURRENCY(WS-CO-HIT) TO DL-CURRENCY
     MOVE CT-EFF-DATE     TO DL-EFF-DATE
     MOVE 'APPLIED'       TO DL-RESULT
     MOVE CT-PREPARER-ID  TO DL-PREPARER
     MOVE CT-APPROVER-ID  TO DL-APPROVER
     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

     MOVE CT-ACTION       TO DL-ACTION
     MOVE CT-COMPANY-CODE TO DL-COMPANY
     MOVE CT-COMPANY-NAME TO DL-NAME
     MOVE CT-CURRENCY-CODE TO DL-CURRENCY
     IF CT-EFF-DATE IS NUMERIC
         MOVE CT-EFF-DATE TO DL-EFF-DATE
     ELSE
     MOVE SPACES TO DL-RESULT
     STRING 'REJECTED - ' WS-REJECT-REASON
         DELIMITED BY SIZE INTO DL-RESULT
     MOVE CT-PREPARER-ID  TO DL-PREPARER
     MOVE CT-APPROVER-ID  TO DL-APPROVER
     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 2950-LOG-TRANSACTION.
     MOVE SPACES     TO MANUAL-LOG-RECORD
     MOVE 'PROG17'   TO ML-PROGRAM
     MOVE 'CMPTRANS' TO ML-INPUT-FILE
     MOVE CT-PREPARER-ID TO ML-PREPARER-ID
     MOVE CT-APPROVER-ID TO ML-APPROVER-ID
     STRING 'COMPANY ' CT-COMPANY-CODE ' ACTION ' CT-ACTION
         ' EFF ' CT-EFF-DATE
         DELIMITED BY SIZE INTO ML-ITEM-TEXT
     EVALUATE TRUE
         WHEN WS-REJECT-REASON = SPACES
             MOVE 'A' TO ML-RESULT
             MOVE 'APPLIED' TO ML-REASON
         WHEN WS-NOT-AUTHORIZED
             MOVE 'U' TO ML-RESULT
             MOVE WS-REJECT-REASON TO ML-REASON
         WHEN OTHER
             MOVE 'R' TO ML-RESULT
             MOVE WS-REJECT-REASON TO ML-REASON
     END-EVALUATE
     PERFORM 6770-WRITE-MANUAL-LOG.

*> The new master is built beside the live one and only swapped in
*> once every record has been written - a failure mid-pass leaves
*> COMPMAST untouched, the same pattern the stream uses for its
         MOVE WS-CO-NAME(WS-CO-SUB)      TO CM-COMPANY-NAME
         MOVE WS-CO-STATUS(WS-CO-SUB)    TO CM-STATUS
         MOVE WS-CO-STAT-DATE(WS-CO-SUB) TO CM-STATUS-DATE
         MOVE WS-CO-CURRENCY(WS-CO-SUB)  TO CM-CURRENCY-CODE
         MOVE COMPANY-MASTER-RECORD      TO COMPANY-NEW-RECORD
         WRITE COMPANY-NEW-RECORD
         IF WS-COMPANY-NEW-STATUS NOT = '00'
     MOVE WS-REJECTED-COUNT            TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE '  OF WHICH NOT AUTHORIZED'  TO CL-LABEL
     MOVE WS-UNAUTHORIZED-COUNT        TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'COMPANIES NOW ON MASTER'    TO CL-LABEL
     MOVE WS-COMPANY-COUNT             TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     MOVE WS-REJECTED-COUNT TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE LOG-RETURN-CODE TO RETURN-CODE.

 COPY OPAUTH.
 COPY CALBDAYS.
