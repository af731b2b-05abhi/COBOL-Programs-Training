*> amount total so the ledger side can prove receipt.  The audited
*> activity is first balanced back to the PROG07 posted hash total
*> on PROG07TOT; the file is not written if they disagree.
*> Adjustments ('J') move the ledger by their increment and are
*> proved against PROG07's adjustment count and hash.  A PROG19
*> suspense release ('L') that moved the amount - a held adjustment
*> released, or a replacement released over a changed master - is
*> sent too, in the first generation cut after the release - it is
*> dated by the next production run, and taken after the last
*> earlier run date on GLREG, up to this run date; the
*> PROG07 totals know nothing of it, so it is counted apart.
*> Each company's movement is in its COMPMAST booking currency and
*> is converted to the reporting currency at the FXRATE rate in
*> force on the run date; the trailer balances in the reporting
*> currency.  A company in a currency with no rate stops the run
*> before GLINTF is written.  Every generation written is entered
*> on the GLREG register for the PROG23 acknowledgment
*> reconciliation.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT GL-FILE ASSIGN TO DYNAMIC WS-GL-FILE-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-GL-STATUS.
     SELECT COMPANY-FILE ASSIGN TO "COMPMAST"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-COMPANY-STATUS.
     SELECT GL-REGISTER-FILE ASSIGN TO "GLREG"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-GL-REGISTER-STATUS.
     SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FX-RATE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  AUDIT-FILE.
 COPY RUNCTLRC.
 FD  GL-FILE.
 COPY GL16REC.
 FD  COMPANY-FILE.
 COPY CMPMSTRC.
 FD  GL-REGISTER-FILE.
 COPY GLREGRC.
 FD  FX-RATE-FILE.
 COPY FXRATERC.
 WORKING-STORAGE SECTION.
 01  WS-GL-REGISTER-STATUS  PIC X(02).
 01  WS-COMPANY-STATUS      PIC X(02).
 01  WS-AUDIT-STATUS        PIC X(02).
 01  WS-POST-TOTALS-STATUS  PIC X(02).
 01  WS-RUN-CONTROL-STATUS  PIC X(02).
     88 WS-EOF                VALUE 'Y'.
 01  WS-AUD-REC-COUNT       PIC 9(08) VALUE 0.
 01  WS-POSTED-HASH         PIC S9(13)V99 VALUE 0.
 01  WS-AUD-ADJ-COUNT       PIC 9(08) VALUE 0.
 01  WS-AUD-REL-COUNT       PIC 9(08) VALUE 0.
 01  WS-RELEASE-NET         PIC S9(13)V99 VALUE 0.
 01  WS-PREV-GL-RUN-DATE    PIC 9(08) VALUE 0.
 01  WS-ADJUST-HASH         PIC S9(13)V99 VALUE 0.
 01  WS-NET-TOTAL           PIC S9(13)V99 VALUE 0.
 01  WS-REPORT-TOTAL        PIC S9(13)V99 VALUE 0.
 01  WS-MISSING-RATE-COUNT  PIC 9(02) VALUE 0.
 01  WS-POSTED-COUNT        PIC 9(08).
 01  WS-CO-SUB              PIC 9(02) COMP.
 01  WS-CO-HIT              PIC 9(02) COMP.
     03 WS-COMPANY-ENTRY OCCURS 20 TIMES.
        05 WS-CO-CODE       PIC X(04).
        05 WS-CO-NET        PIC S9(13)V99.
        05 WS-CO-CURRENCY   PIC X(03).
        05 WS-CO-RATE       PIC 9(05)V9(06).
        05 WS-CO-REPORT-NET PIC S9(13)V99.
 COPY FXWKWS.
 COPY LOGEVENT.
 PROCEDURE DIVISION.
 0000-MAIN.
     PERFORM 1000-INITIALIZE
     PERFORM 2000-SUMMARIZE-AUDIT
     PERFORM 3000-BALANCE-TO-POSTING
     PERFORM 3500-CONVERT-TO-REPORTING
     PERFORM 4000-WRITE-GL-FILE
     PERFORM 8000-CONTROL-TOTALS
     MOVE 0 TO RETURN-CODE
     CLOSE RUN-CONTROL-FILE.

 2000-SUMMARIZE-AUDIT.
     PERFORM 2050-FIND-PREVIOUS-GENERATION
     OPEN INPUT AUDIT-FILE
     IF WS-AUDIT-STATUS NOT = '00'
         DISPLAY 'PROG16 - PROG07AUD NOT FOUND, STATUS=',
     PERFORM 2100-TALLY-ONE-AUDIT UNTIL WS-EOF
     CLOSE AUDIT-FILE.

*> PROG19 runs on demand and dates its releases by the next
*> production run date, so a release falls in the first generation
*> cut after it was made.  Releases are taken from the day after
*> the last generation sent for an earlier run date, which also
*> covers any dated by a run that made no generation.  A rerun of
*> this run date looks back to the same generation and so picks up
*> the same releases.  No GLREG means nothing has been sent and
*> every release is due.
 2050-FIND-PREVIOUS-GENERATION.
     OPEN INPUT GL-REGISTER-FILE
     IF WS-GL-REGISTER-STATUS NOT = '00' AND NOT = '35'
         DISPLAY 'PROG16 - GLREG OPEN FAILED, STATUS=',
             WS-GL-REGISTER-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     IF WS-GL-REGISTER-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 2060-READ-ONE-GENERATION UNTIL WS-EOF
         CLOSE GL-REGISTER-FILE
     END-IF.

 2060-READ-ONE-GENERATION.
     READ GL-REGISTER-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF GR-RUN-DATE < WS-RUN-DATE
                 AND GR-RUN-DATE > WS-PREV-GL-RUN-DATE
                 MOVE GR-RUN-DATE TO WS-PREV-GL-RUN-DATE
             END-IF
     END-READ.

*> The run date's posting actions feed the ledger, with the PROG19
*> releases due since the previous generation that moved an
*> amount; 'D' and 'R' records are PROG15 back-out work reported
*> to finance separately, and a release that rewrote the amount
*> already on the master moves nothing.
 2100-TALLY-ONE-AUDIT.
     READ AUDIT-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             EVALUATE TRUE
                 WHEN AU-RUN-DATE = WS-RUN-DATE
                     AND (AU-ACTION = 'A' OR AU-ACTION = 'U'
                         OR AU-ACTION = 'J')
                     PERFORM 2200-APPLY-ONE-AUDIT
                 WHEN AU-ACTION = 'L'
                     AND AU-RUN-DATE > WS-PREV-GL-RUN-DATE
                     AND AU-RUN-DATE NOT > WS-RUN-DATE
                     AND AU-NEW-AMOUNT NOT = AU-OLD-AMOUNT
                     PERFORM 2200-APPLY-ONE-AUDIT
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
     END-READ.

 2200-APPLY-ONE-AUDIT.
     EVALUATE AU-ACTION
         WHEN 'L'
             ADD 1 TO WS-AUD-REL-COUNT
             COMPUTE WS-RELEASE-NET = WS-RELEASE-NET
                 + AU-NEW-AMOUNT - AU-OLD-AMOUNT
         WHEN 'J'
             ADD 1 TO WS-AUD-REC-COUNT
             ADD 1 TO WS-AUD-ADJ-COUNT
             COMPUTE WS-ADJUST-HASH = WS-ADJUST-HASH
                 + AU-NEW-AMOUNT - AU-OLD-AMOUNT
         WHEN OTHER
             ADD 1 TO WS-AUD-REC-COUNT
             ADD AU-NEW-AMOUNT TO WS-POSTED-HASH
     END-EVALUATE
     PERFORM 2300-FIND-COMPANY
     COMPUTE WS-CO-NET(WS-CO-HIT) = WS-CO-NET(WS-CO-HIT)
         + AU-NEW-AMOUNT - AU-OLD-AMOUNT
         GOBACK
     END-IF
*> Suspended replays were read but never posted or audited, so the
*> proof is against the add, update and adjustment counts, not
*> transactions read.
     COMPUTE WS-POSTED-COUNT = PT-ADD-COUNT + PT-UPDATE-COUNT
         + PT-ADJUST-COUNT
     IF WS-AUD-REC-COUNT NOT = WS-POSTED-COUNT
         OR WS-POSTED-HASH NOT = PT-POSTED-HASH
         OR WS-ADJUST-HASH NOT = PT-ADJUST-HASH
         DISPLAY 'PROG16 - AUDIT ACTIVITY DOES NOT BALANCE TO THE'
         DISPLAY 'PROG16 - PROG07 POSTED TOTALS, GLINTF NOT WRITTEN'
         DISPLAY 'PROG16 - AUDIT COUNT  ', WS-AUD-REC-COUNT,
         GOBACK
     END-IF.

*> Every company moved tonight needs a rate for its booking
*> currency before the ledger sees anything - all the missing ones
*> are listed so treasury can load them in one pass.
 3500-CONVERT-TO-REPORTING.
     PERFORM 3600-LOAD-COMPANY-CURRENCIES
     PERFORM 6500-LOAD-FX-RATES
     MOVE WS-RUN-DATE TO WS-FX-LOOKUP-DATE
     PERFORM VARYING WS-CO-SUB FROM 1 BY 1
         UNTIL WS-CO-SUB > WS-COMPANY-COUNT
         MOVE WS-CO-CURRENCY(WS-CO-SUB) TO WS-FX-LOOKUP-CURRENCY
         PERFORM 6600-FIND-FX-RATE
         IF WS-FX-FOUND
             MOVE WS-FX-RATE-FOUND TO WS-CO-RATE(WS-CO-SUB)
             COMPUTE WS-CO-REPORT-NET(WS-CO-SUB) ROUNDED =
                 WS-CO-NET(WS-CO-SUB) * WS-CO-RATE(WS-CO-SUB)
             ADD WS-CO-REPORT-NET(WS-CO-SUB) TO WS-REPORT-TOTAL
         ELSE
             ADD 1 TO WS-MISSING-RATE-COUNT
             DISPLAY 'PROG16 - NO ', WS-CO-CURRENCY(WS-CO-SUB),
                 ' RATE IN FORCE ON ', WS-RUN-DATE,
                 ' FOR COMPANY ', WS-CO-CODE(WS-CO-SUB)
         END-IF
     END-PERFORM
     IF WS-MISSING-RATE-COUNT > 0
         DISPLAY 'PROG16 - EXCHANGE RATES MISSING, GLINTF NOT WRITTEN'
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF.

*> A company not on COMPMAST, or one predating currencies, books
*> in the reporting currency.
 3600-LOAD-COMPANY-CURRENCIES.
     PERFORM VARYING WS-CO-SUB FROM 1 BY 1
         UNTIL WS-CO-SUB > WS-COMPANY-COUNT
         MOVE WS-FX-REPORTING-CURRENCY TO WS-CO-CURRENCY(WS-CO-SUB)
         MOVE 1 TO WS-CO-RATE(WS-CO-SUB)
         MOVE 0 TO WS-CO-REPORT-NET(WS-CO-SUB)
     END-PERFORM
     OPEN INPUT COMPANY-FILE
     IF WS-COMPANY-STATUS NOT = '00'
         DISPLAY 'PROG16 - COMPMAST NOT FOUND, STATUS=',
             WS-COMPANY-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     MOVE 'N' TO WS-EOF-SWITCH
     PERFORM 3610-READ-ONE-COMPANY UNTIL WS-EOF
     CLOSE COMPANY-FILE.

 3610-READ-ONE-COMPANY.
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

 4000-WRITE-GL-FILE.
     OPEN OUTPUT GL-FILE
     IF WS-GL-STATUS NOT = '00'
     MOVE 'H'         TO GL-REC-TYPE
     MOVE WS-RUN-DATE TO GL-RUN-DATE
     MOVE 'PROG06'    TO GL-SYSTEM-ID
     MOVE WS-FX-REPORTING-CURRENCY TO GL-REPORT-CURRENCY
     PERFORM 4100-WRITE-GL-RECORD
     PERFORM VARYING WS-CO-SUB FROM 1 BY 1
         UNTIL WS-CO-SUB > WS-COMPANY-COUNT
         MOVE 'D'                    TO GL-REC-TYPE
         MOVE WS-CO-CODE(WS-CO-SUB)  TO GL-COMPANY
         MOVE WS-CO-NET(WS-CO-SUB)   TO GL-NET-AMOUNT
         MOVE WS-CO-CURRENCY(WS-CO-SUB) TO GL-CURRENCY
         MOVE WS-CO-RATE(WS-CO-SUB)  TO GL-FX-RATE
         MOVE WS-CO-REPORT-NET(WS-CO-SUB) TO GL-REPORT-AMOUNT
         PERFORM 4100-WRITE-GL-RECORD
     END-PERFORM
     MOVE SPACES           TO GL-RECORD
     MOVE 'T'              TO GL-REC-TYPE
     MOVE WS-COMPANY-COUNT TO GL-RECORD-COUNT
     MOVE WS-REPORT-TOTAL  TO GL-AMOUNT-TOTAL
     PERFORM 4100-WRITE-GL-RECORD
     CLOSE GL-FILE
     DISPLAY 'PROG16 - GL INTERFACE WRITTEN TO ', WS-GL-FILE-NAME
     PERFORM 4200-REGISTER-GENERATION.

 4100-WRITE-GL-RECORD.
     WRITE GL-RECORD
         GOBACK
     END-IF.

*> The register row goes on only once the generation is complete;
*> it starts outstanding until the ledger acknowledges it.
 4200-REGISTER-GENERATION.
     OPEN EXTEND GL-REGISTER-FILE
     IF WS-GL-REGISTER-STATUS = '35'
         OPEN OUTPUT GL-REGISTER-FILE
     END-IF
     IF WS-GL-REGISTER-STATUS NOT = '00'
         DISPLAY 'PROG16 - GLREG OPEN FAILED, STATUS=',
             WS-GL-REGISTER-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     MOVE SPACES                   TO GL-REGISTER-RECORD
     MOVE WS-RUN-DATE              TO GR-RUN-DATE
     MOVE WS-COMPANY-COUNT         TO GR-RECORD-COUNT
     MOVE WS-REPORT-TOTAL          TO GR-AMOUNT-TOTAL
     MOVE WS-FX-REPORTING-CURRENCY TO GR-REPORT-CURRENCY
     MOVE 0                        TO GR-ACK-RUN-DATE
     MOVE 0                        TO GR-ACK-COUNT
     MOVE 0                        TO GR-ACK-TOTAL
     WRITE GL-REGISTER-RECORD
     IF WS-GL-REGISTER-STATUS NOT = '00'
         DISPLAY 'PROG16 - GLREG WRITE FAILED, STATUS=',
             WS-GL-REGISTER-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     CLOSE GL-REGISTER-FILE.

 8000-CONTROL-TOTALS.
     DISPLAY '============================='
     DISPLAY 'PROG16 CONTROL TOTALS'
     DISPLAY 'AUDIT RECORDS FOR RUN  - ', WS-AUD-REC-COUNT
     DISPLAY 'POSTED HASH PROVED     - ', WS-POSTED-HASH
     DISPLAY 'ADJUSTMENTS FOR RUN    - ', WS-AUD-ADJ-COUNT
     DISPLAY 'ADJUSTMENT HASH PROVED - ', WS-ADJUST-HASH
     DISPLAY 'SUSPENSE RELEASES SENT - ', WS-AUD-REL-COUNT
     DISPLAY 'RELEASE MOVEMENT       - ', WS-RELEASE-NET
     DISPLAY 'COMPANIES EXTRACTED    - ', WS-COMPANY-COUNT
     DISPLAY 'NET AMOUNT MOVEMENT    - ', WS-NET-TOTAL
     DISPLAY 'REPORTING CURRENCY     - ', WS-FX-REPORTING-CURRENCY
     DISPLAY 'NET IN REPORTING CCY   - ', WS-REPORT-TOTAL
     DISPLAY '============================='.

 9800-LOG-START.
     MOVE 0          TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE LOG-RETURN-CODE TO RETURN-CODE.

 COPY FXRATES.
