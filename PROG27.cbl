 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG27.
*> Monthly company activity statement.  Writes one statement for
*> every active COMPMAST company for a statement month - the month
*> before today unless the optional STMTPARM names another - each
*> to its own file STMT.cccc.ccyymm for distribution to the company
*> owner.  A statement shows the company name and currency, the
*> opening balance built from every PROG07AUD change made before
*> the month, each change posted in the month with its run date
*> and key - adds and updates by PROG07, back-outs by PROG15,
*> suspense releases by PROG19, archival by PROG26 and returns from
*> it - and the closing balance, tied to today's MASTFILE balance
*> less the changes posted since the month ended.  The items of the
*> company still held on PROG07SUS and still outstanding on the
*> PROG05REJ generations on file (those PROG10 has not corrected)
*> follow.  Run on demand after the month's posting nights; lists
*> the statements written to PROG27RPT and returns 4 when any
*> closing balance does not tie to MASTFILE.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT STATEMENT-PARM-FILE ASSIGN TO "STMTPARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PARM-STATUS.
     SELECT COMPANY-MASTER-FILE ASSIGN TO "COMPMAST"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-COMPANY-STATUS.
     SELECT MASTER-FILE ASSIGN TO "MASTFILE"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS MS-KEY
         FILE STATUS IS WS-MASTER-STATUS.
     SELECT AUDIT-FILE ASSIGN TO "PROG07AUD"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-AUDIT-STATUS.
     SELECT SUSPENSE-FILE ASSIGN TO "PROG07SUS"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SUSPENSE-STATUS.
     SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REJECT-STATUS.
     SELECT DISPOSITION-FILE ASSIGN TO DYNAMIC WS-DISP-FILE-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-DISP-STATUS.
     SELECT STATEMENT-FILE ASSIGN TO DYNAMIC WS-STMT-FILE-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-STATEMENT-STATUS.
     SELECT REPORT-FILE ASSIGN TO "PROG27RPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  STATEMENT-PARM-FILE.
 01  STATEMENT-PARM-RECORD.
     03 SP-PERIOD           PIC 9(06).
 FD  COMPANY-MASTER-FILE.
 COPY CMPMSTRC.
 FD  MASTER-FILE.
 COPY MSTRREC.
 FD  AUDIT-FILE.
 COPY AUD07REC.
 FD  SUSPENSE-FILE.
 COPY SUS07REC.
 FD  REJECT-FILE.
 01  REJECT-FILE-RECORD     PIC X(115).
 FD  DISPOSITION-FILE.
 COPY DSP10RC.
 FD  STATEMENT-FILE.
 01  STATEMENT-RECORD       PIC X(132).
 FD  REPORT-FILE.
 01  REPORT-RECORD          PIC X(132).
 WORKING-STORAGE SECTION.
 COPY RJ05REC.
 COPY EX05REC.
 COPY FXWKWS.
 01  WS-PARM-STATUS         PIC X(02).
 01  WS-COMPANY-STATUS      PIC X(02).
 01  WS-MASTER-STATUS       PIC X(02).
 01  WS-AUDIT-STATUS        PIC X(02).
 01  WS-SUSPENSE-STATUS     PIC X(02).
 01  WS-REJECT-STATUS       PIC X(02).
 01  WS-DISP-STATUS         PIC X(02).
 01  WS-STATEMENT-STATUS    PIC X(02).
 01  WS-REPORT-STATUS       PIC X(02).
 01  WS-REJECT-FILE-NAME    PIC X(20).
 01  WS-DISP-FILE-NAME      PIC X(20).
 01  WS-STMT-FILE-NAME      PIC X(20).
 01  WS-TODAY               PIC 9(08).
 01  WS-TODAY-R REDEFINES WS-TODAY.
     03 WS-TD-CCYY          PIC 9(04).
     03 WS-TD-MM            PIC 9(02).
     03 WS-TD-DD            PIC 9(02).
 01  WS-TODAY-INT           PIC 9(08).
 01  WS-TODAY-PERIOD        PIC 9(06).
 01  WS-STMT-PERIOD         PIC 9(06).
 01  WS-STMT-PERIOD-R REDEFINES WS-STMT-PERIOD.
     03 WS-SP-CCYY          PIC 9(04).
     03 WS-SP-MM            PIC 9(02).
 01  WS-PERIOD-START-DATE   PIC 9(08).
 01  WS-PERIOD-END-DATE     PIC 9(08).
 01  WS-NEXT-MONTH-FIRST    PIC 9(08).
 01  WS-NEXT-MONTH-FIRST-R REDEFINES WS-NEXT-MONTH-FIRST.
     03 WS-NM-CCYY          PIC 9(04).
     03 WS-NM-MM            PIC 9(02).
     03 WS-NM-DD            PIC 9(02).
 01  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
     88 WS-EOF                VALUE 'Y'.
*> Reject generations are looked for as far back as PROG12 could
*> have left one on file.
 01  WS-GEN-WINDOW          PIC 9(04) COMP VALUE 365.
 01  WS-GEN-SUB             PIC S9(04) COMP.
 01  WS-GEN-DATE            PIC 9(08).
 01  WS-GEN-FOUND-COUNT     PIC 9(04) VALUE 0.
 01  WS-CO-SUB              PIC 9(02) COMP.
 01  WS-CO-HIT              PIC 9(02) COMP.
 01  WS-ST-CO               PIC 9(02) COMP.
 01  WS-COMPANY-MAX         PIC 9(02) COMP VALUE 20.
 01  WS-FIND-COMPANY        PIC X(04).
 01  WS-COMPANY-TABLE.
     03 WS-COMPANY-COUNT    PIC 9(02) VALUE 0.
     03 WS-COMPANY-ENTRY OCCURS 20 TIMES.
        05 WS-CO-CODE       PIC X(04).
        05 WS-CO-NAME       PIC X(30).
        05 WS-CO-CURRENCY   PIC X(03).
        05 WS-CO-OPENING    PIC S9(13)V99.
        05 WS-CO-MOVEMENT   PIC S9(13)V99.
        05 WS-CO-LATER      PIC S9(13)V99.
        05 WS-CO-BOOK       PIC S9(13)V99.
        05 WS-CO-BOOK-COUNT PIC 9(08).
        05 WS-CO-ACTIVITY   PIC 9(08).
        05 WS-CO-HELD       PIC 9(08).
        05 WS-CO-REJECTS    PIC 9(08).
        05 WS-CO-TIE-SWITCH PIC X(01).
           88 WS-CO-TIED      VALUE 'Y'.
 01  WS-CR-SUB              PIC 9(04) COMP.
 01  WS-CR-HIT              PIC 9(04) COMP.
 01  WS-CR-MAX              PIC 9(04) COMP VALUE 5000.
 01  WS-CORRECTED-TABLE.
     03 WS-CR-COUNT         PIC 9(04) VALUE 0.
     03 WS-CR-KEY OCCURS 5000 TIMES PIC X(28).
 01  WS-RJ-SUB              PIC 9(04) COMP.
 01  WS-RJ-HIT              PIC 9(04) COMP.
 01  WS-RJ-MAX              PIC 9(04) COMP VALUE 5000.
 01  WS-FIND-REJECT-KEY.
     03 WS-FR-IN1           PIC X(10).
     03 WS-FR-IN2           PIC X(10).
     03 WS-FR-EFF-DATE      PIC X(08).
 01  WS-REJECT-TABLE.
     03 WS-RJ-COUNT         PIC 9(04) VALUE 0.
     03 WS-RJ-ENTRY OCCURS 5000 TIMES.
        05 WS-RJ-KEY        PIC X(28).
        05 WS-RJ-COMPANY    PIC X(04).
        05 WS-RJ-RUN-DATE   PIC 9(08).
        05 WS-RJ-REASON     PIC X(04).
        05 WS-RJ-FIELD      PIC X(12).
        05 WS-RJ-SOURCE     PIC X(03).
        05 WS-RJ-AMOUNT     PIC S9(09)V99.
        05 WS-RJ-AMOUNT-SWITCH PIC X(01).
           88 WS-RJ-AMOUNT-OK VALUE 'Y'.
 01  WS-REJECTS-READ        PIC 9(08) VALUE 0.
 01  WS-REJECTS-CORRECTED   PIC 9(08) VALUE 0.
 01  WS-REJECTS-REPEATED    PIC 9(08) VALUE 0.
 01  WS-AUDIT-READ-COUNT    PIC 9(08) VALUE 0.
 01  WS-STATEMENT-COUNT     PIC 9(04) VALUE 0.
 01  WS-UNTIED-COUNT        PIC 9(04) VALUE 0.
 01  WS-AUDIT-MOVEMENT      PIC S9(11)V99.
 01  WS-CLOSING-BALANCE     PIC S9(13)V99.
 01  WS-TIE-DIFFERENCE      PIC S9(13)V99.
 01  WS-ITEM-COUNT          PIC 9(08).
 01  WS-LINE-COUNT          PIC 9(03) VALUE 99.
 01  WS-PAGE-COUNT          PIC 9(03) VALUE 0.
 01  WS-LINES-PER-PAGE      PIC 9(03) VALUE 55.
 01  WS-PRINT-LINE          PIC X(132).
 01  WS-STATEMENT-LINE      PIC X(132).
*>
 01  WS-HEADING-1.
     03 FILLER              PIC X(40)
         VALUE ' MONTHLY COMPANY ACTIVITY STATEMENTS    '.
     03 FILLER              PIC X(20) VALUE SPACES.
     03 FILLER              PIC X(10) VALUE 'RUN DATE '.
     03 H1-DATE             PIC X(10).
     03 FILLER              PIC X(44) VALUE SPACES.
     03 FILLER              PIC X(05) VALUE 'PAGE '.
     03 H1-PAGE             PIC ZZ9.
 01  WS-HEADING-2.
     03 FILLER              PIC X(132) VALUE ALL '='.
 01  WS-RULE-LINE.
     03 FILLER              PIC X(132) VALUE ALL '-'.
 01  WS-CONTROL-HEAD.
     03 FILLER              PIC X(40)
         VALUE ' COMP  STATEMENT FILE          OPENING B'.
     03 FILLER              PIC X(40)
         VALUE 'ALANCE        CLOSING BALANCE  MASTFILE '.
     03 FILLER              PIC X(28)
         VALUE '   ACTIVITY    HELD  REJECTS'.
 01  WS-CONTROL-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 CT-COMPANY          PIC X(04).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 CT-FILE             PIC X(16).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 CT-OPENING          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 CT-CLOSING          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 CT-TIE              PIC X(08).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 CT-ACTIVITY         PIC ZZ,ZZZ,ZZ9.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 CT-HELD             PIC ZZ,ZZ9.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 CT-REJECTS          PIC ZZZ,ZZ9.
 01  WS-ACTIVITY-HEAD.
     03 FILLER              PIC X(40)
         VALUE ' RUN DATE  ACTIVITY                  KEY'.
     03 FILLER              PIC X(40)
         VALUE '                    EFF DATE         OLD'.
     03 FILLER              PIC X(40)
         VALUE ' AMOUNT         NEW AMOUNT            MO'.
     03 FILLER              PIC X(06)
         VALUE 'VEMENT'.
 01  WS-ACTIVITY-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 AL-RUN-DATE         PIC 9(08).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 AL-ACTION           PIC X(24).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 AL-OUT1             PIC X(10).
     03 FILLER              PIC X(01) VALUE '/'.
     03 AL-OUT2             PIC X(10).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 AL-EFF-DATE         PIC 9(08).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 AL-OLD-AMOUNT       PIC -Z,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 AL-NEW-AMOUNT       PIC -Z,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 AL-MOVEMENT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
 01  WS-HELD-HEAD.
     03 FILLER              PIC X(40)
         VALUE ' HELD ON   KEY                    EFF DA'.
     03 FILLER              PIC X(29)
         VALUE 'TE             AMOUNT  SOURCE'.
     03 FILLER              PIC X(06) VALUE '  TYPE'.
 01  WS-HELD-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 HL-RUN-DATE         PIC 9(08).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 HL-OUT1             PIC X(10).
     03 FILLER              PIC X(01) VALUE '/'.
     03 HL-OUT2             PIC X(10).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 HL-EFF-DATE         PIC 9(08).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 HL-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 HL-SOURCE           PIC X(03).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 HL-TYPE             PIC X(10).
 01  WS-REJECT-HEAD.
     03 FILLER              PIC X(40)
         VALUE ' REJECTED  KEY                    EFF DA'.
     03 FILLER              PIC X(40)
         VALUE 'TE             AMOUNT  REASON  FIELD    '.
     03 FILLER              PIC X(11)
         VALUE '     SOURCE'.
 01  WS-REJECT-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 RL-RUN-DATE         PIC 9(08).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 RL-IN1              PIC X(10).
     03 FILLER              PIC X(01) VALUE '/'.
     03 RL-IN2              PIC X(10).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 RL-EFF-DATE         PIC X(08).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 RL-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.99.
     03 RL-AMOUNT-X REDEFINES RL-AMOUNT PIC X(17).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 RL-REASON           PIC X(04).
     03 FILLER              PIC X(04) VALUE SPACES.
     03 RL-FIELD            PIC X(12).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 RL-SOURCE           PIC X(03).
 01  WS-AMOUNT-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 AM-LABEL            PIC X(50).
     03 AM-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
 01  WS-COUNT-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 CL-LABEL            PIC X(34).
     03 CL-COUNT            PIC Z,ZZZ,ZZ9.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 CL-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
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
     PERFORM 2500-PASS-AUDIT-FILE
     PERFORM 3000-LOAD-OUTSTANDING-REJECTS
     PERFORM 4000-WRITE-STATEMENTS
     PERFORM 5000-PRINT-SUMMARY
     CLOSE REPORT-FILE
     DISPLAY 'PROG27 - PERIOD ', WS-STMT-PERIOD,
         ' STATEMENTS WRITTEN ', WS-STATEMENT-COUNT,
         ' NOT TIED TO MASTFILE ', WS-UNTIED-COUNT
     IF WS-UNTIED-COUNT > 0
         MOVE 4 TO RETURN-CODE
     ELSE
         MOVE 0 TO RETURN-CODE
     END-IF
     PERFORM 9900-LOG-END
     GOBACK.

 1000-INITIALIZE.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD
     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
     MOVE WS-TODAY(1:6) TO WS-TODAY-PERIOD
     PERFORM 1100-READ-STATEMENT-PARM
     PERFORM 1200-SET-PERIOD-DATES
     OPEN OUTPUT REPORT-FILE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG27 - PROG27RPT OPEN FAILED, STATUS=',
             WS-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     PERFORM 5200-PAGE-HEADING
     MOVE SPACES TO XL-TEXT
     STRING 'STATEMENT PERIOD ' WS-STMT-PERIOD ' - POSTINGS RUN '
         WS-PERIOD-START-DATE ' THROUGH ' WS-PERIOD-END-DATE
         DELIMITED BY SIZE INTO XL-TEXT
     MOVE WS-TEXT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     PERFORM 1300-LOAD-COMPANIES.

*> STMTPARM is optional; without it the statements are for the
*> month before the one the program is run in.  A period named on
*> it may be any earlier month or the current month to date.
 1100-READ-STATEMENT-PARM.
     IF WS-TD-MM = 1
         COMPUTE WS-SP-CCYY = WS-TD-CCYY - 1
         MOVE 12 TO WS-SP-MM
     ELSE
         MOVE WS-TD-CCYY TO WS-SP-CCYY
         COMPUTE WS-SP-MM = WS-TD-MM - 1
     END-IF
     OPEN INPUT STATEMENT-PARM-FILE
     IF WS-PARM-STATUS = '00'
         READ STATEMENT-PARM-FILE
             AT END
                 MOVE SPACES TO STATEMENT-PARM-RECORD
         END-READ
         CLOSE STATEMENT-PARM-FILE
         IF SP-PERIOD IS NUMERIC
             IF SP-PERIOD > WS-TODAY-PERIOD
                 OR SP-PERIOD(5:2) < '01'
                 OR SP-PERIOD(5:2) > '12'
                 DISPLAY 'PROG27 - STMTPARM PERIOD ', SP-PERIOD,
                     ' INVALID FOR ', WS-TODAY
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9900-LOG-END
                 GOBACK
             END-IF
             MOVE SP-PERIOD TO WS-STMT-PERIOD
         END-IF
     END-IF.

*> The period runs from the first of the month to the last calendar
*> day, the day before the first of the next.
 1200-SET-PERIOD-DATES.
     MOVE WS-STMT-PERIOD TO WS-PERIOD-START-DATE(1:6)
     MOVE '01'           TO WS-PERIOD-START-DATE(7:2)
     IF WS-SP-MM = 12
         COMPUTE WS-NM-CCYY = WS-SP-CCYY + 1
         MOVE 1 TO WS-NM-MM
     ELSE
         MOVE WS-SP-CCYY TO WS-NM-CCYY
         COMPUTE WS-NM-MM = WS-SP-MM + 1
     END-IF
     MOVE 1 TO WS-NM-DD
     COMPUTE WS-PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER(
         FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST) - 1).

*> Only active companies get a statement; a deactivated company
*> stays on COMPMAST for history but is no longer reported to.
 1300-LOAD-COMPANIES.
     OPEN INPUT COMPANY-MASTER-FILE
     IF WS-COMPANY-STATUS NOT = '00'
         DISPLAY 'PROG27 - COMPMAST OPEN FAILED, STATUS=',
             WS-COMPANY-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     MOVE 'N' TO WS-EOF-SWITCH
     PERFORM 1310-LOAD-ONE-COMPANY UNTIL WS-EOF
     CLOSE COMPANY-MASTER-FILE.

 1310-LOAD-ONE-COMPANY.
     READ COMPANY-MASTER-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF CM-COMPANY-CODE NOT = SPACES AND CM-ACTIVE
                 IF WS-COMPANY-COUNT >= WS-COMPANY-MAX
                     DISPLAY 'PROG27 - COMPANY TABLE FULL, ABENDING'
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                 END-IF
                 ADD 1 TO WS-COMPANY-COUNT
                 MOVE WS-COMPANY-COUNT TO WS-CO-HIT
                 MOVE CM-COMPANY-CODE  TO WS-CO-CODE(WS-CO-HIT)
                 MOVE CM-COMPANY-NAME  TO WS-CO-NAME(WS-CO-HIT)
                 IF CM-CURRENCY-CODE = SPACES
                     MOVE WS-FX-REPORTING-CURRENCY
                         TO WS-CO-CURRENCY(WS-CO-HIT)
                 ELSE
                     MOVE CM-CURRENCY-CODE
                         TO WS-CO-CURRENCY(WS-CO-HIT)
                 END-IF
                 MOVE 0   TO WS-CO-OPENING(WS-CO-HIT)
                 MOVE 0   TO WS-CO-MOVEMENT(WS-CO-HIT)
                 MOVE 0   TO WS-CO-LATER(WS-CO-HIT)
                 MOVE 0   TO WS-CO-BOOK(WS-CO-HIT)
                 MOVE 0   TO WS-CO-BOOK-COUNT(WS-CO-HIT)
                 MOVE 0   TO WS-CO-ACTIVITY(WS-CO-HIT)
                 MOVE 0   TO WS-CO-HELD(WS-CO-HIT)
                 MOVE 0   TO WS-CO-REJECTS(WS-CO-HIT)
                 MOVE 'N' TO WS-CO-TIE-SWITCH(WS-CO-HIT)
             END-IF
     END-READ.

*> Today's book balance of every company, for the closing tie.
 2000-PASS-MASTER-FILE.
     OPEN INPUT MASTER-FILE
     IF WS-MASTER-STATUS NOT = '00'
         DISPLAY 'PROG27 - MASTFILE OPEN FAILED, STATUS=',
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
             IF WS-CO-HIT > 0
                 ADD 1         TO WS-CO-BOOK-COUNT(WS-CO-HIT)
                 ADD MS-AMOUNT TO WS-CO-BOOK(WS-CO-HIT)
             END-IF
     END-READ.

 2200-FIND-COMPANY.
     MOVE 0 TO WS-CO-HIT
     PERFORM VARYING WS-CO-SUB FROM 1 BY 1
         UNTIL WS-CO-SUB > WS-COMPANY-COUNT
             OR WS-CO-HIT > 0
         IF WS-CO-CODE(WS-CO-SUB) = WS-FIND-COMPANY
             MOVE WS-CO-SUB TO WS-CO-HIT
         END-IF
     END-PERFORM.

*> Every audited change moves its company by new less old amount.
*> Changes run before the period build the opening balance, those
*> run in it are the period's activity, and those run since it
*> ended are taken off today's book to reach the closing balance.
 2500-PASS-AUDIT-FILE.
     OPEN INPUT AUDIT-FILE
     IF WS-AUDIT-STATUS = '35'
         DISPLAY 'PROG27 - NO PROG07AUD ON FILE, NO ACTIVITY'
     ELSE
         IF WS-AUDIT-STATUS NOT = '00'
             DISPLAY 'PROG27 - PROG07AUD OPEN FAILED, STATUS=',
                 WS-AUDIT-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 2600-TALLY-ONE-AUDIT UNTIL WS-EOF
         CLOSE AUDIT-FILE
     END-IF.

 2600-TALLY-ONE-AUDIT.
     READ AUDIT-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             ADD 1 TO WS-AUDIT-READ-COUNT
             MOVE AU-COMPANY TO WS-FIND-COMPANY
             PERFORM 2200-FIND-COMPANY
             IF WS-CO-HIT > 0
                 COMPUTE WS-AUDIT-MOVEMENT =
                     AU-NEW-AMOUNT - AU-OLD-AMOUNT
                 EVALUATE TRUE
                     WHEN AU-RUN-DATE < WS-PERIOD-START-DATE
                         ADD WS-AUDIT-MOVEMENT
                             TO WS-CO-OPENING(WS-CO-HIT)
                     WHEN AU-RUN-DATE > WS-PERIOD-END-DATE
                         ADD WS-AUDIT-MOVEMENT
                             TO WS-CO-LATER(WS-CO-HIT)
                     WHEN OTHER
                         ADD WS-AUDIT-MOVEMENT
                             TO WS-CO-MOVEMENT(WS-CO-HIT)
                         ADD 1 TO WS-CO-ACTIVITY(WS-CO-HIT)
                 END-EVALUATE
             END-IF
     END-READ.

*> A reject is outstanding while it sits on a PROG05REJ generation
*> still on file and no PROG10DSP generation shows it corrected.
*> The corrections are gathered first; the generations are then
*> read oldest first and a key repeated in a later generation is
*> listed once, from its first rejection.
 3000-LOAD-OUTSTANDING-REJECTS.
     PERFORM VARYING WS-GEN-SUB FROM WS-GEN-WINDOW BY -1
         UNTIL WS-GEN-SUB < 0
         COMPUTE WS-GEN-DATE =
             FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - WS-GEN-SUB)
         PERFORM 3100-LOAD-ONE-DSP-GENERATION
     END-PERFORM
     PERFORM VARYING WS-GEN-SUB FROM WS-GEN-WINDOW BY -1
         UNTIL WS-GEN-SUB < 0
         COMPUTE WS-GEN-DATE =
             FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - WS-GEN-SUB)
         PERFORM 3200-LOAD-ONE-REJ-GENERATION
     END-PERFORM.

 3100-LOAD-ONE-DSP-GENERATION.
     MOVE SPACES TO WS-DISP-FILE-NAME
     STRING 'PROG10DSP.' WS-GEN-DATE
         DELIMITED BY SIZE INTO WS-DISP-FILE-NAME
     OPEN INPUT DISPOSITION-FILE
     IF WS-DISP-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 3110-LOAD-ONE-CORRECTION UNTIL WS-EOF
         CLOSE DISPOSITION-FILE
     END-IF.

 3110-LOAD-ONE-CORRECTION.
     READ DISPOSITION-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF DS-CORRECTED
                 IF WS-CR-COUNT >= WS-CR-MAX
                     DISPLAY 'PROG27 - CORRECTION TABLE FULL, ',
                         'RAISE WS-CR-MAX, ABENDING'
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                 END-IF
                 ADD 1 TO WS-CR-COUNT
                 MOVE DS-IN1      TO WS-CR-KEY(WS-CR-COUNT)(1:10)
                 MOVE DS-IN2      TO WS-CR-KEY(WS-CR-COUNT)(11:10)
                 MOVE DS-EFF-DATE TO WS-CR-KEY(WS-CR-COUNT)(21:8)
             END-IF
     END-READ.

 3200-LOAD-ONE-REJ-GENERATION.
     MOVE SPACES TO WS-REJECT-FILE-NAME
     STRING 'PROG05REJ.' WS-GEN-DATE
         DELIMITED BY SIZE INTO WS-REJECT-FILE-NAME
     OPEN INPUT REJECT-FILE
     IF WS-REJECT-STATUS = '00'
         ADD 1 TO WS-GEN-FOUND-COUNT
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 3210-LOAD-ONE-REJECT UNTIL WS-EOF
         CLOSE REJECT-FILE
     END-IF.

*> The company is taken from the rejected EXTRACT record itself,
*> kept whole on the reject.
 3210-LOAD-ONE-REJECT.
     READ REJECT-FILE INTO REJECT-DETAIL
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             ADD 1 TO WS-REJECTS-READ
             MOVE RJ-IN1      TO WS-FR-IN1
             MOVE RJ-IN2      TO WS-FR-IN2
             MOVE RJ-EFF-DATE TO WS-FR-EFF-DATE
             PERFORM 3220-FIND-CORRECTION
             IF WS-CR-HIT > 0
                 ADD 1 TO WS-REJECTS-CORRECTED
             ELSE
                 PERFORM 3230-FIND-REJECT
                 IF WS-RJ-HIT > 0
                     ADD 1 TO WS-REJECTS-REPEATED
                 ELSE
                     PERFORM 3240-ADD-REJECT
                 END-IF
             END-IF
     END-READ.

 3220-FIND-CORRECTION.
     MOVE 0 TO WS-CR-HIT
     PERFORM VARYING WS-CR-SUB FROM 1 BY 1
         UNTIL WS-CR-SUB > WS-CR-COUNT
             OR WS-CR-HIT > 0
         IF WS-CR-KEY(WS-CR-SUB) = WS-FIND-REJECT-KEY
             MOVE WS-CR-SUB TO WS-CR-HIT
         END-IF
     END-PERFORM.

 3230-FIND-REJECT.
     MOVE 0 TO WS-RJ-HIT
     PERFORM VARYING WS-RJ-SUB FROM 1 BY 1
         UNTIL WS-RJ-SUB > WS-RJ-COUNT
             OR WS-RJ-HIT > 0
         IF WS-RJ-KEY(WS-RJ-SUB) = WS-FIND-REJECT-KEY
             MOVE WS-RJ-SUB TO WS-RJ-HIT
         END-IF
     END-PERFORM.

 3240-ADD-REJECT.
     IF WS-RJ-COUNT >= WS-RJ-MAX
         DISPLAY 'PROG27 - REJECT TABLE FULL, ',
             'RAISE WS-RJ-MAX, ABENDING'
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     ADD 1 TO WS-RJ-COUNT
     MOVE RJ-ORIG-RECORD      TO EXTRACT-RECORD
     MOVE WS-FIND-REJECT-KEY  TO WS-RJ-KEY(WS-RJ-COUNT)
     MOVE EX-IN-COMPANY       TO WS-RJ-COMPANY(WS-RJ-COUNT)
     MOVE RJ-RUN-DATE         TO WS-RJ-RUN-DATE(WS-RJ-COUNT)
     MOVE RJ-REASON-CODE      TO WS-RJ-REASON(WS-RJ-COUNT)
     MOVE RJ-FIELD-IN-ERROR   TO WS-RJ-FIELD(WS-RJ-COUNT)
     MOVE RJ-SOURCE           TO WS-RJ-SOURCE(WS-RJ-COUNT)
     IF EX-IN-AMOUNT IS NUMERIC
         MOVE EX-IN-AMOUNT    TO WS-RJ-AMOUNT(WS-RJ-COUNT)
         MOVE 'Y'             TO WS-RJ-AMOUNT-SWITCH(WS-RJ-COUNT)
     ELSE
         MOVE 0               TO WS-RJ-AMOUNT(WS-RJ-COUNT)
         MOVE 'N'             TO WS-RJ-AMOUNT-SWITCH(WS-RJ-COUNT)
     END-IF.

 4000-WRITE-STATEMENTS.
     IF WS-COMPANY-COUNT = 0
         MOVE 'NO ACTIVE COMPANY ON COMPMAST - NO STATEMENTS'
             TO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     ELSE
         MOVE WS-CONTROL-HEAD TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
         PERFORM VARYING WS-ST-CO FROM 1 BY 1
             UNTIL WS-ST-CO > WS-COMPANY-COUNT
             PERFORM 4100-WRITE-ONE-STATEMENT
         END-PERFORM
     END-IF.

 4100-WRITE-ONE-STATEMENT.
     MOVE SPACES TO WS-STMT-FILE-NAME
     STRING 'STMT.' WS-CO-CODE(WS-ST-CO) '.' WS-STMT-PERIOD
         DELIMITED BY SIZE INTO WS-STMT-FILE-NAME
     OPEN OUTPUT STATEMENT-FILE
     IF WS-STATEMENT-STATUS NOT = '00'
         DISPLAY 'PROG27 - ', WS-STMT-FILE-NAME,
             ' OPEN FAILED, STATUS=', WS-STATEMENT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     PERFORM 4150-STATEMENT-HEADING
     PERFORM 4200-LIST-ACTIVITY
     PERFORM 4300-TIE-CLOSING-BALANCE
     PERFORM 4400-LIST-SUSPENSE
     PERFORM 4500-LIST-REJECTS
     MOVE WS-HEADING-2 TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     MOVE 'END OF STATEMENT' TO XL-TEXT
     MOVE WS-TEXT-LINE TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     CLOSE STATEMENT-FILE
     ADD 1 TO WS-STATEMENT-COUNT
*>
     MOVE WS-CO-CODE(WS-ST-CO)     TO CT-COMPANY
     MOVE WS-STMT-FILE-NAME        TO CT-FILE
     MOVE WS-CO-OPENING(WS-ST-CO)  TO CT-OPENING
     MOVE WS-CLOSING-BALANCE       TO CT-CLOSING
     IF WS-CO-TIED(WS-ST-CO)
         MOVE 'AGREES'             TO CT-TIE
     ELSE
         MOVE 'DIFFERS'            TO CT-TIE
     END-IF
     MOVE WS-CO-ACTIVITY(WS-ST-CO) TO CT-ACTIVITY
     MOVE WS-CO-HELD(WS-ST-CO)     TO CT-HELD
     MOVE WS-CO-REJECTS(WS-ST-CO)  TO CT-REJECTS
     MOVE WS-CONTROL-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 4150-STATEMENT-HEADING.
     MOVE SPACES TO XL-TEXT
     STRING 'ACTIVITY STATEMENT FOR PERIOD ' WS-SP-CCYY '-' WS-SP-MM
         DELIMITED BY SIZE INTO XL-TEXT
     MOVE WS-TEXT-LINE TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     MOVE WS-HEADING-2 TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     MOVE SPACES TO XL-TEXT
     STRING 'COMPANY ' WS-CO-CODE(WS-ST-CO) '  '
         WS-CO-NAME(WS-ST-CO)
         '  AMOUNTS IN ' WS-CO-CURRENCY(WS-ST-CO)
         DELIMITED BY SIZE INTO XL-TEXT
     MOVE WS-TEXT-LINE TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     MOVE SPACES TO XL-TEXT
     STRING 'POSTINGS RUN ' WS-PERIOD-START-DATE ' THROUGH '
         WS-PERIOD-END-DATE '  PREPARED ' WS-TODAY
         DELIMITED BY SIZE INTO XL-TEXT
     MOVE WS-TEXT-LINE TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     MOVE SPACES TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     MOVE SPACES TO AM-LABEL
     STRING 'OPENING BALANCE AT ' WS-PERIOD-START-DATE
         DELIMITED BY SIZE INTO AM-LABEL
     MOVE WS-CO-OPENING(WS-ST-CO) TO AM-AMOUNT
     MOVE WS-AMOUNT-LINE TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     MOVE SPACES TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE.

*> The audit trail is passed again for each company so the period's
*> changes are listed in the order they were made.
 4200-LIST-ACTIVITY.
     MOVE 'POSTED ACTIVITY' TO XL-TEXT
     MOVE WS-TEXT-LINE TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     MOVE WS-ACTIVITY-HEAD TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     MOVE WS-RULE-LINE TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     IF WS-CO-ACTIVITY(WS-ST-CO) = 0
         MOVE 'NO CHANGES POSTED IN THE PERIOD' TO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-STATEMENT-LINE
         PERFORM 5300-WRITE-STATEMENT-LINE
     ELSE
         OPEN INPUT AUDIT-FILE
         IF WS-AUDIT-STATUS NOT = '00'
             DISPLAY 'PROG27 - PROG07AUD OPEN FAILED, STATUS=',
                 WS-AUDIT-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 4210-LIST-ONE-AUDIT UNTIL WS-EOF
         CLOSE AUDIT-FILE
     END-IF
     MOVE WS-RULE-LINE TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     MOVE SPACES TO AM-LABEL
     MOVE WS-CO-ACTIVITY(WS-ST-CO) TO WS-ITEM-COUNT
     STRING 'PERIOD MOVEMENT - ' WS-ITEM-COUNT ' CHANGES'
         DELIMITED BY SIZE INTO AM-LABEL
     MOVE WS-CO-MOVEMENT(WS-ST-CO) TO AM-AMOUNT
     MOVE WS-AMOUNT-LINE TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE.

 4210-LIST-ONE-AUDIT.
     READ AUDIT-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF AU-COMPANY = WS-CO-CODE(WS-ST-CO)
                 AND AU-RUN-DATE NOT < WS-PERIOD-START-DATE
                 AND AU-RUN-DATE NOT > WS-PERIOD-END-DATE
                 PERFORM 4220-WRITE-ACTIVITY-LINE
             END-IF
     END-READ.

 4220-WRITE-ACTIVITY-LINE.
     MOVE AU-RUN-DATE   TO AL-RUN-DATE
     MOVE AU-OUT1       TO AL-OUT1
     MOVE AU-OUT2       TO AL-OUT2
     IF AU-NEW-EFF-DATE = 0
         MOVE AU-OLD-EFF-DATE TO AL-EFF-DATE
     ELSE
         MOVE AU-NEW-EFF-DATE TO AL-EFF-DATE
     END-IF
     MOVE AU-OLD-AMOUNT TO AL-OLD-AMOUNT
     MOVE AU-NEW-AMOUNT TO AL-NEW-AMOUNT
     COMPUTE AL-MOVEMENT = AU-NEW-AMOUNT - AU-OLD-AMOUNT
     EVALUATE AU-ACTION
         WHEN 'A'
             MOVE 'ADDED BY POSTING'        TO AL-ACTION
         WHEN 'U'
             MOVE 'UPDATED BY POSTING'      TO AL-ACTION
         WHEN 'J'
             MOVE 'ADJUSTED BY POSTING'     TO AL-ACTION
         WHEN 'D'
             MOVE 'ADD REMOVED BY BACK-OUT' TO AL-ACTION
         WHEN 'R'
             MOVE 'RESTORED BY BACK-OUT'    TO AL-ACTION
         WHEN 'L'
             MOVE 'RELEASED FROM SUSPENSE'  TO AL-ACTION
         WHEN 'H'
             MOVE 'ARCHIVED TO HISTORY'     TO AL-ACTION
         WHEN 'B'
             MOVE 'BACK FROM HISTORY'       TO AL-ACTION
         WHEN OTHER
             MOVE SPACES TO AL-ACTION
             STRING 'UNKNOWN ACTION ' AU-ACTION
                 DELIMITED BY SIZE INTO AL-ACTION
     END-EVALUATE
     MOVE WS-ACTIVITY-LINE TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE.

*> The closing balance is the opening balance plus the period's
*> movement.  Today's book less everything posted since the period
*> ended must come back to it.
 4300-TIE-CLOSING-BALANCE.
     COMPUTE WS-CLOSING-BALANCE =
         WS-CO-OPENING(WS-ST-CO) + WS-CO-MOVEMENT(WS-ST-CO)
     COMPUTE WS-TIE-DIFFERENCE =
         WS-CO-BOOK(WS-ST-CO) - WS-CO-LATER(WS-ST-CO)
             - WS-CLOSING-BALANCE
     MOVE SPACES TO AM-LABEL
     STRING 'CLOSING BALANCE AT ' WS-PERIOD-END-DATE
         DELIMITED BY SIZE INTO AM-LABEL
     MOVE WS-CLOSING-BALANCE TO AM-AMOUNT
     MOVE WS-AMOUNT-LINE TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     MOVE SPACES TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     MOVE SPACES TO AM-LABEL
     MOVE WS-CO-BOOK-COUNT(WS-ST-CO) TO WS-ITEM-COUNT
     STRING 'MASTFILE BALANCE ' WS-TODAY ' - '
         WS-ITEM-COUNT ' RECORDS'
         DELIMITED BY SIZE INTO AM-LABEL
     MOVE WS-CO-BOOK(WS-ST-CO) TO AM-AMOUNT
     MOVE WS-AMOUNT-LINE TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     MOVE 'LESS CHANGES POSTED SINCE PERIOD END' TO AM-LABEL
     MOVE WS-CO-LATER(WS-ST-CO) TO AM-AMOUNT
     MOVE WS-AMOUNT-LINE TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     IF WS-TIE-DIFFERENCE = 0
         MOVE 'Y' TO WS-CO-TIE-SWITCH(WS-ST-CO)
         MOVE 'CLOSING BALANCE AGREES WITH MASTFILE' TO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-STATEMENT-LINE
         PERFORM 5300-WRITE-STATEMENT-LINE
     ELSE
         MOVE 'N' TO WS-CO-TIE-SWITCH(WS-ST-CO)
         ADD 1 TO WS-UNTIED-COUNT
         MOVE '*** CLOSING BALANCE DOES NOT AGREE - DIFFERENCE'
             TO AM-LABEL
         MOVE WS-TIE-DIFFERENCE TO AM-AMOUNT
         MOVE WS-AMOUNT-LINE TO WS-STATEMENT-LINE
         PERFORM 5300-WRITE-STATEMENT-LINE
     END-IF
     MOVE SPACES TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE.

*> PROG07SUS only ever holds items not yet released by PROG19.
 4400-LIST-SUSPENSE.
     MOVE 'ITEMS HELD ON SUSPENSE (PROG07SUS) AWAITING REVIEW'
         TO XL-TEXT
     MOVE WS-TEXT-LINE TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     MOVE WS-HELD-HEAD TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     MOVE WS-RULE-LINE TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     OPEN INPUT SUSPENSE-FILE
     IF WS-SUSPENSE-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 4410-LIST-ONE-SUSPENSE UNTIL WS-EOF
         CLOSE SUSPENSE-FILE
     ELSE
         IF WS-SUSPENSE-STATUS NOT = '35'
             DISPLAY 'PROG27 - PROG07SUS OPEN FAILED, STATUS=',
                 WS-SUSPENSE-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
     END-IF
     IF WS-CO-HELD(WS-ST-CO) = 0
         MOVE 'NO ITEMS HELD' TO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-STATEMENT-LINE
         PERFORM 5300-WRITE-STATEMENT-LINE
     END-IF
     MOVE SPACES TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE.

 4410-LIST-ONE-SUSPENSE.
     READ SUSPENSE-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF SU-COMPANY = WS-CO-CODE(WS-ST-CO)
                 ADD 1 TO WS-CO-HELD(WS-ST-CO)
                 MOVE SU-RUN-DATE  TO HL-RUN-DATE
                 MOVE SU-OUT1      TO HL-OUT1
                 MOVE SU-OUT2      TO HL-OUT2
                 MOVE SU-EFF-DATE  TO HL-EFF-DATE
                 MOVE SU-AMOUNT    TO HL-AMOUNT
                 MOVE SU-SOURCE    TO HL-SOURCE
                 IF SU-ADJUSTMENT
                     MOVE 'ADJUSTMENT' TO HL-TYPE
                 ELSE
                     MOVE 'REPLACE'    TO HL-TYPE
                 END-IF
                 MOVE WS-HELD-LINE TO WS-STATEMENT-LINE
                 PERFORM 5300-WRITE-STATEMENT-LINE
             END-IF
     END-READ.

 4500-LIST-REJECTS.
     MOVE 'ITEMS REJECTED BY THE EDITS (PROG05REJ) NOT YET CORRECTED'
         TO XL-TEXT
     MOVE WS-TEXT-LINE TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     MOVE WS-REJECT-HEAD TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     MOVE WS-RULE-LINE TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE
     PERFORM VARYING WS-RJ-SUB FROM 1 BY 1
         UNTIL WS-RJ-SUB > WS-RJ-COUNT
         IF WS-RJ-COMPANY(WS-RJ-SUB) = WS-CO-CODE(WS-ST-CO)
             PERFORM 4510-WRITE-REJECT-LINE
         END-IF
     END-PERFORM
     IF WS-CO-REJECTS(WS-ST-CO) = 0
         MOVE 'NO ITEMS OUTSTANDING' TO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-STATEMENT-LINE
         PERFORM 5300-WRITE-STATEMENT-LINE
     END-IF.

 4510-WRITE-REJECT-LINE.
     ADD 1 TO WS-CO-REJECTS(WS-ST-CO)
     MOVE WS-RJ-RUN-DATE(WS-RJ-SUB)    TO RL-RUN-DATE
     MOVE WS-RJ-KEY(WS-RJ-SUB)(1:10)   TO RL-IN1
     MOVE WS-RJ-KEY(WS-RJ-SUB)(11:10)  TO RL-IN2
     MOVE WS-RJ-KEY(WS-RJ-SUB)(21:8)   TO RL-EFF-DATE
     IF WS-RJ-AMOUNT-OK(WS-RJ-SUB)
         MOVE WS-RJ-AMOUNT(WS-RJ-SUB)  TO RL-AMOUNT
     ELSE
         MOVE '      NOT NUMERIC'      TO RL-AMOUNT-X
     END-IF
     MOVE WS-RJ-REASON(WS-RJ-SUB)      TO RL-REASON
     MOVE WS-RJ-FIELD(WS-RJ-SUB)       TO RL-FIELD
     MOVE WS-RJ-SOURCE(WS-RJ-SUB)      TO RL-SOURCE
     MOVE WS-REJECT-LINE TO WS-STATEMENT-LINE
     PERFORM 5300-WRITE-STATEMENT-LINE.

 5000-PRINT-SUMMARY.
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'STATEMENTS WRITTEN'         TO CL-LABEL
     MOVE WS-STATEMENT-COUNT           TO CL-COUNT
     MOVE 0                            TO CL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'AUDIT RECORDS READ'         TO CL-LABEL
     MOVE WS-AUDIT-READ-COUNT          TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'REJECT GENERATIONS ON FILE' TO CL-LABEL
     MOVE WS-GEN-FOUND-COUNT           TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'REJECTS READ'               TO CL-LABEL
     MOVE WS-REJECTS-READ              TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE '  ALREADY CORRECTED BY PROG10'  TO CL-LABEL
     MOVE WS-REJECTS-CORRECTED         TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE '  REPEATED IN A LATER GENERATION' TO CL-LABEL
     MOVE WS-REJECTS-REPEATED          TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE '  OUTSTANDING'              TO CL-LABEL
     MOVE WS-RJ-COUNT                  TO CL-COUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     IF WS-UNTIED-COUNT = 0
         MOVE 'EVERY CLOSING BALANCE AGREES WITH MASTFILE' TO XL-TEXT
     ELSE
         MOVE SPACES TO XL-TEXT
         STRING '*** ' WS-UNTIED-COUNT
             ' CLOSING BALANCES DO NOT AGREE WITH MASTFILE'
             DELIMITED BY SIZE INTO XL-TEXT
     END-IF
     MOVE WS-TEXT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 5100-WRITE-LINE.
     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
         PERFORM 5200-PAGE-HEADING
     END-IF
     WRITE REPORT-RECORD FROM WS-PRINT-LINE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG27 - PROG27RPT WRITE FAILED, STATUS=',
             WS-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     ADD 1 TO WS-LINE-COUNT.

 5200-PAGE-HEADING.
     ADD 1 TO WS-PAGE-COUNT
     MOVE SPACES TO H1-DATE
     STRING WS-TD-CCYY '-' WS-TD-MM '-' WS-TD-DD
         DELIMITED BY SIZE INTO H1-DATE
     MOVE WS-PAGE-COUNT TO H1-PAGE
     MOVE 0 TO WS-LINE-COUNT
     WRITE REPORT-RECORD FROM WS-HEADING-1
     ADD 1 TO WS-LINE-COUNT
     WRITE REPORT-RECORD FROM WS-HEADING-2
     ADD 1 TO WS-LINE-COUNT.

*> A statement is a continuous document for its company and is not
*> paged.
 5300-WRITE-STATEMENT-LINE.
     WRITE STATEMENT-RECORD FROM WS-STATEMENT-LINE
     IF WS-STATEMENT-STATUS NOT = '00'
         DISPLAY 'PROG27 - ', WS-STMT-FILE-NAME,
             ' WRITE FAILED, STATUS=', WS-STATEMENT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF.

 9800-LOG-START.
     MOVE 'PROG27'   TO LOG-PROGRAM
     SET LOG-EVENT-START TO TRUE
     MOVE 0          TO LOG-RETURN-CODE
     MOVE 0          TO LOG-IN-COUNT
     MOVE 0          TO LOG-OUT-COUNT
     MOVE 0          TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE 0 TO RETURN-CODE.

 9900-LOG-END.
     MOVE 'PROG27'   TO LOG-PROGRAM
     SET LOG-EVENT-END TO TRUE
     MOVE RETURN-CODE TO LOG-RETURN-CODE
     MOVE WS-AUDIT-READ-COUNT TO LOG-IN-COUNT
     MOVE WS-STATEMENT-COUNT  TO LOG-OUT-COUNT
     MOVE 0          TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE LOG-RETURN-CODE TO RETURN-CODE.
