 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG26.
*> Dormant master record archival.  Passes MASTFILE and moves every
*> record settled to a zero MS-AMOUNT and not maintained within the
*> dormancy period to the indexed MASTHIST history file, deleting
*> it from the book of record.  The dormancy period is a number of
*> CALFILE business days back from today - 250 unless the optional
*> ARCPARM gives another - falling back to calendar days when the
*> calendar does not cover it.  Every move is audited to PROG07AUD
*> as action 'H' so the PROG14 proof follows the record off the
*> book; PROG07 brings an archived key back from MASTHIST when a
*> transaction for it next arrives.  A key with an item still on
*> the PROG07SUS suspense file or pending on the PROG07PND
*> warehouse is kept, so a PROG19 release or warehouse release
*> always finds it on the master.  Run periodically between
*> posting nights, never while the stream is running; reports to
*> PROG26RPT.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ARCHIVE-PARM-FILE ASSIGN TO "ARCPARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PARM-STATUS.
     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CALENDAR-STATUS.
     SELECT MASTER-FILE ASSIGN TO "MASTFILE"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS MS-KEY
         FILE STATUS IS WS-MASTER-STATUS.
     SELECT HISTORY-FILE ASSIGN TO "MASTHIST"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS MH-KEY
         FILE STATUS IS WS-HISTORY-STATUS.
     SELECT SUSPENSE-FILE ASSIGN TO "PROG07SUS"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SUSPENSE-STATUS.
     SELECT PENDING-FILE ASSIGN TO "PROG07PND"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS PN-KEY
         FILE STATUS IS WS-PENDING-STATUS.
     SELECT AUDIT-FILE ASSIGN TO "PROG07AUD"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-AUDIT-STATUS.
     SELECT REPORT-FILE ASSIGN TO "PROG26RPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  ARCHIVE-PARM-FILE.
 01  ARCHIVE-PARM-RECORD.
     03 AP-DORMANT-DAYS     PIC 9(04).
 FD  CALENDAR-FILE.
 COPY CALNDRRC.
 FD  MASTER-FILE.
 COPY MSTRREC.
 FD  HISTORY-FILE.
 COPY MHISTRC.
 FD  SUSPENSE-FILE.
 COPY SUS07REC.
 FD  PENDING-FILE.
 COPY PND07REC.
 FD  AUDIT-FILE.
 COPY AUD07REC.
 FD  REPORT-FILE.
 01  REPORT-RECORD          PIC X(132).
 WORKING-STORAGE SECTION.
 COPY CALWKWS.
 01  WS-PARM-STATUS         PIC X(02).
 01  WS-MASTER-STATUS       PIC X(02).
 01  WS-HISTORY-STATUS      PIC X(02).
 01  WS-AUDIT-STATUS        PIC X(02).
 01  WS-SUSPENSE-STATUS     PIC X(02).
 01  WS-PENDING-STATUS      PIC X(02).
 01  WS-REPORT-STATUS       PIC X(02).
 01  WS-TODAY               PIC 9(08).
 01  WS-TODAY-R REDEFINES WS-TODAY.
     03 WS-TD-CCYY          PIC 9(04).
     03 WS-TD-MM            PIC 9(02).
     03 WS-TD-DD            PIC 9(02).
 01  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
     88 WS-EOF                VALUE 'Y'.
 01  WS-MASTER-OPEN-SWITCH  PIC X(01) VALUE 'N'.
     88 WS-MASTER-OPEN        VALUE 'Y'.
 01  WS-REPLACED-SWITCH     PIC X(01) VALUE 'N'.
     88 WS-ROW-REPLACED       VALUE 'Y'.
 01  WS-DORMANT-BDAYS       PIC 9(04) VALUE 250.
 01  WS-CUTOFF-DATE         PIC 9(08).
 01  WS-CUTOFF-BASIS        PIC X(13).
 01  WS-MAST-READ-COUNT     PIC 9(08) VALUE 0.
 01  WS-ARCHIVED-COUNT      PIC 9(08) VALUE 0.
 01  WS-KEPT-BALANCE-COUNT  PIC 9(08) VALUE 0.
 01  WS-KEPT-BALANCE-AMOUNT PIC S9(13)V99 VALUE 0.
 01  WS-KEPT-ACTIVE-COUNT   PIC 9(08) VALUE 0.
 01  WS-REPLACED-COUNT      PIC 9(08) VALUE 0.
 01  WS-KEPT-OPEN-COUNT     PIC 9(08) VALUE 0.
*> Keys with an item on suspense or pending in the warehouse.
 01  WS-OPEN-SUB            PIC 9(05) COMP.
 01  WS-OPEN-HIT            PIC 9(05) COMP.
 01  WS-OPEN-MAX            PIC 9(05) COMP VALUE 5000.
 01  WS-OPEN-KEY-TABLE.
     03 WS-OPEN-COUNT       PIC 9(05) VALUE 0.
     03 WS-OPEN-ENTRY OCCURS 5000 TIMES.
        05 WS-OK-OUT1       PIC X(10).
        05 WS-OK-OUT2       PIC X(10).
 01  WS-WORK-OUT1           PIC X(10).
 01  WS-WORK-OUT2           PIC X(10).
 01  WS-LINE-COUNT          PIC 9(03) VALUE 99.
 01  WS-PAGE-COUNT          PIC 9(03) VALUE 0.
 01  WS-LINES-PER-PAGE      PIC 9(03) VALUE 55.
 01  WS-PRINT-LINE          PIC X(132).
*>
 01  WS-HEADING-1.
     03 FILLER              PIC X(40)
         VALUE ' DORMANT MASTER RECORD ARCHIVAL TO MASTH'.
     03 FILLER              PIC X(20) VALUE 'IST                 '.
     03 FILLER              PIC X(10) VALUE 'RUN DATE '.
     03 H1-DATE             PIC X(10).
     03 FILLER              PIC X(44) VALUE SPACES.
     03 FILLER              PIC X(05) VALUE 'PAGE '.
     03 H1-PAGE             PIC ZZ9.
 01  WS-HEADING-2.
     03 FILLER              PIC X(132) VALUE ALL '='.
 01  WS-COLUMN-HEAD.
     03 FILLER              PIC X(41)
         VALUE ' KEY                    COMP     EFF DATE'.
     03 FILLER              PIC X(44)
         VALUE '            AMOUNT  LAST MAINT   DISPOSITION'.
 01  WS-DETAIL-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-OUT1             PIC X(10).
     03 FILLER              PIC X(01) VALUE '/'.
     03 DL-OUT2             PIC X(10).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-COMPANY          PIC X(04).
     03 FILLER              PIC X(05) VALUE SPACES.
     03 DL-EFF-DATE         PIC 9(08).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-LAST-MAINT       PIC 9(08).
     03 FILLER              PIC X(04) VALUE SPACES.
     03 DL-DISPOSITION      PIC X(40).
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
     PERFORM 2000-ARCHIVE-DORMANT
     PERFORM 4000-PRINT-SUMMARY
     CLOSE REPORT-FILE
     DISPLAY 'PROG26 - MASTER RECORDS READ ', WS-MAST-READ-COUNT,
         ' ARCHIVED TO MASTHIST ', WS-ARCHIVED-COUNT
     MOVE 0 TO RETURN-CODE
     PERFORM 9900-LOG-END
     GOBACK.

 1000-INITIALIZE.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD
     PERFORM 1100-READ-ARCHIVE-PARM
     PERFORM 6000-LOAD-CALENDAR
     PERFORM 1200-SET-CUTOFF
     OPEN OUTPUT REPORT-FILE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG26 - PROG26RPT OPEN FAILED, STATUS=',
             WS-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     PERFORM 5200-PAGE-HEADING
     MOVE SPACES TO XL-TEXT
     STRING 'DORMANT AFTER ' WS-DORMANT-BDAYS ' ' WS-CUTOFF-BASIS
         ' - ZERO-BALANCE RECORDS LAST MAINTAINED BEFORE '
         WS-CUTOFF-DATE ' ARE ARCHIVED'
         DELIMITED BY SIZE INTO XL-TEXT
     MOVE WS-TEXT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

*> ARCPARM is optional; when present it carries the number of
*> business days without maintenance after which a zero-balance
*> record is dormant.
 1100-READ-ARCHIVE-PARM.
     OPEN INPUT ARCHIVE-PARM-FILE
     IF WS-PARM-STATUS = '00'
         READ ARCHIVE-PARM-FILE
             AT END
                 MOVE SPACES TO ARCHIVE-PARM-RECORD
         END-READ
         CLOSE ARCHIVE-PARM-FILE
         IF AP-DORMANT-DAYS IS NUMERIC AND AP-DORMANT-DAYS > 0
             MOVE AP-DORMANT-DAYS TO WS-DORMANT-BDAYS
         END-IF
     END-IF.

*> Without a calendar reaching today the period is counted in
*> calendar days instead.
 1200-SET-CUTOFF.
     IF WS-CAL-LOADED
         MOVE WS-TODAY         TO WS-CAL-TO-DATE
         MOVE WS-DORMANT-BDAYS TO WS-CAL-BDAYS-WANTED
         PERFORM 6300-BUSINESS-CUTOFF
     ELSE
         MOVE 'N' TO WS-CAL-CALC-OK-SWITCH
     END-IF
     IF WS-CAL-CALC-OK
         MOVE WS-CAL-CUTOFF-DATE TO WS-CUTOFF-DATE
         MOVE 'BUSINESS DAYS' TO WS-CUTOFF-BASIS
     ELSE
         COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-DORMANT-BDAYS)
         MOVE 'CALENDAR DAYS' TO WS-CUTOFF-BASIS
     END-IF.

*> A missing MASTFILE has nothing to archive.  MASTHIST is created
*> on the first run.
 2000-ARCHIVE-DORMANT.
     OPEN I-O MASTER-FILE
     IF WS-MASTER-STATUS = '35'
         MOVE 'MASTFILE NOT ON FILE - NOTHING TO ARCHIVE' TO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     ELSE
         IF WS-MASTER-STATUS NOT = '00'
             DISPLAY 'PROG26 - MASTFILE OPEN FAILED, STATUS=',
                 WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
         SET WS-MASTER-OPEN TO TRUE
         PERFORM 2020-LOAD-OPEN-KEYS
         PERFORM 2050-OPEN-HISTORY-AND-AUDIT
         MOVE WS-COLUMN-HEAD TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 2100-EXAMINE-ONE-MASTER UNTIL WS-EOF
         CLOSE MASTER-FILE
         CLOSE HISTORY-FILE
         CLOSE AUDIT-FILE
     END-IF.

*> A missing suspense file or warehouse holds nothing.  Only
*> warehouse rows not yet released are still to post.
 2020-LOAD-OPEN-KEYS.
     OPEN INPUT SUSPENSE-FILE
     IF WS-SUSPENSE-STATUS NOT = '00' AND NOT = '35'
         DISPLAY 'PROG26 - PROG07SUS OPEN FAILED, STATUS=',
             WS-SUSPENSE-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     IF WS-SUSPENSE-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 2030-LOAD-ONE-SUSPENDED UNTIL WS-EOF
         CLOSE SUSPENSE-FILE
     END-IF
     OPEN INPUT PENDING-FILE
     IF WS-PENDING-STATUS NOT = '00' AND NOT = '35'
         DISPLAY 'PROG26 - PROG07PND OPEN FAILED, STATUS=',
             WS-PENDING-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     IF WS-PENDING-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 2040-LOAD-ONE-PENDING UNTIL WS-EOF
         CLOSE PENDING-FILE
     END-IF.

 2030-LOAD-ONE-SUSPENDED.
     READ SUSPENSE-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             MOVE SU-OUT1 TO WS-WORK-OUT1
             MOVE SU-OUT2 TO WS-WORK-OUT2
             PERFORM 2045-ADD-OPEN-KEY
     END-READ.

 2040-LOAD-ONE-PENDING.
     READ PENDING-FILE NEXT RECORD
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF PN-RELEASED-DATE = 0
                 MOVE PN-OUT1 TO WS-WORK-OUT1
                 MOVE PN-OUT2 TO WS-WORK-OUT2
                 PERFORM 2045-ADD-OPEN-KEY
             END-IF
     END-READ.

*> Nothing is archived unless every open key is known.
 2045-ADD-OPEN-KEY.
     PERFORM 2060-FIND-OPEN-KEY
     IF WS-OPEN-HIT = 0
         IF WS-OPEN-COUNT >= WS-OPEN-MAX
             DISPLAY 'PROG26 - OPEN ITEM KEY TABLE FULL, ABENDING'
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
         ADD 1 TO WS-OPEN-COUNT
         MOVE WS-WORK-OUT1 TO WS-OK-OUT1(WS-OPEN-COUNT)
         MOVE WS-WORK-OUT2 TO WS-OK-OUT2(WS-OPEN-COUNT)
     END-IF.

 2060-FIND-OPEN-KEY.
     MOVE 0 TO WS-OPEN-HIT
     PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
         UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
             OR WS-OPEN-HIT > 0
         IF WS-OK-OUT1(WS-OPEN-SUB) = WS-WORK-OUT1
             AND WS-OK-OUT2(WS-OPEN-SUB) = WS-WORK-OUT2
             MOVE WS-OPEN-SUB TO WS-OPEN-HIT
         END-IF
     END-PERFORM.

 2050-OPEN-HISTORY-AND-AUDIT.
     OPEN I-O HISTORY-FILE
     IF WS-HISTORY-STATUS = '35'
         OPEN OUTPUT HISTORY-FILE
         CLOSE HISTORY-FILE
         OPEN I-O HISTORY-FILE
     END-IF
     IF WS-HISTORY-STATUS NOT = '00'
         DISPLAY 'PROG26 - MASTHIST OPEN FAILED, STATUS=',
             WS-HISTORY-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN EXTEND AUDIT-FILE
     IF WS-AUDIT-STATUS = '35'
         OPEN OUTPUT AUDIT-FILE
     END-IF
     IF WS-AUDIT-STATUS NOT = '00'
         DISPLAY 'PROG26 - PROG07AUD OPEN FAILED, STATUS=',
             WS-AUDIT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF.

 2100-EXAMINE-ONE-MASTER.
     READ MASTER-FILE NEXT RECORD
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF WS-MASTER-STATUS NOT = '00'
                 DISPLAY 'PROG26 - MASTFILE READ ERROR, STATUS=',
                     WS-MASTER-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF
             ADD 1 TO WS-MAST-READ-COUNT
             MOVE MS-OUT1 TO WS-WORK-OUT1
             MOVE MS-OUT2 TO WS-WORK-OUT2
             PERFORM 2060-FIND-OPEN-KEY
             EVALUATE TRUE
                 WHEN MS-AMOUNT NOT = 0
                     ADD 1 TO WS-KEPT-BALANCE-COUNT
                     ADD MS-AMOUNT TO WS-KEPT-BALANCE-AMOUNT
                 WHEN MS-LAST-MAINT-DATE NOT < WS-CUTOFF-DATE
                     ADD 1 TO WS-KEPT-ACTIVE-COUNT
                 WHEN WS-OPEN-HIT > 0
                     ADD 1 TO WS-KEPT-OPEN-COUNT
                 WHEN OTHER
                     PERFORM 2200-ARCHIVE-ONE-MASTER
             END-EVALUATE
     END-READ.

*> The history row is written before the master row goes, so an
*> interruption can only leave a key on both files, never on
*> neither.  A key already on MASTHIST is one whose earlier return
*> to the book was interrupted before its history row was removed;
*> the row is replaced with the values now being archived.  The
*> audit record follows the master change, as in posting.
 2200-ARCHIVE-ONE-MASTER.
     MOVE MS-OUT1            TO MH-OUT1
     MOVE MS-OUT2            TO MH-OUT2
     MOVE MS-COMPANY         TO MH-COMPANY
     MOVE MS-EFF-DATE        TO MH-EFF-DATE
     MOVE MS-AMOUNT          TO MH-AMOUNT
     MOVE MS-LAST-MAINT-DATE TO MH-LAST-MAINT-DATE
     MOVE WS-TODAY           TO MH-ARCHIVED-DATE
     MOVE 'N' TO WS-REPLACED-SWITCH
     WRITE MASTER-HISTORY-RECORD
     IF WS-HISTORY-STATUS = '22'
         REWRITE MASTER-HISTORY-RECORD
         SET WS-ROW-REPLACED TO TRUE
         ADD 1 TO WS-REPLACED-COUNT
     END-IF
     IF WS-HISTORY-STATUS NOT = '00'
         DISPLAY 'PROG26 - MASTHIST WRITE FAILED, STATUS=',
             WS-HISTORY-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     DELETE MASTER-FILE
     IF WS-MASTER-STATUS NOT = '00'
         DISPLAY 'PROG26 - MASTFILE DELETE FAILED, STATUS=',
             WS-MASTER-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     ADD 1 TO WS-ARCHIVED-COUNT
*>
     MOVE SPACES             TO AUDIT-RECORD
     MOVE WS-TODAY           TO AU-RUN-DATE
     MOVE 'H'                TO AU-ACTION
     MOVE MH-OUT1            TO AU-OUT1
     MOVE MH-OUT2            TO AU-OUT2
     MOVE MH-COMPANY         TO AU-COMPANY
     MOVE MH-AMOUNT          TO AU-OLD-AMOUNT
     MOVE 0                  TO AU-NEW-AMOUNT
     MOVE MH-EFF-DATE        TO AU-OLD-EFF-DATE
     MOVE 0                  TO AU-NEW-EFF-DATE
     WRITE AUDIT-RECORD
     IF WS-AUDIT-STATUS NOT = '00'
         DISPLAY 'PROG26 - PROG07AUD WRITE FAILED, STATUS=',
             WS-AUDIT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
*>
     MOVE MH-OUT1            TO DL-OUT1
     MOVE MH-OUT2            TO DL-OUT2
     MOVE MH-COMPANY         TO DL-COMPANY
     MOVE MH-EFF-DATE        TO DL-EFF-DATE
     MOVE MH-AMOUNT          TO DL-AMOUNT
     MOVE MH-LAST-MAINT-DATE TO DL-LAST-MAINT
     IF WS-ROW-REPLACED
         MOVE 'ARCHIVED - STALE MASTHIST ROW REPLACED'
             TO DL-DISPOSITION
     ELSE
         MOVE 'ARCHIVED TO MASTHIST' TO DL-DISPOSITION
     END-IF
     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 4000-PRINT-SUMMARY.
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'MASTER RECORDS READ'        TO CL-LABEL
     MOVE WS-MAST-READ-COUNT           TO CL-COUNT
     MOVE 0                            TO CL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'KEPT - BALANCE NOT ZERO'    TO CL-LABEL
     MOVE WS-KEPT-BALANCE-COUNT        TO CL-COUNT
     MOVE WS-KEPT-BALANCE-AMOUNT       TO CL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'KEPT - MAINTAINED SINCE CUTOFF' TO CL-LABEL
     MOVE WS-KEPT-ACTIVE-COUNT         TO CL-COUNT
     MOVE 0                            TO CL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'KEPT - ITEM ON SUSPENSE/PENDING' TO CL-LABEL
     MOVE WS-KEPT-OPEN-COUNT           TO CL-COUNT
     MOVE 0                            TO CL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'ARCHIVED TO MASTHIST'       TO CL-LABEL
     MOVE WS-ARCHIVED-COUNT            TO CL-COUNT
     MOVE 0                            TO CL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     IF WS-REPLACED-COUNT > 0
         MOVE '  OF WHICH REPLACED A STALE ROW' TO CL-LABEL
         MOVE WS-REPLACED-COUNT        TO CL-COUNT
         MOVE 0                        TO CL-AMOUNT
         MOVE WS-COUNT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-IF
     IF WS-ARCHIVED-COUNT = 0
         MOVE 'NO DORMANT RECORDS THIS RUN' TO XL-TEXT
     ELSE
         MOVE 'EACH MOVE IS AUDITED TO PROG07AUD AS ACTION H' TO XL-TEXT
     END-IF
     MOVE WS-TEXT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 5100-WRITE-LINE.
     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
         PERFORM 5200-PAGE-HEADING
     END-IF
     WRITE REPORT-RECORD FROM WS-PRINT-LINE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG26 - PROG26RPT WRITE FAILED, STATUS=',
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

 9800-LOG-START.
     MOVE 'PROG26'   TO LOG-PROGRAM
     SET LOG-EVENT-START TO TRUE
     MOVE 0          TO LOG-RETURN-CODE
     MOVE 0          TO LOG-IN-COUNT
     MOVE 0          TO LOG-OUT-COUNT
     MOVE 0          TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE 0 TO RETURN-CODE.

 9900-LOG-END.
     MOVE 'PROG26'   TO LOG-PROGRAM
     SET LOG-EVENT-END TO TRUE
     MOVE RETURN-CODE TO LOG-RETURN-CODE
     MOVE WS-MAST-READ-COUNT TO LOG-IN-COUNT
     MOVE WS-ARCHIVED-COUNT  TO LOG-OUT-COUNT
     MOVE 0          TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE LOG-RETURN-CODE TO RETURN-CODE.

 COPY CALBDAYS.
