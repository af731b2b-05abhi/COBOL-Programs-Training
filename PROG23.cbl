 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG23.
*> Ledger acknowledgment reconciliation.  Applies the GLACK file
*> the corporate ledger returns - accepted or rejected, with the
*> record count and amount total it loaded, per GLINTF run date -
*> to the GLREG register of generations PROG16 has sent.  An
*> accepted generation whose count and total agree with the
*> trailer sent is acknowledged; one that disagrees is mismatched.
*> Reports to PROG23RPT the acknowledgments received tonight and
*> every generation not yet acknowledged, flagging those still
*> outstanding past the grace period in business days (default 2,
*> overridden on the optional ACKPARM).  The processed GLACK is
*> kept as the dated GLACK generation.  PROG12 purges only
*> acknowledged GLINTF generations.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RUN-CONTROL-STATUS.
     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CALENDAR-STATUS.
     SELECT ACK-PARM-FILE ASSIGN TO "ACKPARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PARM-STATUS.
     SELECT GL-REGISTER-FILE ASSIGN TO "GLREG"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-GL-REGISTER-STATUS.
     SELECT GL-REGISTER-NEW-FILE ASSIGN TO "GLREG.TMP"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-GL-REGISTER-NEW-STATUS.
     SELECT GL-ACK-FILE ASSIGN TO "GLACK"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-GL-ACK-STATUS.
     SELECT REPORT-FILE ASSIGN TO "PROG23RPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  RUN-CONTROL-FILE.
 COPY RUNCTLRC.
 FD  CALENDAR-FILE.
 COPY CALNDRRC.
 FD  ACK-PARM-FILE.
 01  ACK-PARM-RECORD.
     03 AP-GRACE-DAYS       PIC 9(03).
 FD  GL-REGISTER-FILE.
 COPY GLREGRC.
 FD  GL-REGISTER-NEW-FILE.
 01  GL-REGISTER-NEW-RECORD PIC X(96).
 FD  GL-ACK-FILE.
 COPY ACK23RC.
 FD  REPORT-FILE.
 01  REPORT-RECORD          PIC X(132).
 WORKING-STORAGE SECTION.
 COPY CALWKWS.
 01  WS-RUN-CONTROL-STATUS  PIC X(02).
 01  WS-PARM-STATUS         PIC X(02).
 01  WS-GL-REGISTER-STATUS  PIC X(02).
 01  WS-GL-REGISTER-NEW-STATUS PIC X(02).
 01  WS-GL-ACK-STATUS       PIC X(02).
 01  WS-REPORT-STATUS       PIC X(02).
 01  WS-CBL-RC              PIC S9(04) VALUE 0.
 01  WS-RUN-MODE            PIC X(01).
     88 WS-MODE-TRIAL         VALUE 'T'.
 01  WS-RUN-DATE            PIC 9(08).
 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
     03 WS-RD-CCYY          PIC 9(04).
     03 WS-RD-MM            PIC 9(02).
     03 WS-RD-DD            PIC 9(02).
 01  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
     88 WS-EOF                VALUE 'Y'.
 01  WS-ACK-FILE-SWITCH     PIC X(01) VALUE 'N'.
     88 WS-ACK-FILE-RECEIVED  VALUE 'Y'.
 01  WS-GRACE-BDAYS         PIC 9(03) VALUE 2.
*> Acknowledged rows leave the register once they are older than
*> any GLINTF generation PROG12 still looks for.
 01  WS-REGISTER-KEEP-DAYS  PIC 9(04) COMP VALUE 400.
 01  WS-KEEP-CUTOFF-INT     PIC S9(08) COMP.
 01  WS-GEN-AGE             PIC S9(05) COMP.
 01  WS-ACK-ARCHIVE-NAME    PIC X(20).
 01  WS-WORK-RUN-DATE       PIC 9(08).
 01  WS-RG-SUB              PIC 9(04) COMP.
 01  WS-RG-HIT              PIC 9(04) COMP.
 01  WS-RG-MAX              PIC 9(04) COMP VALUE 1000.
 01  WS-REGISTER-TABLE.
     03 WS-RG-COUNT         PIC 9(04) VALUE 0.
     03 WS-RG-ENTRY OCCURS 1000 TIMES.
        05 WS-RG-RUN-DATE   PIC 9(08).
        05 WS-RG-REC-COUNT  PIC 9(08).
        05 WS-RG-AMOUNT     PIC S9(13)V99.
        05 WS-RG-CURRENCY   PIC X(03).
        05 WS-RG-STATUS     PIC X(01).
           88 WS-RG-OUTSTANDING  VALUE ' '.
           88 WS-RG-ACKNOWLEDGED VALUE 'A'.
           88 WS-RG-MISMATCHED   VALUE 'M'.
           88 WS-RG-REJECTED     VALUE 'R'.
        05 WS-RG-ACK-RUN-DATE PIC 9(08).
        05 WS-RG-ACK-COUNT  PIC 9(08).
        05 WS-RG-ACK-AMOUNT PIC S9(13)V99.
        05 WS-RG-REASON     PIC X(30).
 01  WS-REGISTER-ROWS-READ  PIC 9(08) VALUE 0.
 01  WS-RESENT-COUNT        PIC 9(08) VALUE 0.
 01  WS-RETIRED-COUNT       PIC 9(08) VALUE 0.
 01  WS-ACK-READ-COUNT      PIC 9(08) VALUE 0.
 01  WS-ACK-APPLIED-COUNT   PIC 9(08) VALUE 0.
 01  WS-ACK-UNMATCHED-COUNT PIC 9(08) VALUE 0.
 01  WS-ACKNOWLEDGED-COUNT  PIC 9(08) VALUE 0.
 01  WS-MISMATCHED-COUNT    PIC 9(08) VALUE 0.
 01  WS-REJECTED-COUNT      PIC 9(08) VALUE 0.
 01  WS-OUTSTANDING-COUNT   PIC 9(08) VALUE 0.
 01  WS-OVERDUE-COUNT       PIC 9(08) VALUE 0.
 01  WS-EXCEPTION-COUNT     PIC 9(08) VALUE 0.
 01  WS-OPEN-PRINTED        PIC 9(08) VALUE 0.
 01  WS-LINE-COUNT          PIC 9(03) VALUE 99.
 01  WS-PAGE-COUNT          PIC 9(03) VALUE 0.
 01  WS-LINES-PER-PAGE      PIC 9(03) VALUE 55.
 01  WS-PRINT-LINE          PIC X(132).
*>
 01  WS-HEADING-1.
     03 FILLER              PIC X(40)
         VALUE ' GL INTERFACE LEDGER ACKNOWLEDGMENT RECO'.
     03 FILLER              PIC X(20) VALUE 'NCILIATION          '.
     03 FILLER              PIC X(10) VALUE 'RUN DATE '.
     03 H1-DATE             PIC X(10).
     03 FILLER              PIC X(44) VALUE SPACES.
     03 FILLER              PIC X(05) VALUE 'PAGE '.
     03 H1-PAGE             PIC ZZ9.
 01  WS-HEADING-2.
     03 FILLER              PIC X(132) VALUE ALL '='.
 01  WS-COLUMN-HEAD.
     03 FILLER              PIC X(47)
         VALUE ' GEN DATE  ST  SENT RECS             SENT TOTAL'.
     03 FILLER              PIC X(48)
         VALUE '   ACK RECS              ACK TOTAL  DAYS  RESULT'.
 01  WS-DETAIL-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-RUN-DATE         PIC 9(08).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-STATUS           PIC X(01).
     03 FILLER              PIC X(03) VALUE SPACES.
     03 DL-SENT-COUNT       PIC Z,ZZZ,ZZ9.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-SENT-AMOUNT      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-ACK-COUNT        PIC Z,ZZZ,ZZ9.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-ACK-AMOUNT       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-AGE-AREA         PIC X(04).
     03 DL-AGE REDEFINES DL-AGE-AREA
                            PIC ZZZ9.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-RESULT           PIC X(42).
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
     PERFORM 2000-LOAD-REGISTER
     PERFORM 3000-APPLY-ACKNOWLEDGMENTS
     PERFORM 4000-REWRITE-REGISTER
     PERFORM 4500-KEEP-ACK-GENERATION
     PERFORM 5000-PRINT-OPEN-GENERATIONS
     PERFORM 6800-PRINT-SUMMARY
     CLOSE REPORT-FILE
     DISPLAY 'PROG23 - ACKNOWLEDGMENTS APPLIED ', WS-ACK-APPLIED-COUNT,
         ', EXCEPTIONS ', WS-EXCEPTION-COUNT
     MOVE 0 TO RETURN-CODE
     PERFORM 9900-LOG-END
     GOBACK.

 1000-INITIALIZE.
     PERFORM 1100-READ-RUN-CONTROL
     IF WS-MODE-TRIAL
         DISPLAY 'PROG23 - TRIAL RUN, NO GL INTERFACE TO RECONCILE'
         MOVE 0 TO RETURN-CODE
         PERFORM 9900-LOG-END
         GOBACK
     END-IF
     PERFORM 6000-LOAD-CALENDAR
     PERFORM 1200-READ-ACK-PARM
     COMPUTE WS-KEEP-CUTOFF-INT =
         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-REGISTER-KEEP-DAYS
     MOVE SPACES TO WS-ACK-ARCHIVE-NAME
     STRING 'GLACK.' WS-RUN-DATE
         DELIMITED BY SIZE INTO WS-ACK-ARCHIVE-NAME
     OPEN OUTPUT REPORT-FILE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG23 - PROG23RPT OPEN FAILED, STATUS=',
             WS-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     PERFORM 5200-PAGE-HEADING.

 1100-READ-RUN-CONTROL.
     OPEN INPUT RUN-CONTROL-FILE
     IF WS-RUN-CONTROL-STATUS NOT = '00'
         DISPLAY 'PROG23 - RUNCTL NOT FOUND, RUN DATE UNKNOWN'
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     READ RUN-CONTROL-FILE
         AT END
             DISPLAY 'PROG23 - RUNCTL EMPTY, RUN DATE UNKNOWN'
             MOVE 16 TO RETURN-CODE
             GOBACK
     END-READ
     MOVE RC-RUN-MODE TO WS-RUN-MODE
     MOVE RC-RUN-DATE TO WS-RUN-DATE
     CLOSE RUN-CONTROL-FILE.

*> ACKPARM is optional; when present it carries the number of
*> business days a generation may wait for its acknowledgment
*> before it is reported overdue.
 1200-READ-ACK-PARM.
     OPEN INPUT ACK-PARM-FILE
     IF WS-PARM-STATUS = '00'
         READ ACK-PARM-FILE
             AT END
                 MOVE SPACES TO ACK-PARM-RECORD
         END-READ
         CLOSE ACK-PARM-FILE
         IF AP-GRACE-DAYS IS NUMERIC AND AP-GRACE-DAYS > 0
             MOVE AP-GRACE-DAYS TO WS-GRACE-BDAYS
         END-IF
     END-IF.

*> A rerun that re-sent a generation appended a fresh row for the
*> same run date; that later row replaces the earlier one.
 2000-LOAD-REGISTER.
     OPEN INPUT GL-REGISTER-FILE
     IF WS-GL-REGISTER-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 2100-LOAD-ONE-REGISTER UNTIL WS-EOF
         CLOSE GL-REGISTER-FILE
     ELSE
         IF WS-GL-REGISTER-STATUS = '35'
             MOVE 'GLREG NOT ON FILE - NO GL INTERFACE GENERATIONS SENT'
                 TO XL-TEXT
             MOVE WS-TEXT-LINE TO WS-PRINT-LINE
             PERFORM 5100-WRITE-LINE
         ELSE
             DISPLAY 'PROG23 - GLREG OPEN FAILED, STATUS=',
                 WS-GL-REGISTER-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
     END-IF.

 2100-LOAD-ONE-REGISTER.
     READ GL-REGISTER-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             ADD 1 TO WS-REGISTER-ROWS-READ
             MOVE GR-RUN-DATE TO WS-WORK-RUN-DATE
             PERFORM 2200-FIND-RUN-DATE
             IF WS-RG-HIT > 0
                 ADD 1 TO WS-RESENT-COUNT
             ELSE
                 IF WS-RG-COUNT >= WS-RG-MAX
                     DISPLAY 'PROG23 - REGISTER TABLE FULL, ABENDING'
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                 END-IF
                 ADD 1 TO WS-RG-COUNT
                 MOVE WS-RG-COUNT TO WS-RG-HIT
             END-IF
             MOVE GR-RUN-DATE        TO WS-RG-RUN-DATE(WS-RG-HIT)
             MOVE GR-RECORD-COUNT    TO WS-RG-REC-COUNT(WS-RG-HIT)
             MOVE GR-AMOUNT-TOTAL    TO WS-RG-AMOUNT(WS-RG-HIT)
             MOVE GR-REPORT-CURRENCY TO WS-RG-CURRENCY(WS-RG-HIT)
             MOVE GR-ACK-STATUS      TO WS-RG-STATUS(WS-RG-HIT)
             MOVE GR-ACK-RUN-DATE    TO WS-RG-ACK-RUN-DATE(WS-RG-HIT)
             MOVE GR-ACK-COUNT       TO WS-RG-ACK-COUNT(WS-RG-HIT)
             MOVE GR-ACK-TOTAL       TO WS-RG-ACK-AMOUNT(WS-RG-HIT)
             MOVE GR-ACK-REASON      TO WS-RG-REASON(WS-RG-HIT)
     END-READ.

 2200-FIND-RUN-DATE.
     MOVE 0 TO WS-RG-HIT
     PERFORM VARYING WS-RG-SUB FROM 1 BY 1
         UNTIL WS-RG-SUB > WS-RG-COUNT
             OR WS-RG-HIT > 0
         IF WS-RG-RUN-DATE(WS-RG-SUB) = WS-WORK-RUN-DATE
             MOVE WS-RG-SUB TO WS-RG-HIT
         END-IF
     END-PERFORM.

*> No GLACK tonight is normal - the ledger answers on its own
*> schedule and anything unanswered shows as outstanding below.
 3000-APPLY-ACKNOWLEDGMENTS.
     MOVE ' ACKNOWLEDGMENTS RECEIVED THIS RUN' TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     OPEN INPUT GL-ACK-FILE
     IF WS-GL-ACK-STATUS = '00'
         SET WS-ACK-FILE-RECEIVED TO TRUE
         MOVE WS-COLUMN-HEAD TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 3100-READ-ONE-ACK UNTIL WS-EOF
         CLOSE GL-ACK-FILE
         IF WS-ACK-READ-COUNT = 0
             MOVE 'GLACK RECEIVED EMPTY' TO XL-TEXT
             MOVE WS-TEXT-LINE TO WS-PRINT-LINE
             PERFORM 5100-WRITE-LINE
         END-IF
     ELSE
         IF WS-GL-ACK-STATUS = '35'
             MOVE 'NO GLACK FILE RECEIVED FROM THE LEDGER THIS RUN'
                 TO XL-TEXT
             MOVE WS-TEXT-LINE TO WS-PRINT-LINE
             PERFORM 5100-WRITE-LINE
         ELSE
             DISPLAY 'PROG23 - GLACK OPEN FAILED, STATUS=',
                 WS-GL-ACK-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
     END-IF
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 3100-READ-ONE-ACK.
     READ GL-ACK-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             ADD 1 TO WS-ACK-READ-COUNT
             PERFORM 3200-APPLY-ONE-ACK
     END-READ.

 3200-APPLY-ONE-ACK.
     MOVE SPACES TO WS-DETAIL-LINE
     MOVE SPACES TO DL-AGE-AREA
     MOVE 0      TO DL-SENT-COUNT
     MOVE 0      TO DL-SENT-AMOUNT
     MOVE 0      TO DL-ACK-COUNT
     MOVE 0      TO DL-ACK-AMOUNT
     IF GA-RUN-DATE IS NUMERIC
         MOVE GA-RUN-DATE TO DL-RUN-DATE
     ELSE
         MOVE 0 TO DL-RUN-DATE
     END-IF
     MOVE GA-STATUS TO DL-STATUS
     IF GA-RECORD-COUNT IS NUMERIC
         MOVE GA-RECORD-COUNT TO DL-ACK-COUNT
     END-IF
     IF GA-AMOUNT-TOTAL IS NUMERIC
         MOVE GA-AMOUNT-TOTAL TO DL-ACK-AMOUNT
     END-IF
     MOVE 0 TO WS-RG-HIT
     IF GA-RUN-DATE IS NOT NUMERIC
         OR NOT (GA-ACCEPTED OR GA-REJECTED)
         ADD 1 TO WS-ACK-UNMATCHED-COUNT
         MOVE 'UNREADABLE ACKNOWLEDGMENT - IGNORED' TO DL-RESULT
     ELSE
         MOVE GA-RUN-DATE TO WS-WORK-RUN-DATE
         PERFORM 2200-FIND-RUN-DATE
         IF WS-RG-HIT = 0
             ADD 1 TO WS-ACK-UNMATCHED-COUNT
             MOVE 'NO SUCH GENERATION ON THE REGISTER' TO DL-RESULT
         ELSE
             PERFORM 3300-RECORD-ACK
         END-IF
     END-IF
     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

*> A later acknowledgment for the same generation supersedes an
*> earlier one - the ledger may reject, then accept a reload.
 3300-RECORD-ACK.
     ADD 1 TO WS-ACK-APPLIED-COUNT
     MOVE WS-RG-REC-COUNT(WS-RG-HIT) TO DL-SENT-COUNT
     MOVE WS-RG-AMOUNT(WS-RG-HIT)    TO DL-SENT-AMOUNT
     MOVE WS-RUN-DATE TO WS-RG-ACK-RUN-DATE(WS-RG-HIT)
     IF GA-RECORD-COUNT IS NUMERIC
         MOVE GA-RECORD-COUNT TO WS-RG-ACK-COUNT(WS-RG-HIT)
     ELSE
         MOVE 0 TO WS-RG-ACK-COUNT(WS-RG-HIT)
     END-IF
     IF GA-AMOUNT-TOTAL IS NUMERIC
         MOVE GA-AMOUNT-TOTAL TO WS-RG-ACK-AMOUNT(WS-RG-HIT)
     ELSE
         MOVE 0 TO WS-RG-ACK-AMOUNT(WS-RG-HIT)
     END-IF
     IF GA-REJECTED
         MOVE 'R'       TO WS-RG-STATUS(WS-RG-HIT)
         MOVE GA-REASON TO WS-RG-REASON(WS-RG-HIT)
         STRING 'REJECTED - ' GA-REASON
             DELIMITED BY SIZE INTO DL-RESULT
     ELSE
         MOVE SPACES TO WS-RG-REASON(WS-RG-HIT)
         IF WS-RG-ACK-COUNT(WS-RG-HIT) = WS-RG-REC-COUNT(WS-RG-HIT)
             AND WS-RG-ACK-AMOUNT(WS-RG-HIT)
                 = WS-RG-AMOUNT(WS-RG-HIT)
             MOVE 'A' TO WS-RG-STATUS(WS-RG-HIT)
             MOVE 'ACKNOWLEDGED' TO DL-RESULT
         ELSE
             MOVE 'M' TO WS-RG-STATUS(WS-RG-HIT)
             MOVE 'LEDGER COUNT OR TOTAL DIFFERS FROM TRAILER'
                 TO WS-RG-REASON(WS-RG-HIT)
             MOVE 'MISMATCHED - COUNT OR TOTAL DIFFERS' TO DL-RESULT
         END-IF
     END-IF.

*> The new register is built beside the live one and swapped in
*> only when complete, the pattern used for the stream's other
*> in-place rewrites.
 4000-REWRITE-REGISTER.
     IF WS-RG-COUNT > 0
         OPEN OUTPUT GL-REGISTER-NEW-FILE
         IF WS-GL-REGISTER-NEW-STATUS NOT = '00'
             DISPLAY 'PROG23 - GLREG.TMP OPEN FAILED, STATUS=',
                 WS-GL-REGISTER-NEW-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
         PERFORM VARYING WS-RG-SUB FROM 1 BY 1
             UNTIL WS-RG-SUB > WS-RG-COUNT
             PERFORM 4100-WRITE-ONE-REGISTER
         END-PERFORM
         CLOSE GL-REGISTER-NEW-FILE
         CALL 'CBL_DELETE_FILE' USING 'GLREG'
         MOVE RETURN-CODE TO WS-CBL-RC
         IF WS-CBL-RC NOT = 0
             DISPLAY 'PROG23 - DELETE OF GLREG FAILED, RC=',
                 WS-CBL-RC
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
         CALL 'CBL_RENAME_FILE' USING 'GLREG.TMP' 'GLREG'
         MOVE RETURN-CODE TO WS-CBL-RC
         IF WS-CBL-RC NOT = 0
             DISPLAY 'PROG23 - RENAME TO GLREG FAILED, RC=',
                 WS-CBL-RC
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
         MOVE 0 TO RETURN-CODE
     END-IF.

 4100-WRITE-ONE-REGISTER.
     IF WS-RG-ACKNOWLEDGED(WS-RG-SUB)
         AND FUNCTION INTEGER-OF-DATE(WS-RG-RUN-DATE(WS-RG-SUB))
             < WS-KEEP-CUTOFF-INT
         ADD 1 TO WS-RETIRED-COUNT
     ELSE
         MOVE SPACES TO GL-REGISTER-RECORD
         MOVE WS-RG-RUN-DATE(WS-RG-SUB)     TO GR-RUN-DATE
         MOVE WS-RG-REC-COUNT(WS-RG-SUB)    TO GR-RECORD-COUNT
         MOVE WS-RG-AMOUNT(WS-RG-SUB)       TO GR-AMOUNT-TOTAL
         MOVE WS-RG-CURRENCY(WS-RG-SUB)     TO GR-REPORT-CURRENCY
         MOVE WS-RG-STATUS(WS-RG-SUB)       TO GR-ACK-STATUS
         MOVE WS-RG-ACK-RUN-DATE(WS-RG-SUB) TO GR-ACK-RUN-DATE
         MOVE WS-RG-ACK-COUNT(WS-RG-SUB)    TO GR-ACK-COUNT
         MOVE WS-RG-ACK-AMOUNT(WS-RG-SUB)   TO GR-ACK-TOTAL
         MOVE WS-RG-REASON(WS-RG-SUB)       TO GR-ACK-REASON
         MOVE GL-REGISTER-RECORD TO GL-REGISTER-NEW-RECORD
         WRITE GL-REGISTER-NEW-RECORD
         IF WS-GL-REGISTER-NEW-STATUS NOT = '00'
             DISPLAY 'PROG23 - GLREG.TMP WRITE FAILED, STATUS=',
                 WS-GL-REGISTER-NEW-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
     END-IF.

*> Once applied, tonight's GLACK is kept as its dated generation so
*> it is not applied again and stays as evidence until PROG12
*> purges it with the other generations.
 4500-KEEP-ACK-GENERATION.
     IF WS-ACK-FILE-RECEIVED
         CALL 'CBL_DELETE_FILE' USING WS-ACK-ARCHIVE-NAME
         CALL 'CBL_RENAME_FILE' USING 'GLACK' WS-ACK-ARCHIVE-NAME
         MOVE RETURN-CODE TO WS-CBL-RC
         IF WS-CBL-RC NOT = 0
             DISPLAY 'PROG23 - RENAME OF GLACK TO ',
                 WS-ACK-ARCHIVE-NAME, ' FAILED, RC=', WS-CBL-RC
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
         MOVE 0 TO RETURN-CODE
     END-IF.

 5000-PRINT-OPEN-GENERATIONS.
     MOVE ' GENERATIONS NOT YET ACKNOWLEDGED' TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE WS-COLUMN-HEAD TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     PERFORM VARYING WS-RG-SUB FROM 1 BY 1
         UNTIL WS-RG-SUB > WS-RG-COUNT
         IF WS-RG-ACKNOWLEDGED(WS-RG-SUB)
             ADD 1 TO WS-ACKNOWLEDGED-COUNT
         ELSE
             PERFORM 5050-PRINT-ONE-OPEN
         END-IF
     END-PERFORM
     IF WS-OPEN-PRINTED = 0
         MOVE 'EVERY GENERATION ON THE REGISTER IS ACKNOWLEDGED'
             TO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-IF
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

*> Age is business days since the generation's run date, or plain
*> days when the calendar does not cover it.
 5050-PRINT-ONE-OPEN.
     ADD 1 TO WS-OPEN-PRINTED
     MOVE SPACES TO WS-DETAIL-LINE
     MOVE WS-RG-RUN-DATE(WS-RG-SUB)   TO DL-RUN-DATE
     MOVE WS-RG-STATUS(WS-RG-SUB)     TO DL-STATUS
     MOVE WS-RG-REC-COUNT(WS-RG-SUB)  TO DL-SENT-COUNT
     MOVE WS-RG-AMOUNT(WS-RG-SUB)     TO DL-SENT-AMOUNT
     MOVE WS-RG-ACK-COUNT(WS-RG-SUB)  TO DL-ACK-COUNT
     MOVE WS-RG-ACK-AMOUNT(WS-RG-SUB) TO DL-ACK-AMOUNT
     MOVE WS-RG-RUN-DATE(WS-RG-SUB) TO WS-CAL-FROM-DATE
     MOVE WS-RUN-DATE               TO WS-CAL-TO-DATE
     PERFORM 6200-BUSINESS-DAYS-BETWEEN
     IF WS-CAL-CALC-OK
         MOVE WS-CAL-BDAYS TO WS-GEN-AGE
     ELSE
         COMPUTE WS-GEN-AGE =
             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
             - FUNCTION INTEGER-OF-DATE(WS-RG-RUN-DATE(WS-RG-SUB))
     END-IF
     IF WS-GEN-AGE < 0
         MOVE 0 TO WS-GEN-AGE
     END-IF
     MOVE WS-GEN-AGE TO DL-AGE
     EVALUATE TRUE
         WHEN WS-RG-REJECTED(WS-RG-SUB)
             ADD 1 TO WS-REJECTED-COUNT
             STRING 'REJECTED - ' WS-RG-REASON(WS-RG-SUB)
                 DELIMITED BY SIZE INTO DL-RESULT
         WHEN WS-RG-MISMATCHED(WS-RG-SUB)
             ADD 1 TO WS-MISMATCHED-COUNT
             MOVE 'MISMATCHED - COUNT OR TOTAL DIFFERS' TO DL-RESULT
         WHEN WS-GEN-AGE > WS-GRACE-BDAYS
             ADD 1 TO WS-OVERDUE-COUNT
             MOVE 'OUTSTANDING  ** OVERDUE **' TO DL-RESULT
         WHEN OTHER
             ADD 1 TO WS-OUTSTANDING-COUNT
             MOVE 'OUTSTANDING' TO DL-RESULT
     END-EVALUATE
     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 5100-WRITE-LINE.
     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
         PERFORM 5200-PAGE-HEADING
     END-IF
     WRITE REPORT-RECORD FROM WS-PRINT-LINE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG23 - PROG23RPT WRITE FAILED, STATUS=',
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

 6800-PRINT-SUMMARY.
     COMPUTE WS-EXCEPTION-COUNT = WS-ACK-UNMATCHED-COUNT
         + WS-MISMATCHED-COUNT + WS-REJECTED-COUNT + WS-OVERDUE-COUNT
     MOVE 'ACKNOWLEDGMENT ROWS RECEIVED'     TO CL-LABEL
     MOVE WS-ACK-READ-COUNT                  TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE 'ACKNOWLEDGMENTS APPLIED TO THE REGISTER' TO CL-LABEL
     MOVE WS-ACK-APPLIED-COUNT               TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE 'ACKNOWLEDGMENTS NOT MATCHED'      TO CL-LABEL
     MOVE WS-ACK-UNMATCHED-COUNT             TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'GENERATIONS ON THE REGISTER'      TO CL-LABEL
     MOVE WS-RG-COUNT                        TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE 'GENERATIONS RE-SENT BY A RERUN'   TO CL-LABEL
     MOVE WS-RESENT-COUNT                    TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE 'ACKNOWLEDGED'                     TO CL-LABEL
     MOVE WS-ACKNOWLEDGED-COUNT              TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE 'MISMATCHED'                       TO CL-LABEL
     MOVE WS-MISMATCHED-COUNT                TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE 'REJECTED'                         TO CL-LABEL
     MOVE WS-REJECTED-COUNT                  TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE SPACES TO CL-LABEL
     STRING 'OUTSTANDING WITHIN ' WS-GRACE-BDAYS ' BUSINESS DAYS'
         DELIMITED BY SIZE INTO CL-LABEL
     MOVE WS-OUTSTANDING-COUNT               TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE SPACES TO CL-LABEL
     STRING 'OUTSTANDING PAST ' WS-GRACE-BDAYS ' BUSINESS DAYS'
         DELIMITED BY SIZE INTO CL-LABEL
     MOVE WS-OVERDUE-COUNT                   TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE 'ACKNOWLEDGED ROWS RETIRED FROM REGISTER' TO CL-LABEL
     MOVE WS-RETIRED-COUNT                   TO CL-COUNT
     PERFORM 6810-WRITE-COUNT
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     IF WS-EXCEPTION-COUNT = 0
         MOVE 'ALL GL INTERFACE GENERATIONS ACCOUNTED FOR'
             TO VL-VERDICT
     ELSE
         MOVE 'LEDGER RECEIPT EXCEPTIONS - FOLLOW UP WITH THE LEDGER'
             TO VL-VERDICT
     END-IF
     MOVE WS-VERDICT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 6810-WRITE-COUNT.
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 9800-LOG-START.
     MOVE 'PROG23'   TO LOG-PROGRAM
     SET LOG-EVENT-START TO TRUE
     MOVE 0          TO LOG-RETURN-CODE
     MOVE 0          TO LOG-IN-COUNT
     MOVE 0          TO LOG-OUT-COUNT
     MOVE 0          TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE 0 TO RETURN-CODE.

 9900-LOG-END.
     MOVE 'PROG23'   TO LOG-PROGRAM
     SET LOG-EVENT-END TO TRUE
     MOVE RETURN-CODE TO LOG-RETURN-CODE
     MOVE WS-ACK-READ-COUNT    TO LOG-IN-COUNT
     MOVE WS-ACK-APPLIED-COUNT TO LOG-OUT-COUNT
     MOVE WS-EXCEPTION-COUNT   TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE LOG-RETURN-CODE TO RETURN-CODE.

 COPY CALBDAYS.
