 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG22.
*> Point-in-time master inquiry.  For each question on INQFILE - a
*> single MS-OUT1/MS-OUT2 key or every key of one company, each with
*> its own as-of date - rebuilds the master value as it stood at the
*> end of the as-of date from the PROG07AUD trail and prints it with
*> the key's full dated change history: adds, updates and
*> adjustments by PROG07 posting, back-out deletes and restores by
*> PROG15, suspense releases by PROG19, archival to MASTHIST by
*> PROG26 and returns from it by PROG07, each with the run date
*> that made it.  The last audited value is tied to today's
*> MASTFILE record - or, for a key last archived, its MASTHIST
*> record - so a key whose trail does not agree with the book is
*> flagged.  Run on request; reports to PROG22RPT and returns 4
*> when any question was rejected or any key failed to agree.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT INQUIRY-FILE ASSIGN TO "INQFILE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-INQUIRY-STATUS.
     SELECT AUDIT-FILE ASSIGN TO "PROG07AUD"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-AUDIT-STATUS.
     SELECT MASTER-FILE ASSIGN TO "MASTFILE"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS MS-KEY
         FILE STATUS IS WS-MASTER-STATUS.
     SELECT HISTORY-FILE ASSIGN TO "MASTHIST"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS MH-KEY
         FILE STATUS IS WS-HISTORY-STATUS.
     SELECT REPORT-FILE ASSIGN TO "PROG22RPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  INQUIRY-FILE.
 COPY INQ22RC.
 FD  AUDIT-FILE.
 COPY AUD07REC.
 FD  MASTER-FILE.
 COPY MSTRREC.
 FD  HISTORY-FILE.
 COPY MHISTRC.
 FD  REPORT-FILE.
 01  REPORT-RECORD          PIC X(132).
 WORKING-STORAGE SECTION.
 01  WS-INQUIRY-STATUS      PIC X(02).
 01  WS-AUDIT-STATUS        PIC X(02).
 01  WS-MASTER-STATUS       PIC X(02).
 01  WS-HISTORY-STATUS      PIC X(02).
 01  WS-HISTORY-OPEN-SWITCH PIC X(01) VALUE 'N'.
     88 WS-HISTORY-OPEN       VALUE 'Y'.
 01  WS-REPORT-STATUS       PIC X(02).
 01  WS-TODAY               PIC 9(08).
 01  WS-TODAY-R REDEFINES WS-TODAY.
     03 WS-TD-CCYY          PIC 9(04).
     03 WS-TD-MM            PIC 9(02).
     03 WS-TD-DD            PIC 9(02).
 01  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
     88 WS-EOF                VALUE 'Y'.
 01  WS-INQUIRY-READ        PIC 9(05) VALUE 0.
 01  WS-REJECT-COUNT        PIC 9(05) VALUE 0.
 01  WS-DISAGREE-COUNT      PIC 9(05) VALUE 0.
 01  WS-AUDIT-READ          PIC 9(08) VALUE 0.
 01  WS-REJECT-REASON       PIC X(40).
 01  WS-AGREE-SWITCH        PIC X(01).
     88 WS-AGREES             VALUE 'Y'.
 01  WS-FIND-OUT1           PIC X(10).
 01  WS-FIND-OUT2           PIC X(10).
 01  WS-FIND-COMPANY        PIC X(04).
*> The questions asked, in INQFILE order.
 01  WS-RQ-SUB              PIC 9(03) COMP.
 01  WS-RQ-MAX              PIC 9(03) COMP VALUE 100.
 01  WS-RQ-NUMBER           PIC 9(03).
 01  WS-REQUEST-TABLE.
     03 WS-RQ-COUNT         PIC 9(03) VALUE 0.
     03 WS-RQ-ENTRY OCCURS 100 TIMES.
        05 WS-RQ-TYPE       PIC X(01).
        05 WS-RQ-AS-OF-DATE PIC 9(08).
        05 WS-RQ-OUT1       PIC X(10).
        05 WS-RQ-OUT2       PIC X(10).
        05 WS-RQ-COMPANY    PIC X(04).
*> One entry per key per question.  The as-of state is the last
*> audited value on or before the as-of date; the last state is the
*> newest audited value, which must agree with MASTFILE today.
*> State: N - not yet on the book, Y - on the book, D - removed,
*> H - archived to MASTHIST.
 01  WS-KY-SUB              PIC 9(05) COMP.
 01  WS-KY-HIT              PIC 9(05) COMP.
 01  WS-KY-MAX              PIC 9(05) COMP VALUE 2000.
 01  WS-KEY-TABLE.
     03 WS-KY-COUNT         PIC 9(05) VALUE 0.
     03 WS-KY-ENTRY OCCURS 2000 TIMES.
        05 WS-KY-REQUEST    PIC 9(03).
        05 WS-KY-OUT1       PIC X(10).
        05 WS-KY-OUT2       PIC X(10).
        05 WS-KY-COMPANY    PIC X(04).
        05 WS-KY-ASOF-STATE PIC X(01).
        05 WS-KY-ASOF-AMOUNT PIC S9(09)V99.
        05 WS-KY-ASOF-EFF   PIC 9(08).
        05 WS-KY-LAST-STATE PIC X(01).
        05 WS-KY-LAST-AMOUNT PIC S9(09)V99.
        05 WS-KY-EVENTS     PIC 9(05).
*> Every audit record for a key in the key table, oldest first.
 01  WS-EV-SUB              PIC 9(05) COMP.
 01  WS-EV-MAX              PIC 9(05) COMP VALUE 10000.
 01  WS-EVENT-TABLE.
     03 WS-EV-COUNT         PIC 9(05) VALUE 0.
     03 WS-EV-ENTRY OCCURS 10000 TIMES.
        05 WS-EV-KEY        PIC 9(05).
        05 WS-EV-RUN-DATE   PIC 9(08).
        05 WS-EV-ACTION     PIC X(01).
        05 WS-EV-OLD-AMOUNT PIC S9(09)V99.
        05 WS-EV-NEW-AMOUNT PIC S9(09)V99.
        05 WS-EV-OLD-EFF    PIC 9(08).
        05 WS-EV-NEW-EFF    PIC 9(08).
 01  WS-REQ-KEY-COUNT       PIC 9(05).
 01  WS-REQ-ASOF-COUNT      PIC 9(05).
 01  WS-REQ-ASOF-BALANCE    PIC S9(13)V99.
 01  WS-LINE-COUNT          PIC 9(03) VALUE 99.
 01  WS-PAGE-COUNT          PIC 9(03) VALUE 0.
 01  WS-LINES-PER-PAGE      PIC 9(03) VALUE 55.
 01  WS-PRINT-LINE          PIC X(132).
*>
 01  WS-HEADING-1.
     03 FILLER              PIC X(40)
         VALUE ' POINT-IN-TIME MASTER INQUIRY AND KEY HI'.
     03 FILLER              PIC X(20) VALUE 'STORY               '.
     03 FILLER              PIC X(10) VALUE 'RUN DATE '.
     03 H1-DATE             PIC X(10).
     03 FILLER              PIC X(44) VALUE SPACES.
     03 FILLER              PIC X(05) VALUE 'PAGE '.
     03 H1-PAGE             PIC ZZ9.
 01  WS-HEADING-2.
     03 FILLER              PIC X(132) VALUE ALL '='.
 01  WS-KEY-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 KL-OUT1             PIC X(10).
     03 FILLER              PIC X(01) VALUE '/'.
     03 KL-OUT2             PIC X(10).
     03 FILLER              PIC X(05) VALUE '  CO '.
     03 KL-COMPANY          PIC X(04).
     03 FILLER              PIC X(08) VALUE '  AS OF '.
     03 KL-AS-OF-DATE       PIC 9(08).
     03 FILLER              PIC X(02) VALUE ': '.
     03 KL-STATE            PIC X(12).
     03 KL-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
     03 FILLER              PIC X(05) VALUE ' EFF '.
     03 KL-EFF-DATE         PIC X(08).
     03 FILLER              PIC X(16) VALUE '   MASTFILE NOW '.
     03 KL-MASTER           PIC X(17).
 01  WS-MASTER-EDIT         PIC -Z,ZZZ,ZZZ,ZZ9.99.
 01  WS-EVENT-LINE.
     03 FILLER              PIC X(05) VALUE SPACES.
     03 EL-RUN-DATE         PIC 9(08).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 EL-PROGRAM          PIC X(06).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 EL-ACTION           PIC X(24).
     03 EL-OLD-AMOUNT       PIC -Z,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(04) VALUE ' -> '.
     03 EL-NEW-AMOUNT       PIC -Z,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(06) VALUE '  EFF '.
     03 EL-OLD-EFF          PIC 9(08).
     03 FILLER              PIC X(04) VALUE ' -> '.
     03 EL-NEW-EFF          PIC 9(08).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 EL-TIMING           PIC X(12).
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
     PERFORM 2000-LOAD-REQUESTS
     IF WS-RQ-COUNT = 0
         MOVE 'NO VALID QUESTIONS ON INQFILE - NOTHING TO REPORT'
             TO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     ELSE
         PERFORM 3000-PASS-AUDIT
         PERFORM 4000-PRINT-ANSWERS
     END-IF
     CLOSE REPORT-FILE
     DISPLAY 'PROG22 - QUESTIONS ANSWERED ', WS-RQ-COUNT,
         ' REJECTED ', WS-REJECT-COUNT,
         ' KEYS NOT AGREEING ', WS-DISAGREE-COUNT
     IF WS-REJECT-COUNT > 0 OR WS-DISAGREE-COUNT > 0
         MOVE 4 TO RETURN-CODE
     ELSE
         MOVE 0 TO RETURN-CODE
     END-IF
     PERFORM 9900-LOG-END
     GOBACK.

 1000-INITIALIZE.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD
     OPEN OUTPUT REPORT-FILE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG22 - PROG22RPT OPEN FAILED, STATUS=',
             WS-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     PERFORM 5200-PAGE-HEADING.

 2000-LOAD-REQUESTS.
     OPEN INPUT INQUIRY-FILE
     IF WS-INQUIRY-STATUS NOT = '00'
         DISPLAY 'PROG22 - INQFILE NOT FOUND, STATUS=',
             WS-INQUIRY-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     MOVE 'N' TO WS-EOF-SWITCH
     PERFORM 2100-LOAD-ONE-REQUEST UNTIL WS-EOF
     CLOSE INQUIRY-FILE.

 2100-LOAD-ONE-REQUEST.
     READ INQUIRY-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             ADD 1 TO WS-INQUIRY-READ
             PERFORM 2200-EDIT-REQUEST
     END-READ.

 2200-EDIT-REQUEST.
     EVALUATE TRUE
         WHEN NOT IQ-BY-KEY AND NOT IQ-BY-COMPANY
             MOVE 'REQUEST TYPE NOT K OR C' TO WS-REJECT-REASON
             PERFORM 2300-REJECT-REQUEST
         WHEN IQ-AS-OF-DATE IS NOT NUMERIC
             MOVE 'AS-OF DATE NOT NUMERIC' TO WS-REJECT-REASON
             PERFORM 2300-REJECT-REQUEST
         WHEN FUNCTION TEST-DATE-YYYYMMDD(IQ-AS-OF-DATE) NOT = 0
             MOVE 'AS-OF DATE NOT A CALENDAR DATE' TO WS-REJECT-REASON
             PERFORM 2300-REJECT-REQUEST
         WHEN IQ-BY-KEY AND IQ-KEY-AREA = SPACES
             MOVE 'KEY REQUEST WITH NO KEY' TO WS-REJECT-REASON
             PERFORM 2300-REJECT-REQUEST
         WHEN IQ-BY-COMPANY AND IQ-COMPANY = SPACES
             MOVE 'COMPANY REQUEST WITH NO COMPANY' TO WS-REJECT-REASON
             PERFORM 2300-REJECT-REQUEST
         WHEN OTHER
             PERFORM 2400-TAKE-REQUEST
     END-EVALUATE.

 2300-REJECT-REQUEST.
     ADD 1 TO WS-REJECT-COUNT
     MOVE SPACES TO XL-TEXT
     STRING 'INQFILE RECORD ' WS-INQUIRY-READ ' REJECTED - '
         WS-REJECT-REASON ': ' INQUIRY-RECORD
         DELIMITED BY SIZE INTO XL-TEXT
     MOVE WS-TEXT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

*> A key question gets its key entry now, so a key with no audit
*> trail at all is still answered.
 2400-TAKE-REQUEST.
     IF WS-RQ-COUNT >= WS-RQ-MAX
         DISPLAY 'PROG22 - REQUEST TABLE FULL, ABENDING'
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     ADD 1 TO WS-RQ-COUNT
     MOVE WS-RQ-COUNT TO WS-RQ-SUB
     MOVE IQ-REQUEST-TYPE TO WS-RQ-TYPE(WS-RQ-SUB)
     MOVE IQ-AS-OF-DATE   TO WS-RQ-AS-OF-DATE(WS-RQ-SUB)
     IF IQ-BY-KEY
         MOVE IQ-OUT1 TO WS-RQ-OUT1(WS-RQ-SUB)
         MOVE IQ-OUT2 TO WS-RQ-OUT2(WS-RQ-SUB)
         MOVE SPACES  TO WS-RQ-COMPANY(WS-RQ-SUB)
         MOVE IQ-OUT1 TO WS-FIND-OUT1
         MOVE IQ-OUT2 TO WS-FIND-OUT2
         MOVE SPACES  TO WS-FIND-COMPANY
         PERFORM 3300-ADD-KEY
     ELSE
         MOVE SPACES     TO WS-RQ-OUT1(WS-RQ-SUB)
         MOVE SPACES     TO WS-RQ-OUT2(WS-RQ-SUB)
         MOVE IQ-COMPANY TO WS-RQ-COMPANY(WS-RQ-SUB)
     END-IF.

 3000-PASS-AUDIT.
     OPEN INPUT AUDIT-FILE
     IF WS-AUDIT-STATUS NOT = '00'
         DISPLAY 'PROG22 - PROG07AUD NOT FOUND, STATUS=',
             WS-AUDIT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     MOVE 'N' TO WS-EOF-SWITCH
     PERFORM 3100-READ-ONE-AUDIT UNTIL WS-EOF
     CLOSE AUDIT-FILE.

 3100-READ-ONE-AUDIT.
     READ AUDIT-FILE
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF WS-AUDIT-STATUS NOT = '00'
                 DISPLAY 'PROG22 - PROG07AUD READ ERROR, STATUS=',
                     WS-AUDIT-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF
             ADD 1 TO WS-AUDIT-READ
             PERFORM VARYING WS-RQ-SUB FROM 1 BY 1
                 UNTIL WS-RQ-SUB > WS-RQ-COUNT
                 PERFORM 3200-MATCH-REQUEST
             END-PERFORM
     END-READ.

 3200-MATCH-REQUEST.
     IF (WS-RQ-TYPE(WS-RQ-SUB) = 'K'
             AND WS-RQ-OUT1(WS-RQ-SUB) = AU-OUT1
             AND WS-RQ-OUT2(WS-RQ-SUB) = AU-OUT2)
         OR (WS-RQ-TYPE(WS-RQ-SUB) = 'C'
             AND WS-RQ-COMPANY(WS-RQ-SUB) = AU-COMPANY)
         MOVE AU-OUT1    TO WS-FIND-OUT1
         MOVE AU-OUT2    TO WS-FIND-OUT2
         MOVE AU-COMPANY TO WS-FIND-COMPANY
         PERFORM 3300-ADD-KEY
         PERFORM 3400-APPLY-EVENT
     END-IF.

 3300-ADD-KEY.
     MOVE 0 TO WS-KY-HIT
     PERFORM VARYING WS-KY-SUB FROM 1 BY 1
         UNTIL WS-KY-SUB > WS-KY-COUNT
             OR WS-KY-HIT > 0
         IF WS-KY-REQUEST(WS-KY-SUB) = WS-RQ-SUB
             AND WS-KY-OUT1(WS-KY-SUB) = WS-FIND-OUT1
             AND WS-KY-OUT2(WS-KY-SUB) = WS-FIND-OUT2
             MOVE WS-KY-SUB TO WS-KY-HIT
         END-IF
     END-PERFORM
     IF WS-KY-HIT = 0
         IF WS-KY-COUNT >= WS-KY-MAX
             DISPLAY 'PROG22 - KEY TABLE FULL, ABENDING'
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
         ADD 1 TO WS-KY-COUNT
         MOVE WS-KY-COUNT TO WS-KY-HIT
         MOVE WS-RQ-SUB  TO WS-KY-REQUEST(WS-KY-HIT)
         MOVE WS-FIND-OUT1    TO WS-KY-OUT1(WS-KY-HIT)
         MOVE WS-FIND-OUT2    TO WS-KY-OUT2(WS-KY-HIT)
         MOVE WS-FIND-COMPANY TO WS-KY-COMPANY(WS-KY-HIT)
         MOVE 'N'        TO WS-KY-ASOF-STATE(WS-KY-HIT)
         MOVE 0          TO WS-KY-ASOF-AMOUNT(WS-KY-HIT)
         MOVE 0          TO WS-KY-ASOF-EFF(WS-KY-HIT)
         MOVE 'N'        TO WS-KY-LAST-STATE(WS-KY-HIT)
         MOVE 0          TO WS-KY-LAST-AMOUNT(WS-KY-HIT)
         MOVE 0          TO WS-KY-EVENTS(WS-KY-HIT)
     END-IF.

*> The audit file is chronological, so each record replaces the
*> state before it.  A run's changes belong to its run date - a
*> change made by the run dated the as-of date is inside it.
 3400-APPLY-EVENT.
     IF WS-EV-COUNT >= WS-EV-MAX
         DISPLAY 'PROG22 - HISTORY TABLE FULL, ABENDING'
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     ADD 1 TO WS-EV-COUNT
     MOVE WS-KY-HIT       TO WS-EV-KEY(WS-EV-COUNT)
     MOVE AU-RUN-DATE     TO WS-EV-RUN-DATE(WS-EV-COUNT)
     MOVE AU-ACTION       TO WS-EV-ACTION(WS-EV-COUNT)
     MOVE AU-OLD-AMOUNT   TO WS-EV-OLD-AMOUNT(WS-EV-COUNT)
     MOVE AU-NEW-AMOUNT   TO WS-EV-NEW-AMOUNT(WS-EV-COUNT)
     MOVE AU-OLD-EFF-DATE TO WS-EV-OLD-EFF(WS-EV-COUNT)
     MOVE AU-NEW-EFF-DATE TO WS-EV-NEW-EFF(WS-EV-COUNT)
     ADD 1 TO WS-KY-EVENTS(WS-KY-HIT)
     MOVE AU-COMPANY TO WS-KY-COMPANY(WS-KY-HIT)
     EVALUATE AU-ACTION
         WHEN 'D'
             MOVE 'D' TO WS-KY-LAST-STATE(WS-KY-HIT)
             MOVE 0   TO WS-KY-LAST-AMOUNT(WS-KY-HIT)
         WHEN 'H'
             MOVE 'H'           TO WS-KY-LAST-STATE(WS-KY-HIT)
             MOVE AU-OLD-AMOUNT TO WS-KY-LAST-AMOUNT(WS-KY-HIT)
         WHEN OTHER
             MOVE 'Y'           TO WS-KY-LAST-STATE(WS-KY-HIT)
             MOVE AU-NEW-AMOUNT TO WS-KY-LAST-AMOUNT(WS-KY-HIT)
     END-EVALUATE
     IF AU-RUN-DATE NOT > WS-RQ-AS-OF-DATE(WS-RQ-SUB)
         MOVE WS-KY-LAST-STATE(WS-KY-HIT)
             TO WS-KY-ASOF-STATE(WS-KY-HIT)
         MOVE WS-KY-LAST-AMOUNT(WS-KY-HIT)
             TO WS-KY-ASOF-AMOUNT(WS-KY-HIT)
         MOVE AU-NEW-EFF-DATE TO WS-KY-ASOF-EFF(WS-KY-HIT)
     END-IF.

 4000-PRINT-ANSWERS.
     OPEN INPUT MASTER-FILE
     IF WS-MASTER-STATUS NOT = '00'
         DISPLAY 'PROG22 - MASTFILE OPEN FAILED, STATUS=',
             WS-MASTER-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
*> No MASTHIST means no key has ever been archived.
     OPEN INPUT HISTORY-FILE
     IF WS-HISTORY-STATUS = '00'
         SET WS-HISTORY-OPEN TO TRUE
     ELSE
         IF WS-HISTORY-STATUS NOT = '35'
             DISPLAY 'PROG22 - MASTHIST OPEN FAILED, STATUS=',
                 WS-HISTORY-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
     END-IF
     PERFORM VARYING WS-RQ-SUB FROM 1 BY 1
         UNTIL WS-RQ-SUB > WS-RQ-COUNT
         PERFORM 4100-PRINT-ONE-REQUEST
     END-PERFORM
     CLOSE MASTER-FILE
     IF WS-HISTORY-OPEN
         CLOSE HISTORY-FILE
     END-IF.

 4100-PRINT-ONE-REQUEST.
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE WS-RQ-SUB TO WS-RQ-NUMBER
     MOVE SPACES TO XL-TEXT
     IF WS-RQ-TYPE(WS-RQ-SUB) = 'K'
         STRING 'QUESTION ' WS-RQ-NUMBER ' - KEY '
             WS-RQ-OUT1(WS-RQ-SUB) '/' WS-RQ-OUT2(WS-RQ-SUB)
             ' AS OF ' WS-RQ-AS-OF-DATE(WS-RQ-SUB)
             DELIMITED BY SIZE INTO XL-TEXT
     ELSE
         STRING 'QUESTION ' WS-RQ-NUMBER ' - ALL KEYS OF COMPANY '
             WS-RQ-COMPANY(WS-RQ-SUB)
             ' AS OF ' WS-RQ-AS-OF-DATE(WS-RQ-SUB)
             DELIMITED BY SIZE INTO XL-TEXT
     END-IF
     MOVE WS-TEXT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 0 TO WS-REQ-KEY-COUNT
     MOVE 0 TO WS-REQ-ASOF-COUNT
     MOVE 0 TO WS-REQ-ASOF-BALANCE
     PERFORM VARYING WS-KY-SUB FROM 1 BY 1
         UNTIL WS-KY-SUB > WS-KY-COUNT
         IF WS-KY-REQUEST(WS-KY-SUB) = WS-RQ-SUB
             PERFORM 4200-PRINT-ONE-KEY
         END-IF
     END-PERFORM
     IF WS-REQ-KEY-COUNT = 0
         MOVE 'NO AUDITED ACTIVITY FOR THIS COMPANY' TO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-IF
     IF WS-RQ-TYPE(WS-RQ-SUB) = 'C'
         MOVE 'KEYS ON THE BOOK AT AS-OF DATE' TO CL-LABEL
         MOVE WS-REQ-ASOF-COUNT   TO CL-COUNT
         MOVE WS-REQ-ASOF-BALANCE TO CL-AMOUNT
         MOVE WS-COUNT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-IF.

 4200-PRINT-ONE-KEY.
     ADD 1 TO WS-REQ-KEY-COUNT
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE WS-KY-OUT1(WS-KY-SUB)       TO KL-OUT1
     MOVE WS-KY-OUT2(WS-KY-SUB)       TO KL-OUT2
     MOVE WS-KY-COMPANY(WS-KY-SUB)    TO KL-COMPANY
     MOVE WS-RQ-AS-OF-DATE(WS-RQ-SUB) TO KL-AS-OF-DATE
     EVALUATE WS-KY-ASOF-STATE(WS-KY-SUB)
         WHEN 'Y'
             MOVE 'ON THE BOOK'  TO KL-STATE
             MOVE WS-KY-ASOF-AMOUNT(WS-KY-SUB) TO KL-AMOUNT
             MOVE WS-KY-ASOF-EFF(WS-KY-SUB)    TO KL-EFF-DATE
             ADD 1 TO WS-REQ-ASOF-COUNT
             ADD WS-KY-ASOF-AMOUNT(WS-KY-SUB) TO WS-REQ-ASOF-BALANCE
         WHEN 'D'
             MOVE 'REMOVED'      TO KL-STATE
             MOVE 0              TO KL-AMOUNT
             MOVE SPACES         TO KL-EFF-DATE
         WHEN 'H'
             MOVE 'ARCHIVED'     TO KL-STATE
             MOVE WS-KY-ASOF-AMOUNT(WS-KY-SUB) TO KL-AMOUNT
             MOVE SPACES         TO KL-EFF-DATE
         WHEN OTHER
             MOVE 'NOT YET ADDED' TO KL-STATE
             MOVE 0              TO KL-AMOUNT
             MOVE SPACES         TO KL-EFF-DATE
     END-EVALUATE
     PERFORM 4300-CHECK-MASTER
     MOVE WS-KEY-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     IF NOT WS-AGREES
         ADD 1 TO WS-DISAGREE-COUNT
         MOVE '    ** AUDIT TRAIL DOES NOT AGREE TO MASTFILE'
             TO XL-TEXT
         MOVE ' OR MASTHIST FOR THIS KEY' TO XL-TEXT(46:25)
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-IF
     IF WS-KY-EVENTS(WS-KY-SUB) = 0
         MOVE '    NO AUDIT HISTORY FOR THIS KEY' TO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     ELSE
         PERFORM VARYING WS-EV-SUB FROM 1 BY 1
             UNTIL WS-EV-SUB > WS-EV-COUNT
             IF WS-EV-KEY(WS-EV-SUB) = WS-KY-SUB
                 PERFORM 4400-PRINT-ONE-EVENT
             END-IF
         END-PERFORM
     END-IF.

*> The newest audited state must be the record on the book today;
*> a key with no trail should not be on the book at all, and a key
*> last archived should be on MASTHIST instead.
 4300-CHECK-MASTER.
     SET WS-AGREES TO TRUE
     MOVE WS-KY-OUT1(WS-KY-SUB) TO MS-OUT1
     MOVE WS-KY-OUT2(WS-KY-SUB) TO MS-OUT2
     READ MASTER-FILE
         INVALID KEY
             MOVE 'NOT ON FILE' TO KL-MASTER
             EVALUATE WS-KY-LAST-STATE(WS-KY-SUB)
                 WHEN 'Y'
                     MOVE 'N' TO WS-AGREE-SWITCH
                 WHEN 'H'
                     PERFORM 4350-CHECK-HISTORY
             END-EVALUATE
         NOT INVALID KEY
             MOVE MS-AMOUNT TO WS-MASTER-EDIT
             MOVE WS-MASTER-EDIT TO KL-MASTER
             IF WS-KY-LAST-STATE(WS-KY-SUB) NOT = 'Y'
                 OR WS-KY-LAST-AMOUNT(WS-KY-SUB) NOT = MS-AMOUNT
                 MOVE 'N' TO WS-AGREE-SWITCH
             END-IF
     END-READ.

 4350-CHECK-HISTORY.
     MOVE 'N' TO WS-AGREE-SWITCH
     IF WS-HISTORY-OPEN
         MOVE WS-KY-OUT1(WS-KY-SUB) TO MH-OUT1
         MOVE WS-KY-OUT2(WS-KY-SUB) TO MH-OUT2
         READ HISTORY-FILE
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'ON MASTHIST' TO KL-MASTER
                 IF WS-KY-LAST-AMOUNT(WS-KY-SUB) = MH-AMOUNT
                     SET WS-AGREES TO TRUE
                 END-IF
         END-READ
     END-IF.

 4400-PRINT-ONE-EVENT.
     MOVE WS-EV-RUN-DATE(WS-EV-SUB)   TO EL-RUN-DATE
     MOVE WS-EV-OLD-AMOUNT(WS-EV-SUB) TO EL-OLD-AMOUNT
     MOVE WS-EV-NEW-AMOUNT(WS-EV-SUB) TO EL-NEW-AMOUNT
     MOVE WS-EV-OLD-EFF(WS-EV-SUB)    TO EL-OLD-EFF
     MOVE WS-EV-NEW-EFF(WS-EV-SUB)    TO EL-NEW-EFF
     EVALUATE WS-EV-ACTION(WS-EV-SUB)
         WHEN 'A'
             MOVE 'PROG07' TO EL-PROGRAM
             MOVE 'ADDED BY POSTING'        TO EL-ACTION
         WHEN 'U'
             MOVE 'PROG07' TO EL-PROGRAM
             MOVE 'UPDATED BY POSTING'      TO EL-ACTION
         WHEN 'J'
             MOVE 'PROG07' TO EL-PROGRAM
             MOVE 'ADJUSTED BY POSTING'     TO EL-ACTION
         WHEN 'D'
             MOVE 'PROG15' TO EL-PROGRAM
             MOVE 'ADD REMOVED BY BACK-OUT' TO EL-ACTION
         WHEN 'R'
             MOVE 'PROG15' TO EL-PROGRAM
             MOVE 'RESTORED BY BACK-OUT'    TO EL-ACTION
         WHEN 'L'
             MOVE 'PROG19' TO EL-PROGRAM
             MOVE 'RELEASED FROM SUSPENSE'  TO EL-ACTION
         WHEN 'H'
             MOVE 'PROG26' TO EL-PROGRAM
             MOVE 'ARCHIVED TO HISTORY'     TO EL-ACTION
         WHEN 'B'
             MOVE 'PROG07' TO EL-PROGRAM
             MOVE 'BACK FROM HISTORY'       TO EL-ACTION
         WHEN OTHER
             MOVE SPACES   TO EL-PROGRAM
             MOVE SPACES   TO EL-ACTION
             STRING 'UNKNOWN ACTION ' WS-EV-ACTION(WS-EV-SUB)
                 DELIMITED BY SIZE INTO EL-ACTION
     END-EVALUATE
     IF WS-EV-RUN-DATE(WS-EV-SUB) > WS-RQ-AS-OF-DATE(WS-RQ-SUB)
         MOVE 'AFTER AS-OF' TO EL-TIMING
     ELSE
         MOVE SPACES        TO EL-TIMING
     END-IF
     MOVE WS-EVENT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 5100-WRITE-LINE.
     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
         PERFORM 5200-PAGE-HEADING
     END-IF
     WRITE REPORT-RECORD FROM WS-PRINT-LINE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG22 - PROG22RPT WRITE FAILED, STATUS=',
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
     MOVE 'PROG22'   TO LOG-PROGRAM
     SET LOG-EVENT-START TO TRUE
     MOVE 0          TO LOG-RETURN-CODE
     MOVE 0          TO LOG-IN-COUNT
     MOVE 0          TO LOG-OUT-COUNT
     MOVE 0          TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE 0 TO RETURN-CODE.

 9900-LOG-END.
     MOVE 'PROG22'   TO LOG-PROGRAM
     SET LOG-EVENT-END TO TRUE
     MOVE RETURN-CODE TO LOG-RETURN-CODE
     MOVE WS-INQUIRY-READ TO LOG-IN-COUNT
     MOVE WS-KY-COUNT     TO LOG-OUT-COUNT
     MOVE WS-REJECT-COUNT TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE LOG-RETURN-CODE TO RETURN-CODE.
