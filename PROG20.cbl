 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROG20.
*> Pending warehouse report.  Lists every future-dated transaction
*> still held on PROG07PND after the night's posting, grouped by
*> company and then effective date, with the release date each item
*> will post on, subtotals per effective date and per company, and
*> a grand total.  The total is printed beside the warehouse
*> position PROG07 left on PROG07TOT for the PROG14 proof, and the
*> step returns 4 when the two disagree so the scheduler can flag
*> it.  Reports to PROG20RPT.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PENDING-FILE ASSIGN TO "PROG07PND"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS PN-KEY
         FILE STATUS IS WS-PENDING-STATUS.
     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RUN-CONTROL-STATUS.
     SELECT POSTING-TOTALS-FILE ASSIGN TO "PROG07TOT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-POST-TOTALS-STATUS.
     SELECT REPORT-FILE ASSIGN TO "PROG20RPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  PENDING-FILE.
 COPY PND07REC.
 FD  RUN-CONTROL-FILE.
 COPY RUNCTLRC.
 FD  POSTING-TOTALS-FILE.
 COPY TOT07REC.
 FD  REPORT-FILE.
 01  REPORT-RECORD          PIC X(132).
 WORKING-STORAGE SECTION.
 01  WS-PENDING-STATUS      PIC X(02).
 01  WS-RUN-CONTROL-STATUS  PIC X(02).
 01  WS-REPORT-STATUS       PIC X(02).
 01  WS-POST-TOTALS-STATUS  PIC X(02).
 01  WS-PT-PND-COUNT        PIC 9(08) VALUE 0.
 01  WS-PT-PND-BALANCE      PIC S9(13)V99 VALUE 0.
 01  WS-AGREE-SWITCH        PIC X(01) VALUE 'N'.
     88 WS-WAREHOUSE-AGREES   VALUE 'Y'.
 01  WS-RUN-MODE            PIC X(01).
     88 WS-MODE-TRIAL         VALUE 'T'.
 01  WS-RUN-DATE            PIC 9(08).
 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
     03 WS-RD-CCYY          PIC 9(04).
     03 WS-RD-MM            PIC 9(02).
     03 WS-RD-DD            PIC 9(02).
 01  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
     88 WS-EOF                VALUE 'Y'.
 01  WS-WAREHOUSE-SWITCH    PIC X(01) VALUE 'N'.
     88 WS-WAREHOUSE-ON-FILE  VALUE 'Y'.
 01  WS-CO-SUB              PIC 9(02) COMP.
 01  WS-CO-HIT              PIC 9(02) COMP.
 01  WS-CO-SUB2             PIC 9(02) COMP.
 01  WS-COMPANY-MAX         PIC 9(02) COMP VALUE 20.
 01  WS-COMPANY-TABLE.
     03 WS-COMPANY-COUNT    PIC 9(02) VALUE 0.
     03 WS-COMPANY-ENTRY OCCURS 20 TIMES.
        05 WS-CO-CODE       PIC X(04).
        05 WS-CO-COUNT      PIC 9(08).
        05 WS-CO-AMOUNT     PIC S9(13)V99.
 01  WS-COMPANY-SWAP.
     03 WS-SW-CODE          PIC X(04).
     03 WS-SW-COUNT         PIC 9(08).
     03 WS-SW-AMOUNT        PIC S9(13)V99.
 01  WS-PRINT-COMPANY       PIC X(04).
 01  WS-PREV-EFF-DATE       PIC 9(08).
 01  WS-DATE-COUNT          PIC 9(08) VALUE 0.
 01  WS-DATE-AMOUNT         PIC S9(13)V99 VALUE 0.
 01  WS-TOTAL-COUNT         PIC 9(08) VALUE 0.
 01  WS-TOTAL-AMOUNT        PIC S9(13)V99 VALUE 0.
 01  WS-LINE-COUNT          PIC 9(03) VALUE 99.
 01  WS-PAGE-COUNT          PIC 9(03) VALUE 0.
 01  WS-LINES-PER-PAGE      PIC 9(03) VALUE 55.
 01  WS-PRINT-LINE          PIC X(132).
*>
 01  WS-HEADING-1.
     03 FILLER              PIC X(40)
         VALUE ' PENDING WAREHOUSE - FUTURE-DATED ITEMS '.
     03 FILLER              PIC X(20) VALUE 'HELD                '.
     03 FILLER              PIC X(10) VALUE 'RUN DATE '.
     03 H1-DATE             PIC X(10).
     03 FILLER              PIC X(44) VALUE SPACES.
     03 FILLER              PIC X(05) VALUE 'PAGE '.
     03 H1-PAGE             PIC ZZ9.
 01  WS-HEADING-2.
     03 FILLER              PIC X(132) VALUE ALL '='.
 01  WS-COLUMN-HEAD.
     03 FILLER              PIC X(48) VALUE
         ' COMPANY  EFF DATE  RELEASES  OUT1       OUT2  '.
     03 FILLER              PIC X(44) VALUE
         '     SOURCE  HELD ON              AMOUNT    '.
 01  WS-DETAIL-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-COMPANY          PIC X(04).
     03 FILLER              PIC X(04) VALUE SPACES.
     03 DL-EFF-DATE         PIC 9(08).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-RELEASE-DATE     PIC 9(08).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-OUT1             PIC X(10).
     03 FILLER              PIC X(01) VALUE SPACE.
     03 DL-OUT2             PIC X(10).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-SOURCE           PIC X(03).
     03 FILLER              PIC X(04) VALUE SPACES.
     03 DL-HELD-DATE        PIC 9(08).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 DL-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.99.
 01  WS-TOTAL-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 TL-LABEL            PIC X(40).
     03 TL-COUNT            PIC Z,ZZZ,ZZ9.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 TL-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
 01  WS-TEXT-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 XL-TEXT             PIC X(131).
 COPY LOGEVENT.
 PROCEDURE DIVISION.
 0000-MAIN.
     MOVE 0 TO RETURN-CODE
     PERFORM 9800-LOG-START
     PERFORM 1000-INITIALIZE
     PERFORM 2000-LOAD-COMPANIES
     PERFORM 3000-PRINT-WAREHOUSE
     PERFORM 3600-READ-POSTING-TOTALS
     PERFORM 3700-PRINT-AGREEMENT
     CLOSE REPORT-FILE
     IF WS-WAREHOUSE-AGREES
         MOVE 0 TO RETURN-CODE
     ELSE
         DISPLAY 'PROG20 - WAREHOUSE DOES NOT AGREE WITH PROG07TOT'
         MOVE 4 TO RETURN-CODE
     END-IF
     PERFORM 9900-LOG-END
     GOBACK.

 1000-INITIALIZE.
     PERFORM 1100-READ-RUN-CONTROL
     IF WS-MODE-TRIAL
         DISPLAY 'PROG20 - TRIAL RUN, NOTHING HELD OR RELEASED'
         MOVE 0 TO RETURN-CODE
         PERFORM 9900-LOG-END
         GOBACK
     END-IF
     OPEN OUTPUT REPORT-FILE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG20 - PROG20RPT OPEN FAILED, STATUS=',
             WS-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     PERFORM 5200-PAGE-HEADING.

 1100-READ-RUN-CONTROL.
     OPEN INPUT RUN-CONTROL-FILE
     IF WS-RUN-CONTROL-STATUS NOT = '00'
         DISPLAY 'PROG20 - RUNCTL NOT FOUND, RUN DATE UNKNOWN'
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     READ RUN-CONTROL-FILE
         AT END
             DISPLAY 'PROG20 - RUNCTL EMPTY, RUN DATE UNKNOWN'
             MOVE 16 TO RETURN-CODE
             GOBACK
     END-READ
     MOVE RC-RUN-MODE TO WS-RUN-MODE
     MOVE RC-RUN-DATE TO WS-RUN-DATE
     CLOSE RUN-CONTROL-FILE.

*> First pass finds the companies with items pending; rows already
*> released stay on the file for one night and are not pending.
 2000-LOAD-COMPANIES.
     OPEN INPUT PENDING-FILE
     IF WS-PENDING-STATUS = '00'
         SET WS-WAREHOUSE-ON-FILE TO TRUE
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 2100-LOAD-ONE-PENDING UNTIL WS-EOF
         CLOSE PENDING-FILE
         PERFORM 2300-SORT-COMPANIES
     ELSE
         IF WS-PENDING-STATUS NOT = '35'
             DISPLAY 'PROG20 - PROG07PND OPEN FAILED, STATUS=',
                 WS-PENDING-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
     END-IF.

 2100-LOAD-ONE-PENDING.
     READ PENDING-FILE NEXT RECORD
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF PN-RELEASED-DATE = 0
                 PERFORM 2200-FIND-COMPANY
                 ADD 1         TO WS-CO-COUNT(WS-CO-HIT)
                 ADD PN-AMOUNT TO WS-CO-AMOUNT(WS-CO-HIT)
                 ADD 1         TO WS-TOTAL-COUNT
                 ADD PN-AMOUNT TO WS-TOTAL-AMOUNT
             END-IF
     END-READ.

 2200-FIND-COMPANY.
     MOVE 0 TO WS-CO-HIT
     PERFORM VARYING WS-CO-SUB FROM 1 BY 1
         UNTIL WS-CO-SUB > WS-COMPANY-COUNT
             OR WS-CO-HIT > 0
         IF WS-CO-CODE(WS-CO-SUB) = PN-COMPANY
             MOVE WS-CO-SUB TO WS-CO-HIT
         END-IF
     END-PERFORM
     IF WS-CO-HIT = 0
         IF WS-COMPANY-COUNT >= WS-COMPANY-MAX
             DISPLAY 'PROG20 - COMPANY TABLE FULL, ABENDING'
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
         ADD 1 TO WS-COMPANY-COUNT
         MOVE WS-COMPANY-COUNT TO WS-CO-HIT
         MOVE PN-COMPANY TO WS-CO-CODE(WS-CO-HIT)
         MOVE 0          TO WS-CO-COUNT(WS-CO-HIT)
         MOVE 0          TO WS-CO-AMOUNT(WS-CO-HIT)
     END-IF.

*> At most twenty companies - a straight exchange sort puts them in
*> code order for the report.
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

 3000-PRINT-WAREHOUSE.
     IF WS-TOTAL-COUNT = 0
         IF WS-WAREHOUSE-ON-FILE
             MOVE 'NO FUTURE-DATED ITEMS PENDING IN THE WAREHOUSE'
                 TO XL-TEXT
         ELSE
             MOVE 'PROG07PND NOT ON FILE - NOTHING HAS BEEN HELD'
                 TO XL-TEXT
         END-IF
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     ELSE
         MOVE WS-COLUMN-HEAD TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
         PERFORM VARYING WS-CO-HIT FROM 1 BY 1
             UNTIL WS-CO-HIT > WS-COMPANY-COUNT
             PERFORM 3100-PRINT-ONE-COMPANY
         END-PERFORM
         MOVE 'WAREHOUSE TOTAL - ALL COMPANIES' TO TL-LABEL
         MOVE WS-TOTAL-COUNT                    TO TL-COUNT
         MOVE WS-TOTAL-AMOUNT                   TO TL-AMOUNT
         MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-IF.

*> The file is keyed effective date first, so one pass per company
*> delivers that company's items already in effective-date order.
 3100-PRINT-ONE-COMPANY.
     MOVE WS-CO-CODE(WS-CO-HIT) TO WS-PRINT-COMPANY
     MOVE 0 TO WS-PREV-EFF-DATE
     MOVE 0 TO WS-DATE-COUNT
     MOVE 0 TO WS-DATE-AMOUNT
     OPEN INPUT PENDING-FILE
     IF WS-PENDING-STATUS NOT = '00'
         DISPLAY 'PROG20 - PROG07PND OPEN FAILED, STATUS=',
             WS-PENDING-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     MOVE 'N' TO WS-EOF-SWITCH
     PERFORM 3200-PRINT-ONE-PENDING UNTIL WS-EOF
     CLOSE PENDING-FILE
     PERFORM 3300-PRINT-DATE-TOTAL
     MOVE SPACES TO TL-LABEL
     STRING 'COMPANY ' WS-PRINT-COMPANY ' TOTAL PENDING'
         DELIMITED BY SIZE INTO TL-LABEL
     MOVE WS-CO-COUNT(WS-CO-HIT)  TO TL-COUNT
     MOVE WS-CO-AMOUNT(WS-CO-HIT) TO TL-AMOUNT
     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 3200-PRINT-ONE-PENDING.
     READ PENDING-FILE NEXT RECORD
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF PN-RELEASED-DATE = 0
                 AND PN-COMPANY = WS-PRINT-COMPANY
                 IF PN-EFF-DATE NOT = WS-PREV-EFF-DATE
                     PERFORM 3300-PRINT-DATE-TOTAL
                     MOVE PN-EFF-DATE TO WS-PREV-EFF-DATE
                 END-IF
                 MOVE PN-COMPANY      TO DL-COMPANY
                 MOVE PN-EFF-DATE     TO DL-EFF-DATE
                 MOVE PN-RELEASE-DATE TO DL-RELEASE-DATE
                 MOVE PN-OUT1         TO DL-OUT1
                 MOVE PN-OUT2         TO DL-OUT2
                 MOVE PN-SOURCE       TO DL-SOURCE
                 MOVE PN-HELD-DATE    TO DL-HELD-DATE
                 MOVE PN-AMOUNT       TO DL-AMOUNT
                 MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                 PERFORM 5100-WRITE-LINE
                 ADD 1         TO WS-DATE-COUNT
                 ADD PN-AMOUNT TO WS-DATE-AMOUNT
             END-IF
     END-READ.

 3300-PRINT-DATE-TOTAL.
     IF WS-DATE-COUNT > 0
         MOVE SPACES TO TL-LABEL
         STRING '    EFFECTIVE ' WS-PREV-EFF-DATE ' SUBTOTAL'
             DELIMITED BY SIZE INTO TL-LABEL
         MOVE WS-DATE-COUNT  TO TL-COUNT
         MOVE WS-DATE-AMOUNT TO TL-AMOUNT
         MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-IF
     MOVE 0 TO WS-DATE-COUNT
     MOVE 0 TO WS-DATE-AMOUNT.

*> PROG07TOT carries the warehouse position the last posting run
*> left behind; nothing on file, or a record written before the
*> warehouse existed, means nothing was held.
 3600-READ-POSTING-TOTALS.
     OPEN INPUT POSTING-TOTALS-FILE
     IF WS-POST-TOTALS-STATUS = '00'
         READ POSTING-TOTALS-FILE
             AT END
                 MOVE SPACES TO POSTING-TOTALS-RECORD
         END-READ
         CLOSE POSTING-TOTALS-FILE
         IF PT-PENDING-COUNT IS NUMERIC
             AND PT-PENDING-BALANCE IS NUMERIC
             MOVE PT-PENDING-COUNT   TO WS-PT-PND-COUNT
             MOVE PT-PENDING-BALANCE TO WS-PT-PND-BALANCE
         END-IF
     ELSE
         IF WS-POST-TOTALS-STATUS NOT = '35'
             DISPLAY 'PROG20 - PROG07TOT OPEN FAILED, STATUS=',
                 WS-POST-TOTALS-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
     END-IF.

 3700-PRINT-AGREEMENT.
     IF WS-TOTAL-COUNT = WS-PT-PND-COUNT
         AND WS-TOTAL-AMOUNT = WS-PT-PND-BALANCE
         SET WS-WAREHOUSE-AGREES TO TRUE
     END-IF
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'WAREHOUSE PENDING ON FILE'      TO TL-LABEL
     MOVE WS-TOTAL-COUNT                   TO TL-COUNT
     MOVE WS-TOTAL-AMOUNT                  TO TL-AMOUNT
     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'WAREHOUSE PER LAST POSTING'     TO TL-LABEL
     MOVE WS-PT-PND-COUNT                  TO TL-COUNT
     MOVE WS-PT-PND-BALANCE                TO TL-AMOUNT
     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     IF WS-WAREHOUSE-AGREES
         MOVE 'WAREHOUSE AGREES WITH PROG07TOT' TO XL-TEXT
     ELSE
         MOVE 'WAREHOUSE DOES NOT AGREE WITH PROG07TOT - ITEMS HELD'
             TO XL-TEXT
         MOVE ' OR RELEASED OUTSIDE POSTING' TO XL-TEXT(53:28)
     END-IF
     MOVE WS-TEXT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 5100-WRITE-LINE.
     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
         PERFORM 5200-PAGE-HEADING
     END-IF
     WRITE REPORT-RECORD FROM WS-PRINT-LINE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG20 - PROG20RPT WRITE FAILED, STATUS=',
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
     MOVE 'PROG20'   TO LOG-PROGRAM
     SET LOG-EVENT-START TO TRUE
     MOVE 0          TO LOG-RETURN-CODE
     MOVE 0          TO LOG-IN-COUNT
     MOVE 0          TO LOG-OUT-COUNT
     MOVE 0          TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE 0 TO RETURN-CODE.

 9900-LOG-END.
     MOVE 'PROG20'   TO LOG-PROGRAM
     SET LOG-EVENT-END TO TRUE
     MOVE RETURN-CODE TO LOG-RETURN-CODE
     MOVE WS-TOTAL-COUNT   TO LOG-IN-COUNT
     MOVE WS-TOTAL-COUNT   TO LOG-OUT-COUNT
     MOVE 0          TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE LOG-RETURN-CODE TO RETURN-CODE.
