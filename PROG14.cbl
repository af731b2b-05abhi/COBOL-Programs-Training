*> opening position (the file starts empty) plus the net
*> AU-NEW-AMOUNT minus AU-OLD-AMOUNT movement of every audited
*> change - ending in a PROVED / NOT PROVED verdict to PROG14RPT.
*> Future-dated items held on the PROG07PND warehouse are on
*> neither side until released, so the warehouse is proved
*> separately against the pending position PROG07 left on
*> PROG07TOT, and shown beside the master as the total book.
*> Amounts are proved in each company's own booking currency; the
*> master position is also shown in the reporting currency at the
*> FXRATE rate in force today, a company without a rate being
*> listed and left out of that total.  Records PROG26 archives to
*> MASTHIST leave the book through their 'H' audit records and come
*> back through PROG07's 'B' records, so the history file is proved
*> against the count still archived.
*> Run weekly and after any abnormal night; returns 4 when the
*> file does not prove so the scheduler can flag it.
 ENVIRONMENT DIVISION.
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS MS-KEY
         FILE STATUS IS WS-MASTER-STATUS.
     SELECT HISTORY-FILE ASSIGN TO "MASTHIST"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS MH-KEY
         FILE STATUS IS WS-HISTORY-STATUS.
     SELECT AUDIT-FILE ASSIGN TO "PROG07AUD"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-AUDIT-STATUS.
     SELECT REPORT-FILE ASSIGN TO "PROG14RPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.
     SELECT PENDING-FILE ASSIGN TO "PROG07PND"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS PN-KEY
         FILE STATUS IS WS-PENDING-STATUS.
     SELECT POSTING-TOTALS-FILE ASSIGN TO "PROG07TOT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-POST-TOTALS-STATUS.
     SELECT COMPANY-FILE ASSIGN TO "COMPMAST"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-COMPANY-STATUS.
     SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FX-RATE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  MASTER-FILE.
 COPY MSTRREC.
 FD  HISTORY-FILE.
 COPY MHISTRC.
 FD  AUDIT-FILE.
 COPY AUD07REC.
 FD  REPORT-FILE.
 01  REPORT-RECORD          PIC X(132).
 FD  PENDING-FILE.
 COPY PND07REC.
 FD  POSTING-TOTALS-FILE.
 COPY TOT07REC.
 FD  COMPANY-FILE.
 COPY CMPMSTRC.
 FD  FX-RATE-FILE.
 COPY FXRATERC.
 WORKING-STORAGE SECTION.
 01  WS-COMPANY-STATUS      PIC X(02).
 01  WS-MASTER-STATUS       PIC X(02).
 01  WS-AUDIT-STATUS        PIC X(02).
 01  WS-HISTORY-STATUS      PIC X(02).
 01  WS-REPORT-STATUS       PIC X(02).
 01  WS-PENDING-STATUS      PIC X(02).
 01  WS-POST-TOTALS-STATUS  PIC X(02).
 01  WS-TODAY               PIC 9(08).
 01  WS-TODAY-R REDEFINES WS-TODAY.
     03 WS-TD-CCYY          PIC 9(04).
     88 WS-AUDIT-OPEN         VALUE 'Y'.
 01  WS-PROVED-SWITCH       PIC X(01) VALUE 'N'.
     88 WS-PROVED             VALUE 'Y'.
 01  WS-WAREHOUSE-SWITCH    PIC X(01) VALUE 'N'.
     88 WS-WAREHOUSE-PROVED   VALUE 'Y'.
 01  WS-HISTORY-SWITCH      PIC X(01) VALUE 'N'.
     88 WS-HISTORY-PROVED     VALUE 'Y'.
 01  WS-WORK-COMPANY        PIC X(04).
 01  WS-CO-SUB              PIC 9(02) COMP.
 01  WS-CO-HIT              PIC 9(02) COMP.
        05 WS-CO-REC-COUNT  PIC 9(08).
        05 WS-CO-AMOUNT     PIC S9(13)V99.
        05 WS-CO-AUD-NET    PIC S9(13)V99.
        05 WS-CO-PND-AMOUNT PIC S9(13)V99.
        05 WS-CO-CURRENCY   PIC X(03).
        05 WS-CO-RATE-SWITCH PIC X(01).
           88 WS-CO-RATE-FOUND VALUE 'Y'.
        05 WS-CO-REPORT-AMOUNT PIC S9(13)V99.
 01  WS-MAST-REC-COUNT      PIC 9(08) VALUE 0.
 01  WS-MAST-AMOUNT         PIC S9(13)V99 VALUE 0.
 01  WS-AUD-REC-COUNT       PIC 9(08) VALUE 0.
 01  WS-AUD-ADD-COUNT       PIC 9(08) VALUE 0.
 01  WS-AUD-UPD-COUNT       PIC 9(08) VALUE 0.
 01  WS-AUD-ADJ-COUNT       PIC 9(08) VALUE 0.
 01  WS-AUD-DEL-COUNT       PIC 9(08) VALUE 0.
 01  WS-AUD-RST-COUNT       PIC 9(08) VALUE 0.
 01  WS-AUD-REL-COUNT       PIC 9(08) VALUE 0.
 01  WS-AUD-ARC-COUNT       PIC 9(08) VALUE 0.
 01  WS-AUD-UNARC-COUNT     PIC 9(08) VALUE 0.
 01  WS-HIST-REC-COUNT      PIC 9(08) VALUE 0.
 01  WS-HIST-AMOUNT         PIC S9(13)V99 VALUE 0.
 01  WS-HIST-EXPECTED       PIC S9(08) VALUE 0.
 01  WS-AUD-NET-COUNT       PIC S9(08) VALUE 0.
 01  WS-AUD-NET-AMOUNT      PIC S9(13)V99 VALUE 0.
 01  WS-PND-COUNT           PIC 9(08) VALUE 0.
 01  WS-PND-AMOUNT          PIC S9(13)V99 VALUE 0.
 01  WS-PT-PND-COUNT        PIC 9(08) VALUE 0.
 01  WS-PT-PND-BALANCE      PIC S9(13)V99 VALUE 0.
 01  WS-BOOK-COUNT          PIC 9(08) VALUE 0.
 01  WS-BOOK-AMOUNT         PIC S9(13)V99 VALUE 0.
 01  WS-REPORT-REC-COUNT    PIC 9(08) VALUE 0.
 01  WS-REPORT-AMOUNT       PIC S9(13)V99 VALUE 0.
 01  WS-NO-RATE-COUNT       PIC 9(02) VALUE 0.
 01  WS-LINE-COUNT          PIC 9(03) VALUE 99.
 01  WS-PAGE-COUNT          PIC 9(03) VALUE 0.
 01  WS-LINES-PER-PAGE      PIC 9(03) VALUE 55.
 01  WS-HEADING-2.
     03 FILLER              PIC X(132) VALUE ALL '='.
 01  WS-COLUMN-HEAD.
     03 FILLER              PIC X(46)
         VALUE ' COMPANY CCY    RECORDS          MASTER AMOUNT'.
     03 FILLER              PIC X(23)
         VALUE '       AUDIT NET AMOUNT'.
     03 FILLER              PIC X(23)
         VALUE '      WAREHOUSE PENDING'.
     03 FILLER              PIC X(23)
         VALUE '    MASTER IN REPORTING'.
 01  WS-COMPANY-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 CL-COMPANY          PIC X(04).
     03 FILLER              PIC X(04) VALUE SPACES.
     03 CL-CURRENCY         PIC X(03).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 CL-COUNT            PIC Z,ZZZ,ZZ9.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 CL-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 CL-AUD-NET          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 CL-PENDING          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 CL-REPORT-AREA      PIC X(21).
     03 CL-REPORT-AMOUNT REDEFINES CL-REPORT-AREA
                            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
     03 CL-FLAG             PIC X(16).
 01  WS-COUNT-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
 01  WS-TEXT-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 XL-TEXT             PIC X(131).
 COPY FXWKWS.
 COPY LOGEVENT.
 PROCEDURE DIVISION.
 0000-MAIN.
     PERFORM 1000-INITIALIZE
     PERFORM 2000-PASS-MASTER-FILE
     PERFORM 3000-PASS-AUDIT-FILE
     PERFORM 3500-PASS-WAREHOUSE
     PERFORM 3550-PASS-HISTORY
     PERFORM 3600-READ-POSTING-TOTALS
     PERFORM 3700-LOAD-COMPANY-CURRENCIES
     PERFORM 3800-CONVERT-TO-REPORTING
     PERFORM 4000-PROVE-POSITION
     PERFORM 5000-PRINT-REPORT
     CLOSE REPORT-FILE
             ADD 1 TO WS-AUD-NET-COUNT
         WHEN 'U'
             ADD 1 TO WS-AUD-UPD-COUNT
         WHEN 'J'
             ADD 1 TO WS-AUD-ADJ-COUNT
         WHEN 'D'
             ADD 1 TO WS-AUD-DEL-COUNT
             SUBTRACT 1 FROM WS-AUD-NET-COUNT
             ADD 1 TO WS-AUD-RST-COUNT
         WHEN 'L'
             ADD 1 TO WS-AUD-REL-COUNT
         WHEN 'H'
             ADD 1 TO WS-AUD-ARC-COUNT
             SUBTRACT 1 FROM WS-AUD-NET-COUNT
         WHEN 'B'
             ADD 1 TO WS-AUD-UNARC-COUNT
             ADD 1 TO WS-AUD-NET-COUNT
         WHEN OTHER
             MOVE SPACES TO XL-TEXT
             STRING 'UNKNOWN AUDIT ACTION ' AU-ACTION
     END-EVALUATE
     IF AU-ACTION = 'A' OR AU-ACTION = 'U'
         OR AU-ACTION = 'D' OR AU-ACTION = 'R'
         OR AU-ACTION = 'L' OR AU-ACTION = 'H'
         OR AU-ACTION = 'B' OR AU-ACTION = 'J'
         COMPUTE WS-AUD-NET-AMOUNT = WS-AUD-NET-AMOUNT
             + AU-NEW-AMOUNT - AU-OLD-AMOUNT
         MOVE AU-COMPANY TO WS-WORK-COMPANY
             + AU-NEW-AMOUNT - AU-OLD-AMOUNT
     END-IF.

*> A warehouse that was never created holds nothing; rows already
*> released are on the master and the audit trail now.
 3500-PASS-WAREHOUSE.
     OPEN INPUT PENDING-FILE
     IF WS-PENDING-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 3510-TALLY-ONE-PENDING UNTIL WS-EOF
         CLOSE PENDING-FILE
     ELSE
         IF WS-PENDING-STATUS NOT = '35'
             DISPLAY 'PROG14 - PROG07PND OPEN FAILED, STATUS=',
                 WS-PENDING-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
     END-IF.

 3510-TALLY-ONE-PENDING.
     READ PENDING-FILE NEXT RECORD
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             IF PN-RELEASED-DATE = 0
                 ADD 1         TO WS-PND-COUNT
                 ADD PN-AMOUNT TO WS-PND-AMOUNT
                 MOVE PN-COMPANY TO WS-WORK-COMPANY
                 PERFORM 7000-FIND-COMPANY
                 ADD PN-AMOUNT TO WS-CO-PND-AMOUNT(WS-CO-HIT)
             END-IF
     END-READ.

*> A history file that was never created holds nothing.
 3550-PASS-HISTORY.
     OPEN INPUT HISTORY-FILE
     IF WS-HISTORY-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 3560-TALLY-ONE-HISTORY UNTIL WS-EOF
         CLOSE HISTORY-FILE
     ELSE
         IF WS-HISTORY-STATUS NOT = '35'
             DISPLAY 'PROG14 - MASTHIST OPEN FAILED, STATUS=',
                 WS-HISTORY-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
     END-IF.

 3560-TALLY-ONE-HISTORY.
     READ HISTORY-FILE NEXT RECORD
         AT END
             SET WS-EOF TO TRUE
         NOT AT END
             ADD 1         TO WS-HIST-REC-COUNT
             ADD MH-AMOUNT TO WS-HIST-AMOUNT
     END-READ.

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
     END-IF.

*> Companies not on COMPMAST, or predating currencies, book in the
*> reporting currency; so does everything when COMPMAST is absent.
 3700-LOAD-COMPANY-CURRENCIES.
     PERFORM VARYING WS-CO-SUB FROM 1 BY 1
         UNTIL WS-CO-SUB > WS-COMPANY-COUNT
         MOVE WS-FX-REPORTING-CURRENCY TO WS-CO-CURRENCY(WS-CO-SUB)
     END-PERFORM
     OPEN INPUT COMPANY-FILE
     IF WS-COMPANY-STATUS = '00'
         MOVE 'N' TO WS-EOF-SWITCH
         PERFORM 3710-READ-ONE-COMPANY UNTIL WS-EOF
         CLOSE COMPANY-FILE
     ELSE
         MOVE 'COMPMAST NOT ON FILE - ALL COMPANIES TAKEN AS BOOKING IN'
             TO XL-TEXT
         MOVE ' THE REPORTING CURRENCY' TO XL-TEXT(57:23)
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-IF.

 3710-READ-ONE-COMPANY.
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

 3800-CONVERT-TO-REPORTING.
     PERFORM 6500-LOAD-FX-RATES
     MOVE WS-TODAY TO WS-FX-LOOKUP-DATE
     PERFORM VARYING WS-CO-SUB FROM 1 BY 1
         UNTIL WS-CO-SUB > WS-COMPANY-COUNT
         MOVE WS-CO-CURRENCY(WS-CO-SUB) TO WS-FX-LOOKUP-CURRENCY
         PERFORM 6600-FIND-FX-RATE
         MOVE 0 TO WS-CO-REPORT-AMOUNT(WS-CO-SUB)
         IF WS-FX-FOUND
             SET WS-CO-RATE-FOUND(WS-CO-SUB) TO TRUE
             COMPUTE WS-CO-REPORT-AMOUNT(WS-CO-SUB) ROUNDED =
                 WS-CO-AMOUNT(WS-CO-SUB) * WS-FX-RATE-FOUND
             ADD WS-CO-REC-COUNT(WS-CO-SUB) TO WS-REPORT-REC-COUNT
             ADD WS-CO-REPORT-AMOUNT(WS-CO-SUB) TO WS-REPORT-AMOUNT
         ELSE
             MOVE 'N' TO WS-CO-RATE-SWITCH(WS-CO-SUB)
             ADD 1 TO WS-NO-RATE-COUNT
         END-IF
     END-PERFORM.

 4000-PROVE-POSITION.
     IF WS-PND-COUNT = WS-PT-PND-COUNT
         AND WS-PND-AMOUNT = WS-PT-PND-BALANCE
         SET WS-WAREHOUSE-PROVED TO TRUE
     END-IF
*> Every archived key not yet brought back must be on MASTHIST.
     COMPUTE WS-HIST-EXPECTED = WS-AUD-ARC-COUNT - WS-AUD-UNARC-COUNT
     IF WS-HIST-REC-COUNT = WS-HIST-EXPECTED
         SET WS-HISTORY-PROVED TO TRUE
     END-IF
     IF WS-MAST-REC-COUNT = WS-AUD-NET-COUNT
         AND WS-MAST-AMOUNT = WS-AUD-NET-AMOUNT
         AND WS-WAREHOUSE-PROVED
         AND WS-HISTORY-PROVED
         SET WS-PROVED TO TRUE
     END-IF
     COMPUTE WS-BOOK-COUNT  = WS-MAST-REC-COUNT + WS-PND-COUNT
     COMPUTE WS-BOOK-AMOUNT = WS-MAST-AMOUNT + WS-PND-AMOUNT.

 5000-PRINT-REPORT.
     MOVE WS-COLUMN-HEAD TO WS-PRINT-LINE
     PERFORM VARYING WS-CO-SUB FROM 1 BY 1
         UNTIL WS-CO-SUB > WS-COMPANY-COUNT
         MOVE WS-CO-CODE(WS-CO-SUB)      TO CL-COMPANY
         MOVE WS-CO-CURRENCY(WS-CO-SUB)  TO CL-CURRENCY
         IF WS-CO-RATE-FOUND(WS-CO-SUB)
             MOVE WS-CO-REPORT-AMOUNT(WS-CO-SUB) TO CL-REPORT-AMOUNT
         ELSE
             MOVE '              NO RATE' TO CL-REPORT-AREA
         END-IF
         MOVE WS-CO-REC-COUNT(WS-CO-SUB) TO CL-COUNT
         MOVE WS-CO-AMOUNT(WS-CO-SUB)    TO CL-AMOUNT
         MOVE WS-CO-AUD-NET(WS-CO-SUB)   TO CL-AUD-NET
         MOVE WS-CO-PND-AMOUNT(WS-CO-SUB) TO CL-PENDING
         IF WS-CO-AMOUNT(WS-CO-SUB) = WS-CO-AUD-NET(WS-CO-SUB)
             MOVE SPACES TO CL-FLAG
         ELSE
     MOVE WS-MAST-AMOUNT               TO NL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE SPACES TO NL-LABEL
     STRING 'MASTER IN REPORTING CCY ' WS-FX-REPORTING-CURRENCY
         DELIMITED BY SIZE INTO NL-LABEL
     MOVE WS-REPORT-REC-COUNT          TO NL-COUNT
     MOVE WS-REPORT-AMOUNT             TO NL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     IF WS-NO-RATE-COUNT > 0
         MOVE SPACES TO XL-TEXT
         STRING WS-NO-RATE-COUNT ' COMPANIES HAVE NO RATE IN FORCE'
             ' TODAY AND ARE LEFT OUT OF THE REPORTING TOTAL'
             DELIMITED BY SIZE INTO XL-TEXT
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-IF
     MOVE 'AUDITED NET POSITION'       TO NL-LABEL
     MOVE WS-AUD-NET-COUNT             TO NL-COUNT
     MOVE WS-AUD-NET-AMOUNT            TO NL-AMOUNT
     MOVE 0                            TO NL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'MASTER RECORDS ADJUSTED'    TO NL-LABEL
     MOVE WS-AUD-ADJ-COUNT             TO NL-COUNT
     MOVE 0                            TO NL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'BACK-OUT DELETES'           TO NL-LABEL
     MOVE WS-AUD-DEL-COUNT             TO NL-COUNT
     MOVE 0                            TO NL-AMOUNT
     MOVE 0                            TO NL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'ARCHIVED TO MASTHIST'       TO NL-LABEL
     MOVE WS-AUD-ARC-COUNT             TO NL-COUNT
     MOVE 0                            TO NL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'BROUGHT BACK FROM MASTHIST' TO NL-LABEL
     MOVE WS-AUD-UNARC-COUNT           TO NL-COUNT
     MOVE 0                            TO NL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'HISTORY RECORDS ON MASTHIST' TO NL-LABEL
     MOVE WS-HIST-REC-COUNT            TO NL-COUNT
     MOVE WS-HIST-AMOUNT               TO NL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'HISTORY PER AUDIT TRAIL'    TO NL-LABEL
     MOVE WS-HIST-EXPECTED             TO NL-COUNT
     MOVE 0                            TO NL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     IF NOT WS-HISTORY-PROVED
         MOVE 'MASTHIST DOES NOT AGREE WITH THE ARCHIVED KEYS ON THE'
             TO XL-TEXT
         MOVE ' AUDIT TRAIL' TO XL-TEXT(54:12)
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-IF
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'WAREHOUSE PENDING ON FILE'  TO NL-LABEL
     MOVE WS-PND-COUNT                 TO NL-COUNT
     MOVE WS-PND-AMOUNT                TO NL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'WAREHOUSE PER LAST POSTING'  TO NL-LABEL
     MOVE WS-PT-PND-COUNT              TO NL-COUNT
     MOVE WS-PT-PND-BALANCE            TO NL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'MASTER PLUS WAREHOUSE'      TO NL-LABEL
     MOVE WS-BOOK-COUNT                TO NL-COUNT
     MOVE WS-BOOK-AMOUNT               TO NL-AMOUNT
     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     IF NOT WS-WAREHOUSE-PROVED
         MOVE 'WAREHOUSE DOES NOT AGREE WITH PROG07TOT - ITEMS HELD'
             TO XL-TEXT
         MOVE ' OR RELEASED OUTSIDE POSTING' TO XL-TEXT(53:28)
         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
         PERFORM 5100-WRITE-LINE
     END-IF
     MOVE SPACES TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'OPENING POSITION IS ZERO - THE FILE STARTS EMPTY AND'
         MOVE 0 TO WS-CO-REC-COUNT(WS-CO-HIT)
         MOVE 0 TO WS-CO-AMOUNT(WS-CO-HIT)
         MOVE 0 TO WS-CO-AUD-NET(WS-CO-HIT)
         MOVE 0 TO WS-CO-PND-AMOUNT(WS-CO-HIT)
     END-IF.

 5100-WRITE-LINE.
     MOVE 0          TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE LOG-RETURN-CODE TO RETURN-CODE.

 COPY FXRATES.
