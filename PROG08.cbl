*> End-of-stream operations and balancing report.  Prints the
*> run heading, each step's return code, the PROG05 control totals
*> by company and an IN-BALANCE / OUT-OF-BALANCE verdict to
*> PROG08RPT as the daily balancing evidence.  Company totals are
*> in each company's booking currency and are also shown converted
*> to the reporting currency at the FXRATE rate in force on the run
*> date.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RUN-CONTROL-STATUS.
     SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FX-RATE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD  REPORT-FILE.
 COPY TOT05REC.
 FD  RUN-CONTROL-FILE.
 COPY RUNCTLRC.
 FD  FX-RATE-FILE.
 COPY FXRATERC.
 WORKING-STORAGE SECTION.
 01  WS-REPORT-STATUS       PIC X(02).
 01  WS-TOTALS-STATUS       PIC X(02).
     88 WS-PROG04-FAILED       VALUE 'Y'.
 01  WS-BALANCE-COUNT       PIC 9(08).
 01  WS-BALANCE-HASH        PIC S9(13)V99.
 01  WS-CO-CURRENCY         PIC X(03).
 01  WS-CO-HASH-WORK        PIC S9(13)V99.
 01  WS-CO-REPORT-HASH      PIC S9(13)V99.
 01  WS-LINE-COUNT          PIC 9(03) VALUE 99.
 01  WS-PAGE-COUNT          PIC 9(03) VALUE 0.
 01  WS-LINES-PER-PAGE      PIC 9(03) VALUE 55.
     03 FILLER              PIC X(44)
         VALUE ' COMPANY                            RECORDS '.
     03 FILLER              PIC X(20) VALUE '         HASH TOTAL '.
     03 FILLER              PIC X(27)
         VALUE ' CCY         REPORTING HASH'.
 01  WS-TOTALS-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 TL-LABEL            PIC X(30).
     03 TL-COUNT            PIC Z,ZZZ,ZZ9.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 TL-HASH             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
     03 FILLER              PIC X(02) VALUE SPACES.
     03 TL-CURRENCY         PIC X(03).
     03 FILLER              PIC X(02) VALUE SPACES.
     03 TL-REPORT-AREA      PIC X(21).
     03 TL-REPORT-HASH REDEFINES TL-REPORT-AREA
                            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
 01  WS-VERDICT-LINE.
     03 FILLER              PIC X(12) VALUE ' VERDICT -  '.
     03 VL-VERDICT          PIC X(60).
 01  WS-TEXT-LINE.
     03 FILLER              PIC X(01) VALUE SPACE.
     03 XL-TEXT             PIC X(131).
 COPY FXWKWS.
 COPY LOGEVENT.
 LINKAGE SECTION.
 COPY STEPTBL.

 1000-INITIALIZE.
     PERFORM 1100-READ-RUN-CONTROL
     PERFORM 6500-LOAD-FX-RATES
     OPEN OUTPUT REPORT-FILE
     IF WS-REPORT-STATUS NOT = '00'
         DISPLAY 'PROG08 - PROG08RPT OPEN FAILED, STATUS=',
     MOVE WS-VERDICT-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

*> The overall and source rows mix companies, so they carry no
*> currency columns.
 3200-PRINT-OVERALL.
     MOVE SPACES TO TL-CURRENCY
     MOVE SPACES TO TL-REPORT-AREA
     MOVE 'INPUT RECORDS READ'       TO TL-LABEL
     MOVE TOT-IN-COUNT               TO TL-COUNT
     MOVE TOT-IN-HASH                TO TL-HASH
     MOVE TOT-OUT-HASH               TO TL-HASH
     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE '  OF WHICH ADJUSTMENTS'   TO TL-LABEL
     MOVE TOT-ADJ-COUNT              TO TL-COUNT
     MOVE TOT-ADJ-HASH               TO TL-HASH
     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE 'REJECTED RECORDS'         TO TL-LABEL
     MOVE TOT-REJ-COUNT              TO TL-COUNT
     MOVE TOT-REJ-HASH               TO TL-HASH
     PERFORM 5100-WRITE-LINE.

 3300-PRINT-COMPANY.
     IF TOT-CURRENCY = SPACES
         MOVE WS-FX-REPORTING-CURRENCY TO WS-CO-CURRENCY
     ELSE
         MOVE TOT-CURRENCY TO WS-CO-CURRENCY
     END-IF
     MOVE WS-CO-CURRENCY TO WS-FX-LOOKUP-CURRENCY
     MOVE WS-RUN-DATE    TO WS-FX-LOOKUP-DATE
     PERFORM 6600-FIND-FX-RATE
     MOVE WS-CO-CURRENCY TO TL-CURRENCY
     MOVE SPACES TO TL-LABEL
     STRING TOT-COMPANY ' ' TOT-COMPANY-NAME(1:25)
         DELIMITED BY SIZE INTO TL-LABEL
     MOVE TOT-IN-COUNT  TO TL-COUNT
     MOVE TOT-IN-HASH   TO TL-HASH
     MOVE TOT-IN-HASH   TO WS-CO-HASH-WORK
     PERFORM 3310-CONVERT-COMPANY-HASH
     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE '  OUT'       TO TL-LABEL
     MOVE TOT-OUT-COUNT TO TL-COUNT
     MOVE TOT-OUT-HASH  TO TL-HASH
     MOVE TOT-OUT-HASH  TO WS-CO-HASH-WORK
     PERFORM 3310-CONVERT-COMPANY-HASH
     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE '    ADJUSTMENTS' TO TL-LABEL
     MOVE TOT-ADJ-COUNT TO TL-COUNT
     MOVE TOT-ADJ-HASH  TO TL-HASH
     MOVE TOT-ADJ-HASH  TO WS-CO-HASH-WORK
     PERFORM 3310-CONVERT-COMPANY-HASH
     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE '  REJECTED'  TO TL-LABEL
     MOVE TOT-REJ-COUNT TO TL-COUNT
     MOVE TOT-REJ-HASH  TO TL-HASH
     MOVE TOT-REJ-HASH  TO WS-CO-HASH-WORK
     PERFORM 3310-CONVERT-COMPANY-HASH
     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE.

 3310-CONVERT-COMPANY-HASH.
     IF WS-FX-FOUND
         COMPUTE WS-CO-REPORT-HASH ROUNDED =
             WS-CO-HASH-WORK * WS-FX-RATE-FOUND
         MOVE WS-CO-REPORT-HASH TO TL-REPORT-HASH
     ELSE
         MOVE '              NO RATE' TO TL-REPORT-AREA
     END-IF.

 3350-PRINT-SOURCE.
     MOVE SPACES TO TL-CURRENCY
     MOVE SPACES TO TL-REPORT-AREA
     MOVE SPACES TO TL-LABEL
     STRING 'SOURCE SYSTEM ' TOT-SOURCE
         DELIMITED BY SIZE INTO TL-LABEL
     MOVE TOT-OUT-HASH  TO TL-HASH
     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE '    ADJUSTMENTS' TO TL-LABEL
     MOVE TOT-ADJ-COUNT TO TL-COUNT
     MOVE TOT-ADJ-HASH  TO TL-HASH
     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
     PERFORM 5100-WRITE-LINE
     MOVE '  REJECTED'  TO TL-LABEL
     MOVE TOT-REJ-COUNT TO TL-COUNT
     MOVE TOT-REJ-HASH  TO TL-HASH
     MOVE 0 TO LOG-REJECT-COUNT
     CALL 'RUNLOGW' USING LOG-EVENT-AREA
     MOVE LOG-RETURN-CODE TO RETURN-CODE.

 COPY FXRATES.
