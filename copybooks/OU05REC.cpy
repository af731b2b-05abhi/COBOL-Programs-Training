*> PROG05OUT output record written by the PROG05 transform and read
*> back by the PROG07 posting step and the PROG09 aging report.
*> OU-TRAN-TYPE 'A' marks an adjustment, whose amount is added to
*> the posted amount; blank or 'R' replaces it.
 01  OUTPUT-RECORD.
     03 OU-OUT1              PIC X(10).
     03 OU-OUT2              PIC X(10).
     03 OU-OUTPUT2           PIC X(03).
     03 OU-OUT-COMPANY       PIC X(04).
     03 OU-OUT-SOURCE        PIC X(03).
     03 OU-TRAN-TYPE         PIC X(01).
        88 OU-TRAN-ADJUSTMENT  VALUE 'A'.
