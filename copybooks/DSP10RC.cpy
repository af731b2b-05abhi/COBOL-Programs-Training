*> Reject disposition record written to the dated PROG10DSP
*> generation by the PROG10 reject correction front end, one row
*> for each reject finally disposed of that night, and read by the
*> PROG24 source data-quality scorecard.  Dispositions:
*>   C - corrected, the repaired record merged into EXTRACT
*>   X - aged out, still uncorrected on its last night inside the
*>       retention window
 01  DISPOSITION-RECORD.
     03 DS-DISPOSITION      PIC X(01).
        88 DS-CORRECTED       VALUE 'C'.
        88 DS-AGED-OUT        VALUE 'X'.
     03 DS-RUN-DATE         PIC 9(08).
     03 DS-REJECT-RUN-DATE  PIC 9(08).
     03 DS-SOURCE           PIC X(03).
     03 DS-REASON-CODE      PIC X(04).
     03 DS-IN1              PIC X(10).
     03 DS-IN2              PIC X(10).
     03 DS-EFF-DATE         PIC X(08).
