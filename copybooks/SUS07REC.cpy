*> (same key, same effective date, same amount) - the signature of
*> an upstream file re-sent after it already posted.  The item is
*> held instead of posted; an operator reviews the file and PROG19
*> releases anything that really is a legitimate re-send.  An
*> adjustment (SU-TRAN-TYPE 'A') is held when the same increment
*> for the same key and effective date is already on the PROG07ADJ
*> register; SU-AMOUNT is then the increment, not a balance.
 01  SUSPENSE-RECORD.
     03 SU-RUN-DATE         PIC 9(08).
     03 SU-OUT1             PIC X(10).
     03 SU-EFF-DATE         PIC 9(08).
     03 SU-AMOUNT           PIC S9(09)V99.
     03 SU-SOURCE           PIC X(03).
     03 SU-TRAN-TYPE        PIC X(01).
        88 SU-ADJUSTMENT      VALUE 'A'.
