*> Adjustment register, indexed file PROG07ADJ, maintained by
*> PROG07.  One row for every adjustment posted, keyed on the key,
*> effective date and increment it carried.  An adjustment arriving
*> with the same key, effective date and increment as a row already
*> here is a re-sent file - posting it would move the balance a
*> second time - so PROG07 holds it on suspense instead.  PROG15
*> removes the rows of a run it backs out.
 01  ADJUSTMENT-REGISTER-RECORD.
     03 AJ-KEY.
        05 AJ-OUT1          PIC X(10).
        05 AJ-OUT2          PIC X(10).
        05 AJ-EFF-DATE      PIC 9(08).
        05 AJ-AMOUNT        PIC S9(09)V99.
     03 AJ-RUN-DATE         PIC 9(08).
     03 AJ-COMPANY          PIC X(04).
     03 AJ-SOURCE           PIC X(03).
