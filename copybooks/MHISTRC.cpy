*> Master history file MASTHIST, indexed on MH-KEY like MASTFILE.
*> PROG26 moves dormant master records here - settled to a zero
*> MS-AMOUNT and unmaintained for the dormancy period - and PROG07
*> brings a key back to MASTFILE, with the values it was archived
*> with, when a transaction for it arrives.  MH-ARCHIVED-DATE is the
*> day PROG26 moved the record.
 01  MASTER-HISTORY-RECORD.
     03 MH-KEY.
        05 MH-OUT1          PIC X(10).
        05 MH-OUT2          PIC X(10).
     03 MH-COMPANY          PIC X(04).
     03 MH-EFF-DATE         PIC 9(08).
     03 MH-AMOUNT           PIC S9(09)V99.
     03 MH-LAST-MAINT-DATE  PIC 9(08).
     03 MH-ARCHIVED-DATE    PIC 9(08).
