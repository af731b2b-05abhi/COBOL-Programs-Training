*> Posting exception record written to PROG07EXC by PROG07 for a
*> transaction it will not apply.  The item is not posted, not
*> audited and not sent to the ledger; it is reported on PROG07RPT
*> and stays on this file for operations to resolve upstream.
*> Reasons:
*>   PCLS - effective date falls in a closed accounting period
*>   NKEY - adjustment for a key on neither MASTFILE nor MASTHIST
*>   AOVR - adjustment would carry the amount past MS-AMOUNT's size
 01  EXCEPTION-RECORD.
     03 XC-RUN-DATE         PIC 9(08).
     03 XC-OUT1             PIC X(10).
     03 XC-OUT2             PIC X(10).
     03 XC-COMPANY          PIC X(04).
     03 XC-EFF-DATE         PIC 9(08).
     03 XC-AMOUNT           PIC S9(09)V99.
     03 XC-SOURCE           PIC X(03).
     03 XC-REASON           PIC X(04).
