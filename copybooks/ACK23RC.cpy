*> Ledger acknowledgment record, file GLACK, returned by the
*> corporate ledger system and read by the PROG23 reconciliation.
*> One row per GLINTF generation the ledger has processed, keyed
*> by the generation's run date, with the detail record count and
*> amount total it loaded and, on a rejection, its reason.
*> Status:
*>   A - accepted
*>   R - rejected
 01  GL-ACK-RECORD.
     03 GA-RUN-DATE         PIC 9(08).
     03 GA-STATUS           PIC X(01).
        88 GA-ACCEPTED        VALUE 'A'.
        88 GA-REJECTED        VALUE 'R'.
     03 GA-RECORD-COUNT     PIC 9(08).
     03 GA-AMOUNT-TOTAL     PIC S9(13)V99.
     03 GA-REASON           PIC X(30).
