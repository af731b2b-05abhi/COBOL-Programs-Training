*>   O - overall run totals (one per run)
*>   C - per-company totals (one per company master entry)
*>   S - per-source-system totals (one per feed source seen)
*> TOT-CURRENCY is the company's booking currency on C rows; the
*> hash totals on a C row are in that currency.  The adjustment
*> figures are the part of the output that are adjustment (delta)
*> transactions rather than replacements; they are included in the
*> output count and hash.
 01  TOTALS-RECORD.
     03 TOT-ROW-TYPE        PIC X(01).
     03 TOT-RUN-DATE        PIC 9(08).
     03 TOT-DUP-HASH        PIC S9(13)V99.
     03 TOT-RUN-MODE        PIC X(01).
     03 TOT-SOURCE          PIC X(03).
     03 TOT-CURRENCY        PIC X(03).
     03 TOT-ADJ-COUNT       PIC 9(08).
     03 TOT-ADJ-HASH        PIC S9(13)V99.
