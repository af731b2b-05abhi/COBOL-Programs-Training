*> GL interface register, file GLREG.  One row per GLINTF
*> generation sent, appended by PROG16 as the generation is written
*> and brought up to date by the PROG23 acknowledgment
*> reconciliation from the ledger's GLACK file.  A rerun that
*> re-sends a generation appends a fresh outstanding row - the last
*> row for a run date is the one in force.  PROG12 purges a GLINTF
*> generation only when its row shows it acknowledged.
*> Acknowledgment status:
*>   space - outstanding, no acknowledgment received yet
*>   A - acknowledged, ledger count and total agree with the trailer
*>   M - mismatched, ledger accepted a different count or total
*>   R - rejected by the ledger
 01  GL-REGISTER-RECORD.
     03 GR-RUN-DATE         PIC 9(08).
     03 GR-RECORD-COUNT     PIC 9(08).
     03 GR-AMOUNT-TOTAL     PIC S9(13)V99.
     03 GR-REPORT-CURRENCY  PIC X(03).
     03 GR-ACK-STATUS       PIC X(01).
        88 GR-OUTSTANDING     VALUE ' '.
        88 GR-ACKNOWLEDGED    VALUE 'A'.
        88 GR-MISMATCHED      VALUE 'M'.
        88 GR-REJECTED        VALUE 'R'.
     03 GR-ACK-RUN-DATE     PIC 9(08).
     03 GR-ACK-COUNT        PIC 9(08).
     03 GR-ACK-TOTAL        PIC S9(13)V99.
     03 GR-ACK-REASON       PIC X(30).
