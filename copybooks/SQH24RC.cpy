*> Source data-quality history, file SRCQH, kept by the PROG24
*> scorecard: one row per run date per feed source.  Received,
*> rejected and duplicate counts come from that night's PROG05
*> output; corrected and aged-out counts are the PROG10
*> dispositions made that night, whatever night the reject itself
*> arrived.  Origin:
*>   D - captured from the night's detail files
*>   T - seeded from the PROG05TOTH totals history when the file
*>       was first built; no reason breakdown or dispositions
 01  SOURCE-QUALITY-RECORD.
     03 SQ-RUN-DATE         PIC 9(08).
     03 SQ-SOURCE           PIC X(03).
     03 SQ-ORIGIN           PIC X(01).
        88 SQ-FROM-DETAIL     VALUE 'D'.
        88 SQ-FROM-TOTALS     VALUE 'T'.
     03 SQ-RECEIVED         PIC 9(08).
     03 SQ-REJECTED         PIC 9(08).
*> Occurrences 1-9 are reasons E001-E009; 10 is any other code.
     03 SQ-REASON-COUNT     PIC 9(06) OCCURS 10 TIMES.
     03 SQ-DUPLICATES       PIC 9(08).
     03 SQ-CORRECTED        PIC 9(08).
     03 SQ-AGED-OUT         PIC 9(08).
