*> Master inquiry request, file INQFILE, read by the PROG22
*> point-in-time inquiry.  One row per question: either a single
*> master key or every key a company has ever posted, each with the
*> date the book is to be reconstructed as of.
*> Request types:
*>   K - one key, IQ-OUT1/IQ-OUT2
*>   C - whole company, IQ-COMPANY
 01  INQUIRY-RECORD.
     03 IQ-REQUEST-TYPE     PIC X(01).
        88 IQ-BY-KEY          VALUE 'K'.
        88 IQ-BY-COMPANY      VALUE 'C'.
     03 IQ-AS-OF-DATE       PIC 9(08).
     03 IQ-KEY-AREA         PIC X(20).
     03 IQ-KEY-VIEW REDEFINES IQ-KEY-AREA.
        05 IQ-OUT1          PIC X(10).
        05 IQ-OUT2          PIC X(10).
     03 IQ-COMPANY-VIEW REDEFINES IQ-KEY-AREA.
        05 IQ-COMPANY       PIC X(04).
        05 FILLER           PIC X(16).
