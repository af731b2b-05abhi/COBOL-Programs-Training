*>   N - rename an existing company
*>   D - deactivate (company stays on file for history)
*>   R - reactivate a deactivated company
*>   C - change the company's booking currency (only while it holds
*>       no balance and has nothing pending or on suspense)
*> The currency code is required on C and optional on A - blank
*> there books the company in the reporting currency.  Every
*> transaction carries the OPERFILE IDs of the operator who
*> prepared it and a different operator who approved it.
 01  COMPANY-TRANS-RECORD.
     03 CT-ACTION           PIC X(01).
        88 CT-ACTION-ADD       VALUE 'A'.
        88 CT-ACTION-RENAME    VALUE 'N'.
        88 CT-ACTION-DEACT     VALUE 'D'.
        88 CT-ACTION-REACT     VALUE 'R'.
        88 CT-ACTION-CURRENCY  VALUE 'C'.
        88 CT-ACTION-VALID     VALUE 'A' 'N' 'D' 'R' 'C'.
     03 CT-COMPANY-CODE     PIC X(04).
     03 CT-COMPANY-NAME     PIC X(30).
     03 CT-EFF-DATE         PIC 9(08).
     03 CT-CURRENCY-CODE    PIC X(03).
     03 CT-PREPARER-ID      PIC X(08).
     03 CT-APPROVER-ID      PIC X(08).
