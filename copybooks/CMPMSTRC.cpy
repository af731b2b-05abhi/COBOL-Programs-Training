*> Company master record, file COMPMAST.  One record per company
*> processed by the PROG06 stream.  Maintained by PROG17; a
*> deactivated company stays on file for history.  A blank status
*> (records predating the lifecycle) reads as active.  The currency
*> is the one the company books in; blank (records predating
*> currencies) is the reporting currency.
 01  COMPANY-MASTER-RECORD.
     03 CM-COMPANY-CODE     PIC X(04).
     03 CM-COMPANY-NAME     PIC X(30).
        88 CM-ACTIVE          VALUE 'A' ' '.
        88 CM-INACTIVE        VALUE 'I'.
     03 CM-STATUS-DATE      PIC 9(08).
     03 CM-CURRENCY-CODE    PIC X(03).
