*> Authorized-operator record, file OPERFILE, maintained by
*> security administration.  One row per person who may prepare or
*> approve a manual maintenance input (CORRFILE, BACKPARM, CMPTRANS,
*> RELFILE).  Authority:
*>   P - may prepare an input
*>   A - may approve an input
*>   B - may do both, though never both on the same item
*> An inactive operator may do neither; the row stays on file so
*> the IDs on older audit records still resolve.
 01  OPERATOR-RECORD.
     03 OP-OPERATOR-ID      PIC X(08).
     03 OP-OPERATOR-NAME    PIC X(30).
     03 OP-STATUS           PIC X(01).
        88 OP-ACTIVE          VALUE 'A'.
        88 OP-INACTIVE        VALUE 'I'.
     03 OP-AUTHORITY        PIC X(01).
        88 OP-MAY-PREPARE     VALUE 'P' 'B'.
        88 OP-MAY-APPROVE     VALUE 'A' 'B'.
