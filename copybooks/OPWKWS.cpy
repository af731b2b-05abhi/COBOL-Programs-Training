*> Working fields for the shared operator authorization and
*> manual-intervention log routines (OPAUTH).  The using program
*> declares OPERATOR-FILE assigned to OPERFILE with the OPERRC
*> record, and MANUAL-LOG-FILE assigned to DYNAMIC
*> WS-MLG-FILE-NAME with the MANLOGRC record.
 01  WS-OPERATOR-STATUS     PIC X(02).
 01  WS-OPR-EOF-SWITCH      PIC X(01).
     88 WS-OPR-EOF            VALUE 'Y'.
 01  WS-OPR-AUTH-SWITCH     PIC X(01).
     88 WS-OPR-AUTHORIZED     VALUE 'Y'.
 01  WS-OPR-SUB             PIC 9(04) COMP.
 01  WS-OPR-HIT             PIC 9(04) COMP.
 01  WS-OPR-MAX             PIC 9(04) COMP VALUE 500.
 01  WS-OPR-COUNT           PIC 9(04) COMP VALUE 0.
 01  WS-OPR-PREPARER-ID     PIC X(08).
 01  WS-OPR-APPROVER-ID     PIC X(08).
 01  WS-OPR-LOOKUP-ID       PIC X(08).
 01  WS-OPR-REASON          PIC X(40).
 01  WS-OPR-TABLE.
     03 WS-OPR-ENTRY OCCURS 500 TIMES.
        05 WS-OPR-ID        PIC X(08).
        05 WS-OPR-STATUS    PIC X(01).
           88 WS-OPR-ACTIVE   VALUE 'A'.
        05 WS-OPR-AUTHORITY PIC X(01).
           88 WS-OPR-MAY-PREPARE VALUE 'P' 'B'.
           88 WS-OPR-MAY-APPROVE VALUE 'A' 'B'.
 01  WS-MANUAL-LOG-STATUS   PIC X(02).
 01  WS-MLG-FILE-NAME       PIC X(20).
 01  WS-MLG-LOG-DATE        PIC 9(08).
 01  WS-MLG-TIME            PIC 9(08).
 01  WS-MLG-OPEN-SWITCH     PIC X(01) VALUE 'N'.
     88 WS-MLG-OPEN           VALUE 'Y'.
