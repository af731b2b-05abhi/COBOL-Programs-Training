*> Working fields for the shared exchange-rate routines (FXRATES).
*> The using program declares FX-RATE-FILE assigned to FXRATE with
*> the FXRATERC record.  WS-FX-REPORTING-CURRENCY is the currency
*> the ledger is kept in.
 01  WS-FX-REPORTING-CURRENCY PIC X(03) VALUE 'USD'.
 01  WS-FX-RATE-STATUS      PIC X(02).
 01  WS-FX-LOADED-SWITCH    PIC X(01) VALUE 'N'.
     88 WS-FX-LOADED          VALUE 'Y'.
 01  WS-FX-EOF-SWITCH       PIC X(01).
     88 WS-FX-EOF             VALUE 'Y'.
 01  WS-FX-FOUND-SWITCH     PIC X(01).
     88 WS-FX-FOUND           VALUE 'Y'.
 01  WS-FX-SUB              PIC 9(04) COMP.
 01  WS-FX-MAX              PIC 9(04) COMP VALUE 2000.
 01  WS-FX-COUNT            PIC 9(04) COMP VALUE 0.
 01  WS-FX-BAD-COUNT        PIC 9(04) COMP VALUE 0.
 01  WS-FX-LOOKUP-CURRENCY  PIC X(03).
 01  WS-FX-LOOKUP-DATE      PIC 9(08).
 01  WS-FX-RATE-FOUND       PIC 9(05)V9(06).
 01  WS-FX-RATE-DATE        PIC 9(08).
 01  WS-FX-TABLE.
     03 WS-FX-ENTRY OCCURS 2000 TIMES.
        05 WS-FX-CURRENCY   PIC X(03).
        05 WS-FX-DATE       PIC 9(08).
        05 WS-FX-RATE       PIC 9(05)V9(06).
