*>the calling program with a timestamp.  When a count looks wrong,
*>MovementInquiry lists exactly how it got there.  Reason codes so
*>far: DS despatch, RC receipt, NT new title opening stock, RT
*>customer return, AJ stock-take adjustment, RQ damaged return into
*>quarantine (file QTN), and from quarantine QR restocked, QW written
*>off, QS returned to the supplier.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
