    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  STOCK-FILE.
01  STOCK-REC-FB.
01  DELTA-REC.
    88  EndOfDelta              VALUE HIGH-VALUES.
    02  Delta-Action-Code       PIC X.
    02  Delta-Payload           PIC X(78).
01  DELTA-TRAILER-REC.
    02  Delta-Trailer-Tag       PIC X(5).
    02  Delta-Trailer-Count     PIC 9(6).
    02  FILLER                  PIC X(68).

FD  RECON-OUT.
01  RECON-LINE                  PIC X(100).
        INVALID KEY
            PERFORM Report-Missing-Key
        NOT INVALID KEY
            IF Delta-Payload(1:78) = BookStockRec
                ADD 1 TO WS-Match-Count
            ELSE
                PERFORM Report-Differs
