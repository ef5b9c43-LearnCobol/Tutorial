    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  BSF-SEQ.
01  BSF-SEQ-Rec.
    02  Reorder-Qty-SEQ         PIC 999.
    02  On-Order-SEQ            PIC X.
    02  Bin-Location-SEQ        PIC X(6).
    02  Avg-Cost-SEQ            PIC 9(5)V99.
01  BSF-SEQ-Trailer-Rec.
    02  BSF-Trailer-Tag         PIC X(5).
    02  BSF-Trailer-Count       PIC 9(6).
    02  FILLER                  PIC X(67).

FD  STOCK-FILE.
01  STOCK-REC-FB.
