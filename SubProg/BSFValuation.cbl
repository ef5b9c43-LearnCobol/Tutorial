    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  VALUATION-OUT.
01  VALUATION-LINE               PIC X(80).
