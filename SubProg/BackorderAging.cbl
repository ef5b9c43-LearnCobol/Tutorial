    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  BACKORDER-IN.
01  BACKORDER-REC.
    02  Backorder-Qty           PIC 999.
    02  Backorder-Country-Code  PIC XX.
    02  Backorder-Date          PIC 9(8).
    02  Backorder-Ship-To       PIC XXX.
    02  Backorder-Quote-Number  PIC 9(6).
    02  Backorder-Cust-Ref      PIC X(15).

SD  SORT-WORK-FILE.
01  SORT-REC.
