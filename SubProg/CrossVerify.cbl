    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  AUTHOR-FILE.
01  AUTHOR-REC.
    02  AUTHOR-ID-AM            PIC 9(4).
    02  AUTHOR-NAME-AM          PIC X(30).
    02  AUTHOR-NATIONALITY-AM   PIC X(20).
    02  AUTHOR-ROYALTY-PCT-AM   PIC 99V99.
    02  AUTHOR-ROYALTY-THRESHOLD-AM PIC 9(6).
    02  AUTHOR-ROYALTY-HIGH-PCT-AM PIC 99V99.
    02  AUTHOR-ADVANCE-BAL-AM   PIC 9(7)V99.
    02  AUTHOR-ROYALTY-TO-AM    PIC 9(8).

FD  CUSTOMER-FILE.
01  CUSTOMER-REC.
    02  Backorder-Qty           PIC 999.
    02  Backorder-Country-Code  PIC XX.
    02  Backorder-Date          PIC 9(8).
    02  Backorder-Ship-To       PIC XXX.
    02  Backorder-Quote-Number  PIC 9(6).
    02  Backorder-Cust-Ref      PIC X(15).

FD  PO-REGISTER.
01  PO-REG-REC.
