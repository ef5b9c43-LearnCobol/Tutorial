    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  MANF-FILE.
01  MANF-REC-FC.
    02  Backorder-Qty           PIC 999.
    02  Backorder-Country-Code  PIC XX.
    02  Backorder-Date          PIC 9(8).
    02  Backorder-Ship-To       PIC XXX.
    02  Backorder-Quote-Number  PIC 9(6).
    02  Backorder-Cust-Ref      PIC X(15).

SD  SORT-WORK-FILE.
01  SORT-REC.
    02  FILLER             PIC X(1)  VALUE SPACE.
    02  WS-D-ManfName      PIC X(30).

01  WS-SignOn-Function          PIC X(20) VALUE "BOOKREORDER".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  The master names default to the fixed literals above but can be
*>  overridden at runtime (JCL DD or shell environment variable)
*>  without recompiling.
