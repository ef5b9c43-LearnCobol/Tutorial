    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  BOOK-WORK.
01  BookWorkRec.
    02  Reorder-Qty-BW          PIC 999.
    02  On-Order-BW             PIC X.
    02  Bin-Location-BW         PIC X(6).
    02  Avg-Cost-BW             PIC 9(5)V99.

FD  MANF-FILE.
01  MANF-REC-FC.
01  WS-Audit-Action             PIC X(5).
01  WS-Audit-Program            PIC X(20) VALUE "INDEXREBUILD".

01  WS-SignOn-Function          PIC X(20) VALUE "INDEXREBUILD".

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
