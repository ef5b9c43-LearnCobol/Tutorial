    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  BSF-SEQ.
01 BSF-SEQ-Rec.
    02  Reorder-Qty-SEQ         PIC 999.
    02  On-Order-SEQ            PIC X.
    02  Bin-Location-SEQ        PIC X(6).
    02  Avg-Cost-SEQ            PIC 9(5)V99.
01  BSF-SEQ-Trailer-Rec.
    02  BSF-Trailer-Tag         PIC X(5).
    02  BSF-Trailer-Count       PIC 9(6).
    02  FILLER                  PIC X(67).

FD  CHECKPOINT-FILE.
01  CHECKPOINT-REC.
01  WS-Audit-Program               PIC X(20) VALUE "SEQ2BSF".


01  WS-SignOn-Function          PIC X(20) VALUE "SEQ2BSF".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  The source extract and target master names default to the fixed
*>  literals below but can be overridden at runtime (JCL DD or shell
*>  environment variable) without recompiling.
