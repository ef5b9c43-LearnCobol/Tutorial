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
*>A delta extract record is the ordinary record behind an action
*>code: "A" created today, "C" updated today.
01  BSF-DELTA-REC.
    02  Delta-Action-Code       PIC X.
    02  Delta-Book-Data         PIC X(78).

FD  CHECKPOINT-FILE.
01  CHECKPOINT-REC.
01  WS-DK-Found                  PIC 9(3).


01  WS-SignOn-Function          PIC X(20) VALUE "BSF2SEQ".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  The input master and output extract names default to the fixed
*>  literals below but can be overridden at runtime (JCL DD or shell
*>  environment variable) without recompiling.
