    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  STOCK-FILE.
01  STOCK-REC-FB.
01  WS-Move-After               PIC 9(6).
01  WS-Move-Reason              PIC XX VALUE "AJ".

01  WS-SignOn-Function          PIC X(20).

PROCEDURE DIVISION.
Begin.
*>  Master names default to the fixed literals but can be overridden
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  Nobody runs this without signing on in a role authorised for it;
*>  applying adjustments in mode A is authorised separately from
*>  reporting the variances.
    IF Apply-Mode
        MOVE "STOCKTAKE-A" TO WS-SignOn-Function
    ELSE
        MOVE "STOCKTAKE-R" TO WS-SignOn-Function
    END-IF.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF Apply-Mode
        DISPLAY "Adjustment reason code: " WITH NO ADVANCING
        ACCEPT WS-Adjust-Reason
