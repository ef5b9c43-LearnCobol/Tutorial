    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  WS-Continue                  PIC X VALUE "Y".
    88  Keep-Going               VALUE "Y".

01  WS-SignOn-Function          PIC X(20) VALUE "BOOKTITLEINQUIRY".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  BookStockFile's name defaults to the fixed literal below but can
*>  be overridden at runtime (JCL DD or shell environment variable)
*>  without recompiling.
