01  WS-Monthly-Display          PIC ZZZ,ZZ9.99.
01  WS-Stock-Key-Num            PIC 9(5).

01  WS-SignOn-Function          PIC X(20) VALUE "REORDERCALC".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  STOCK-FILE's name defaults to the fixed literal above but can be
*>  overridden at runtime (JCL DD or shell environment variable)
*>  without recompiling.
