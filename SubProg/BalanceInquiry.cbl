01  WS-After-Display            PIC -ZZZZZZ9.99.
01  WS-Change-Display           PIC -ZZZZZZ9.99.

01  WS-SignOn-Function          PIC X(20) VALUE "BALANCEINQUIRY".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL NOT Keep-Going
        PERFORM List-Movements
        DISPLAY "Another customer? (Y/N): " WITH NO ADVANCING
