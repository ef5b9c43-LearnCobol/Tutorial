01  WS-Total-Display            PIC ZZZ,ZZZ,ZZ9.99.
01  WS-Count-Display            PIC ZZZ,ZZ9.

01  WS-SignOn-Function          PIC X(20) VALUE "TAXSUMMARY".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "Tax summary month (YYYYMM): " WITH NO ADVANCING.
    ACCEPT WS-Report-Month.
    IF WS-Report-Month NOT NUMERIC
