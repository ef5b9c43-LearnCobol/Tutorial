01  WS-Invoice-Amount           PIC 9(7)V99 VALUE 0.
01  WS-Amount-Display           PIC ZZZZZZ9.99.

01  WS-SignOn-Function          PIC X(20) VALUE "STATEMENTS".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "Statement month (YYYYMM): " WITH NO ADVANCING.
    ACCEPT WS-Report-Month.
    IF WS-Report-Month NOT NUMERIC
