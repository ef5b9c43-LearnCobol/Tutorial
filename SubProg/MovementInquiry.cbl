01  WS-Key-Wanted               PIC X(5).
01  WS-Match-Count              PIC 9(5).

01  WS-SignOn-Function          PIC X(20) VALUE "MOVEMENTINQUIRY".

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
        DISPLAY "Another key? (Y/N): " WITH NO ADVANCING
