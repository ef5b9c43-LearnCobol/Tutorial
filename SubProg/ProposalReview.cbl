    02  WS-New-Qty              PIC 9(6).
01  WS-Qty-Display              PIC ZZZ,ZZ9.

01  WS-SignOn-Function          PIC X(20) VALUE "PROPOSALREVIEW".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Load-Proposals.
    PERFORM UNTIL NOT Keep-Going
        PERFORM Review-Proposals
