    02  Held-Country            PIC XX.
    02  Held-Value-EUR          PIC 9(7)V99.
    02  Held-Date               PIC 9(8).
    02  Held-Ship-To            PIC XXX.
    02  Held-Quote-Number       PIC 9(6).
    02  Held-Cust-Ref           PIC X(15).

FD  REVIEW-OUT.
01  REPORT-LINE                 PIC X(132).
01  WS-Shortfall-Display        PIC -ZZZZZZ9.99.
01  WS-Days-Display             PIC ZZZZ9.

01  WS-SignOn-Function          PIC X(20) VALUE "HELDORDERREVIEW".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    MOVE WS-CD-YYYYMMDD TO WS-Date-Num.
    COMPUTE WS-Today-Days = FUNCTION INTEGER-OF-DATE(WS-Date-Num).
