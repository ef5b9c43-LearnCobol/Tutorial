    02  FILLER              PIC X(1)  VALUE SPACE.
    02  WS-ST-FreightTotal  PIC ZZZ,ZZZ,ZZ9.99.

01  WS-SignOn-Function          PIC X(20).

PROCEDURE DIVISION.
Begin.
*>  STOCK-FILE and MANF-FILE's names default to the fixed literals
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  Nobody runs this without signing on in a role authorised for it;
*>  raising live POs in mode C is authorised separately from proposing.
    IF Commit-Mode
        MOVE "ACME99-C" TO WS-SignOn-Function
    ELSE
        MOVE "ACME99-P" TO WS-SignOn-Function
    END-IF.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF Propose-Mode
        SORT SORT-WORK-FILE
            ON ASCENDING KEY SORT-ManfCode
