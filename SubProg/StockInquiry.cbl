01  WS-Manf-Found                      PIC X.
    88  Manf-Was-Found                 VALUE "Y".

01  WS-SignOn-Function          PIC X(20) VALUE "STOCKINQUIRY".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  STOCK-FILE and MANF-FILE's names default to the fixed literals
*>  above but can be overridden at runtime (JCL DD or shell
*>  environment variable) without recompiling.
