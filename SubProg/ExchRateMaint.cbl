*>rewritten.  The listing flags any currency whose newest rate is
*>older than the staleness threshold asked for at start-up, so
*>finance sees a currency nobody has re-rated before Despatch
*>converts a month of orders at it.  Every add, replace and delete is
*>written to the master-change journal through MasterChangeLog, keyed
*>on the currency followed by the effective date, with the rate as it
*>stood before and after.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  WS-Prev-Currency            PIC XXX.
01  WS-Rate-Display             PIC ZZ9.999999.

*>Master-change journal parameters for MasterChangeLog.
01  WS-Chg-Program              PIC X(20) VALUE "EXCHRATEMAINT".
01  WS-Chg-File-Id              PIC X(3) VALUE "EXR".
01  WS-Chg-Key.
    02  WS-Chg-Key-Currency     PIC XXX.
    02  WS-Chg-Key-Date         PIC X(8).
    02  FILLER                  PIC X VALUE SPACE.
01  WS-Chg-Action               PIC X.
01  WS-Before-Image             PIC X(200).
01  WS-After-Image              PIC X(200).

01  WS-SignOn-Function          PIC X(20) VALUE "EXCHRATEMAINT".

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
            END-IF
        END-PERFORM
        IF WS-Found-At > 0
            MOVE WS-RT-Entry(WS-Found-At) TO WS-Before-Image
            MOVE WS-New-Rate TO WS-RT-Rate(WS-Found-At)
            PERFORM Write-Rate-File
            MOVE WS-RT-Entry(WS-Found-At) TO WS-After-Image
            MOVE "C" TO WS-Chg-Action
            PERFORM Log-Master-Change
            DISPLAY "EXCHRATEMAINT: rate for " WS-New-Currency
                " at " WS-New-Date " replaced"
        ELSE
            ELSE
                PERFORM Insert-Dated-Rate
                PERFORM Write-Rate-File
                MOVE SPACES TO WS-Before-Image
                MOVE WS-RT-Entry(WS-Insert-At) TO WS-After-Image
                MOVE "A" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "EXCHRATEMAINT: rate added"
            END-IF
        END-IF
    IF WS-Found-At = 0
        DISPLAY "EXCHRATEMAINT: no such dated rate on file"
    ELSE
        MOVE WS-RT-Entry(WS-Found-At) TO WS-Before-Image
        PERFORM VARYING WS-Shift-Idx FROM WS-Found-At BY 1
                UNTIL WS-Shift-Idx >= WS-Rate-Count
            MOVE WS-RT-Entry(WS-Shift-Idx + 1)
        END-PERFORM
        SUBTRACT 1 FROM WS-Rate-Count
        PERFORM Write-Rate-File
        MOVE SPACES TO WS-After-Image
        MOVE "D" TO WS-Chg-Action
        PERFORM Log-Master-Change
        DISPLAY "EXCHRATEMAINT: dated rate deleted - past EUR "
            "figures derived from it will no longer reproduce"
    END-IF.

*>The journal entry is written only once the rate file has been
*>rewritten, so the journal never shows a change that did not happen.
Log-Master-Change.
    MOVE WS-New-Currency TO WS-Chg-Key-Currency.
    MOVE WS-New-Date-X TO WS-Chg-Key-Date.
    CALL "MasterChangeLog" USING WS-Chg-Program, WS-Chg-File-Id,
        WS-Chg-Key, WS-Chg-Action, WS-Before-Image, WS-After-Image.
    IF RETURN-CODE NOT = 0
        DISPLAY "EXCHRATEMAINT: ABEND - MasterChangeLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>A missing rate file on first use is an empty table, not an error -
*>the first add creates the file.
Load-Rate-Table.
