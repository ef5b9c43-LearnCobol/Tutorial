*>country's rate, or deletes one - adds are slotted into country
*>order and the whole file is rewritten.  Accounts can now apply a
*>budget-day rate change or register a new destination country's VAT
*>without a code change.  Every add, replace and delete is written to
*>the master-change journal through MasterChangeLog with the country's
*>entry as it stood before and after.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

01  WS-Pct-Display              PIC Z9.99.

*>Master-change journal parameters for MasterChangeLog.
01  WS-Chg-Program              PIC X(20) VALUE "TAXRATEMAINT".
01  WS-Chg-File-Id              PIC X(3) VALUE "TAX".
01  WS-Chg-Key                  PIC X(12).
01  WS-Chg-Action               PIC X.
01  WS-Before-Image             PIC X(200).
01  WS-After-Image              PIC X(200).

01  WS-SignOn-Function          PIC X(20) VALUE "TAXRATEMAINT".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Load-Rate-Table.
    PERFORM UNTIL NOT Keep-Going
        PERFORM Maintain-Rates
            END-IF
        END-PERFORM
        IF WS-Found-At > 0
            MOVE WS-RT-Entry(WS-Found-At) TO WS-Before-Image
            MOVE WS-New-Pct TO WS-RT-Pct(WS-Found-At)
            PERFORM Write-Rate-File
            MOVE WS-RT-Entry(WS-Found-At) TO WS-After-Image
            MOVE "C" TO WS-Chg-Action
            PERFORM Log-Master-Change
            DISPLAY "TAXRATEMAINT: rate for " WS-New-Country
                " replaced"
        ELSE
            ELSE
                PERFORM Insert-Tax-Rate
                PERFORM Write-Rate-File
                MOVE SPACES TO WS-Before-Image
                MOVE WS-RT-Entry(WS-Insert-At) TO WS-After-Image
                MOVE "A" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "TAXRATEMAINT: rate added"
            END-IF
        END-IF
    IF WS-Found-At = 0
        DISPLAY "TAXRATEMAINT: no rate on file for " WS-New-Country
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
        DISPLAY "TAXRATEMAINT: rate deleted"
    END-IF.

*>The journal entry is written only once the rate file has been
*>rewritten, so the journal never shows a change that did not happen.
Log-Master-Change.
    MOVE WS-New-Country TO WS-Chg-Key.
    CALL "MasterChangeLog" USING WS-Chg-Program, WS-Chg-File-Id,
        WS-Chg-Key, WS-Chg-Action, WS-Before-Image, WS-After-Image.
    IF RETURN-CODE NOT = 0
        DISPLAY "TAXRATEMAINT: ABEND - MasterChangeLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>A missing rate file on first use is an empty table, not an error -
*>the first add creates the file.
Load-Rate-Table.
