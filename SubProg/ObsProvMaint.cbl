      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  ObsProvMaint.
AUTHOR.  Michael Coughlan.
*>Maintenance and listing for the obsolescence provision bands on
*>OBSPROV.DAT that SlowStock values its stock against, in the style
*>of TaxRateMaint.  Each band is the number of months since the
*>last sale from which it applies and the percentage of the stock
*>value to provide against; a title falls into the highest band
*>whose start it has reached.  Lists the bands, adds or replaces
*>one, or deletes one - adds are slotted into month order and the
*>whole file is rewritten, so accounts can change the provision
*>policy at the year end without a code change.  Every add, replace
*>and delete is written to the master-change journal through
*>MasterChangeLog (master OBP, keyed by the band's starting month)
*>with the band as it stood before and after, so a change to the
*>provision policy can be traced to who made it and when.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PROV-FILE ASSIGN TO "OBSPROV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ProvStatus.

DATA DIVISION.
FILE SECTION.
FD  PROV-FILE.
01  PROV-REC.
    88  EndOfProv               VALUE HIGH-VALUES.
    02  Prov-From-Months-IO     PIC 99.
    02  Prov-Pct-IO             PIC 9(3)V99.

WORKING-STORAGE SECTION.
01  ProvStatus                  PIC XX.
01  WS-Continue                 PIC X VALUE "Y".
    88  Keep-Going              VALUE "Y".
01  WS-Action                   PIC X.
    88  Action-Is-List          VALUE "L".
    88  Action-Is-Add           VALUE "A".
    88  Action-Is-Delete        VALUE "D".

01  WS-Band-Table.
    02  WS-BT-Entry OCCURS 10 TIMES.
        03  WS-BT-From-Months   PIC 99.
        03  WS-BT-Pct           PIC 9(3)V99.
01  WS-Band-Count               PIC 99 VALUE 0.
01  WS-Idx                      PIC 99.
01  WS-Shift-Idx                PIC 99.
01  WS-Insert-At                PIC 99.
01  WS-Found-At                 PIC 99.

01  WS-New-From-X.
    02  WS-New-From-Months      PIC 99.
01  WS-New-Pct-X.
    02  WS-New-Pct              PIC 9(3)V99.

01  WS-Pct-Display              PIC ZZ9.99.

*>Master-change journal parameters for MasterChangeLog.
01  WS-Chg-Program              PIC X(20) VALUE "OBSPROVMAINT".
01  WS-Chg-File-Id              PIC X(3) VALUE "OBP".
01  WS-Chg-Key                  PIC X(12).
01  WS-Chg-Action               PIC X.
01  WS-Before-Image             PIC X(200).
01  WS-After-Image              PIC X(200).

01  WS-SignOn-Function          PIC X(20) VALUE "OBSPROVMAINT".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Load-Band-Table.
    PERFORM UNTIL NOT Keep-Going
        PERFORM Maintain-Bands
        DISPLAY "Another action? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-Continue
    END-PERFORM.
    STOP RUN.

Maintain-Bands.
    DISPLAY "Action (L=list, A=add/replace, D=delete): "
        WITH NO ADVANCING.
    ACCEPT WS-Action.
    EVALUATE TRUE
        WHEN Action-Is-List   PERFORM List-Bands
        WHEN Action-Is-Add    PERFORM Add-Band
        WHEN Action-Is-Delete PERFORM Delete-Band
        WHEN OTHER
            DISPLAY "OBSPROVMAINT: action must be L, A or D"
    END-EVALUATE.

List-Bands.
    IF WS-Band-Count = 0
        DISPLAY "OBSPROVMAINT: no provision bands on file - "
            "SlowStock will use its standard bands"
    END-IF.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-Band-Count
        MOVE WS-BT-Pct(WS-Idx) TO WS-Pct-Display
        DISPLAY "FROM " WS-BT-From-Months(WS-Idx)
            " MONTHS  PROVISION " WS-Pct-Display "%"
    END-PERFORM.

*>A band already on file gets its percentage replaced in place; a
*>new one is slotted into month order, which is the order SlowStock
*>relies on when it picks a title's band.
Add-Band.
    DISPLAY "From months since last sale (00-99): "
        WITH NO ADVANCING.
    ACCEPT WS-New-From-X.
    DISPLAY "Provision % (00000-10000 = 0.00-100.00): "
        WITH NO ADVANCING.
    ACCEPT WS-New-Pct-X.
    IF WS-New-From-X NOT NUMERIC OR WS-New-Pct-X NOT NUMERIC
        DISPLAY "OBSPROVMAINT: invalid band, nothing added"
    ELSE
        IF WS-New-Pct > 100
            DISPLAY "OBSPROVMAINT: provision cannot exceed 100%, "
                "nothing added"
        ELSE
            MOVE 0 TO WS-Found-At
            PERFORM VARYING WS-Idx FROM 1 BY 1
                    UNTIL WS-Idx > WS-Band-Count OR WS-Found-At > 0
                IF WS-BT-From-Months(WS-Idx) = WS-New-From-Months
                    MOVE WS-Idx TO WS-Found-At
                END-IF
            END-PERFORM
            IF WS-Found-At > 0
                MOVE WS-BT-Entry(WS-Found-At) TO WS-Before-Image
                MOVE WS-New-Pct TO WS-BT-Pct(WS-Found-At)
                PERFORM Write-Band-File
                MOVE WS-BT-Entry(WS-Found-At) TO WS-After-Image
                MOVE "C" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "OBSPROVMAINT: band from " WS-New-From-Months
                    " months replaced"
            ELSE
                IF WS-Band-Count >= 10
                    DISPLAY "OBSPROVMAINT: band table full, "
                        "cannot add"
                ELSE
                    PERFORM Insert-Band
                    PERFORM Write-Band-File
                    MOVE SPACES TO WS-Before-Image
                    MOVE WS-BT-Entry(WS-Insert-At) TO WS-After-Image
                    MOVE "A" TO WS-Chg-Action
                    PERFORM Log-Master-Change
                    DISPLAY "OBSPROVMAINT: band added"
                END-IF
            END-IF
        END-IF
    END-IF.

Insert-Band.
    MOVE 0 TO WS-Insert-At.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-Band-Count OR WS-Insert-At > 0
        IF WS-BT-From-Months(WS-Idx) > WS-New-From-Months
            MOVE WS-Idx TO WS-Insert-At
        END-IF
    END-PERFORM.
    IF WS-Insert-At = 0
        COMPUTE WS-Insert-At = WS-Band-Count + 1
    END-IF.
    PERFORM VARYING WS-Shift-Idx FROM WS-Band-Count BY -1
            UNTIL WS-Shift-Idx < WS-Insert-At
        MOVE WS-BT-Entry(WS-Shift-Idx)
            TO WS-BT-Entry(WS-Shift-Idx + 1)
    END-PERFORM.
    ADD 1 TO WS-Band-Count.
    MOVE WS-New-From-Months TO WS-BT-From-Months(WS-Insert-At).
    MOVE WS-New-Pct TO WS-BT-Pct(WS-Insert-At).

Delete-Band.
    DISPLAY "From months since last sale (00-99): "
        WITH NO ADVANCING.
    ACCEPT WS-New-From-X.
    MOVE 0 TO WS-Found-At.
    IF WS-New-From-X NUMERIC
        PERFORM VARYING WS-Idx FROM 1 BY 1
                UNTIL WS-Idx > WS-Band-Count OR WS-Found-At > 0
            IF WS-BT-From-Months(WS-Idx) = WS-New-From-Months
                MOVE WS-Idx TO WS-Found-At
            END-IF
        END-PERFORM
    END-IF.
    IF WS-Found-At = 0
        DISPLAY "OBSPROVMAINT: no band on file from " WS-New-From-X
            " months"
    ELSE
        MOVE WS-BT-Entry(WS-Found-At) TO WS-Before-Image
        PERFORM VARYING WS-Shift-Idx FROM WS-Found-At BY 1
                UNTIL WS-Shift-Idx >= WS-Band-Count
            MOVE WS-BT-Entry(WS-Shift-Idx + 1)
                TO WS-BT-Entry(WS-Shift-Idx)
        END-PERFORM
        SUBTRACT 1 FROM WS-Band-Count
        PERFORM Write-Band-File
        MOVE SPACES TO WS-After-Image
        MOVE "D" TO WS-Chg-Action
        PERFORM Log-Master-Change
        DISPLAY "OBSPROVMAINT: band deleted"
    END-IF.

*>The journal entry is written only once the change is on file, so
*>the journal never shows a change that did not happen.
Log-Master-Change.
    MOVE WS-New-From-X TO WS-Chg-Key.
    CALL "MasterChangeLog" USING WS-Chg-Program, WS-Chg-File-Id,
        WS-Chg-Key, WS-Chg-Action, WS-Before-Image, WS-After-Image.
    IF RETURN-CODE NOT = 0
        DISPLAY "OBSPROVMAINT: ABEND - MasterChangeLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>A missing band file on first use is an empty table, not an error -
*>the first add creates the file.
Load-Band-Table.
    OPEN INPUT PROV-FILE.
    IF ProvStatus = "35"
        DISPLAY "OBSPROVMAINT: OBSPROV.DAT not found, "
            "starting with an empty table"
    ELSE
        IF ProvStatus NOT = "00"
            DISPLAY "OBSPROVMAINT: ABEND - cannot open "
                "OBSPROV.DAT, status " ProvStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ PROV-FILE
            AT END SET EndOfProv TO TRUE
        END-READ
        PERFORM UNTIL EndOfProv
            IF WS-Band-Count < 10
                ADD 1 TO WS-Band-Count
                MOVE Prov-From-Months-IO
                    TO WS-BT-From-Months(WS-Band-Count)
                MOVE Prov-Pct-IO TO WS-BT-Pct(WS-Band-Count)
            END-IF
            READ PROV-FILE
                AT END SET EndOfProv TO TRUE
            END-READ
        END-PERFORM
        CLOSE PROV-FILE
    END-IF.

Write-Band-File.
    OPEN OUTPUT PROV-FILE.
    IF ProvStatus NOT = "00"
        DISPLAY "OBSPROVMAINT: ABEND - cannot rewrite "
            "OBSPROV.DAT, status " ProvStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-Band-Count
        MOVE WS-BT-From-Months(WS-Idx) TO Prov-From-Months-IO
        MOVE WS-BT-Pct(WS-Idx) TO Prov-Pct-IO
        WRITE PROV-REC
    END-PERFORM.
    CLOSE PROV-FILE.
