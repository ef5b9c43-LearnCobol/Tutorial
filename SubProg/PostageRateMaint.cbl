*>rewritten, because GetPostage's first-band-at-or-above-the-weight
*>lookup depends on the bands being in order.  Operations can now
*>apply the annual postal increase or open a new destination country
*>without a code change.  Every band added or deleted is written to
*>the master-change journal through MasterChangeLog, keyed on the
*>country followed by the weight limit.
*>Each country may also be given a maximum parcel weight, held on
*>PARCELMX.DAT (country, maximum): GetParcelPostage splits a heavier
*>order into that many parcels.  A country with no maximum set is
*>limited by its heaviest band; setting a maximum of zero clears it.
*>These changes are journalled as master PMX, keyed on the country.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RateStatus.

    SELECT PARCEL-MAX-FILE ASSIGN TO "PARCELMX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ParcelMaxStatus.

DATA DIVISION.
FILE SECTION.
FD  RATE-FILE.
    02  Rate-Value-IO           PIC 99V99.
    02  Rate-Currency-IO        PIC XXX.

FD  PARCEL-MAX-FILE.
01  PARCEL-MAX-REC.
    88  EndOfParcelMax          VALUE HIGH-VALUES.
    02  PMX-Country-IO          PIC XX.
    02  PMX-Max-Weight-IO       PIC 9(3)V99.

WORKING-STORAGE SECTION.
01  RateStatus                  PIC XX.
01  ParcelMaxStatus             PIC XX.
01  WS-Continue                 PIC X VALUE "Y".
    88  Keep-Going              VALUE "Y".
01  WS-Action                   PIC X.
    88  Action-Is-List          VALUE "L".
    88  Action-Is-Add           VALUE "A".
    88  Action-Is-Delete        VALUE "D".
    88  Action-Is-Maximum       VALUE "M".

01  WS-Rate-Table.
    02  WS-RT-Entry OCCURS 50 TIMES.
01  WS-Insert-At                PIC 99.
01  WS-Found-At                 PIC 99.

01  WS-Max-Table.
    02  WS-MX-Entry OCCURS 50 TIMES.
        03  WS-MX-Country       PIC XX.
        03  WS-MX-Max-Weight    PIC 9(3)V99.
01  WS-Max-Count                PIC 99 VALUE 0.

01  WS-New-Country              PIC XX.
01  WS-New-Weight-X.
    02  WS-New-Weight           PIC 9(3)V99.
01  WS-Weight-Display           PIC ZZ9.99.
01  WS-Rate-Display             PIC Z9.99.

*>Master-change journal parameters for MasterChangeLog.
01  WS-Chg-Program              PIC X(20) VALUE "POSTAGERATEMAINT".
01  WS-Chg-File-Id              PIC X(3) VALUE "PST".
01  WS-Chg-Key.
    02  WS-Chg-Key-Country      PIC XX.
    02  WS-Chg-Key-Weight       PIC X(5).
    02  FILLER                  PIC X(5) VALUE SPACES.
01  WS-Chg-Action               PIC X.
01  WS-Before-Image             PIC X(200).
01  WS-After-Image              PIC X(200).

01  WS-SignOn-Function          PIC X(20) VALUE "POSTAGERATEMAINT".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Load-Rate-Table.
    PERFORM Load-Max-Table.
    PERFORM UNTIL NOT Keep-Going
        PERFORM Maintain-Rates
        DISPLAY "Another action? (Y/N): " WITH NO ADVANCING
    STOP RUN.

Maintain-Rates.
    DISPLAY "Action (L=list, A=add band, D=delete band, "
        "M=maximum parcel weight): " WITH NO ADVANCING.
    ACCEPT WS-Action.
    EVALUATE TRUE
        WHEN Action-Is-List   PERFORM List-Rates
        WHEN Action-Is-Add    PERFORM Add-Rate-Band
        WHEN Action-Is-Delete PERFORM Delete-Rate-Band
        WHEN Action-Is-Maximum PERFORM Set-Parcel-Maximum
        WHEN OTHER
            DISPLAY "POSTAGERATEMAINT: action must be L, A, D or M"
    END-EVALUATE.

List-Rates.
        DISPLAY WS-RT-Country(WS-Idx) "  UP TO " WS-Weight-Display
            "  RATE " WS-Rate-Display " " WS-RT-Currency(WS-Idx)
    END-PERFORM.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-Max-Count
        MOVE WS-MX-Max-Weight(WS-Idx) TO WS-Weight-Display
        DISPLAY WS-MX-Country(WS-Idx) "  MAXIMUM PARCEL WEIGHT "
            WS-Weight-Display
    END-PERFORM.

Add-Rate-Band.
    IF WS-Rate-Count >= 50
        ELSE
            PERFORM Insert-Rate-Band
            PERFORM Write-Rate-File
            MOVE SPACES TO WS-Before-Image
            MOVE WS-RT-Entry(WS-Insert-At) TO WS-After-Image
            MOVE "A" TO WS-Chg-Action
            PERFORM Log-Master-Change
            DISPLAY "POSTAGERATEMAINT: band added"
        END-IF
    END-IF.
    IF WS-Found-At = 0
        DISPLAY "POSTAGERATEMAINT: no such band on file"
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
        DISPLAY "POSTAGERATEMAINT: band deleted"
    END-IF.

*>A maximum replaces any the country already has; zero removes it.
*>The country must have rate bands, or no parcel to it can be priced.
Set-Parcel-Maximum.
    DISPLAY "Country Code: " WITH NO ADVANCING.
    ACCEPT WS-New-Country.
    DISPLAY "Maximum parcel weight (99999 = 999.99, 0 = clear): "
        WITH NO ADVANCING.
    ACCEPT WS-New-Weight-X.
    MOVE 0 TO WS-Insert-At.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-Rate-Count OR WS-Insert-At > 0
        IF WS-RT-Country(WS-Idx) = WS-New-Country
            MOVE WS-Idx TO WS-Insert-At
        END-IF
    END-PERFORM.
    MOVE 0 TO WS-Found-At.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-Max-Count OR WS-Found-At > 0
        IF WS-MX-Country(WS-Idx) = WS-New-Country
            MOVE WS-Idx TO WS-Found-At
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN WS-New-Weight-X NOT NUMERIC
            DISPLAY "POSTAGERATEMAINT: invalid weight, nothing changed"
        WHEN WS-Insert-At = 0
            DISPLAY "POSTAGERATEMAINT: no rate bands for country "
                WS-New-Country
        WHEN WS-New-Weight = 0 AND WS-Found-At = 0
            DISPLAY "POSTAGERATEMAINT: no maximum set for country "
                WS-New-Country
        WHEN WS-New-Weight = 0
            MOVE WS-MX-Entry(WS-Found-At) TO WS-Before-Image
            PERFORM VARYING WS-Shift-Idx FROM WS-Found-At BY 1
                    UNTIL WS-Shift-Idx >= WS-Max-Count
                MOVE WS-MX-Entry(WS-Shift-Idx + 1)
                    TO WS-MX-Entry(WS-Shift-Idx)
            END-PERFORM
            SUBTRACT 1 FROM WS-Max-Count
            PERFORM Write-Max-File
            MOVE SPACES TO WS-After-Image
            MOVE "D" TO WS-Chg-Action
            PERFORM Log-Maximum-Change
            DISPLAY "POSTAGERATEMAINT: maximum cleared"
        WHEN WS-Found-At > 0
            MOVE WS-MX-Entry(WS-Found-At) TO WS-Before-Image
            MOVE WS-New-Weight TO WS-MX-Max-Weight(WS-Found-At)
            PERFORM Write-Max-File
            MOVE WS-MX-Entry(WS-Found-At) TO WS-After-Image
            MOVE "C" TO WS-Chg-Action
            PERFORM Log-Maximum-Change
            DISPLAY "POSTAGERATEMAINT: maximum changed"
        WHEN WS-Max-Count >= 50
            DISPLAY "POSTAGERATEMAINT: maximum table full, cannot add"
        WHEN OTHER
            ADD 1 TO WS-Max-Count
            MOVE WS-New-Country TO WS-MX-Country(WS-Max-Count)
            MOVE WS-New-Weight TO WS-MX-Max-Weight(WS-Max-Count)
            PERFORM Write-Max-File
            MOVE SPACES TO WS-Before-Image
            MOVE WS-MX-Entry(WS-Max-Count) TO WS-After-Image
            MOVE "A" TO WS-Chg-Action
            PERFORM Log-Maximum-Change
            DISPLAY "POSTAGERATEMAINT: maximum set"
    END-EVALUATE.

Log-Maximum-Change.
    MOVE "PMX" TO WS-Chg-File-Id.
    MOVE WS-New-Country TO WS-Chg-Key-Country.
    MOVE SPACES TO WS-Chg-Key-Weight.
    CALL "MasterChangeLog" USING WS-Chg-Program, WS-Chg-File-Id,
        WS-Chg-Key, WS-Chg-Action, WS-Before-Image, WS-After-Image.
    IF RETURN-CODE NOT = 0
        DISPLAY "POSTAGERATEMAINT: ABEND - MasterChangeLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>The journal entry is written only once the rate file has been
*>rewritten, so the journal never shows a change that did not happen.
Log-Master-Change.
    MOVE "PST" TO WS-Chg-File-Id.
    MOVE WS-New-Country TO WS-Chg-Key-Country.
    MOVE WS-New-Weight-X TO WS-Chg-Key-Weight.
    CALL "MasterChangeLog" USING WS-Chg-Program, WS-Chg-File-Id,
        WS-Chg-Key, WS-Chg-Action, WS-Before-Image, WS-After-Image.
    IF RETURN-CODE NOT = 0
        DISPLAY "POSTAGERATEMAINT: ABEND - MasterChangeLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>A missing rate file on first use is an empty table, not an error -
*>the first add creates the file.
Load-Rate-Table.
        WRITE RATE-REC
    END-PERFORM.
    CLOSE RATE-FILE.

*>As with the rate file, no PARCELMX.DAT yet just means no maximums.
Load-Max-Table.
    OPEN INPUT PARCEL-MAX-FILE.
    IF ParcelMaxStatus NOT = "35"
        IF ParcelMaxStatus NOT = "00"
            DISPLAY "POSTAGERATEMAINT: ABEND - cannot open "
                "PARCELMX.DAT, status " ParcelMaxStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ PARCEL-MAX-FILE
            AT END SET EndOfParcelMax TO TRUE
        END-READ
        PERFORM UNTIL EndOfParcelMax
            IF WS-Max-Count < 50
                ADD 1 TO WS-Max-Count
                MOVE PMX-Country-IO TO WS-MX-Country(WS-Max-Count)
                MOVE PMX-Max-Weight-IO
                    TO WS-MX-Max-Weight(WS-Max-Count)
            END-IF
            READ PARCEL-MAX-FILE
                AT END SET EndOfParcelMax TO TRUE
            END-READ
        END-PERFORM
        CLOSE PARCEL-MAX-FILE
    END-IF.

Write-Max-File.
    OPEN OUTPUT PARCEL-MAX-FILE.
    IF ParcelMaxStatus NOT = "00"
        DISPLAY "POSTAGERATEMAINT: ABEND - cannot rewrite "
            "PARCELMX.DAT, status " ParcelMaxStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-Max-Count
        MOVE WS-MX-Country(WS-Idx) TO PMX-Country-IO
        MOVE WS-MX-Max-Weight(WS-Idx) TO PMX-Max-Weight-IO
        WRITE PARCEL-MAX-REC
    END-PERFORM.
    CLOSE PARCEL-MAX-FILE.
