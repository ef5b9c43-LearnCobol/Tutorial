      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  GetParcelPostage.
AUTHOR.  Michael Coughlan.
*>Prices the postage on a whole shipment that may be too heavy for
*>one parcel.  Each destination country has a maximum parcel weight:
*>the one set for it on PARCELMX.DAT through PostageRateMaint, or,
*>when none is set, the weight limit of the country's heaviest band
*>on POSTRATE.DAT - a parcel heavier than that has no rate at all.
*>A set maximum above the heaviest band is held down to it for the
*>same reason.  The shipment is packed as full parcels at the
*>maximum weight with whatever is left over in the last one, each
*>parcel is priced separately through GetPostage, and the caller
*>gets back the maximum, the number of parcels and the postage for
*>all of them.  Despatch uses the same maximum to write one manifest
*>record per parcel.  Both files load on the first call of the run.
*>A country with no rate bands comes back as one parcel with no
*>postage and a blank currency, as GetPostage itself answers.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RATE-FILE ASSIGN TO "POSTRATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RateStatus.

    SELECT PARCEL-MAX-FILE ASSIGN TO "PARCELMX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ParcelMaxStatus.

DATA DIVISION.
FILE SECTION.
FD  RATE-FILE.
01  RATE-REC.
    88  EndOfRates              VALUE HIGH-VALUES.
    02  Rate-Country-In         PIC XX.
    02  Rate-Weight-Limit-In    PIC 9(3)V99.
    02  Rate-Value-In           PIC 99V99.
    02  Rate-Currency-In        PIC XXX.

FD  PARCEL-MAX-FILE.
01  PARCEL-MAX-REC.
    88  EndOfParcelMax          VALUE HIGH-VALUES.
    02  PMX-Country-In          PIC XX.
    02  PMX-Max-Weight-In       PIC 9(3)V99.

WORKING-STORAGE SECTION.
01  RateStatus                  PIC XX.
01  ParcelMaxStatus             PIC XX.
01  WS-Table-Loaded             PIC X VALUE "N".
    88  Table-Is-Loaded         VALUE "Y".

*>One entry per country: its heaviest band, then the maximum parcel
*>weight actually used.
01  Parcel-Limit-Table.
    02  PLT-Entry OCCURS 50 TIMES.
        03  PLT-Country-Code    PIC XX.
        03  PLT-Top-Band        PIC 9(3)V99.
        03  PLT-Max-Weight      PIC 9(3)V99.
01  WS-Limit-Count              PIC 99 VALUE 0.
01  WS-Limit-Idx                PIC 99.
01  WS-Found-At                 PIC 99.
01  WS-Country-Wanted           PIC XX.

01  WS-Parcel-No                PIC 9(5).
01  WS-Parcel-Weight            PIC 9(3)V99.
01  WS-Parcel-Postage           PIC 99V99.
01  WS-Parcel-Currency          PIC XXX.
01  WS-Remainder                PIC 9(5)V99.

LINKAGE SECTION.
01  Country-Code                PIC XX.
01  Order-Weight                PIC 9(5)V99.
01  Max-Parcel-Weight           PIC 9(3)V99.
01  Parcel-Count                PIC 9(5).
01  Order-Postage               PIC 9(5)V99.
01  Postage-Currency-Code       PIC XXX.

PROCEDURE DIVISION USING Country-Code, Order-Weight,
        Max-Parcel-Weight, Parcel-Count, Order-Postage,
        Postage-Currency-Code.
Begin.
    MOVE 0 TO Max-Parcel-Weight.
    MOVE 1 TO Parcel-Count.
    MOVE 0 TO Order-Postage.
    MOVE SPACES TO Postage-Currency-Code.
    IF NOT Table-Is-Loaded
        PERFORM Load-Limit-Table
    END-IF.
    IF NOT Table-Is-Loaded
*>      RETURN-CODE 16 is already set by the failed load.
        EXIT PROGRAM
    END-IF.
    MOVE 0 TO RETURN-CODE.
    MOVE Country-Code TO WS-Country-Wanted.
    PERFORM Find-Country.
    IF WS-Found-At = 0
        DISPLAY "GETPARCELPOSTAGE: no postage rates for country "
            Country-Code
        EXIT PROGRAM
    END-IF.
    MOVE PLT-Max-Weight(WS-Found-At) TO Max-Parcel-Weight.
*>  Full parcels at the maximum, plus one for anything left over.
    DIVIDE Order-Weight BY Max-Parcel-Weight GIVING Parcel-Count
        REMAINDER WS-Remainder.
    IF WS-Remainder > 0 OR Parcel-Count = 0
        ADD 1 TO Parcel-Count
    END-IF.
    PERFORM VARYING WS-Parcel-No FROM 1 BY 1
            UNTIL WS-Parcel-No > Parcel-Count
        IF WS-Parcel-No < Parcel-Count
            MOVE Max-Parcel-Weight TO WS-Parcel-Weight
        ELSE
            COMPUTE WS-Parcel-Weight = Order-Weight
                - (Max-Parcel-Weight * (Parcel-Count - 1))
        END-IF
        CALL "GetPostage" USING Country-Code, WS-Parcel-Weight,
            WS-Parcel-Postage, WS-Parcel-Currency
        IF RETURN-CODE NOT = 0
            EXIT PROGRAM
        END-IF
        ADD WS-Parcel-Postage TO Order-Postage
        IF Postage-Currency-Code = SPACES
            MOVE WS-Parcel-Currency TO Postage-Currency-Code
        END-IF
    END-PERFORM.
    EXIT PROGRAM.

Find-Country.
    MOVE 0 TO WS-Found-At.
    PERFORM VARYING WS-Limit-Idx FROM 1 BY 1
            UNTIL WS-Limit-Idx > WS-Limit-Count OR WS-Found-At > 0
        IF PLT-Country-Code(WS-Limit-Idx) = WS-Country-Wanted
            MOVE WS-Limit-Idx TO WS-Found-At
        END-IF
    END-PERFORM.

*>The bands are in country / ascending weight order, so the last band
*>read for a country is its heaviest.  A missing PARCELMX.DAT just
*>means no country has a maximum set.
Load-Limit-Table.
    OPEN INPUT RATE-FILE.
    IF RateStatus NOT = "00"
        DISPLAY "GETPARCELPOSTAGE: ABEND - cannot open POSTRATE.DAT, "
            "status " RateStatus
        MOVE 16 TO RETURN-CODE
    ELSE
        READ RATE-FILE
            AT END SET EndOfRates TO TRUE
        END-READ
        PERFORM UNTIL EndOfRates
            MOVE Rate-Country-In TO WS-Country-Wanted
            PERFORM Find-Country
            IF WS-Found-At = 0 AND WS-Limit-Count < 50
                ADD 1 TO WS-Limit-Count
                MOVE WS-Limit-Count TO WS-Found-At
                MOVE Rate-Country-In TO PLT-Country-Code(WS-Found-At)
            END-IF
            IF WS-Found-At > 0
                MOVE Rate-Weight-Limit-In TO PLT-Top-Band(WS-Found-At)
                MOVE Rate-Weight-Limit-In
                    TO PLT-Max-Weight(WS-Found-At)
            END-IF
            READ RATE-FILE
                AT END SET EndOfRates TO TRUE
            END-READ
        END-PERFORM
        CLOSE RATE-FILE
        PERFORM Load-Parcel-Maximums
    END-IF.

Load-Parcel-Maximums.
    OPEN INPUT PARCEL-MAX-FILE.
    EVALUATE ParcelMaxStatus
        WHEN "00"
            READ PARCEL-MAX-FILE
                AT END SET EndOfParcelMax TO TRUE
            END-READ
            PERFORM UNTIL EndOfParcelMax
                MOVE PMX-Country-In TO WS-Country-Wanted
                PERFORM Find-Country
                IF WS-Found-At > 0 AND PMX-Max-Weight-In NUMERIC
                        AND PMX-Max-Weight-In > 0
                        AND PMX-Max-Weight-In
                            < PLT-Top-Band(WS-Found-At)
                    MOVE PMX-Max-Weight-In
                        TO PLT-Max-Weight(WS-Found-At)
                END-IF
                READ PARCEL-MAX-FILE
                    AT END SET EndOfParcelMax TO TRUE
                END-READ
            END-PERFORM
            CLOSE PARCEL-MAX-FILE
            SET Table-Is-Loaded TO TRUE
        WHEN "35"
            SET Table-Is-Loaded TO TRUE
        WHEN OTHER
            DISPLAY "GETPARCELPOSTAGE: ABEND - cannot open "
                "PARCELMX.DAT, status " ParcelMaxStatus
            MOVE 16 TO RETURN-CODE
    END-EVALUATE.
