*>back through OrderEdit, which proves batch control on every orders
*>file it reads, so the releases are bracketed with the same "B"/"T"
*>batch records data entry writes, numbered from the shared
*>BATCHNUM.CTL sequence.  A backorder taken against a delivery
*>address carries its ship-to code onto the released order header,
*>and one left over from a quoted order carries the quote number,
*>so the copies that follow are invoiced at the price quoted, and
*>the customer's own order reference rides along to their invoice.
*>A backorder for a bundle (BUNDLE.DAT, through GetBundle) is
*>released only when every component title can cover copies per
*>bundle times the bundles backordered, and then all of those copies
*>are allocated together; short on any one component, the whole
*>backorder is carried.  It is released under the bundle id, so
*>Despatch explodes it and invoices it at the bundle price.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  BACKORDER-IN.
01  BACKORDER-REC.
    02  Backorder-Qty           PIC 999.
    02  Backorder-Country-Code  PIC XX.
    02  Backorder-Date          PIC 9(8).
    02  Backorder-Ship-To       PIC XXX.
    02  Backorder-Quote-Number  PIC 9(6).
    02  Backorder-Cust-Ref      PIC X(15).

*>Released backorders go out in the order header/detail format the
*>OrderEdit/Despatch path reads: one single-line order per released
    02  Release-H-Type          PIC X.
    02  Release-CustNum         PIC X(4).
    02  Release-Country-Code    PIC XX.
    02  Release-Ship-To         PIC XXX.
    02  Release-Quote-Number    PIC 9(6).
    02  Release-Cust-Ref        PIC X(15).
01  RELEASE-DETAIL-REC.
    02  Release-D-Type          PIC X.
    02  Release-Book-Id         PIC X(5).
    02  Batch-Qty-Hash          PIC 9(9).

FD  CARRY-OUT.
01  CARRY-REC                   PIC X(46).

FD  BATCH-CONTROL.
01  BATCH-CONTROL-REC.
01  WS-Alloc-Remaining-Now      PIC 999.
01  WS-Book-Known               PIC X VALUE "Y".
    88  Book-Is-Known           VALUE "Y".
01  WS-Alloc-Wanted-Id          PIC X(5).
01  WS-Can-Release              PIC X.
    88  Backorder-Can-Release   VALUE "Y".
01  WS-Comp-Idx                 PIC 99.
01  WS-Comp-Need                PIC 9(5).

01  WS-Bundle-Id                PIC X(5).
01  Bundle-Definition.
    02  Bdl-Title               PIC X(30).
    02  Bdl-Price               PIC 99V99.
    02  Bdl-Currency            PIC XXX.
    02  Bdl-Status              PIC X.
        88  Bundle-Withdrawn    VALUE "D".
    02  Bdl-Comp-Count          PIC 99.
    02  Bdl-Component OCCURS 10 TIMES.
        03  Bdl-Comp-Book-Id    PIC X(5).
        03  Bdl-Comp-Qty        PIC 99.

01  WS-SignOn-Function          PIC X(20) VALUE "BACKORDERRELEASE".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  BookStockFile's name defaults to the fixed literal below but can
*>  be overridden at runtime (JCL DD or shell environment variable)
*>  without recompiling.

    PERFORM Write-Batch-Trailer.
    CLOSE BACKORDER-IN, BookStockFile, RELEASE-OUT, CARRY-OUT.
    MOVE HIGH-VALUES TO WS-Bundle-Id.
    CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition.
    DISPLAY "BACKORDERRELEASE: " WS-Released-Count " backorder(s) "
        "released to BORDREL.DAT, " WS-Carried-Count
        " carried to BACKORDER.NEW".
    STOP RUN.

Release-Or-Carry.
    MOVE Backorder-Book-Id TO WS-Bundle-Id.
    CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition.
    EVALUATE RETURN-CODE
        WHEN 0
            PERFORM Allocate-Bundle
        WHEN 4
            MOVE 0 TO RETURN-CODE
            PERFORM Allocate-Title
        WHEN OTHER
            DISPLAY "BACKORDERRELEASE: ABEND - GetBundle failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.
    IF Backorder-Can-Release
        MOVE "H" TO Release-H-Type
        MOVE Backorder-CustNum TO Release-CustNum
        MOVE Backorder-Country-Code TO Release-Country-Code
        MOVE Backorder-Ship-To TO Release-Ship-To
        IF Backorder-Quote-Number NUMERIC
            MOVE Backorder-Quote-Number TO Release-Quote-Number
        ELSE
            MOVE 0 TO Release-Quote-Number
        END-IF
        MOVE Backorder-Cust-Ref TO Release-Cust-Ref
        WRITE RELEASE-HEADER-REC
        MOVE "D" TO Release-D-Type
        MOVE Backorder-Book-Id TO Release-Book-Id
        ADD 1 TO WS-Carried-Count
    END-IF.

Allocate-Title.
    MOVE "N" TO WS-Can-Release.
    MOVE Backorder-Book-Id TO WS-Alloc-Wanted-Id.
    PERFORM Find-Allocation.
    IF Book-Is-Known AND WS-Alloc-Remaining-Now >= Backorder-Qty
        COMPUTE WS-Alloc-Remaining(Alloc-Idx) =
            WS-Alloc-Remaining-Now - Backorder-Qty
        MOVE "Y" TO WS-Can-Release
    END-IF.

*>Every component is checked before any is allocated, so a bundle
*>that cannot be made up leaves its components' copies for the
*>backorders behind it.  A withdrawn bundle is carried and reported;
*>OrderEdit would refuse it if it were released.
Allocate-Bundle.
    MOVE "Y" TO WS-Can-Release.
    IF Bundle-Withdrawn
        DISPLAY "BACKORDERRELEASE: bundle " Backorder-Book-Id
            " has been withdrawn, backorder carried"
        MOVE "N" TO WS-Can-Release
    END-IF.
    IF Bdl-Comp-Count = 0
        MOVE "N" TO WS-Can-Release
    END-IF.
    PERFORM VARYING WS-Comp-Idx FROM 1 BY 1
            UNTIL WS-Comp-Idx > Bdl-Comp-Count
               OR NOT Backorder-Can-Release
        PERFORM Check-Component
    END-PERFORM.
    IF Backorder-Can-Release
        PERFORM VARYING WS-Comp-Idx FROM 1 BY 1
                UNTIL WS-Comp-Idx > Bdl-Comp-Count
            PERFORM Take-Component
        END-PERFORM
    END-IF.

Check-Component.
    MOVE Bdl-Comp-Book-Id(WS-Comp-Idx) TO WS-Alloc-Wanted-Id.
    PERFORM Find-Allocation.
    COMPUTE WS-Comp-Need = Backorder-Qty * Bdl-Comp-Qty(WS-Comp-Idx).
    IF NOT Book-Is-Known OR WS-Alloc-Remaining-Now < WS-Comp-Need
        MOVE "N" TO WS-Can-Release
    END-IF.

Take-Component.
    MOVE Bdl-Comp-Book-Id(WS-Comp-Idx) TO WS-Alloc-Wanted-Id.
    PERFORM Find-Allocation.
    COMPUTE WS-Comp-Need = Backorder-Qty * Bdl-Comp-Qty(WS-Comp-Idx).
    COMPUTE WS-Alloc-Remaining(Alloc-Idx) =
        WS-Alloc-Remaining-Now - WS-Comp-Need.

*>The next batch number persists on BATCHNUM.CTL, shared with order
*>entry, and is rewritten the moment it is taken; a missing control
*>file simply starts the sequence at 000001.
        STOP RUN
    END-IF.

*>Finds WS-Alloc-Wanted-Id's allocation entry, loading it from BookStockFile
*>on first sight.  Leaves Alloc-Idx on the entry and the remaining
*>quantity in WS-Alloc-Remaining-Now; an unknown book id releases
*>nothing and is carried forward so it stays visible.
    MOVE 0 TO WS-Alloc-Found.
    PERFORM VARYING Alloc-Idx FROM 1 BY 1
            UNTIL Alloc-Idx > WS-Alloc-Count OR WS-Alloc-Found = 1
        IF WS-Alloc-Book-Id(Alloc-Idx) = WS-Alloc-Wanted-Id
            MOVE 1 TO WS-Alloc-Found
        END-IF
    END-PERFORM.
*>      after this one clears some titles, picks it up again.
        IF WS-Alloc-Count >= 200
            DISPLAY "BACKORDERRELEASE: allocation table full, "
                "backorder for " WS-Alloc-Wanted-Id " carried"
            MOVE "N" TO WS-Book-Known
        ELSE
            MOVE WS-Alloc-Wanted-Id TO Book-Id-BSF
            READ BookStockFile
                INVALID KEY
                    MOVE "N" TO WS-Book-Known
                    DISPLAY "BACKORDERRELEASE: book "
                        WS-Alloc-Wanted-Id " no longer on "
                        "BookStockFile, backorder carried"
            END-READ
            IF Book-Is-Known
                ADD 1 TO WS-Alloc-Count
                SET Alloc-Idx TO WS-Alloc-Count
                MOVE WS-Alloc-Wanted-Id TO WS-Alloc-Book-Id(Alloc-Idx)
                MOVE Qty-In-Stock-BSF TO WS-Alloc-Remaining(Alloc-Idx)
                MOVE Qty-In-Stock-BSF TO WS-Alloc-Remaining-Now
            END-IF
