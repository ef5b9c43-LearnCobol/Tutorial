*>combined parcel - and printed as one invoice with line items and
*>order totals, so a five-title order no longer means five invoices,
*>five address blocks and five postage charges.
*>A header quoting a delivery ship-to code is sent to that address
*>on DELIVADDR.DAT: the despatch note carries the delivery address,
*>and postage, VAT and the manifest record go by the delivery
*>country, while the invoice still carries the billing address and
*>the credit check and balance debit stay with the one account.
*>Without a ship-to code the billing address is the delivery
*>address, as before.  A header carrying a quote number is an order
*>converted from a customer quotation: each line on the quote is
*>priced at the unit price, currency and discount held on QUOTE.DAT
*>(through GetQuotePrice) instead of today's Copy-Price-BSF and
*>customer discount, and the invoice quotes the quotation number.
*>The number rides on the held and backorder records too, so a held
*>or short-shipped quoted line still goes out at the quoted price.
*>A header may also carry the customer's own order reference (set by
*>OrderImport from a trade customer's order file); it is printed on
*>the invoice and rides on the held and backorder records the same
*>way, so the invoice for the copies that follow quotes it too.
*>Each line written to DESPHIST.DAT is also written to its keyed
*>companion DESPIDX.DAT (invoice number and line, customer as the
*>alternate key), so the inquiry and matching programs can go
*>straight to an invoice or a customer instead of reading the whole
*>history.
*>An order line may be for a bundle - a box set or pack defined on
*>BUNDLE.DAT (BundleMaint, looked up through GetBundle) - instead of
*>a title.  The bundle holds no stock: as many bundles ship as every
*>component title has the copies for, and the rest are backordered
*>under the bundle id.  The invoice and the despatch history carry
*>one line for the bundle at the bundle price (or the quoted price
*>for the bundle id), while the stock decrement, the StockMovementLog
*>journal and the PICKWORK.DAT picks are all on the real component
*>titles, and the despatch note lists the titles packed inside.
*>An order heavier than its delivery country's maximum parcel weight
*>(GetParcelPostage) goes as several parcels: full parcels at the
*>maximum and the rest in the last.  Each parcel is priced through
*>GetPostage on its own weight and gets its own manifest record and
*>a "PARCEL n OF m" line on the despatch note; the invoice carries
*>the postage for all of them as one line, and the one *POST line on
*>the despatch history carries the parcel count as its quantity so
*>CarrierManifest can prove the parcels against it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DespHistStatus.

    SELECT DESPIDX-FILE ASSIGN TO "DESPIDX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DI-Key
        ALTERNATE RECORD KEY IS DI-CustNum
                  WITH DUPLICATES
        FILE STATUS IS DespIdxStatus.

    SELECT CHECKPOINT-FILE ASSIGN TO "DESPATCH.CKP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CheckpointStatus.
    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  ORDER-IN.
01  ORDER-HEADER-REC.
        88  Order-Is-Detail     VALUE "D".
    02  Order-CustNum           PIC X(4).
    02  Order-Country-Code      PIC XX.
    02  Order-Ship-To           PIC XXX.
    02  Order-Quote-Number      PIC 9(6).
    02  Order-Cust-Ref          PIC X(15).
01  ORDER-DETAIL-REC.
    02  FILLER                  PIC X.
    02  Order-Book-Id           PIC X(5).
    02  Backorder-Qty           PIC 999.
    02  Backorder-Country-Code  PIC XX.
    02  Backorder-Date          PIC 9(8).
    02  Backorder-Ship-To       PIC XXX.
    02  Backorder-Quote-Number  PIC 9(6).
    02  Backorder-Cust-Ref      PIC X(15).

FD  DESPNOTE-OUT.
01  DESPNOTE-LINE               PIC X(80).
    02  Hist-Currency           PIC XXX.
    02  Hist-Invoice-Number     PIC 9(6).

*>Keyed companion to the despatch history for the inquiry programs:
*>each history line as written, followed by its line number within
*>the invoice, so the invoice number and line make a unique key in
*>the order Despatch wrote the lines.  The customer is the alternate
*>key.  DespHistIndex rebuilds it from DESPHIST.DAT.
FD  DESPIDX-FILE.
01  DESPIDX-REC.
    02  DI-Date                 PIC 9(8).
    02  DI-CustNum              PIC X(4).
    02  DI-Book-Id              PIC X(5).
    02  DI-Qty                  PIC 999.
    02  DI-Line-Total           PIC 9(5)V99.
    02  DI-Currency             PIC XXX.
    02  DI-Key.
        03  DI-Invoice-Number   PIC 9(6).
        03  DI-Line-Seq         PIC 999.

*>Run-recovery journal in the style of the Seq2BSF checkpoint, but
*>per order, because this program moves money and stock: the
*>checkpoint carries the ordinal of the last completed order in
*>  The date the order was queued, so HeldOrderReview can say how
*>  long credit control has left it sitting.
    02  Held-Date               PIC 9(8).
    02  Held-Ship-To            PIC XXX.
    02  Held-Quote-Number       PIC 9(6).
    02  Held-Cust-Ref           PIC X(15).
01  HELD-DETAIL-REC.
    02  Held-D-Type             PIC X.
    02  Held-Book-Id            PIC X(5).
    02  Man-Weight              PIC 9(5)V99.
    02  Man-Postage             PIC 99V99.
    02  Man-Currency            PIC XXX.
    02  Man-Parcel-No           PIC 9(5).
    02  Man-Parcel-Count        PIC 9(5).

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  DespNoteStatus               PIC XX.
01  PickWorkStatus               PIC XX.
01  DespHistStatus               PIC XX.
01  DespIdxStatus                PIC XX.
01  WS-Hist-Was-New              PIC X VALUE "N".
    88  Hist-Is-New              VALUE "Y".
01  WS-Hist-Line-Seq             PIC 999 VALUE 0.
01  WS-Index-Written             PIC X.
    88  Index-Written            VALUE "Y".
01  WS-Backorder-Count           PIC 9(5) VALUE 0.
01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  Cust-Addr-Line-3        PIC X(30).
    02  Cust-Country-Code       PIC XX.

*>Where the parcel actually goes: the ship-to address when the order
*>quotes one, otherwise a copy of the billing address above.
01  Deliv-Name                  PIC X(30).
01  Deliv-Address-Info.
    02  Deliv-Addr-Line-1       PIC X(30).
    02  Deliv-Addr-Line-2       PIC X(30).
    02  Deliv-Addr-Line-3       PIC X(30).
    02  Deliv-Country-Code      PIC XX.

01  Copy-Postage                PIC 99V99.
01  WS-Postage-Currency          PIC XXX.
01  WS-Book-Currency             PIC XXX.
*>the parcel weight and order totals accumulate across the details.
01  WS-Cur-CustNum               PIC X(4).
01  WS-Cur-Country               PIC XX.
01  WS-Cur-Ship-To               PIC XXX.
01  WS-Cur-Quote                 PIC 9(6).
01  WS-Cur-Cust-Ref              PIC X(15).
01  WS-Order-Open                PIC X VALUE "N".
    88  Order-Is-Open            VALUE "Y".
01  WS-Lines-Despatched          PIC 999 VALUE 0.
01  WS-Order-Weight              PIC 9(5)V99 VALUE 0.
01  WS-Parcel-Weight             PIC 9(3)V99.
*>How the order splits into parcels for its delivery country.
01  WS-Max-Parcel-Weight         PIC 9(3)V99.
01  WS-Parcel-Count              PIC 9(5).
01  WS-Parcel-No                 PIC 9(5).
01  WS-Order-Postage             PIC 9(5)V99.
01  WS-Parcel-Weight-Display     PIC ZZ9.99.
01  WS-Order-Postage-Display     PIC ZZZZ9.99.
*>Sized to the worst an order can be: 50 buffered lines each priced
*>in its own currency, plus the postage currency.
01  WS-Order-Totals.
01  WS-Short-Qty                 PIC 999.
01  WS-Est-Qty                   PIC 999.
01  WS-Partial-Note              PIC X(50).
*>What the invoice line calls the goods: the title, or the bundle.
01  WS-Line-Title                PIC X(30).

*>A line whose id is not on BookStockFile is looked up as a bundle.
*>How many bundles can be made up is the smallest, over the
*>components, of the copies on the shelf divided by the copies one
*>bundle takes; the weight of one bundle is the components' weight.
01  WS-Bundle-Id                 PIC X(5).
01  Bundle-Definition.
    02  Bdl-Title                PIC X(30).
    02  Bdl-Price                PIC 99V99.
    02  Bdl-Currency             PIC XXX.
    02  Bdl-Status               PIC X.
    02  Bdl-Comp-Count           PIC 99.
    02  Bdl-Component OCCURS 10 TIMES.
        03  Bdl-Comp-Book-Id     PIC X(5).
        03  Bdl-Comp-Qty         PIC 99.
01  WS-Bundle-Found              PIC X.
    88  Bundle-Is-Found          VALUE "Y".
01  WS-Comp-Missing              PIC X.
    88  Comp-Is-Missing          VALUE "Y".
01  WS-Missing-Comp-Id           PIC X(5).
01  WS-Comp-Idx                  PIC 99.
01  WS-Buildable                 PIC 999.
01  WS-Bundles-Here              PIC 999.
01  WS-Comp-Need                 PIC 999.
01  WS-Bundle-Weight             PIC 9(6)V99.

*>Trade terms: the customer's negotiated percentage off list price,
*>fetched once per order through GetCustomerDiscount and netted off
01  WS-Net-Display               PIC ZZZZ9.99.
01  WS-Pct-Display               PIC Z9.99.

*>The unit price and discount a line is charged at: the book's list
*>price and the customer's terms, or the figures held on the quote.
01  WS-Line-Price                PIC 99V99.
01  WS-Line-Disc-Pct             PIC 99V99.
01  WS-Quote-Book-Id             PIC X(5).
01  WS-Quote-Price               PIC 99V99.
01  WS-Quote-Currency            PIC XXX.
01  WS-Quote-Disc-Pct            PIC 99V99.

*>VAT: rated per destination country through GetTaxRate, computed on
*>each of the order's per-currency totals (merchandise and postage),
*>printed on the invoice and carried on the despatch history under
01  WS-EUR-Total                   PIC 9(9)V99 VALUE 0.
01  WS-EUR-Total-Display           PIC ZZZ,ZZZ,ZZ9.99.

01  WS-SignOn-Function          PIC X(20) VALUE "DESPATCH".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
*>  BookStockFile's name defaults to the fixed literal below but can
*>  be overridden at runtime (JCL DD or shell environment variable)
*>  and audit files do.
    OPEN EXTEND DESPHIST-OUT.
    IF DespHistStatus = "35"
        MOVE "Y" TO WS-Hist-Was-New
        OPEN OUTPUT DESPHIST-OUT
    END-IF.
    IF DespHistStatus NOT = "00"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  The keyed companion is only created here alongside a brand-new
*>  history; a missing index over a history that already has lines
*>  would start out incomplete, so it has to be built first.
    OPEN I-O DESPIDX-FILE.
    IF DespIdxStatus = "35"
        IF Hist-Is-New
            OPEN OUTPUT DESPIDX-FILE
            CLOSE DESPIDX-FILE
            OPEN I-O DESPIDX-FILE
        ELSE
            DISPLAY "DESPATCH: ABEND - DESPIDX.DAT missing, run "
                "DespHistIndex to build it from DESPHIST.DAT"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    IF DespIdxStatus NOT = "00"
        DISPLAY "DESPATCH: ABEND - cannot open DESPIDX-FILE, status "
            DespIdxStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    READ ORDER-IN
        AT END SET EndOfOrders TO TRUE
    END-IF.

    CLOSE ORDER-IN, BookStockFile, INVOICE-OUT, BACKORDER-OUT,
        DESPNOTE-OUT, PICKWORK-OUT, DESPHIST-OUT, DESPIDX-FILE,
        HELDORD-OUT, MANIFEST-OUT.
*>  End-of-run signal to the customer lookup, which holds the
*>  customer master open across the whole run.
    MOVE HIGH-VALUES TO CustNum.
    CALL "GetCustomerAddress" USING Customer-Id, Cust-Name,
        Cust-Address-Info.
    CALL "GetDeliveryAddress" USING Customer-Id, WS-Cur-Ship-To,
        Deliv-Name, Deliv-Address-Info.
    MOVE HIGH-VALUES TO WS-Cur-Book-Id.
    CALL "GetQuotePrice" USING WS-Cur-Quote, WS-Cur-Book-Id,
        WS-Quote-Price, WS-Quote-Currency, WS-Quote-Disc-Pct.
    MOVE HIGH-VALUES TO WS-Bundle-Id.
    CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition.
    IF WS-Backorder-Count > 0
        DISPLAY "DESPATCH: " WS-Backorder-Count " order(s) short of "
            "stock written to BACKORDER.DAT"
*>Opens a new order from its header record: saves the header fields,
*>looks the customer up once, and starts the invoice and despatch
*>note with the address block.  An unknown customer skips the whole
*>order - its detail lines fall through the main loop untouched - and
*>so does a ship-to address deactivated since OrderEdit passed it.
Start-Order.
    MOVE Order-CustNum TO WS-Cur-CustNum.
    MOVE Order-Country-Code TO WS-Cur-Country.
    MOVE Order-Ship-To TO WS-Cur-Ship-To.
    IF Order-Quote-Number NUMERIC
        MOVE Order-Quote-Number TO WS-Cur-Quote
    ELSE
        MOVE 0 TO WS-Cur-Quote
    END-IF.
    MOVE Order-Cust-Ref TO WS-Cur-Cust-Ref.
    MOVE 0 TO WS-Lines-Despatched.
    MOVE 0 TO WS-Order-Weight.
    MOVE 0 TO WS-OT-Count.
        END-IF
        PERFORM Fetch-Customer-Discount
        MOVE "Y" TO WS-Order-Open
        PERFORM Fetch-Delivery-Address
    END-IF.

Fetch-Delivery-Address.
    IF WS-Cur-Ship-To = SPACES
        MOVE Cust-Name TO Deliv-Name
        MOVE Cust-Address-Info TO Deliv-Address-Info
    ELSE
        CALL "GetDeliveryAddress" USING Customer-Id, WS-Cur-Ship-To,
            Deliv-Name, Deliv-Address-Info
        IF RETURN-CODE = 4
            DISPLAY "DESPATCH: ship-to " WS-Cur-CustNum "/"
                WS-Cur-Ship-To " not found, order skipped"
            MOVE "N" TO WS-Order-Open
            MOVE 0 TO RETURN-CODE
        ELSE
            IF RETURN-CODE NOT = 0
                DISPLAY "DESPATCH: ABEND - GetDeliveryAddress failed, "
                    "return code " RETURN-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
    END-IF.

Fetch-Customer-Discount.
*>can never hand the same invoice number out twice.
Assign-Invoice-Number.
    MOVE WS-Next-Invoice-Number TO WS-Invoice-Number.
    MOVE 0 TO WS-Hist-Line-Seq.
    ADD 1 TO WS-Next-Invoice-Number.
    MOVE WS-Next-Invoice-Number TO INV-NEXT-NUMBER.
    OPEN OUTPUT INVOICE-CONTROL.
    END-PERFORM.

*>Despatches one buffered detail line of the open order.  Postage is
*>not priced here - the line's weight joins the order weight and
*>the order's parcels are priced together in Finish-Order.  A short-stocked
*>line no longer backorders whole: the copies actually on the shelf
*>ship and invoice now, and only the remainder goes to the backorder
*>file for BackorderRelease - a customer ordering 10 when we hold 9
    MOVE WS-Cur-Book-Id TO Book-Id-BSF.
    READ BookStockFile
        INVALID KEY
            CONTINUE
    END-READ.
    IF BookStatus = "23"
        PERFORM Despatch-Bundle-Line
    ELSE
        IF BookStatus NOT = "00"
            DISPLAY "DESPATCH: ABEND - cannot read BookStockFile, status "
            MOVE WS-Cur-Qty TO WS-Ship-Qty
            MOVE 0 TO WS-Short-Qty
        END-IF
        IF WS-Short-Qty > 0
            PERFORM Write-Backorder
        END-IF
        IF WS-Ship-Qty > 0
            PERFORM Despatch-Line-Stock
        END-IF
    END-IF.

*>The unfillable remainder is captured on the backorder file for
*>BackorderRelease to fill once stock is replenished, instead of
*>vanishing with nothing but a console line.
Write-Backorder.
    MOVE WS-Cur-CustNum TO Backorder-CustNum.
    MOVE WS-Cur-Book-Id TO Backorder-Book-Id.
    MOVE WS-Short-Qty TO Backorder-Qty.
    MOVE WS-Cur-Country TO Backorder-Country-Code.
    MOVE WS-Cur-Ship-To TO Backorder-Ship-To.
    MOVE WS-Cur-Quote TO Backorder-Quote-Number.
    MOVE WS-Cur-Cust-Ref TO Backorder-Cust-Ref.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    MOVE WS-CD-YYYYMMDD TO Backorder-Date.
    WRITE BACKORDER-REC.
    IF BackorderStatus NOT = "00"
        DISPLAY "DESPATCH: ABEND - cannot write BACKORDER-OUT, "
            "status " BackorderStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-Backorder-Count.

*>A line for a bundle ships as many bundles as the components allow
*>and backorders the rest under the bundle id, so BackorderRelease
*>brings it back as a bundle at the bundle price.  An id that is
*>neither a title nor a bundle is reported and dropped, as before.
Despatch-Bundle-Line.
    MOVE WS-Cur-Book-Id TO WS-Bundle-Id.
    PERFORM Look-Up-Bundle.
    IF NOT Bundle-Is-Found
        DISPLAY "DESPATCH: book " WS-Cur-Book-Id " not found"
    ELSE
        PERFORM Count-Bundles-Buildable
        IF Comp-Is-Missing
            DISPLAY "DESPATCH: bundle " WS-Cur-Book-Id " component "
                WS-Missing-Comp-Id " not found, bundle backordered"
        END-IF
        IF WS-Buildable < WS-Cur-Qty
            MOVE WS-Buildable TO WS-Ship-Qty
            COMPUTE WS-Short-Qty = WS-Cur-Qty - WS-Ship-Qty
        ELSE
            MOVE WS-Cur-Qty TO WS-Ship-Qty
            MOVE 0 TO WS-Short-Qty
        END-IF
        IF WS-Short-Qty > 0
            PERFORM Write-Backorder
        END-IF
        IF WS-Ship-Qty > 0
            PERFORM Despatch-Bundle-Stock
        END-IF
    END-IF.

Look-Up-Bundle.
    MOVE "N" TO WS-Bundle-Found.
    CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition.
    EVALUATE RETURN-CODE
        WHEN 0
            MOVE "Y" TO WS-Bundle-Found
        WHEN 4
            MOVE 0 TO RETURN-CODE
        WHEN OTHER
            DISPLAY "DESPATCH: ABEND - GetBundle failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*>Reads every component of the bundle in Bundle-Definition; a
*>component missing from BookStockFile means none can be made up.
Count-Bundles-Buildable.
    MOVE 999 TO WS-Buildable.
    MOVE 0 TO WS-Bundle-Weight.
    MOVE "N" TO WS-Comp-Missing.
    IF Bdl-Comp-Count = 0
        MOVE 0 TO WS-Buildable
    END-IF.
    PERFORM VARYING WS-Comp-Idx FROM 1 BY 1
            UNTIL WS-Comp-Idx > Bdl-Comp-Count
        MOVE Bdl-Comp-Book-Id(WS-Comp-Idx) TO Book-Id-BSF
        READ BookStockFile
            INVALID KEY
                MOVE "Y" TO WS-Comp-Missing
                MOVE Bdl-Comp-Book-Id(WS-Comp-Idx)
                    TO WS-Missing-Comp-Id
                MOVE 0 TO WS-Buildable
            NOT INVALID KEY
                DIVIDE Bdl-Comp-Qty(WS-Comp-Idx) INTO Qty-In-Stock-BSF
                    GIVING WS-Bundles-Here
                IF WS-Bundles-Here < WS-Buildable
                    MOVE WS-Bundles-Here TO WS-Buildable
                END-IF
                COMPUTE WS-Bundle-Weight = WS-Bundle-Weight
                    + (Copy-Weight-BSF * Bdl-Comp-Qty(WS-Comp-Idx))
        END-READ
    END-PERFORM.

*>Ships WS-Ship-Qty bundles: one invoice line and one history line
*>for the bundle, then each component title's copies decremented,
*>journalled and picked, and listed under the bundle on the despatch
*>note.
Despatch-Bundle-Stock.
    PERFORM Set-Bundle-Price.
    COMPUTE WS-Order-Weight =
        WS-Order-Weight + (WS-Bundle-Weight * WS-Ship-Qty).
    MOVE Bdl-Title TO WS-Line-Title.
    PERFORM Total-Shipped-Line.
    PERFORM Write-Invoice-Line.
    MOVE SPACES TO DESPNOTE-LINE.
    STRING "  " DELIMITED BY SIZE
           Bdl-Title DELIMITED BY SIZE
           "  Qty: " DELIMITED BY SIZE
           WS-Ship-Qty DELIMITED BY SIZE
        INTO DESPNOTE-LINE
    END-STRING.
    WRITE DESPNOTE-LINE.
    PERFORM VARYING WS-Comp-Idx FROM 1 BY 1
            UNTIL WS-Comp-Idx > Bdl-Comp-Count
        PERFORM Despatch-Bundle-Component
    END-PERFORM.
    IF WS-Short-Qty > 0
        MOVE SPACES TO DESPNOTE-LINE
        MOVE WS-Partial-Note TO DESPNOTE-LINE
        WRITE DESPNOTE-LINE
    END-IF.
    PERFORM Write-Despatch-History.

Despatch-Bundle-Component.
    MOVE Bdl-Comp-Book-Id(WS-Comp-Idx) TO Book-Id-BSF.
    READ BookStockFile
        INVALID KEY
            CONTINUE
    END-READ.
    IF BookStatus NOT = "00"
        DISPLAY "DESPATCH: ABEND - cannot read BookStockFile, status "
            BookStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    COMPUTE WS-Comp-Need = WS-Ship-Qty * Bdl-Comp-Qty(WS-Comp-Idx).
    MOVE Qty-In-Stock-BSF TO WS-Move-Before.
    SUBTRACT WS-Comp-Need FROM Qty-In-Stock-BSF.
    REWRITE BookStockRec.
    IF BookStatus NOT = "00"
        DISPLAY "DESPATCH: ABEND - cannot update "
            "BookStockFile, status " BookStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE Book-Id-BSF TO WS-Move-Key.
    MOVE Qty-In-Stock-BSF TO WS-Move-After.
    CALL "StockMovementLog" USING WS-Move-Program,
        WS-Move-File-Id, WS-Move-Key, WS-Move-Before,
        WS-Move-After, WS-Move-Reason.
    IF RETURN-CODE NOT = 0
        DISPLAY "DESPATCH: ABEND - StockMovementLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE Book-Id-BSF TO Pick-Book-Id.
    MOVE Book-Title-BSF TO Pick-Title.
    MOVE WS-Comp-Need TO Pick-Qty.
    MOVE Bin-Location-BSF TO Pick-Bin.
    WRITE PICKWORK-REC.
    MOVE SPACES TO DESPNOTE-LINE.
    STRING "      CONTAINS " DELIMITED BY SIZE
           Book-Title-BSF DELIMITED BY SIZE
           "  Qty: " DELIMITED BY SIZE
           WS-Comp-Need DELIMITED BY SIZE
        INTO DESPNOTE-LINE
    END-STRING.
    WRITE DESPNOTE-LINE.

*>Ships WS-Ship-Qty copies of the record already read: decrements
*>and journals the stock, prices the shipped quantity, and writes
*>the invoice, pick and despatch note lines.  A partially-filled
*>line says so on both the invoice and the despatch note.
Despatch-Line-Stock.
    PERFORM Set-Line-Price.

    MOVE Qty-In-Stock-BSF TO WS-Move-Before.
    SUBTRACT WS-Ship-Qty FROM Qty-In-Stock-BSF.
        STOP RUN
    END-IF.

    COMPUTE WS-Order-Weight =
        WS-Order-Weight + (Copy-Weight-BSF * WS-Ship-Qty).
    MOVE Book-Title-BSF TO WS-Line-Title.
    PERFORM Total-Shipped-Line.
    PERFORM Write-Invoice-Line.

*>  The warehouse picks from PICKLIST.DAT (PickingList totals
*>  PICKWORK.DAT by title) and the parcel gets a priceless
*>  despatch note instead of the invoice.
    MOVE WS-Cur-Book-Id TO Pick-Book-Id.
    MOVE Book-Title-BSF TO Pick-Title.
    MOVE WS-Ship-Qty TO Pick-Qty.
    MOVE Bin-Location-BSF TO Pick-Bin.
    WRITE PICKWORK-REC.
    MOVE SPACES TO DESPNOTE-LINE.
    STRING "  " DELIMITED BY SIZE
           Book-Title-BSF DELIMITED BY SIZE
           "  Qty: " DELIMITED BY SIZE
           WS-Ship-Qty DELIMITED BY SIZE
        INTO DESPNOTE-LINE
    END-STRING.
    WRITE DESPNOTE-LINE.
    IF WS-Short-Qty > 0
        MOVE SPACES TO DESPNOTE-LINE
        MOVE WS-Partial-Note TO DESPNOTE-LINE
        WRITE DESPNOTE-LINE
    END-IF.
    PERFORM Write-Despatch-History.

*>Prices WS-Ship-Qty at the line's price and discount and adds the
*>result to the order, run and EUR credit totals.
Total-Shipped-Line.
    COMPUTE WS-List-Total = WS-Line-Price * WS-Ship-Qty.
    IF WS-Line-Disc-Pct > 0
        COMPUTE WS-Discount-Amt ROUNDED =
            WS-List-Total * WS-Line-Disc-Pct / 100
        COMPUTE WS-Line-Total = WS-List-Total - WS-Discount-Amt
    ELSE
        MOVE 0 TO WS-Discount-Amt
        MOVE WS-List-Total TO WS-Line-Total
    END-IF.
    MOVE WS-Book-Currency TO WS-Currency.
    MOVE WS-Line-Total TO WS-Add-Amount.
    PERFORM Add-Order-Total.
    ADD WS-Conv-Result TO WS-Order-EUR-Value.
    ADD 1 TO WS-Lines-Despatched.

Write-Invoice-Line.
    MOVE SPACES TO INVOICE-LINE.
    STRING "  " DELIMITED BY SIZE
           WS-Line-Title DELIMITED BY SIZE
           "  Qty: " DELIMITED BY SIZE
           WS-Ship-Qty DELIMITED BY SIZE
           "  Line: " DELIMITED BY SIZE
    WRITE INVOICE-LINE.
*>  Trade customers see the full arithmetic per line - list price,
*>  the percentage taken, and the net that was actually charged.
    IF WS-Line-Disc-Pct > 0
        MOVE WS-List-Total TO WS-List-Display
        MOVE WS-Discount-Amt TO WS-Disc-Amt-Display
        MOVE WS-Line-Total TO WS-Net-Display
        MOVE WS-Line-Disc-Pct TO WS-Pct-Display
        MOVE SPACES TO INVOICE-LINE
        STRING "    LIST: " DELIMITED BY SIZE
               WS-List-Display DELIMITED BY SIZE
        PERFORM Write-Partial-Note
    END-IF.

*>Sets the currency, unit price and discount for the book record
*>just read.  Currency-Code-BSF defaults to spaces on every book
*>record written before NewTitleIntake began populating it; treat a
*>blank as EUR (the rate ACME has always quoted in).  On an order
*>converted from a quotation, a title the quote covers is priced at
*>the quote; anything else on the order is priced as usual.
Set-Line-Price.
    MOVE Currency-Code-BSF TO WS-Book-Currency.
    IF WS-Book-Currency = SPACES
        MOVE "EUR" TO WS-Book-Currency
    END-IF.
    MOVE Copy-Price-BSF TO WS-Line-Price.
    MOVE WS-Cust-Discount-Pct TO WS-Line-Disc-Pct.
    MOVE Book-Id-BSF TO WS-Quote-Book-Id.
    PERFORM Apply-Quote-Price.

*>A bundle is priced at its own price, in its own currency (blank
*>comes back from GetBundle as EUR), with the quote override looked
*>up under the bundle id just as it is for a title.
Set-Bundle-Price.
    MOVE Bdl-Currency TO WS-Book-Currency.
    MOVE Bdl-Price TO WS-Line-Price.
    MOVE WS-Cust-Discount-Pct TO WS-Line-Disc-Pct.
    MOVE WS-Bundle-Id TO WS-Quote-Book-Id.
    PERFORM Apply-Quote-Price.

Apply-Quote-Price.
    IF WS-Cur-Quote > 0
        CALL "GetQuotePrice" USING WS-Cur-Quote, WS-Quote-Book-Id,
            WS-Quote-Price, WS-Quote-Currency, WS-Quote-Disc-Pct
        IF RETURN-CODE = 4
            MOVE 0 TO RETURN-CODE
        ELSE
            IF RETURN-CODE NOT = 0
                DISPLAY "DESPATCH: ABEND - GetQuotePrice failed, "
                    "return code " RETURN-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-Quote-Price TO WS-Line-Price
            MOVE WS-Quote-Disc-Pct TO WS-Line-Disc-Pct
            IF WS-Quote-Currency NOT = SPACES
                MOVE WS-Quote-Currency TO WS-Book-Currency
            END-IF
        END-IF
    END-IF.

*>"9 OF 10 DESPATCHED, 1 TO FOLLOW" on the invoice, built once and
*>reused on the despatch note so the two can never disagree.
*>without committing anything; an order that would take the customer
*>over their credit limit goes whole to the held-orders queue.  An
*>order that passes gets its invoice number, is despatched line by
*>line, has its parcels priced together, and its EUR value
*>debited to the customer balance.  An order whose every line was
*>backordered gets a note saying so instead of a zero total.
Finish-Order.
    END-IF.

Price-Order-Postage.
    CALL "GetParcelPostage" USING Deliv-Country-Code, WS-Order-Weight,
        WS-Max-Parcel-Weight, WS-Parcel-Count, WS-Order-Postage,
        WS-Postage-Currency.
    IF RETURN-CODE NOT = 0
        DISPLAY "DESPATCH: ABEND - GetParcelPostage failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-Order-Postage TO WS-Order-Postage-Display.
    MOVE SPACES TO INVOICE-LINE.
    IF WS-Parcel-Count > 1
        STRING "  POSTAGE: " DELIMITED BY SIZE
               WS-Order-Postage-Display DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Postage-Currency DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-Parcel-Count DELIMITED BY SIZE
               " PARCELS)" DELIMITED BY SIZE
            INTO INVOICE-LINE
        END-STRING
    ELSE
        STRING "  POSTAGE: " DELIMITED BY SIZE
               WS-Order-Postage-Display DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Postage-Currency DELIMITED BY SIZE
            INTO INVOICE-LINE
        END-STRING
    END-IF.
    WRITE INVOICE-LINE.
    IF WS-Postage-Currency NOT = SPACES
        MOVE WS-Postage-Currency TO WS-Currency
        MOVE WS-Order-Postage TO WS-Add-Amount
*>      The postage joins the order totals as well as the run totals,
*>      so the ORDER TOTAL lines below it add up to the amount billed
*>      on the statement for this invoice number.
        PERFORM Add-Order-Total
        PERFORM Add-Currency-Total
        MOVE WS-Order-Postage TO WS-Conv-Amount
        MOVE WS-Postage-Currency TO WS-Conv-Currency
        PERFORM Convert-To-EUR
        ADD WS-Conv-Result TO WS-Order-EUR-Value
*>      The postage goes on the despatch history under the reserved
*>      pseudo book id *POST so customer statements reproduce the
*>      full invoice amount; SalesAnalysis skips these lines.  Its
*>      quantity is the number of parcels the postage paid for.
        MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
        MOVE WS-CD-YYYYMMDD TO Hist-Date
        MOVE WS-Cur-CustNum TO Hist-CustNum
        MOVE "*POST" TO Hist-Book-Id
        MOVE WS-Parcel-Count TO Hist-Qty
        MOVE WS-Order-Postage TO Hist-Line-Total
        MOVE WS-Postage-Currency TO Hist-Currency
        MOVE WS-Invoice-Number TO Hist-Invoice-Number
        MOVE DESPHIST-REC TO DESPIDX-REC
        WRITE DESPHIST-REC
        IF DespHistStatus NOT = "00"
            DISPLAY "DESPATCH: ABEND - cannot write DESPHIST-OUT, "
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM Write-History-Index
        PERFORM VARYING WS-Parcel-No FROM 1 BY 1
                UNTIL WS-Parcel-No > WS-Parcel-Count
            PERFORM Despatch-One-Parcel
        END-PERFORM
    END-IF.

*>The parcels are full at the country's maximum weight except the
*>last, which takes what is left.  Each exists the moment its postage
*>is priced, so this is where it joins the carrier manifest and is
*>numbered on the despatch note for the packer.
Despatch-One-Parcel.
    IF WS-Parcel-No < WS-Parcel-Count
        MOVE WS-Max-Parcel-Weight TO WS-Parcel-Weight
    ELSE
        COMPUTE WS-Parcel-Weight = WS-Order-Weight
            - (WS-Max-Parcel-Weight * (WS-Parcel-Count - 1))
    END-IF.
    CALL "GetPostage" USING Deliv-Country-Code, WS-Parcel-Weight,
        Copy-Postage, WS-Postage-Currency.
    IF RETURN-CODE NOT = 0
        DISPLAY "DESPATCH: ABEND - GetPostage failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-CD-YYYYMMDD TO Man-Date.
    MOVE WS-Cur-CustNum TO Man-CustNum.
    MOVE Deliv-Country-Code TO Man-Country.
    MOVE WS-Parcel-Weight TO Man-Weight.
    MOVE Copy-Postage TO Man-Postage.
    MOVE WS-Postage-Currency TO Man-Currency.
    MOVE WS-Parcel-No TO Man-Parcel-No.
    MOVE WS-Parcel-Count TO Man-Parcel-Count.
    WRITE MANIFEST-REC.
    IF ManifestStatus NOT = "00"
        DISPLAY "DESPATCH: ABEND - cannot write MANIFEST-OUT, "
            "status " ManifestStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-Parcel-Weight TO WS-Parcel-Weight-Display.
    MOVE SPACES TO DESPNOTE-LINE.
    STRING "  PARCEL " DELIMITED BY SIZE
           WS-Parcel-No DELIMITED BY SIZE
           " OF " DELIMITED BY SIZE
           WS-Parcel-Count DELIMITED BY SIZE
           "  WEIGHT " DELIMITED BY SIZE
           WS-Parcel-Weight-Display DELIMITED BY SIZE
        INTO DESPNOTE-LINE
    END-STRING.
    WRITE DESPNOTE-LINE.

*>VAT on the whole order, computed per currency so each ORDER TOTAL
*>line below it stays the amount actually billed in that currency.
*>the despatch history (one *VAT line per currency), so Statements
*>and the customer balance reproduce the taxed invoice amount.
Price-Order-Tax.
    CALL "GetTaxRate" USING Deliv-Country-Code, WS-Tax-Rate.
    IF RETURN-CODE = 4
        MOVE 0 TO WS-Tax-Rate
        MOVE 0 TO RETURN-CODE
    MOVE WS-Tax-Amt TO Hist-Line-Total.
    MOVE WS-OT-Currency(OT-Idx) TO Hist-Currency.
    MOVE WS-Invoice-Number TO Hist-Invoice-Number.
    MOVE DESPHIST-REC TO DESPIDX-REC.
    WRITE DESPHIST-REC.
    IF DespHistStatus NOT = "00"
        DISPLAY "DESPATCH: ABEND - cannot write DESPHIST-OUT, "
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Write-History-Index.

*>Prices the order without committing anything: the quantities the
*>despatch pass would actually ship (the whole line, or the on-shelf
            UNTIL WS-LT-Idx > WS-LT-Count
        MOVE WS-LT-Book-Id(WS-LT-Idx) TO Book-Id-BSF
        READ BookStockFile
            INVALID KEY
                PERFORM Estimate-Bundle-Line
            NOT INVALID KEY
                IF Qty-In-Stock-BSF < WS-LT-Qty(WS-LT-Idx)
                    MOVE Qty-In-Stock-BSF TO WS-Est-Qty
                    MOVE WS-LT-Qty(WS-LT-Idx) TO WS-Est-Qty
                END-IF
                IF WS-Est-Qty > 0
                    PERFORM Set-Line-Price
                    MOVE WS-Book-Currency TO WS-Conv-Currency
                    COMPUTE WS-Conv-Amount =
                        WS-Line-Price * WS-Est-Qty
                    IF WS-Line-Disc-Pct > 0
                        COMPUTE WS-Conv-Amount ROUNDED =
                            WS-Conv-Amount - (WS-Conv-Amount
                            * WS-Line-Disc-Pct / 100)
                    END-IF
                    PERFORM Convert-To-EUR
                    ADD WS-Conv-Result TO WS-Est-Value-EUR
        END-READ
    END-PERFORM.
    IF WS-Est-Weight > 0
        CALL "GetParcelPostage" USING Deliv-Country-Code, WS-Est-Weight,
            WS-Max-Parcel-Weight, WS-Parcel-Count, WS-Order-Postage,
            WS-Postage-Currency
        IF RETURN-CODE NOT = 0
            DISPLAY "DESPATCH: ABEND - GetParcelPostage failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-Postage-Currency NOT = SPACES
            MOVE WS-Order-Postage TO WS-Conv-Amount
            MOVE WS-Postage-Currency TO WS-Conv-Currency
            PERFORM Convert-To-EUR
            ADD WS-Conv-Result TO WS-Est-Value-EUR
*>  it - must carry it, or a taxed order breaches the limit that the
*>  untaxed estimate sailed under.
    IF WS-Est-Value-EUR > 0
        CALL "GetTaxRate" USING Deliv-Country-Code, WS-Tax-Rate
        IF RETURN-CODE = 4
            MOVE 0 TO WS-Tax-Rate
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

*>The estimate for a bundle line, on the same terms as the despatch
*>pass: the bundles that can actually be made up, at the bundle
*>price, weighing what their components weigh.
Estimate-Bundle-Line.
    MOVE WS-LT-Book-Id(WS-LT-Idx) TO WS-Bundle-Id.
    PERFORM Look-Up-Bundle.
    IF Bundle-Is-Found
        PERFORM Count-Bundles-Buildable
        IF WS-Buildable < WS-LT-Qty(WS-LT-Idx)
            MOVE WS-Buildable TO WS-Est-Qty
        ELSE
            MOVE WS-LT-Qty(WS-LT-Idx) TO WS-Est-Qty
        END-IF
        IF WS-Est-Qty > 0
            PERFORM Set-Bundle-Price
            MOVE WS-Book-Currency TO WS-Conv-Currency
            COMPUTE WS-Conv-Amount = WS-Line-Price * WS-Est-Qty
            IF WS-Line-Disc-Pct > 0
                COMPUTE WS-Conv-Amount ROUNDED =
                    WS-Conv-Amount - (WS-Conv-Amount
                    * WS-Line-Disc-Pct / 100)
            END-IF
            PERFORM Convert-To-EUR
            ADD WS-Conv-Result TO WS-Est-Value-EUR
            COMPUTE WS-Est-Weight = WS-Est-Weight
                + (WS-Bundle-Weight * WS-Est-Qty)
        END-IF
    END-IF.

*>A zero limit means no limit has been maintained - those customers
*>ship exactly as they always have.
Check-Order-Credit.
    MOVE "H" TO Held-H-Type.
    MOVE WS-Cur-CustNum TO Held-CustNum.
    MOVE WS-Cur-Country TO Held-Country.
    MOVE WS-Cur-Ship-To TO Held-Ship-To.
    MOVE WS-Cur-Quote TO Held-Quote-Number.
    MOVE WS-Cur-Cust-Ref TO Held-Cust-Ref.
    MOVE WS-Est-Value-EUR TO Held-Value-EUR.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    MOVE WS-CD-YYYYMMDD TO Held-Date.
        INTO INVOICE-LINE
    END-STRING.
    WRITE INVOICE-LINE.
    IF WS-Cur-Quote > 0
        MOVE SPACES TO INVOICE-LINE
        STRING "YOUR QUOTATION: " DELIMITED BY SIZE
               WS-Cur-Quote DELIMITED BY SIZE
            INTO INVOICE-LINE
        END-STRING
        WRITE INVOICE-LINE
    END-IF.
    IF WS-Cur-Cust-Ref NOT = SPACES
        MOVE SPACES TO INVOICE-LINE
        STRING "YOUR ORDER REF: " DELIMITED BY SIZE
               WS-Cur-Cust-Ref DELIMITED BY SIZE
            INTO INVOICE-LINE
        END-STRING
        WRITE INVOICE-LINE
    END-IF.
    MOVE SPACES TO INVOICE-LINE.
    MOVE Cust-Name TO INVOICE-LINE.
    WRITE INVOICE-LINE.

Write-Note-Address.
    MOVE SPACES TO DESPNOTE-LINE.
    MOVE Deliv-Name TO DESPNOTE-LINE.
    WRITE DESPNOTE-LINE.
    MOVE SPACES TO DESPNOTE-LINE.
    MOVE Deliv-Addr-Line-1 TO DESPNOTE-LINE.
    WRITE DESPNOTE-LINE.
    MOVE SPACES TO DESPNOTE-LINE.
    MOVE Deliv-Addr-Line-2 TO DESPNOTE-LINE.
    WRITE DESPNOTE-LINE.
    MOVE SPACES TO DESPNOTE-LINE.
    MOVE Deliv-Addr-Line-3 TO DESPNOTE-LINE.
    WRITE DESPNOTE-LINE.

Write-Despatch-History.
    MOVE WS-Line-Total TO Hist-Line-Total.
    MOVE WS-Book-Currency TO Hist-Currency.
    MOVE WS-Invoice-Number TO Hist-Invoice-Number.
    MOVE DESPHIST-REC TO DESPIDX-REC.
    WRITE DESPHIST-REC.
    IF DespHistStatus NOT = "00"
        DISPLAY "DESPATCH: ABEND - cannot write DESPHIST-OUT, status "
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Write-History-Index.

*>Every history line goes onto the keyed companion as it is written,
*>numbered within its invoice.  Invoice numbers are never handed out
*>twice, so a key already taken can only mean the index was rebuilt
*>part-way through an invoice; the line takes the next free number
*>rather than overwriting one that is already there.  The line is
*>copied across before the history WRITE releases the record area.
Write-History-Index.
    MOVE "N" TO WS-Index-Written.
    PERFORM UNTIL Index-Written
        ADD 1 TO WS-Hist-Line-Seq
        MOVE WS-Hist-Line-Seq TO DI-Line-Seq
        WRITE DESPIDX-REC
        EVALUATE DespIdxStatus
            WHEN "00"
            WHEN "02"
                MOVE "Y" TO WS-Index-Written
            WHEN "22"
                CONTINUE
            WHEN OTHER
                DISPLAY "DESPATCH: ABEND - cannot write DESPIDX-FILE, "
                    "status " DespIdxStatus
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-PERFORM.
