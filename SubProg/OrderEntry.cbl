*>carrying the session's order count, line count and quantity hash
*>total, which OrderEdit proves before releasing anything - so a
*>truncated file, or yesterday's file dropped in again under today's
*>name, is caught before a single order ships twice.  A customer
*>with delivery addresses on DELIVADDR.DAT can have the order sent
*>to one of them: the ship-to code is checked through
*>GetDeliveryAddress as it is keyed, and the header country becomes
*>the delivery country, which is what Despatch prices postage and
*>VAT by.  Left blank, the order goes to the billing address.
*>A book id that is not on BookStockFile may be a bundle on
*>BUNDLE.DAT (through GetBundle): the line is taken at the bundle's
*>title, price and currency, and the stock figure shown is the
*>number of bundles the component titles on the shelf make up.  A
*>withdrawn bundle is refused, as OrderEdit would refuse it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  ORDER-OUT.
01  ORDER-HEADER-REC.
    02  Order-Rec-Type          PIC X.
    02  Order-CustNum           PIC X(4).
    02  Order-Country-Code      PIC XX.
    02  Order-Ship-To           PIC XXX.
    02  Order-Quote-Number      PIC 9(6).
    02  Order-Cust-Ref          PIC X(15).
01  ORDER-DETAIL-REC.
    02  FILLER                  PIC X.
    02  Order-Book-Id           PIC X(5).

01  WS-Customer-OK              PIC X.
    88  Customer-Is-OK          VALUE "Y".

*>Optional delivery address for the order; the header country is the
*>country the parcel is going to.
01  WS-Ship-To                  PIC XXX.
01  WS-Order-Country            PIC XX.
01  WS-Ship-To-OK               PIC X.
    88  Ship-To-Is-OK           VALUE "Y".
01  Deliv-Name                  PIC X(30).
01  Deliv-Address-Info.
    02  Deliv-Addr-Line-1       PIC X(30).
    02  Deliv-Addr-Line-2       PIC X(30).
    02  Deliv-Addr-Line-3       PIC X(30).
    02  Deliv-Country-Code      PIC XX.
01  WS-Zero-Change              PIC S9(7)V99 VALUE 0.
01  WS-Credit-Limit             PIC 9(7)V99.
01  WS-Cust-Balance             PIC S9(7)V99.
01  WS-LT-Count                 PIC 99 VALUE 0.
01  WS-LT-Idx                   PIC 99.

*>The goods on the line being keyed, from the book record or from
*>the bundle definition.
01  WS-Line-Book-Id             PIC X(5).
01  WS-Line-Title               PIC X(30).
01  WS-Line-Price               PIC 99V99.
01  WS-Line-Currency            PIC XXX.
01  WS-Line-Stock               PIC 999.

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
01  WS-Comp-Idx                 PIC 99.
01  WS-Bundles-Here             PIC 999.

01  WS-Entered-Qty-X.
    02  WS-Entered-Qty          PIC 999.
01  WS-Line-OK                  PIC X.
01  WS-Price-Display            PIC Z9.99.
01  WS-Value-Display            PIC ZZZZZZ9.99.

01  WS-SignOn-Function          PIC X(20) VALUE "ORDERENTRY".

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
    MOVE HIGH-VALUES TO CustNum.
    CALL "GetCustomerAddress" USING Customer-Id, Cust-Name,
        Cust-Address-Info.
    CALL "GetDeliveryAddress" USING Customer-Id, WS-Ship-To,
        Deliv-Name, Deliv-Address-Info.
    MOVE HIGH-VALUES TO WS-Bundle-Id.
    CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition.
    DISPLAY "ORDERENTRY: batch " WS-Batch-Number ", "
        WS-Order-Count " order(s) (" WS-Line-Count
        " line(s)) written to ORDERS.DAT".
                END-IF
            END-IF
            MOVE "Y" TO WS-Customer-OK
            MOVE "N" TO WS-Ship-To-OK
            PERFORM Take-Ship-To UNTIL Ship-To-Is-OK
        END-IF
    END-IF.

*>Blank means the billing address; anything else must be an active
*>delivery address of this customer, and is re-asked until it is.
Take-Ship-To.
    DISPLAY "Ship-To Code (blank = billing address): "
        WITH NO ADVANCING.
    ACCEPT WS-Ship-To.
    IF WS-Ship-To = SPACES
        MOVE Cust-Country-Code TO WS-Order-Country
        MOVE "Y" TO WS-Ship-To-OK
    ELSE
        CALL "GetDeliveryAddress" USING Customer-Id, WS-Ship-To,
            Deliv-Name, Deliv-Address-Info
        IF RETURN-CODE = 4
            DISPLAY "ORDERENTRY: ship-to " WS-Ship-To
                " not on file or deactivated for this customer"
            MOVE 0 TO RETURN-CODE
        ELSE
            IF RETURN-CODE NOT = 0
                DISPLAY "ORDERENTRY: ABEND - GetDeliveryAddress "
                    "failed, return code " RETURN-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "Deliver to: " Deliv-Name
                "  Country: " Deliv-Country-Code
            MOVE Deliv-Country-Code TO WS-Order-Country
            MOVE "Y" TO WS-Ship-To-OK
        END-IF
    END-IF.

    MOVE "N" TO WS-Line-OK.
    DISPLAY "Book Id: " WITH NO ADVANCING.
    ACCEPT Book-Id-BSF.
    MOVE Book-Id-BSF TO WS-Line-Book-Id.
    READ BookStockFile
        INVALID KEY
            PERFORM Take-Bundle-Line
        NOT INVALID KEY
            MOVE Book-Title-BSF TO WS-Line-Title
            MOVE Copy-Price-BSF TO WS-Line-Price
            MOVE Currency-Code-BSF TO WS-Line-Currency
            MOVE Qty-In-Stock-BSF TO WS-Line-Stock
            PERFORM Take-Line-Quantity
    END-READ.
    IF Line-Is-OK
        ADD 1 TO WS-LT-Count
        MOVE WS-Line-Book-Id TO WS-LT-Book-Id(WS-LT-Count)
        MOVE WS-Entered-Qty TO WS-LT-Qty(WS-LT-Count)
        PERFORM Add-Line-To-EUR-Value
    END-IF.
        ACCEPT WS-More-Lines
    END-IF.

Take-Bundle-Line.
    MOVE WS-Line-Book-Id TO WS-Bundle-Id.
    CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition.
    EVALUATE RETURN-CODE
        WHEN 0
            IF Bundle-Withdrawn
                DISPLAY "ORDERENTRY: bundle " WS-Line-Book-Id
                    " has been withdrawn, line not taken"
            ELSE
                MOVE Bdl-Title TO WS-Line-Title
                MOVE Bdl-Price TO WS-Line-Price
                MOVE Bdl-Currency TO WS-Line-Currency
                PERFORM Count-Bundles-In-Stock
                PERFORM Take-Line-Quantity
            END-IF
        WHEN 4
            MOVE 0 TO RETURN-CODE
            DISPLAY "ORDERENTRY: book " WS-Line-Book-Id
                " not on BookStockFile, line not taken"
        WHEN OTHER
            DISPLAY "ORDERENTRY: ABEND - GetBundle failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*>The scarcest component, in copies per bundle, decides how many
*>bundles the shelf holds; a component missing from BookStockFile
*>makes none.
Count-Bundles-In-Stock.
    MOVE 999 TO WS-Line-Stock.
    IF Bdl-Comp-Count = 0
        MOVE 0 TO WS-Line-Stock
    END-IF.
    PERFORM VARYING WS-Comp-Idx FROM 1 BY 1
            UNTIL WS-Comp-Idx > Bdl-Comp-Count
        MOVE Bdl-Comp-Book-Id(WS-Comp-Idx) TO Book-Id-BSF
        READ BookStockFile
            INVALID KEY
                MOVE 0 TO WS-Line-Stock
            NOT INVALID KEY
                DIVIDE Bdl-Comp-Qty(WS-Comp-Idx) INTO Qty-In-Stock-BSF
                    GIVING WS-Bundles-Here
                IF WS-Bundles-Here < WS-Line-Stock
                    MOVE WS-Bundles-Here TO WS-Line-Stock
                END-IF
        END-READ
    END-PERFORM.

Take-Line-Quantity.
    MOVE WS-Line-Price TO WS-Price-Display.
    DISPLAY "  " WS-Line-Title "  Price: " WS-Price-Display
        " " WS-Line-Currency "  In Stock: " WS-Line-Stock.
    DISPLAY "Quantity: " WITH NO ADVANCING.
    ACCEPT WS-Entered-Qty-X.
    IF WS-Entered-Qty-X NOT NUMERIC
        IF WS-Entered-Qty = 0
            DISPLAY "ORDERENTRY: quantity is zero, line not taken"
        ELSE
            IF WS-Entered-Qty > WS-Line-Stock
                DISPLAY "ORDERENTRY: ** ONLY " WS-Line-Stock
                    " IN STOCK - WARN CUSTOMER OF LIKELY BACKORDER **"
            END-IF
            MOVE "Y" TO WS-Line-OK
*>there too, so the warning below can never be harsher than the hold
*>Despatch would actually apply.
Add-Line-To-EUR-Value.
    MOVE WS-Line-Currency TO WS-Conv-Currency.
    IF WS-Conv-Currency = SPACES
        MOVE "EUR" TO WS-Conv-Currency
    END-IF.
    COMPUTE WS-Conv-Amount = WS-Line-Price * WS-Entered-Qty.
    CALL "GetExchangeRate" USING WS-Conv-Currency, WS-CD-YYYYMMDD,
        WS-Exchange-Rate, WS-Rate-Date.
    EVALUATE RETURN-CODE
    ELSE
        MOVE "H" TO Order-Rec-Type
        MOVE CustNum TO Order-CustNum
        MOVE WS-Order-Country TO Order-Country-Code
        MOVE WS-Ship-To TO Order-Ship-To
        MOVE 0 TO Order-Quote-Number
        MOVE SPACES TO Order-Cust-Ref
        WRITE ORDER-HEADER-REC
        IF OrderStatus NOT = "00"
            DISPLAY "ORDERENTRY: ABEND - cannot write ORDER-OUT, "
