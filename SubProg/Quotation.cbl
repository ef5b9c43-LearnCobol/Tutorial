      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  Quotation.
AUTHOR.  Michael Coughlan.
*>Interactive customer quotations, in the style of OrderEntry.  Trade
*>customers ask what a list of titles will cost before they commit,
*>and the answer used to be worked out by hand from the stock
*>listing - with no record of what was promised, so the order that
*>followed was billed at whatever the price had become by despatch.
*>A quote is keyed like an order (customer through GetCustomerAddress,
*>an optional delivery ship-to through GetDeliveryAddress, then the
*>book lines) and priced exactly the way Despatch prices an invoice:
*>Copy-Price-BSF in the book's own currency less the customer's
*>discount from GetCustomerDiscount, an estimate of the postage
*>from GetParcelPostage on the delivery country and the summed line
*>weights (so a quote too heavy for one parcel is priced as the
*>several parcels Despatch will send it in), and VAT from GetTaxRate
*>on each currency's total.
*>Nothing is written until the clerk confirms; the quote is then
*>numbered from the persisted QUOTECTL.DAT sequence, stored on
*>QUOTE.DAT (a header keyed by the quote number, one line per title
*>keyed by quote number and Book-Id-BSF, carrying the unit price,
*>currency and discount quoted) with the date it lapses, and printed
*>to QUOTEDOC.DAT with the billing address block, the delivery
*>address, the priced lines, the estimates and the "prices held
*>until" date.  QuoteConvert later turns an unexpired quote into an
*>order, and Despatch charges that order's lines at the prices
*>stored here.  Postage and VAT are estimates only: Despatch charges
*>them on what actually ships, at the rates of the despatch day.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BookStockFile ASSIGN TO DYNAMIC BookStock-Name
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Book-Id-BSF
        ALTERNATE RECORD KEY IS Book-Title-BSF
        ALTERNATE RECORD KEY IS Author-Id-BSF
                  WITH DUPLICATES
        FILE STATUS IS BookStatus.

    SELECT QUOTE-FILE ASSIGN TO "QUOTE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS QH-KEY
        FILE STATUS IS QuoteStatus.

    SELECT QUOTEDOC-OUT ASSIGN TO "QUOTEDOC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS QuoteDocStatus.

    SELECT QUOTE-CONTROL ASSIGN TO "QUOTECTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS QuoteCtlStatus.

DATA DIVISION.
FILE SECTION.
FD  BookStockFile.
01  BookStockRec.
    02  Book-Id-BSF             PIC X(5).
    02  Book-Title-BSF          PIC X(30).
    02  Author-Id-BSF           PIC 9(4).
    02  Qty-In-Stock-BSF        PIC 999.
    02  Copy-Price-BSF          PIC 99V99.
    02  Copy-Weight-BSF         PIC 9(3)V99.
    02  Currency-Code-BSF       PIC XXX.
    02  Supplier-Code-BSF       PIC X(4).
    02  Reorder-Level-BSF       PIC 999.
    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

*>The quote header carries a Book-Id of spaces, so it sorts ahead of
*>its own lines; both records are the same length.
FD  QUOTE-FILE.
01  QUOTE-HEADER-REC.
    02  QH-KEY.
        03  QH-QUOTE-NUMBER     PIC 9(6).
        03  QH-BOOK-ID          PIC X(5).
    02  QH-CUST-NUM             PIC X(4).
    02  QH-SHIP-TO              PIC XXX.
    02  QH-COUNTRY-CODE         PIC XX.
    02  QH-QUOTE-DATE           PIC 9(8).
    02  QH-EXPIRY-DATE          PIC 9(8).
    02  QH-STATUS               PIC X.
        88  Quote-Open          VALUE "O".
        88  Quote-Converted     VALUE "C".
    02  QH-CONVERTED-DATE       PIC 9(8).
    02  QH-LINE-COUNT           PIC 99.
01  QUOTE-LINE-REC.
    02  QL-KEY.
        03  QL-QUOTE-NUMBER     PIC 9(6).
        03  QL-BOOK-ID          PIC X(5).
    02  QL-QTY                  PIC 999.
    02  QL-UNIT-PRICE           PIC 99V99.
    02  QL-CURRENCY             PIC XXX.
    02  QL-DISCOUNT-PCT         PIC 99V99.
    02  FILLER                  PIC X(22).

FD  QUOTEDOC-OUT.
01  QUOTEDOC-LINE               PIC X(80).

*>Quote numbers come off the same style of persisted sequence as
*>Despatch's invoice numbers, so a number can never be handed out
*>twice even across a crashed session.
FD  QUOTE-CONTROL.
01  QUOTE-CONTROL-REC.
    02  QTC-NEXT-NUMBER         PIC 9(6).

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  QuoteStatus                 PIC XX.
01  QuoteDocStatus              PIC XX.
01  QuoteCtlStatus              PIC XX.
01  BookStock-Name              PIC X(40) VALUE "BookStock.DAT".
01  WS-BookStock-Default        PIC X(40) VALUE "BookStock.DAT".

01  WS-Continue                 PIC X VALUE "Y".
    88  Keep-Going              VALUE "Y".
01  WS-More-Lines               PIC X.
    88  More-Lines              VALUE "Y".
01  WS-Confirm                  PIC X.
    88  Quote-Confirmed         VALUE "Y".
01  WS-Quote-Count              PIC 9(5) VALUE 0.

01  WS-Quote-Number             PIC 9(6) VALUE 1.
01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).
01  WS-Date-Num                 PIC 9(8).
01  WS-Expiry-Date              PIC 9(8).
01  WS-Valid-Days-X.
    02  WS-Valid-Days           PIC 999.

01  Customer-Id.
    02  FILLER                  PIC X.
    02  CustNum                 PIC X(4).
01  Cust-Name                   PIC X(30).
01  Cust-Address-Info.
    02  Cust-Addr-Line-1        PIC X(30).
    02  Cust-Addr-Line-2        PIC X(30).
    02  Cust-Addr-Line-3        PIC X(30).
    02  Cust-Country-Code       PIC XX.

01  WS-Customer-OK              PIC X.
    88  Customer-Is-OK          VALUE "Y".
01  WS-Cust-Discount-Pct        PIC 99V99.

*>Optional delivery address; the quote's country is the country the
*>parcel would go to, which is what postage and VAT are priced by.
01  WS-Ship-To                  PIC XXX.
01  WS-Quote-Country            PIC XX.
01  WS-Ship-To-OK               PIC X.
    88  Ship-To-Is-OK           VALUE "Y".
01  Deliv-Name                  PIC X(30).
01  Deliv-Address-Info.
    02  Deliv-Addr-Line-1       PIC X(30).
    02  Deliv-Addr-Line-2       PIC X(30).
    02  Deliv-Addr-Line-3       PIC X(30).
    02  Deliv-Country-Code      PIC XX.

*>The quote is buffered here and only written once confirmed, sized
*>to the 50-line order it may later become.
01  WS-Line-Table.
    02  WS-LT-Entry OCCURS 50 TIMES.
        03  WS-LT-Book-Id       PIC X(5).
        03  WS-LT-Title         PIC X(30).
        03  WS-LT-Qty           PIC 999.
        03  WS-LT-Price         PIC 99V99.
        03  WS-LT-Currency      PIC XXX.
        03  WS-LT-Weight        PIC 9(3)V99.
        03  WS-LT-Net           PIC 9(5)V99.
01  WS-LT-Count                 PIC 99 VALUE 0.
01  WS-LT-Idx                   PIC 99.
01  WS-LT-Found                 PIC 9.

01  WS-Entered-Qty-X.
    02  WS-Entered-Qty          PIC 999.
01  WS-Line-OK                  PIC X.
    88  Line-Is-OK              VALUE "Y".

*>Pricing, the Despatch way: per-line list, discount and net, the
*>parcel weight, and a running total per currency.
01  WS-List-Total               PIC 9(5)V99.
01  WS-Discount-Amt             PIC 9(5)V99.
01  WS-Quote-Weight             PIC 9(5)V99.
01  WS-Max-Parcel-Weight        PIC 9(3)V99.
01  WS-Parcel-Count             PIC 9(5).
01  WS-Quote-Postage            PIC 9(5)V99.
01  WS-Quote-Postage-Display    PIC ZZZZ9.99.
01  WS-Postage-Currency         PIC XXX.
01  WS-Tax-Rate                 PIC 99V99.
01  WS-Tax-Amt                  PIC 9(5)V99.
01  WS-Quote-Totals.
    02  WS-QT-Entry OCCURS 51 TIMES INDEXED BY QT-Idx.
        03  WS-QT-Currency      PIC XXX.
        03  WS-QT-Total         PIC 9(7)V99.
01  WS-QT-Count                 PIC 99 VALUE 0.
01  WS-QT-Found                 PIC 9 VALUE 0.
01  WS-Currency                 PIC XXX.
01  WS-Add-Amount               PIC 9(7)V99.

01  WS-Price-Display            PIC Z9.99.
01  WS-List-Display             PIC ZZZZ9.99.
01  WS-Disc-Amt-Display         PIC ZZZZ9.99.
01  WS-Net-Display              PIC ZZZZ9.99.
01  WS-Pct-Display              PIC Z9.99.
01  WS-Tax-Display              PIC ZZZZ9.99.
01  WS-Total-Display            PIC ZZZZZZ9.99.

01  WS-SignOn-Function          PIC X(20) VALUE "QUOTATION".

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
    DISPLAY "ACME_BOOKSTOCK_DD" UPON ENVIRONMENT-NAME.
    ACCEPT BookStock-Name FROM ENVIRONMENT-VALUE
        ON EXCEPTION MOVE WS-BookStock-Default TO BookStock-Name
    END-ACCEPT.
    OPEN INPUT BookStockFile.
    IF BookStatus NOT = "00"
        DISPLAY "QUOTATION: ABEND - cannot open BookStockFile, "
            "status " BookStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  INDEXED OPEN I-O fails with status 35 on a file that doesn't
*>  exist yet, so the first quote in the file's life falls back to
*>  OPEN OUTPUT to create it, then reopens for update.
    OPEN I-O QUOTE-FILE.
    IF QuoteStatus = "35"
        OPEN OUTPUT QUOTE-FILE
        CLOSE QUOTE-FILE
        OPEN I-O QUOTE-FILE
    END-IF.
    IF QuoteStatus NOT = "00"
        DISPLAY "QUOTATION: ABEND - cannot open QUOTE-FILE, status "
            QuoteStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  The quotation documents accumulate across sessions; LINE
*>  SEQUENTIAL OPEN EXTEND fails with status 35 on a file that
*>  doesn't exist yet, so the first session creates it.
    OPEN EXTEND QUOTEDOC-OUT.
    IF QuoteDocStatus = "35"
        OPEN OUTPUT QUOTEDOC-OUT
    END-IF.
    IF QuoteDocStatus NOT = "00"
        DISPLAY "QUOTATION: ABEND - cannot open QUOTEDOC-OUT, status "
            QuoteDocStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    PERFORM UNTIL NOT Keep-Going
        PERFORM Take-One-Quote
        DISPLAY "Another quote? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-Continue
    END-PERFORM.
    CLOSE BookStockFile, QUOTE-FILE, QUOTEDOC-OUT.
*>  End-of-run signal to the customer lookups, which hold their
*>  files open across the whole session.
    MOVE HIGH-VALUES TO CustNum.
    CALL "GetCustomerAddress" USING Customer-Id, Cust-Name,
        Cust-Address-Info.
    CALL "GetDeliveryAddress" USING Customer-Id, WS-Ship-To,
        Deliv-Name, Deliv-Address-Info.
    DISPLAY "QUOTATION: " WS-Quote-Count
        " quotation(s) written to QUOTE.DAT and QUOTEDOC.DAT".
    STOP RUN.

Take-One-Quote.
    MOVE 0 TO WS-LT-Count.
    PERFORM Check-Customer.
    IF Customer-Is-OK
        MOVE "Y" TO WS-More-Lines
        PERFORM Take-Quote-Line UNTIL NOT More-Lines
                OR WS-LT-Count >= 50
        IF WS-LT-Count >= 50 AND More-Lines
            DISPLAY "QUOTATION: quote is at the 50-line limit an "
                "order can carry - quote the rest separately"
        END-IF
        IF WS-LT-Count = 0
            DISPLAY "QUOTATION: no lines keyed, nothing written"
        ELSE
            PERFORM Take-Validity
            PERFORM Price-Quote
            PERFORM Confirm-And-Write-Quote
        END-IF
    END-IF.

*>The customer must exist and be active on the customer master; its
*>negotiated discount is read once and applied to every line.
Check-Customer.
    MOVE "N" TO WS-Customer-OK.
    DISPLAY "Customer Number: " WITH NO ADVANCING.
    ACCEPT CustNum.
    IF CustNum = SPACES
        DISPLAY "QUOTATION: customer number required"
    ELSE
        CALL "GetCustomerAddress" USING Customer-Id, Cust-Name,
            Cust-Address-Info
        IF RETURN-CODE = 4
            DISPLAY "QUOTATION: customer " CustNum
                " not on file or deactivated, quote refused"
            MOVE 0 TO RETURN-CODE
        ELSE
            IF RETURN-CODE NOT = 0
                DISPLAY "QUOTATION: ABEND - GetCustomerAddress "
                    "failed, return code " RETURN-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM Fetch-Customer-Discount
            DISPLAY "Customer: " Cust-Name
                "  Country: " Cust-Country-Code
            IF WS-Cust-Discount-Pct > 0
                MOVE WS-Cust-Discount-Pct TO WS-Pct-Display
                DISPLAY "Trade discount: " WS-Pct-Display "%"
            END-IF
            MOVE "Y" TO WS-Customer-OK
            MOVE "N" TO WS-Ship-To-OK
            PERFORM Take-Ship-To UNTIL Ship-To-Is-OK
        END-IF
    END-IF.

Fetch-Customer-Discount.
    MOVE 0 TO WS-Cust-Discount-Pct.
    CALL "GetCustomerDiscount" USING Customer-Id,
        WS-Cust-Discount-Pct.
    IF RETURN-CODE = 4
        MOVE 0 TO WS-Cust-Discount-Pct
        MOVE 0 TO RETURN-CODE
    ELSE
        IF RETURN-CODE NOT = 0
            DISPLAY "QUOTATION: ABEND - GetCustomerDiscount failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

*>Blank means the billing address; anything else must be an active
*>delivery address of this customer, and is re-asked until it is.
Take-Ship-To.
    DISPLAY "Ship-To Code (blank = billing address): "
        WITH NO ADVANCING.
    ACCEPT WS-Ship-To.
    IF WS-Ship-To = SPACES
        MOVE Cust-Name TO Deliv-Name
        MOVE Cust-Address-Info TO Deliv-Address-Info
        MOVE Cust-Country-Code TO WS-Quote-Country
        MOVE "Y" TO WS-Ship-To-OK
    ELSE
        CALL "GetDeliveryAddress" USING Customer-Id, WS-Ship-To,
            Deliv-Name, Deliv-Address-Info
        IF RETURN-CODE = 4
            DISPLAY "QUOTATION: ship-to " WS-Ship-To
                " not on file or deactivated for this customer"
            MOVE 0 TO RETURN-CODE
        ELSE
            IF RETURN-CODE NOT = 0
                DISPLAY "QUOTATION: ABEND - GetDeliveryAddress "
                    "failed, return code " RETURN-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "Deliver to: " Deliv-Name
                "  Country: " Deliv-Country-Code
            MOVE Deliv-Country-Code TO WS-Quote-Country
            MOVE "Y" TO WS-Ship-To-OK
        END-IF
    END-IF.

*>One quote line: the book must be on BookStockFile and may appear
*>only once on a quote, since the quote's lines are keyed by title.
Take-Quote-Line.
    MOVE "N" TO WS-Line-OK.
    DISPLAY "Book Id: " WITH NO ADVANCING.
    ACCEPT Book-Id-BSF.
    MOVE 0 TO WS-LT-Found.
    PERFORM VARYING WS-LT-Idx FROM 1 BY 1
            UNTIL WS-LT-Idx > WS-LT-Count OR WS-LT-Found = 1
        IF WS-LT-Book-Id(WS-LT-Idx) = Book-Id-BSF
            MOVE 1 TO WS-LT-Found
        END-IF
    END-PERFORM.
    IF WS-LT-Found = 1
        DISPLAY "QUOTATION: book " Book-Id-BSF
            " is already on this quote, line not taken"
    ELSE
        READ BookStockFile
            INVALID KEY
                DISPLAY "QUOTATION: book " Book-Id-BSF
                    " not on BookStockFile, line not taken"
            NOT INVALID KEY
                PERFORM Take-Line-Quantity
        END-READ
    END-IF.
    IF Line-Is-OK
        ADD 1 TO WS-LT-Count
        MOVE Book-Id-BSF TO WS-LT-Book-Id(WS-LT-Count)
        MOVE Book-Title-BSF TO WS-LT-Title(WS-LT-Count)
        MOVE WS-Entered-Qty TO WS-LT-Qty(WS-LT-Count)
        MOVE Copy-Price-BSF TO WS-LT-Price(WS-LT-Count)
*>      Currency-Code-BSF defaults to spaces on every book record
*>      written before NewTitleIntake began populating it; treat a
*>      blank as EUR, as Despatch does.
        MOVE Currency-Code-BSF TO WS-LT-Currency(WS-LT-Count)
        IF WS-LT-Currency(WS-LT-Count) = SPACES
            MOVE "EUR" TO WS-LT-Currency(WS-LT-Count)
        END-IF
        MOVE Copy-Weight-BSF TO WS-LT-Weight(WS-LT-Count)
    END-IF.
    IF WS-LT-Count < 50
        DISPLAY "Another line? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-More-Lines
    END-IF.

Take-Line-Quantity.
    MOVE Copy-Price-BSF TO WS-Price-Display.
    DISPLAY "  " Book-Title-BSF "  Price: " WS-Price-Display
        " " Currency-Code-BSF "  In Stock: " Qty-In-Stock-BSF.
    DISPLAY "Quantity: " WITH NO ADVANCING.
    ACCEPT WS-Entered-Qty-X.
    IF WS-Entered-Qty-X NOT NUMERIC
        DISPLAY "QUOTATION: quantity must be numeric, line not taken"
    ELSE
        IF WS-Entered-Qty = 0
            DISPLAY "QUOTATION: quantity is zero, line not taken"
        ELSE
            MOVE "Y" TO WS-Line-OK
        END-IF
    END-IF.

*>How long the prices are held; thirty days is the period the trade
*>desk has always quoted.
Take-Validity.
    DISPLAY "Prices held for how many days? (999, blank = 30): "
        WITH NO ADVANCING.
    ACCEPT WS-Valid-Days-X.
    IF WS-Valid-Days-X NOT NUMERIC OR WS-Valid-Days = 0
        MOVE 30 TO WS-Valid-Days
    END-IF.
    MOVE WS-CD-YYYYMMDD TO WS-Date-Num.
    COMPUTE WS-Expiry-Date = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE(WS-Date-Num) + WS-Valid-Days).

*>Prices every line the way Despatch-Line-Stock does and totals
*>them per currency, then adds the postage estimate for the parcel
*>and the VAT on each currency's total, as Price-Order-Postage and
*>Price-Order-Tax would on the despatch day.
Price-Quote.
    MOVE 0 TO WS-QT-Count.
    MOVE 0 TO WS-Quote-Weight.
    PERFORM VARYING WS-LT-Idx FROM 1 BY 1
            UNTIL WS-LT-Idx > WS-LT-Count
        COMPUTE WS-List-Total =
            WS-LT-Price(WS-LT-Idx) * WS-LT-Qty(WS-LT-Idx)
        IF WS-Cust-Discount-Pct > 0
            COMPUTE WS-Discount-Amt ROUNDED =
                WS-List-Total * WS-Cust-Discount-Pct / 100
            COMPUTE WS-LT-Net(WS-LT-Idx) =
                WS-List-Total - WS-Discount-Amt
        ELSE
            MOVE WS-List-Total TO WS-LT-Net(WS-LT-Idx)
        END-IF
        COMPUTE WS-Quote-Weight = WS-Quote-Weight
            + (WS-LT-Weight(WS-LT-Idx) * WS-LT-Qty(WS-LT-Idx))
        MOVE WS-LT-Currency(WS-LT-Idx) TO WS-Currency
        MOVE WS-LT-Net(WS-LT-Idx) TO WS-Add-Amount
        PERFORM Add-Quote-Total
    END-PERFORM.
    CALL "GetParcelPostage" USING WS-Quote-Country, WS-Quote-Weight,
        WS-Max-Parcel-Weight, WS-Parcel-Count, WS-Quote-Postage,
        WS-Postage-Currency.
    IF RETURN-CODE NOT = 0
        DISPLAY "QUOTATION: ABEND - GetParcelPostage failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-Postage-Currency NOT = SPACES
        MOVE WS-Postage-Currency TO WS-Currency
        MOVE WS-Quote-Postage TO WS-Add-Amount
        PERFORM Add-Quote-Total
    END-IF.
    CALL "GetTaxRate" USING WS-Quote-Country, WS-Tax-Rate.
    IF RETURN-CODE = 4
        MOVE 0 TO WS-Tax-Rate
        MOVE 0 TO RETURN-CODE
    ELSE
        IF RETURN-CODE NOT = 0
            DISPLAY "QUOTATION: ABEND - GetTaxRate failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

Add-Quote-Total.
    MOVE 0 TO WS-QT-Found.
    PERFORM VARYING QT-Idx FROM 1 BY 1
            UNTIL QT-Idx > WS-QT-Count OR WS-QT-Found = 1
        IF WS-QT-Currency(QT-Idx) = WS-Currency
            ADD WS-Add-Amount TO WS-QT-Total(QT-Idx)
            MOVE 1 TO WS-QT-Found
        END-IF
    END-PERFORM.
    IF WS-QT-Found = 0
        ADD 1 TO WS-QT-Count
        MOVE WS-Currency TO WS-QT-Currency(WS-QT-Count)
        MOVE WS-Add-Amount TO WS-QT-Total(WS-QT-Count)
    END-IF.

*>Nothing has been written yet: the totals are shown and only a
*>confirmed quote is numbered, stored and printed.
Confirm-And-Write-Quote.
    PERFORM VARYING QT-Idx FROM 1 BY 1 UNTIL QT-Idx > WS-QT-Count
        MOVE WS-QT-Total(QT-Idx) TO WS-Total-Display
        DISPLAY "Quote total before VAT (" WS-QT-Currency(QT-Idx)
            "): " WS-Total-Display
    END-PERFORM.
    DISPLAY "Prices held until: " WS-Expiry-Date.
    DISPLAY "Write this quote? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-Confirm.
    IF NOT Quote-Confirmed
        DISPLAY "QUOTATION: quote abandoned, nothing written"
    ELSE
        PERFORM Assign-Quote-Number
        PERFORM Write-Quote-Records
        PERFORM Write-Quote-Document
        ADD 1 TO WS-Quote-Count
        DISPLAY "QUOTATION: quote " WS-Quote-Number " for " CustNum
            " written, " WS-LT-Count " line(s)"
    END-IF.

*>The next quote number persists on QUOTECTL.DAT between sessions
*>and is rewritten the moment it is taken; a missing control file
*>simply starts the sequence at 000001.
Assign-Quote-Number.
    MOVE 1 TO WS-Quote-Number.
    OPEN INPUT QUOTE-CONTROL.
    IF QuoteCtlStatus = "00"
        READ QUOTE-CONTROL
            AT END CONTINUE
        END-READ
        IF QuoteCtlStatus = "00"
            MOVE QTC-NEXT-NUMBER TO WS-Quote-Number
        END-IF
        CLOSE QUOTE-CONTROL
    END-IF.
    COMPUTE QTC-NEXT-NUMBER = WS-Quote-Number + 1.
    OPEN OUTPUT QUOTE-CONTROL.
    IF QuoteCtlStatus NOT = "00"
        DISPLAY "QUOTATION: ABEND - cannot open QUOTE-CONTROL, "
            "status " QuoteCtlStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    WRITE QUOTE-CONTROL-REC.
    CLOSE QUOTE-CONTROL.

Write-Quote-Records.
    MOVE SPACES TO QUOTE-HEADER-REC.
    MOVE WS-Quote-Number TO QH-QUOTE-NUMBER.
    MOVE CustNum TO QH-CUST-NUM.
    MOVE WS-Ship-To TO QH-SHIP-TO.
    MOVE WS-Quote-Country TO QH-COUNTRY-CODE.
    MOVE WS-CD-YYYYMMDD TO QH-QUOTE-DATE.
    MOVE WS-Expiry-Date TO QH-EXPIRY-DATE.
    MOVE "O" TO QH-STATUS.
    MOVE 0 TO QH-CONVERTED-DATE.
    MOVE WS-LT-Count TO QH-LINE-COUNT.
    WRITE QUOTE-HEADER-REC
        INVALID KEY
            DISPLAY "QUOTATION: ABEND - quote " WS-Quote-Number
                " already on QUOTE-FILE, check QUOTECTL.DAT"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-WRITE.
    PERFORM VARYING WS-LT-Idx FROM 1 BY 1
            UNTIL WS-LT-Idx > WS-LT-Count
        MOVE SPACES TO QUOTE-LINE-REC
        MOVE WS-Quote-Number TO QL-QUOTE-NUMBER
        MOVE WS-LT-Book-Id(WS-LT-Idx) TO QL-BOOK-ID
        MOVE WS-LT-Qty(WS-LT-Idx) TO QL-QTY
        MOVE WS-LT-Price(WS-LT-Idx) TO QL-UNIT-PRICE
        MOVE WS-LT-Currency(WS-LT-Idx) TO QL-CURRENCY
        MOVE WS-Cust-Discount-Pct TO QL-DISCOUNT-PCT
        WRITE QUOTE-LINE-REC
            INVALID KEY
                DISPLAY "QUOTATION: ABEND - cannot write quote line "
                    WS-Quote-Number "/" WS-LT-Book-Id(WS-LT-Idx)
                    ", status " QuoteStatus
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-WRITE
    END-PERFORM.

*>The document the customer receives: billing address block as on
*>the invoice, the delivery address, the priced lines with the same
*>LIST/LESS/NET arithmetic the invoice shows, then the estimates.
Write-Quote-Document.
    MOVE SPACES TO QUOTEDOC-LINE.
    STRING "QUOTATION NO: " DELIMITED BY SIZE
           WS-Quote-Number DELIMITED BY SIZE
           "   DATE: " DELIMITED BY SIZE
           WS-CD-YYYYMMDD DELIMITED BY SIZE
        INTO QUOTEDOC-LINE
    END-STRING.
    PERFORM Write-Doc-Line.
    MOVE Cust-Name TO QUOTEDOC-LINE.
    PERFORM Write-Doc-Line.
    MOVE Cust-Addr-Line-1 TO QUOTEDOC-LINE.
    PERFORM Write-Doc-Line.
    MOVE Cust-Addr-Line-2 TO QUOTEDOC-LINE.
    PERFORM Write-Doc-Line.
    MOVE Cust-Addr-Line-3 TO QUOTEDOC-LINE.
    PERFORM Write-Doc-Line.
    STRING "DELIVER TO: " DELIMITED BY SIZE
           Deliv-Name DELIMITED BY SIZE
        INTO QUOTEDOC-LINE
    END-STRING.
    PERFORM Write-Doc-Line.
    STRING "            " DELIMITED BY SIZE
           Deliv-Addr-Line-1 DELIMITED BY SIZE
        INTO QUOTEDOC-LINE
    END-STRING.
    PERFORM Write-Doc-Line.
    STRING "            " DELIMITED BY SIZE
           Deliv-Addr-Line-2 DELIMITED BY SIZE
        INTO QUOTEDOC-LINE
    END-STRING.
    PERFORM Write-Doc-Line.
    STRING "            " DELIMITED BY SIZE
           Deliv-Addr-Line-3 DELIMITED BY SIZE
        INTO QUOTEDOC-LINE
    END-STRING.
    PERFORM Write-Doc-Line.
    PERFORM VARYING WS-LT-Idx FROM 1 BY 1
            UNTIL WS-LT-Idx > WS-LT-Count
        PERFORM Write-Doc-Quote-Line
    END-PERFORM.
    IF WS-Postage-Currency = SPACES
        MOVE "  POSTAGE: NO RATE FOR THIS DESTINATION" TO QUOTEDOC-LINE
    ELSE
        MOVE WS-Quote-Postage TO WS-Quote-Postage-Display
        STRING "  POSTAGE (ESTIMATE): " DELIMITED BY SIZE
               WS-Quote-Postage-Display DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Postage-Currency DELIMITED BY SIZE
            INTO QUOTEDOC-LINE
        END-STRING
        IF WS-Parcel-Count > 1
            PERFORM Write-Doc-Line
            STRING "  SENT AS " DELIMITED BY SIZE
                   WS-Parcel-Count DELIMITED BY SIZE
                   " PARCELS" DELIMITED BY SIZE
                INTO QUOTEDOC-LINE
            END-STRING
        END-IF
    END-IF.
    PERFORM Write-Doc-Line.
    PERFORM VARYING QT-Idx FROM 1 BY 1 UNTIL QT-Idx > WS-QT-Count
        PERFORM Write-Doc-Quote-Total
    END-PERFORM.
    STRING "  PRICES HELD UNTIL " DELIMITED BY SIZE
           WS-Expiry-Date DELIMITED BY SIZE
           " - POSTAGE AND VAT ARE ESTIMATES" DELIMITED BY SIZE
        INTO QUOTEDOC-LINE
    END-STRING.
    PERFORM Write-Doc-Line.
    PERFORM Write-Doc-Line.

Write-Doc-Quote-Line.
    COMPUTE WS-List-Total =
        WS-LT-Price(WS-LT-Idx) * WS-LT-Qty(WS-LT-Idx).
    MOVE WS-LT-Price(WS-LT-Idx) TO WS-Price-Display.
    MOVE WS-LT-Net(WS-LT-Idx) TO WS-Net-Display.
    STRING "  " DELIMITED BY SIZE
           WS-LT-Title(WS-LT-Idx) DELIMITED BY SIZE
           "  Qty: " DELIMITED BY SIZE
           WS-LT-Qty(WS-LT-Idx) DELIMITED BY SIZE
           "  @ " DELIMITED BY SIZE
           WS-Price-Display DELIMITED BY SIZE
           "  Line: " DELIMITED BY SIZE
           WS-Net-Display DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-LT-Currency(WS-LT-Idx) DELIMITED BY SIZE
        INTO QUOTEDOC-LINE
    END-STRING.
    PERFORM Write-Doc-Line.
    IF WS-Cust-Discount-Pct > 0
        COMPUTE WS-Discount-Amt = WS-List-Total - WS-LT-Net(WS-LT-Idx)
        MOVE WS-List-Total TO WS-List-Display
        MOVE WS-Discount-Amt TO WS-Disc-Amt-Display
        MOVE WS-LT-Net(WS-LT-Idx) TO WS-Net-Display
        MOVE WS-Cust-Discount-Pct TO WS-Pct-Display
        STRING "    LIST: " DELIMITED BY SIZE
               WS-List-Display DELIMITED BY SIZE
               "  LESS " DELIMITED BY SIZE
               WS-Pct-Display DELIMITED BY SIZE
               "%: " DELIMITED BY SIZE
               WS-Disc-Amt-Display DELIMITED BY SIZE
               "  NET: " DELIMITED BY SIZE
               WS-Net-Display DELIMITED BY SIZE
            INTO QUOTEDOC-LINE
        END-STRING
        PERFORM Write-Doc-Line
    END-IF.

*>VAT per currency on the goods-plus-postage total, then the total
*>the customer should expect to be invoiced in that currency.
Write-Doc-Quote-Total.
    IF WS-Tax-Rate > 0
        COMPUTE WS-Tax-Amt ROUNDED =
            WS-QT-Total(QT-Idx) * WS-Tax-Rate / 100
        MOVE WS-Tax-Amt TO WS-Tax-Display
        MOVE WS-Tax-Rate TO WS-Pct-Display
        STRING "  VAT " DELIMITED BY SIZE
               WS-Pct-Display DELIMITED BY SIZE
               "% (" DELIMITED BY SIZE
               WS-QT-Currency(QT-Idx) DELIMITED BY SIZE
               ") (ESTIMATE): " DELIMITED BY SIZE
               WS-Tax-Display DELIMITED BY SIZE
            INTO QUOTEDOC-LINE
        END-STRING
        PERFORM Write-Doc-Line
        ADD WS-Tax-Amt TO WS-QT-Total(QT-Idx)
    END-IF.
    MOVE WS-QT-Total(QT-Idx) TO WS-Total-Display.
    STRING "  QUOTE TOTAL (" DELIMITED BY SIZE
           WS-QT-Currency(QT-Idx) DELIMITED BY SIZE
           "): " DELIMITED BY SIZE
           WS-Total-Display DELIMITED BY SIZE
        INTO QUOTEDOC-LINE
    END-STRING.
    PERFORM Write-Doc-Line.

Write-Doc-Line.
    WRITE QUOTEDOC-LINE.
    IF QuoteDocStatus NOT = "00"
        DISPLAY "QUOTATION: ABEND - cannot write QUOTEDOC-OUT, status "
            QuoteDocStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO QUOTEDOC-LINE.
