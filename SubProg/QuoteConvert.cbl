      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  QuoteConvert.
AUTHOR.  Michael Coughlan.
*>Turns an accepted customer quotation into an order.  Given a quote
*>number this reads the quote from QUOTE.DAT, refuses it if it is
*>not on file, has already been converted, or has passed its "prices
*>held until" date, and checks that the customer (and the delivery
*>ship-to, if the quote named one) are still active - a quote is not
*>a reason to ship to a closed account.  The quote's lines are then
*>written to ORDERS.DAT as an ordinary "H"/"D" order, in the same
*>"B"/"T" batch bracket OrderEntry writes (number from the shared
*>BATCHNUM.CTL sequence), so OrderEdit proves and edits it like any
*>other order.  The order header carries the quote number: Despatch
*>prices each of its lines from the quote through GetQuotePrice, so
*>the customer is invoiced at the prices quoted however the list
*>price has moved since.  The quote is then marked converted with the
*>date, so the same quote can never become a second order.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT QUOTE-FILE ASSIGN TO "QUOTE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS QH-KEY
        FILE STATUS IS QuoteStatus.

    SELECT ORDER-OUT ASSIGN TO "ORDERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OrderStatus.

    SELECT BATCH-CONTROL ASSIGN TO "BATCHNUM.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BatchCtlStatus.

DATA DIVISION.
FILE SECTION.
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
    02  Order-Qty               PIC 999.
01  ORDER-BATCH-HEADER-REC.
    02  Batch-H-Type            PIC X.
    02  Batch-Number            PIC 9(6).
    02  Batch-Date              PIC 9(8).
01  ORDER-BATCH-TRAILER-REC.
    02  Batch-T-Type            PIC X.
    02  Batch-Order-Count       PIC 9(5).
    02  Batch-Line-Count        PIC 9(5).
    02  Batch-Qty-Hash          PIC 9(9).

FD  BATCH-CONTROL.
01  BATCH-CONTROL-REC.
    02  BAT-NEXT-NUMBER         PIC 9(6).

WORKING-STORAGE SECTION.
01  QuoteStatus                 PIC XX.
01  OrderStatus                 PIC XX.
01  BatchCtlStatus              PIC XX.

01  WS-Continue                 PIC X VALUE "Y".
    88  Keep-Going              VALUE "Y".
01  WS-Confirm                  PIC X.
    88  Convert-Confirmed       VALUE "Y".
01  WS-Order-Count              PIC 9(5) VALUE 0.
01  WS-Line-Count               PIC 9(5) VALUE 0.

01  WS-Batch-Number             PIC 9(6) VALUE 1.
01  WS-Batch-Qty-Hash           PIC 9(9) VALUE 0.
01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).

01  WS-Quote-Number-X.
    02  WS-Quote-Number         PIC 9(6).
01  WS-Quote-OK                 PIC X.
    88  Quote-Is-OK             VALUE "Y".
01  WS-End-Of-Quote             PIC X.
    88  End-Of-Quote            VALUE "Y".

01  Customer-Id.
    02  FILLER                  PIC X.
    02  CustNum                 PIC X(4).
01  Cust-Name                   PIC X(30).
01  Cust-Address-Info.
    02  Cust-Addr-Line-1        PIC X(30).
    02  Cust-Addr-Line-2        PIC X(30).
    02  Cust-Addr-Line-3        PIC X(30).
    02  Cust-Country-Code       PIC XX.

01  WS-Ship-To                  PIC XXX.
01  Deliv-Name                  PIC X(30).
01  Deliv-Address-Info.
    02  Deliv-Addr-Line-1       PIC X(30).
    02  Deliv-Addr-Line-2       PIC X(30).
    02  Deliv-Addr-Line-3       PIC X(30).
    02  Deliv-Country-Code      PIC XX.

*>The quote's lines are gathered before anything is written, so a
*>quote that cannot be read whole leaves no half-order behind.
01  WS-Line-Table.
    02  WS-LT-Entry OCCURS 50 TIMES.
        03  WS-LT-Book-Id       PIC X(5).
        03  WS-LT-Qty           PIC 999.
01  WS-LT-Count                 PIC 99 VALUE 0.
01  WS-LT-Idx                   PIC 99.

01  WS-SignOn-Function          PIC X(20) VALUE "QUOTECONVERT".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O QUOTE-FILE.
    IF QuoteStatus = "35"
        DISPLAY "QUOTECONVERT: no quotations on file"
        STOP RUN
    END-IF.
    IF QuoteStatus NOT = "00"
        DISPLAY "QUOTECONVERT: ABEND - cannot open QUOTE-FILE, status "
            QuoteStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  The day's orders accumulate across entry sessions; LINE
*>  SEQUENTIAL OPEN EXTEND fails with status 35 on a file that
*>  doesn't exist yet, so the first session creates it.
    OPEN EXTEND ORDER-OUT.
    IF OrderStatus = "35"
        OPEN OUTPUT ORDER-OUT
    END-IF.
    IF OrderStatus NOT = "00"
        DISPLAY "QUOTECONVERT: ABEND - cannot open ORDER-OUT, status "
            OrderStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    PERFORM Assign-Batch-Number.
    PERFORM Write-Batch-Header.
    PERFORM UNTIL NOT Keep-Going
        PERFORM Convert-One-Quote
        DISPLAY "Another quote? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-Continue
    END-PERFORM.
    PERFORM Write-Batch-Trailer.
    CLOSE QUOTE-FILE, ORDER-OUT.
*>  End-of-run signal to the customer lookups, which hold their
*>  files open across the whole session.
    MOVE HIGH-VALUES TO CustNum.
    CALL "GetCustomerAddress" USING Customer-Id, Cust-Name,
        Cust-Address-Info.
    CALL "GetDeliveryAddress" USING Customer-Id, WS-Ship-To,
        Deliv-Name, Deliv-Address-Info.
    DISPLAY "QUOTECONVERT: batch " WS-Batch-Number ", "
        WS-Order-Count " order(s) (" WS-Line-Count
        " line(s)) written to ORDERS.DAT".
    STOP RUN.

*>The next batch number persists on BATCHNUM.CTL between sessions
*>and is rewritten the moment it is taken, exactly as OrderEntry
*>takes it; a missing control file starts the sequence at 000001.
Assign-Batch-Number.
    OPEN INPUT BATCH-CONTROL.
    IF BatchCtlStatus = "00"
        READ BATCH-CONTROL
            AT END CONTINUE
        END-READ
        IF BatchCtlStatus = "00"
            MOVE BAT-NEXT-NUMBER TO WS-Batch-Number
        END-IF
        CLOSE BATCH-CONTROL
    END-IF.
    COMPUTE BAT-NEXT-NUMBER = WS-Batch-Number + 1.
    OPEN OUTPUT BATCH-CONTROL.
    IF BatchCtlStatus NOT = "00"
        DISPLAY "QUOTECONVERT: ABEND - cannot open BATCH-CONTROL, "
            "status " BatchCtlStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    WRITE BATCH-CONTROL-REC.
    CLOSE BATCH-CONTROL.

Write-Batch-Header.
    MOVE "B" TO Batch-H-Type.
    MOVE WS-Batch-Number TO Batch-Number.
    MOVE WS-CD-YYYYMMDD TO Batch-Date.
    WRITE ORDER-BATCH-HEADER-REC.
    IF OrderStatus NOT = "00"
        DISPLAY "QUOTECONVERT: ABEND - cannot write ORDER-OUT, "
            "status " OrderStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Write-Batch-Trailer.
    MOVE "T" TO Batch-T-Type.
    MOVE WS-Order-Count TO Batch-Order-Count.
    MOVE WS-Line-Count TO Batch-Line-Count.
    MOVE WS-Batch-Qty-Hash TO Batch-Qty-Hash.
    WRITE ORDER-BATCH-TRAILER-REC.
    IF OrderStatus NOT = "00"
        DISPLAY "QUOTECONVERT: ABEND - cannot write ORDER-OUT, "
            "status " OrderStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Convert-One-Quote.
    PERFORM Check-Quote.
    IF Quote-Is-OK
        PERFORM Load-Quote-Lines
        IF WS-LT-Count = 0
            DISPLAY "QUOTECONVERT: quote " WS-Quote-Number
                " has no lines, nothing written"
        ELSE
            DISPLAY "Customer: " Cust-Name "  Lines: " WS-LT-Count
                "  Prices held until: " QH-EXPIRY-DATE
            DISPLAY "Convert this quote to an order? (Y/N): "
                WITH NO ADVANCING
            ACCEPT WS-Confirm
            IF NOT Convert-Confirmed
                DISPLAY "QUOTECONVERT: quote " WS-Quote-Number
                    " left open, nothing written"
            ELSE
                PERFORM Write-Quote-Order
                PERFORM Mark-Quote-Converted
            END-IF
        END-IF
    END-IF.

*>The quote must be on file, still open and unexpired, and the
*>account and delivery address it was priced for must still be in
*>use.  The quote header is the record with a Book-Id of spaces.
Check-Quote.
    MOVE "N" TO WS-Quote-OK.
    DISPLAY "Quote Number: " WITH NO ADVANCING.
    ACCEPT WS-Quote-Number-X.
    IF WS-Quote-Number-X NOT NUMERIC OR WS-Quote-Number = 0
        DISPLAY "QUOTECONVERT: quote number must be numeric"
    ELSE
        MOVE WS-Quote-Number TO QH-QUOTE-NUMBER
        MOVE SPACES TO QH-BOOK-ID
        READ QUOTE-FILE
            INVALID KEY
                DISPLAY "QUOTECONVERT: quote " WS-Quote-Number
                    " not on file"
            NOT INVALID KEY
                PERFORM Check-Quote-Header
        END-READ
    END-IF.

Check-Quote-Header.
    EVALUATE TRUE
        WHEN Quote-Converted
            DISPLAY "QUOTECONVERT: quote " WS-Quote-Number
                " was already converted on " QH-CONVERTED-DATE
        WHEN WS-CD-YYYYMMDD > QH-EXPIRY-DATE
            DISPLAY "QUOTECONVERT: quote " WS-Quote-Number
                " expired on " QH-EXPIRY-DATE ", quote again"
        WHEN OTHER
            PERFORM Check-Quote-Customer
    END-EVALUATE.

Check-Quote-Customer.
    MOVE QH-CUST-NUM TO CustNum.
    CALL "GetCustomerAddress" USING Customer-Id, Cust-Name,
        Cust-Address-Info.
    IF RETURN-CODE = 4
        DISPLAY "QUOTECONVERT: customer " QH-CUST-NUM
            " not on file or deactivated, quote refused"
        MOVE 0 TO RETURN-CODE
    ELSE
        IF RETURN-CODE NOT = 0
            DISPLAY "QUOTECONVERT: ABEND - GetCustomerAddress "
                "failed, return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE QH-SHIP-TO TO WS-Ship-To
        IF WS-Ship-To = SPACES
            MOVE "Y" TO WS-Quote-OK
        ELSE
            PERFORM Check-Quote-Ship-To
        END-IF
    END-IF.

*>The quote was priced for postage and VAT by the ship-to's country,
*>and OrderEdit insists the header country is the ship-to's country,
*>so an address that has since moved country refuses the quote.
Check-Quote-Ship-To.
    CALL "GetDeliveryAddress" USING Customer-Id, WS-Ship-To,
        Deliv-Name, Deliv-Address-Info.
    IF RETURN-CODE = 4
        DISPLAY "QUOTECONVERT: ship-to " QH-CUST-NUM "/" WS-Ship-To
            " not on file or deactivated, quote refused"
        MOVE 0 TO RETURN-CODE
    ELSE
        IF RETURN-CODE NOT = 0
            DISPLAY "QUOTECONVERT: ABEND - GetDeliveryAddress "
                "failed, return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF Deliv-Country-Code NOT = QH-COUNTRY-CODE
            DISPLAY "QUOTECONVERT: ship-to " QH-CUST-NUM "/"
                WS-Ship-To " is no longer in country "
                QH-COUNTRY-CODE ", quote refused"
        ELSE
            MOVE "Y" TO WS-Quote-OK
        END-IF
    END-IF.

*>The lines follow their header in key order; reading stops at the
*>first record belonging to another quote, and the header is read
*>again afterwards for the update.
Load-Quote-Lines.
    MOVE 0 TO WS-LT-Count.
    MOVE "N" TO WS-End-Of-Quote.
    READ QUOTE-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-End-Of-Quote
    END-READ.
    PERFORM UNTIL End-Of-Quote
        IF QL-QUOTE-NUMBER NOT = WS-Quote-Number
            MOVE "Y" TO WS-End-Of-Quote
        ELSE
            IF WS-LT-Count < 50
                ADD 1 TO WS-LT-Count
                MOVE QL-BOOK-ID TO WS-LT-Book-Id(WS-LT-Count)
                MOVE QL-QTY TO WS-LT-Qty(WS-LT-Count)
            END-IF
            READ QUOTE-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-End-Of-Quote
            END-READ
        END-IF
    END-PERFORM.
*>  The line reads have overwritten the header in the record area.
    MOVE WS-Quote-Number TO QH-QUOTE-NUMBER.
    MOVE SPACES TO QH-BOOK-ID.
    READ QUOTE-FILE
        INVALID KEY
            DISPLAY "QUOTECONVERT: ABEND - quote " WS-Quote-Number
                " header vanished, status " QuoteStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ.

Write-Quote-Order.
    MOVE "H" TO Order-Rec-Type.
    MOVE QH-CUST-NUM TO Order-CustNum.
    MOVE QH-COUNTRY-CODE TO Order-Country-Code.
    MOVE QH-SHIP-TO TO Order-Ship-To.
    MOVE WS-Quote-Number TO Order-Quote-Number.
    MOVE SPACES TO Order-Cust-Ref.
    WRITE ORDER-HEADER-REC.
    IF OrderStatus NOT = "00"
        DISPLAY "QUOTECONVERT: ABEND - cannot write ORDER-OUT, "
            "status " OrderStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING WS-LT-Idx FROM 1 BY 1
            UNTIL WS-LT-Idx > WS-LT-Count
        MOVE "D" TO ORDER-DETAIL-REC(1:1)
        MOVE WS-LT-Book-Id(WS-LT-Idx) TO Order-Book-Id
        MOVE WS-LT-Qty(WS-LT-Idx) TO Order-Qty
        WRITE ORDER-DETAIL-REC
        IF OrderStatus NOT = "00"
            DISPLAY "QUOTECONVERT: ABEND - cannot write ORDER-OUT, "
                "status " OrderStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-Line-Count
        ADD WS-LT-Qty(WS-LT-Idx) TO WS-Batch-Qty-Hash
    END-PERFORM.
    ADD 1 TO WS-Order-Count.

Mark-Quote-Converted.
    MOVE "C" TO QH-STATUS.
    MOVE WS-CD-YYYYMMDD TO QH-CONVERTED-DATE.
    REWRITE QUOTE-HEADER-REC.
    IF QuoteStatus NOT = "00"
        DISPLAY "QUOTECONVERT: ABEND - cannot update QUOTE-FILE, "
            "status " QuoteStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "QUOTECONVERT: quote " WS-Quote-Number " converted, order "
        "for " QH-CUST-NUM " written, " WS-LT-Count " line(s)".
