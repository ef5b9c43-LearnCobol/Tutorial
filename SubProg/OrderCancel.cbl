      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  OrderCancel.
AUTHOR.  Michael Coughlan.
*>Interactive order cancellation and amendment, in the style of
*>CustomerMaint.  Once OrderEntry had written an order the only way
*>to cancel it was a text editor - on ORDERS.DAT that then failed
*>OrderEdit's "T" trailer hash, and on the queues a cancelled
*>backorder simply shipped the day BackorderRelease found stock.
*>Given a customer number this lists every open line the customer
*>has wherever it sits: in a batch on ORDERS.DAT that OrderEdit has
*>not yet released (its number is not on BATCHREG.DAT), on the
*>credit-hold queue HELDORD.DAT, or on BACKORDER.DAT.  The clerk
*>picks a line and keys the reduced quantity, zero cancelling the
*>line outright.  The file is rewritten through the work file
*>ORDCANC.TMP and copied back, the IndexRebuild way, with its
*>controls kept whole: on ORDERS.DAT the batch trailer's line count
*>and quantity hash (and order count, when the last line of an order
*>goes and its header with it) are reduced to match, so OrderEdit
*>still proves the batch; on HELDORD.DAT an order's Held-Value-EUR
*>is re-estimated the way Despatch estimates it, so HeldOrderRelease
*>judges the order that is actually left.  The record to be changed
*>is checked again as it is copied, and if the file has moved since
*>it was listed nothing is copied back.  A queue whose release run
*>has left a .NEW file waiting to replace it is not touched - the
*>amendment would be lost in the swap.  Every amendment is logged
*>on CANCEL.LOG with the before and after quantity and the reason.
*>Order headers and queue records may carry a delivery ship-to code;
*>it is copied through untouched, and because the header country is
*>the delivery country a held order is re-estimated for postage and
*>VAT where it is actually going.  A held order converted from a
*>customer quotation is re-estimated at the quoted prices, which are
*>the prices Despatch will charge for it.
*>The postage is re-estimated through GetParcelPostage, as Despatch
*>prices it, so an order too heavy for one parcel is estimated as
*>the several parcels it will go in.  A held line for a box set or
*>school pack is valued as Despatch values it: the bundles its
*>components allow, at the bundle price through GetBundle.

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

    SELECT ORDER-FILE ASSIGN TO "ORDERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OrderStatus.

    SELECT HELD-FILE ASSIGN TO "HELDORD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HeldStatus.

    SELECT BACKORDER-FILE ASSIGN TO "BACKORDER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BackorderStatus.

    SELECT HELD-PENDING ASSIGN TO "HELDORD.NEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PendingStatus.

    SELECT BACKORDER-PENDING ASSIGN TO "BACKORDER.NEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PendingStatus.

    SELECT BATCH-REGISTER ASSIGN TO "BATCHREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BatchRegStatus.

    SELECT CANCEL-WORK ASSIGN TO "ORDCANC.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WorkStatus.

    SELECT CANCEL-LOG ASSIGN TO "CANCEL.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LogStatus.

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

FD  ORDER-FILE.
01  ORDER-HEADER-REC.
    88  EndOfOrders             VALUE HIGH-VALUES.
    02  Order-Rec-Type          PIC X.
        88  Order-Is-Header     VALUE "H".
        88  Order-Is-Detail     VALUE "D".
        88  Order-Is-Batch-Hdr  VALUE "B".
        88  Order-Is-Batch-Trl  VALUE "T".
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
    02  FILLER                  PIC X.
    02  Batch-Number            PIC 9(6).
    02  Batch-Date              PIC 9(8).
01  ORDER-BATCH-TRAILER-REC.
    02  FILLER                  PIC X.
    02  Batch-Order-Count       PIC 9(5).
    02  Batch-Line-Count        PIC 9(5).
    02  Batch-Qty-Hash          PIC 9(9).

FD  HELD-FILE.
01  HELD-HEADER-REC.
    88  EndOfHeld               VALUE HIGH-VALUES.
    02  Held-H-Type             PIC X.
        88  Held-Is-Header      VALUE "H".
        88  Held-Is-Detail      VALUE "D".
    02  Held-CustNum            PIC X(4).
    02  Held-Country            PIC XX.
    02  Held-Value-EUR          PIC 9(7)V99.
    02  Held-Date               PIC 9(8).
    02  Held-Ship-To            PIC XXX.
    02  Held-Quote-Number       PIC 9(6).
    02  Held-Cust-Ref           PIC X(15).
01  HELD-DETAIL-REC.
    02  FILLER                  PIC X.
    02  Held-Book-Id            PIC X(5).
    02  Held-Qty                PIC 999.

FD  BACKORDER-FILE.
01  BACKORDER-REC.
    88  EndOfBackorders         VALUE HIGH-VALUES.
    02  Backorder-CustNum       PIC X(4).
    02  Backorder-Book-Id       PIC X(5).
    02  Backorder-Qty           PIC 999.
    02  Backorder-Country-Code  PIC XX.
    02  Backorder-Date          PIC 9(8).
    02  Backorder-Ship-To       PIC XXX.
    02  Backorder-Quote-Number  PIC 9(6).
    02  Backorder-Cust-Ref      PIC X(15).

*>The release programs' carry-forward files are only ever opened to
*>see whether one is waiting to be swapped in.
FD  HELD-PENDING.
01  HELD-PENDING-REC            PIC X(48).

FD  BACKORDER-PENDING.
01  BACKORDER-PENDING-REC       PIC X(46).

FD  BATCH-REGISTER.
01  BATCH-REGISTER-REC.
    88  EndOfRegister           VALUE HIGH-VALUES.
    02  Reg-Batch-Number        PIC 9(6).

*>Wide enough for the longest record of any of the three files.
FD  CANCEL-WORK.
01  WORK-REC.
    88  EndOfWork               VALUE HIGH-VALUES.
    02  Work-Rec-Type           PIC X.
    02  FILLER                  PIC X(47).

FD  CANCEL-LOG.
01  CANCEL-LOG-REC.
    02  CL-Date                 PIC 9(8).
    02  FILLER                  PIC X.
    02  CL-Time                 PIC 9(6).
    02  FILLER                  PIC X.
    02  CL-Source               PIC X(9).
    02  FILLER                  PIC X.
    02  CL-Batch                PIC 9(6).
    02  FILLER                  PIC X.
    02  CL-CustNum              PIC X(4).
    02  FILLER                  PIC X.
    02  CL-Book-Id              PIC X(5).
    02  FILLER                  PIC X.
    02  CL-Old-Qty              PIC 999.
    02  FILLER                  PIC X.
    02  CL-New-Qty              PIC 999.
    02  FILLER                  PIC X.
    02  CL-Reason               PIC X(30).

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  OrderStatus                 PIC XX.
01  HeldStatus                  PIC XX.
01  BackorderStatus             PIC XX.
01  PendingStatus               PIC XX.
01  BatchRegStatus              PIC XX.
01  WorkStatus                  PIC XX.
01  LogStatus                   PIC XX.
01  BookStock-Name              PIC X(40) VALUE "BookStock.DAT".
01  WS-BookStock-Default        PIC X(40) VALUE "BookStock.DAT".

01  WS-Continue                 PIC X VALUE "Y".
    88  Keep-Going              VALUE "Y".
01  WS-More-Lines               PIC X.
    88  More-Lines              VALUE "Y".
01  WS-Confirm                  PIC X.
    88  Amendment-Confirmed     VALUE "Y".
01  WS-Amended-Count            PIC 9(5) VALUE 0.
01  WS-Cancelled-Count          PIC 9(5) VALUE 0.

01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  WS-CD-HHMMSS            PIC 9(6).
    02  FILLER                  PIC X(7).

01  Customer-Id.
    02  FILLER                  PIC X.
    02  CustNum                 PIC X(4).
01  Cust-Name                   PIC X(30).
01  Cust-Address-Info.
    02  Cust-Addr-Line-1        PIC X(30).
    02  Cust-Addr-Line-2        PIC X(30).
    02  Cust-Addr-Line-3        PIC X(30).
    02  Cust-Country-Code       PIC XX.

*>Batches OrderEdit has already released are history: their orders
*>are on ORDERS.CLN or already despatched, and cannot be cut here.
01  WS-Processed-Batches.
    02  WS-PB-Number OCCURS 500 TIMES PIC 9(6).
01  WS-PB-Count                 PIC 9(3) VALUE 0.
01  WS-PB-Idx                   PIC 9(3).
01  WS-PB-Found                 PIC 9 VALUE 0.

*>Every open line the customer has, with the position of the record
*>in its file (and of its order header and batch trailer) so the
*>rewrite pass can find it again by counting records.
01  WS-Open-Lines.
    02  WS-OL-Entry OCCURS 100 TIMES.
        03  WS-OL-Source        PIC X.
        03  WS-OL-Rec-No        PIC 9(7).
        03  WS-OL-Hdr-No        PIC 9(7).
        03  WS-OL-Trl-No        PIC 9(7).
        03  WS-OL-Batch         PIC 9(6).
        03  WS-OL-Date          PIC 9(8).
        03  WS-OL-Country       PIC XX.
        03  WS-OL-Book-Id       PIC X(5).
        03  WS-OL-Qty           PIC 999.
        03  WS-OL-Quote         PIC 9(6).
01  WS-OL-Count                 PIC 999 VALUE 0.
01  WS-OL-Idx                   PIC 999.
01  WS-OL-Max                   PIC 999 VALUE 100.
01  WS-OL-Overflow              PIC X VALUE "N".
    88  Too-Many-Lines          VALUE "Y".

*>Scan state.
01  WS-Cur-Source               PIC X.
01  WS-Cur-Book-Id              PIC X(5).
01  WS-Cur-Qty                  PIC 999.
01  WS-Rec-No                   PIC 9(7).
01  WS-Cur-Hdr-No               PIC 9(7).
01  WS-Cur-Batch                PIC 9(6).
01  WS-Cur-Date                 PIC 9(8).
01  WS-Cur-Country              PIC XX.
01  WS-Cur-Quote                PIC 9(6).
01  WS-Batch-First-Line         PIC 999.
01  WS-In-Open-Batch            PIC X VALUE "N".
    88  Inside-Open-Batch       VALUE "Y".
01  WS-Header-Match             PIC X VALUE "N".
    88  Header-Matches          VALUE "Y".

*>The amendment being made.
01  WS-Pick-X.
    02  WS-Pick                 PIC 999.
01  WS-Sel                      PIC 999.
01  WS-New-Qty-X.
    02  WS-New-Qty              PIC 999.
01  WS-Cut-Qty                  PIC 999.
01  WS-Reason                   PIC X(30).
01  WS-Order-Line-Count         PIC 999.
01  WS-Line-Dropped             PIC X.
    88  Line-Is-Dropped         VALUE "Y".
01  WS-Header-Dropped           PIC X.
    88  Header-Is-Dropped       VALUE "Y".
01  WS-Queue-Changed            PIC X.
    88  Queue-Has-Changed       VALUE "Y".
01  WS-Source-Name              PIC X(9).

*>Held-order re-estimate, priced exactly the way Despatch prices the
*>Held-Value-EUR it stamps on the queue.
01  WS-New-Held-Value           PIC 9(7)V99.
01  WS-Est-Qty                  PIC 999.
01  WS-Est-Weight               PIC 9(5)V99.
01  WS-Max-Parcel-Weight        PIC 9(3)V99.
01  WS-Parcel-Count             PIC 9(5).
01  WS-Est-Postage              PIC 9(5)V99.
01  WS-Postage-Currency         PIC XXX.
01  WS-Tax-Rate                 PIC 99V99.
01  WS-Cust-Discount-Pct        PIC 99V99.
01  WS-Line-Price               PIC 99V99.
01  WS-Line-Disc-Pct            PIC 99V99.
01  WS-Quote-Price              PIC 99V99.
01  WS-Quote-Currency           PIC XXX.
01  WS-Quote-Disc-Pct           PIC 99V99.
01  WS-Quote-Close              PIC 9(6) VALUE 0.
01  WS-Exchange-Rate            PIC 9(3)V9(6).
01  WS-Rate-Date                PIC 9(8).
01  WS-Conv-Amount              PIC 9(7)V99.
01  WS-Conv-Currency            PIC XXX.
01  WS-Conv-Result              PIC 9(7)V99.
01  WS-Quote-Book-Id            PIC X(5).

*>A held line whose id is not on BookStockFile is looked up as a
*>bundle through GetBundle, as Despatch does.
01  WS-Bundle-Id                PIC X(5).
01  Bundle-Definition.
    02  Bdl-Title               PIC X(30).
    02  Bdl-Price               PIC 99V99.
    02  Bdl-Currency            PIC XXX.
    02  Bdl-Status              PIC X.
    02  Bdl-Comp-Count          PIC 99.
    02  Bdl-Component OCCURS 10 TIMES.
        03  Bdl-Comp-Book-Id    PIC X(5).
        03  Bdl-Comp-Qty        PIC 99.
01  WS-Bundle-Found             PIC X.
    88  Bundle-Is-Found         VALUE "Y".
01  WS-Comp-Idx                 PIC 99.
01  WS-Buildable                PIC 999.
01  WS-Bundles-Here             PIC 999.
01  WS-Bundle-Weight            PIC 9(6)V99.

01  WS-Line-Display             PIC ZZ9.
01  WS-Value-Display            PIC ZZZZZZ9.99.

01  WS-SignOn-Function          PIC X(20) VALUE "ORDERCANCEL".

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
        DISPLAY "ORDERCANCEL: ABEND - cannot open BookStockFile, "
            "status " BookStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Load-Batch-Register.
    PERFORM UNTIL NOT Keep-Going
        PERFORM Amend-For-Customer
        DISPLAY "Another customer? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-Continue
    END-PERFORM.
    CLOSE BookStockFile.
*>  End-of-run signal to the customer lookup, which holds the
*>  customer master open across the whole session.
    MOVE HIGH-VALUES TO CustNum.
    CALL "GetCustomerAddress" USING Customer-Id, Cust-Name,
        Cust-Address-Info.
    MOVE HIGH-VALUES TO WS-Cur-Book-Id.
    CALL "GetQuotePrice" USING WS-Quote-Close, WS-Cur-Book-Id,
        WS-Quote-Price, WS-Quote-Currency, WS-Quote-Disc-Pct.
    MOVE HIGH-VALUES TO WS-Bundle-Id.
    CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition.
    DISPLAY "ORDERCANCEL: " WS-Cancelled-Count " line(s) cancelled, "
        WS-Amended-Count " line(s) reduced, see CANCEL.LOG".
    STOP RUN.

*>The register of batch numbers OrderEdit has released; a missing
*>file just means no batch has ever been released.
Load-Batch-Register.
    OPEN INPUT BATCH-REGISTER.
    IF BatchRegStatus = "35"
        CONTINUE
    ELSE
        IF BatchRegStatus NOT = "00"
            DISPLAY "ORDERCANCEL: ABEND - cannot open BATCH-REGISTER, "
                "status " BatchRegStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ BATCH-REGISTER
            AT END SET EndOfRegister TO TRUE
        END-READ
        PERFORM UNTIL EndOfRegister
            IF WS-PB-Count >= 500
                DISPLAY "ORDERCANCEL: ABEND - more than 500 batches "
                    "on BATCHREG.DAT, archive the register"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-PB-Count
            MOVE Reg-Batch-Number TO WS-PB-Number(WS-PB-Count)
            READ BATCH-REGISTER
                AT END SET EndOfRegister TO TRUE
            END-READ
        END-PERFORM
        CLOSE BATCH-REGISTER
    END-IF.

*>The customer need not be active: an order keyed before the account
*>was deactivated is exactly the kind that has to be cancelled.
Amend-For-Customer.
    DISPLAY "Customer Number: " WITH NO ADVANCING.
    ACCEPT CustNum.
    IF CustNum = SPACES
        DISPLAY "ORDERCANCEL: customer number required"
    ELSE
        CALL "GetCustomerAddress" USING Customer-Id, Cust-Name,
            Cust-Address-Info
        IF RETURN-CODE = 4
            MOVE "** NOT ON FILE OR DEACTIVATED **" TO Cust-Name
            MOVE 0 TO RETURN-CODE
        ELSE
            IF RETURN-CODE NOT = 0
                DISPLAY "ORDERCANCEL: ABEND - GetCustomerAddress "
                    "failed, return code " RETURN-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
        DISPLAY "Customer: " Cust-Name
        MOVE "Y" TO WS-More-Lines
        PERFORM Amend-One-Line UNTIL NOT More-Lines
    END-IF.

*>The open lines are listed afresh before every amendment, because
*>cutting a line moves every record after it.
Amend-One-Line.
    PERFORM Find-Open-Lines.
    IF WS-OL-Count = 0
        DISPLAY "ORDERCANCEL: no open order lines for customer "
            CustNum
        MOVE "N" TO WS-More-Lines
    ELSE
        PERFORM List-Open-Lines
        PERFORM Take-Amendment
        IF NOT Amendment-Confirmed
            DISPLAY "ORDERCANCEL: nothing amended"
        ELSE
            PERFORM Apply-Amendment
        END-IF
        DISPLAY "Amend another line for this customer? (Y/N): "
            WITH NO ADVANCING
        ACCEPT WS-More-Lines
    END-IF.

Find-Open-Lines.
    MOVE 0 TO WS-OL-Count.
    MOVE "N" TO WS-OL-Overflow.
    PERFORM Scan-Orders-File.
    PERFORM Scan-Held-File.
    PERFORM Scan-Backorder-File.
    IF Too-Many-Lines
        DISPLAY "ORDERCANCEL: more than " WS-OL-Max " open lines, "
            "only the first " WS-OL-Max " are listed"
    END-IF.

*>Only batches not yet on the release register are open.  A batch
*>with no trailer yet (an entry session still running, or a
*>truncated file) is listed but cannot be amended until it closes.
Scan-Orders-File.
    OPEN INPUT ORDER-FILE.
    IF OrderStatus = "35"
        CONTINUE
    ELSE
        IF OrderStatus NOT = "00"
            DISPLAY "ORDERCANCEL: ABEND - cannot open ORDER-FILE, "
                "status " OrderStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 0 TO WS-Rec-No
        MOVE "N" TO WS-In-Open-Batch
        MOVE "N" TO WS-Header-Match
        READ ORDER-FILE
            AT END SET EndOfOrders TO TRUE
        END-READ
        PERFORM UNTIL EndOfOrders
            ADD 1 TO WS-Rec-No
            EVALUATE TRUE
                WHEN Order-Is-Batch-Hdr
                    PERFORM Scan-Batch-Header
                WHEN Order-Is-Header
                    MOVE WS-Rec-No TO WS-Cur-Hdr-No
                    MOVE "N" TO WS-Header-Match
                    IF Inside-Open-Batch AND Order-CustNum = CustNum
                        MOVE "Y" TO WS-Header-Match
                        MOVE Order-Country-Code TO WS-Cur-Country
                        IF Order-Quote-Number NUMERIC
                            MOVE Order-Quote-Number TO WS-Cur-Quote
                        ELSE
                            MOVE 0 TO WS-Cur-Quote
                        END-IF
                    END-IF
                WHEN Order-Is-Detail
                    IF Header-Matches
                        MOVE "O" TO WS-Cur-Source
                        MOVE Order-Book-Id TO WS-Cur-Book-Id
                        MOVE Order-Qty TO WS-Cur-Qty
                        PERFORM Add-Open-Line
                    END-IF
                WHEN Order-Is-Batch-Trl
                    PERFORM VARYING WS-OL-Idx FROM WS-Batch-First-Line
                            BY 1 UNTIL WS-OL-Idx > WS-OL-Count
                        MOVE WS-Rec-No TO WS-OL-Trl-No(WS-OL-Idx)
                    END-PERFORM
                    MOVE "N" TO WS-In-Open-Batch
                    MOVE "N" TO WS-Header-Match
            END-EVALUATE
            READ ORDER-FILE
                AT END SET EndOfOrders TO TRUE
            END-READ
        END-PERFORM
        CLOSE ORDER-FILE
    END-IF.

Scan-Batch-Header.
    MOVE "N" TO WS-In-Open-Batch.
    MOVE "N" TO WS-Header-Match.
    COMPUTE WS-Batch-First-Line = WS-OL-Count + 1.
    IF Batch-Number NUMERIC
        MOVE Batch-Number TO WS-Cur-Batch
        MOVE Batch-Date TO WS-Cur-Date
        MOVE 0 TO WS-PB-Found
        PERFORM VARYING WS-PB-Idx FROM 1 BY 1
                UNTIL WS-PB-Idx > WS-PB-Count OR WS-PB-Found = 1
            IF WS-PB-Number(WS-PB-Idx) = Batch-Number
                MOVE 1 TO WS-PB-Found
            END-IF
        END-PERFORM
        IF WS-PB-Found = 0
            MOVE "Y" TO WS-In-Open-Batch
        END-IF
    END-IF.

Scan-Held-File.
    OPEN INPUT HELD-FILE.
    IF HeldStatus = "35"
        CONTINUE
    ELSE
        IF HeldStatus NOT = "00"
            DISPLAY "ORDERCANCEL: ABEND - cannot open HELD-FILE, "
                "status " HeldStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 0 TO WS-Rec-No
        MOVE 0 TO WS-Cur-Batch
        MOVE "N" TO WS-Header-Match
        READ HELD-FILE
            AT END SET EndOfHeld TO TRUE
        END-READ
        PERFORM UNTIL EndOfHeld
            ADD 1 TO WS-Rec-No
            IF Held-Is-Header
                MOVE WS-Rec-No TO WS-Cur-Hdr-No
                MOVE "N" TO WS-Header-Match
                IF Held-CustNum = CustNum
                    MOVE "Y" TO WS-Header-Match
                    MOVE Held-Country TO WS-Cur-Country
                    MOVE Held-Date TO WS-Cur-Date
                    IF Held-Quote-Number NUMERIC
                        MOVE Held-Quote-Number TO WS-Cur-Quote
                    ELSE
                        MOVE 0 TO WS-Cur-Quote
                    END-IF
                END-IF
            ELSE
                IF Held-Is-Detail AND Header-Matches
                    MOVE "H" TO WS-Cur-Source
                    MOVE Held-Book-Id TO WS-Cur-Book-Id
                    MOVE Held-Qty TO WS-Cur-Qty
                    PERFORM Add-Open-Line
                END-IF
            END-IF
            READ HELD-FILE
                AT END SET EndOfHeld TO TRUE
            END-READ
        END-PERFORM
        CLOSE HELD-FILE
    END-IF.

*>A backorder is a one-line order of its own: it has no header and
*>no batch, and cutting it to zero simply removes the record.
Scan-Backorder-File.
    OPEN INPUT BACKORDER-FILE.
    IF BackorderStatus = "35"
        CONTINUE
    ELSE
        IF BackorderStatus NOT = "00"
            DISPLAY "ORDERCANCEL: ABEND - cannot open BACKORDER-FILE, "
                "status " BackorderStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 0 TO WS-Rec-No
        MOVE 0 TO WS-Cur-Batch
        MOVE 0 TO WS-Cur-Hdr-No
        READ BACKORDER-FILE
            AT END SET EndOfBackorders TO TRUE
        END-READ
        PERFORM UNTIL EndOfBackorders
            ADD 1 TO WS-Rec-No
            IF Backorder-CustNum = CustNum
                MOVE Backorder-Country-Code TO WS-Cur-Country
                MOVE Backorder-Date TO WS-Cur-Date
                IF Backorder-Quote-Number NUMERIC
                    MOVE Backorder-Quote-Number TO WS-Cur-Quote
                ELSE
                    MOVE 0 TO WS-Cur-Quote
                END-IF
                MOVE "B" TO WS-Cur-Source
                MOVE Backorder-Book-Id TO WS-Cur-Book-Id
                MOVE Backorder-Qty TO WS-Cur-Qty
                PERFORM Add-Open-Line
            END-IF
            READ BACKORDER-FILE
                AT END SET EndOfBackorders TO TRUE
            END-READ
        END-PERFORM
        CLOSE BACKORDER-FILE
    END-IF.

Add-Open-Line.
    IF WS-OL-Count >= WS-OL-Max
        MOVE "Y" TO WS-OL-Overflow
    ELSE
        ADD 1 TO WS-OL-Count
        MOVE WS-Cur-Source TO WS-OL-Source(WS-OL-Count)
        MOVE WS-Rec-No TO WS-OL-Rec-No(WS-OL-Count)
        MOVE WS-Cur-Hdr-No TO WS-OL-Hdr-No(WS-OL-Count)
        MOVE 0 TO WS-OL-Trl-No(WS-OL-Count)
        MOVE WS-Cur-Batch TO WS-OL-Batch(WS-OL-Count)
        MOVE WS-Cur-Date TO WS-OL-Date(WS-OL-Count)
        MOVE WS-Cur-Country TO WS-OL-Country(WS-OL-Count)
        MOVE WS-Cur-Book-Id TO WS-OL-Book-Id(WS-OL-Count)
        MOVE WS-Cur-Qty TO WS-OL-Qty(WS-OL-Count)
        MOVE WS-Cur-Quote TO WS-OL-Quote(WS-OL-Count)
    END-IF.

List-Open-Lines.
    DISPLAY "Open order lines:".
    PERFORM VARYING WS-OL-Idx FROM 1 BY 1
            UNTIL WS-OL-Idx > WS-OL-Count
        MOVE WS-OL-Book-Id(WS-OL-Idx) TO Book-Id-BSF
        READ BookStockFile
            INVALID KEY MOVE "** NOT ON BOOKSTOCKFILE **"
                TO Book-Title-BSF
        END-READ
        MOVE WS-OL-Idx TO WS-Line-Display
        EVALUATE WS-OL-Source(WS-OL-Idx)
            WHEN "O"
                DISPLAY WS-Line-Display " ORDERS    BATCH "
                    WS-OL-Batch(WS-OL-Idx) "  "
                    WS-OL-Book-Id(WS-OL-Idx) " " Book-Title-BSF
                    " QTY " WS-OL-Qty(WS-OL-Idx)
            WHEN "H"
                DISPLAY WS-Line-Display " HELD      QUEUED "
                    WS-OL-Date(WS-OL-Idx) " "
                    WS-OL-Book-Id(WS-OL-Idx) " " Book-Title-BSF
                    " QTY " WS-OL-Qty(WS-OL-Idx)
            WHEN "B"
                DISPLAY WS-Line-Display " BACKORDER SINCE  "
                    WS-OL-Date(WS-OL-Idx) " "
                    WS-OL-Book-Id(WS-OL-Idx) " " Book-Title-BSF
                    " QTY " WS-OL-Qty(WS-OL-Idx)
        END-EVALUATE
    END-PERFORM.

Take-Amendment.
    MOVE "N" TO WS-Confirm.
    DISPLAY "Line to amend (0 = none): " WITH NO ADVANCING.
    ACCEPT WS-Pick-X.
    IF WS-Pick-X NOT NUMERIC
        DISPLAY "ORDERCANCEL: line number must be numeric"
    ELSE
        IF WS-Pick = 0 OR WS-Pick > WS-OL-Count
            DISPLAY "ORDERCANCEL: no line selected"
        ELSE
            MOVE WS-Pick TO WS-Sel
            PERFORM Take-New-Quantity
        END-IF
    END-IF.

Take-New-Quantity.
    DISPLAY "New quantity (0 = cancel the line): "
        WITH NO ADVANCING.
    ACCEPT WS-New-Qty-X.
    IF WS-New-Qty-X NOT NUMERIC
        DISPLAY "ORDERCANCEL: quantity must be numeric"
    ELSE
        IF WS-New-Qty NOT < WS-OL-Qty(WS-Sel)
            DISPLAY "ORDERCANCEL: a line can only be reduced - key "
                "an increase as a new order"
        ELSE
            IF WS-OL-Source(WS-Sel) = "O" AND WS-OL-Trl-No(WS-Sel) = 0
                DISPLAY "ORDERCANCEL: batch " WS-OL-Batch(WS-Sel)
                    " has no trailer yet - entry session still "
                    "open?  Try again when it has closed"
            ELSE
                DISPLAY "Reason: " WITH NO ADVANCING
                ACCEPT WS-Reason
                DISPLAY "Confirm amendment? (Y/N): "
                    WITH NO ADVANCING
                ACCEPT WS-Confirm
            END-IF
        END-IF
    END-IF.

*>A line cut to zero leaves the file; if it was the only line of an
*>order its header goes with it, so no empty order survives on
*>ORDERS.DAT or on the credit-hold queue.
Apply-Amendment.
    COMPUTE WS-Cut-Qty = WS-OL-Qty(WS-Sel) - WS-New-Qty.
    MOVE "N" TO WS-Line-Dropped.
    MOVE "N" TO WS-Header-Dropped.
    IF WS-New-Qty = 0
        MOVE "Y" TO WS-Line-Dropped
    END-IF.
    MOVE 0 TO WS-Order-Line-Count.
    PERFORM VARYING WS-OL-Idx FROM 1 BY 1
            UNTIL WS-OL-Idx > WS-OL-Count
        IF WS-OL-Source(WS-OL-Idx) = WS-OL-Source(WS-Sel)
                AND WS-OL-Hdr-No(WS-OL-Idx) = WS-OL-Hdr-No(WS-Sel)
            ADD 1 TO WS-Order-Line-Count
        END-IF
    END-PERFORM.
    IF Line-Is-Dropped AND WS-Order-Line-Count = 1
            AND WS-OL-Source(WS-Sel) NOT = "B"
        MOVE "Y" TO WS-Header-Dropped
    END-IF.
    MOVE "N" TO WS-Queue-Changed.
    EVALUATE WS-OL-Source(WS-Sel)
        WHEN "O"
            MOVE "ORDERS" TO WS-Source-Name
            PERFORM Amend-Orders-File
        WHEN "H"
            MOVE "HELDORD" TO WS-Source-Name
            PERFORM Amend-Held-File
        WHEN "B"
            MOVE "BACKORDER" TO WS-Source-Name
            PERFORM Amend-Backorder-File
    END-EVALUATE.
    IF Queue-Has-Changed
        DISPLAY "ORDERCANCEL: " WS-Source-Name " changed since it "
            "was listed, nothing amended - list it again"
    ELSE
        PERFORM Write-Cancel-Log
        IF Line-Is-Dropped
            ADD 1 TO WS-Cancelled-Count
            DISPLAY "ORDERCANCEL: line cancelled"
        ELSE
            ADD 1 TO WS-Amended-Count
            DISPLAY "ORDERCANCEL: line reduced to " WS-New-Qty
        END-IF
    END-IF.

*>Pass 1 copies ORDERS.DAT to the work file with the line cut and
*>its batch trailer restated; pass 2 copies it back only if the
*>records were still where the listing found them.
Amend-Orders-File.
    OPEN INPUT ORDER-FILE.
    IF OrderStatus NOT = "00"
        DISPLAY "ORDERCANCEL: ABEND - cannot open ORDER-FILE, status "
            OrderStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Open-Work-Output.
    MOVE 0 TO WS-Rec-No.
    READ ORDER-FILE
        AT END SET EndOfOrders TO TRUE
    END-READ.
    PERFORM UNTIL EndOfOrders
        ADD 1 TO WS-Rec-No
        EVALUATE WS-Rec-No
            WHEN WS-OL-Rec-No(WS-Sel)
                IF NOT Order-Is-Detail
                        OR Order-Book-Id NOT = WS-OL-Book-Id(WS-Sel)
                        OR Order-Qty NOT = WS-OL-Qty(WS-Sel)
                    MOVE "Y" TO WS-Queue-Changed
                END-IF
                IF NOT Line-Is-Dropped
                    MOVE WS-New-Qty TO Order-Qty
                    MOVE ORDER-DETAIL-REC TO WORK-REC
                    PERFORM Write-Work-Rec
                END-IF
            WHEN WS-OL-Hdr-No(WS-Sel)
                IF NOT Order-Is-Header OR Order-CustNum NOT = CustNum
                    MOVE "Y" TO WS-Queue-Changed
                END-IF
                IF NOT Header-Is-Dropped
                    MOVE ORDER-HEADER-REC TO WORK-REC
                    PERFORM Write-Work-Rec
                END-IF
            WHEN WS-OL-Trl-No(WS-Sel)
                IF NOT Order-Is-Batch-Trl OR Batch-Qty-Hash NOT NUMERIC
                        OR Batch-Qty-Hash < WS-Cut-Qty
                    MOVE "Y" TO WS-Queue-Changed
                ELSE
                    SUBTRACT WS-Cut-Qty FROM Batch-Qty-Hash
                    IF Line-Is-Dropped
                        SUBTRACT 1 FROM Batch-Line-Count
                    END-IF
                    IF Header-Is-Dropped
                        SUBTRACT 1 FROM Batch-Order-Count
                    END-IF
                END-IF
                MOVE ORDER-HEADER-REC TO WORK-REC
                PERFORM Write-Work-Rec
            WHEN OTHER
                MOVE ORDER-HEADER-REC TO WORK-REC
                PERFORM Write-Work-Rec
        END-EVALUATE
        READ ORDER-FILE
            AT END SET EndOfOrders TO TRUE
        END-READ
    END-PERFORM.
    CLOSE ORDER-FILE, CANCEL-WORK.
    IF NOT Queue-Has-Changed
        PERFORM Open-Work-Input
        OPEN OUTPUT ORDER-FILE
        IF OrderStatus NOT = "00"
            DISPLAY "ORDERCANCEL: ABEND - cannot recreate ORDER-FILE, "
                "status " OrderStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ CANCEL-WORK
            AT END SET EndOfWork TO TRUE
        END-READ
        PERFORM UNTIL EndOfWork
            EVALUATE Work-Rec-Type
                WHEN "H"
                    MOVE WORK-REC TO ORDER-HEADER-REC
                    WRITE ORDER-HEADER-REC
                WHEN "D"
                    MOVE WORK-REC TO ORDER-DETAIL-REC
                    WRITE ORDER-DETAIL-REC
                WHEN "B"
                    MOVE WORK-REC TO ORDER-BATCH-HEADER-REC
                    WRITE ORDER-BATCH-HEADER-REC
                WHEN OTHER
                    MOVE WORK-REC TO ORDER-BATCH-TRAILER-REC
                    WRITE ORDER-BATCH-TRAILER-REC
            END-EVALUATE
            IF OrderStatus NOT = "00"
                DISPLAY "ORDERCANCEL: ABEND - cannot write "
                    "ORDER-FILE, status " OrderStatus
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ CANCEL-WORK
                AT END SET EndOfWork TO TRUE
            END-READ
        END-PERFORM
        CLOSE CANCEL-WORK, ORDER-FILE
    END-IF.

*>HeldOrderRelease releases on Held-Value-EUR, so a reduced held
*>order is re-estimated before the queue is rewritten.
Amend-Held-File.
    OPEN INPUT HELD-PENDING.
    IF PendingStatus = "00"
        CLOSE HELD-PENDING
        DISPLAY "ORDERCANCEL: HELDORD.NEW is waiting to replace "
            "HELDORD.DAT - amend the queue after the swap"
        MOVE "Y" TO WS-Queue-Changed
    ELSE
        IF NOT Header-Is-Dropped
            PERFORM Estimate-Held-Order
        END-IF
        PERFORM Rewrite-Held-File
    END-IF.

Rewrite-Held-File.
    OPEN INPUT HELD-FILE.
    IF HeldStatus NOT = "00"
        DISPLAY "ORDERCANCEL: ABEND - cannot open HELD-FILE, status "
            HeldStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Open-Work-Output.
    MOVE 0 TO WS-Rec-No.
    READ HELD-FILE
        AT END SET EndOfHeld TO TRUE
    END-READ.
    PERFORM UNTIL EndOfHeld
        ADD 1 TO WS-Rec-No
        EVALUATE WS-Rec-No
            WHEN WS-OL-Rec-No(WS-Sel)
                IF NOT Held-Is-Detail
                        OR Held-Book-Id NOT = WS-OL-Book-Id(WS-Sel)
                        OR Held-Qty NOT = WS-OL-Qty(WS-Sel)
                    MOVE "Y" TO WS-Queue-Changed
                END-IF
                IF NOT Line-Is-Dropped
                    MOVE WS-New-Qty TO Held-Qty
                    MOVE HELD-DETAIL-REC TO WORK-REC
                    PERFORM Write-Work-Rec
                END-IF
            WHEN WS-OL-Hdr-No(WS-Sel)
                IF NOT Held-Is-Header OR Held-CustNum NOT = CustNum
                    MOVE "Y" TO WS-Queue-Changed
                END-IF
                IF NOT Header-Is-Dropped
                    MOVE WS-New-Held-Value TO Held-Value-EUR
                    MOVE HELD-HEADER-REC TO WORK-REC
                    PERFORM Write-Work-Rec
                END-IF
            WHEN OTHER
                MOVE HELD-HEADER-REC TO WORK-REC
                PERFORM Write-Work-Rec
        END-EVALUATE
        READ HELD-FILE
            AT END SET EndOfHeld TO TRUE
        END-READ
    END-PERFORM.
    CLOSE HELD-FILE, CANCEL-WORK.
    IF NOT Queue-Has-Changed
        PERFORM Open-Work-Input
        OPEN OUTPUT HELD-FILE
        IF HeldStatus NOT = "00"
            DISPLAY "ORDERCANCEL: ABEND - cannot recreate HELD-FILE, "
                "status " HeldStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ CANCEL-WORK
            AT END SET EndOfWork TO TRUE
        END-READ
        PERFORM UNTIL EndOfWork
            IF Work-Rec-Type = "H"
                MOVE WORK-REC TO HELD-HEADER-REC
                WRITE HELD-HEADER-REC
            ELSE
                MOVE WORK-REC TO HELD-DETAIL-REC
                WRITE HELD-DETAIL-REC
            END-IF
            IF HeldStatus NOT = "00"
                DISPLAY "ORDERCANCEL: ABEND - cannot write HELD-FILE, "
                    "status " HeldStatus
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ CANCEL-WORK
                AT END SET EndOfWork TO TRUE
            END-READ
        END-PERFORM
        CLOSE CANCEL-WORK, HELD-FILE
    END-IF.

*>The estimate Despatch stamps on a held order: the quantities it
*>could ship today (the whole line, or what is on the shelf), net of
*>the customer's discount, plus the parcel's postage, all in EUR,
*>plus VAT for the destination.
Estimate-Held-Order.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    MOVE 0 TO WS-New-Held-Value.
    MOVE 0 TO WS-Est-Weight.
    MOVE 0 TO WS-Cust-Discount-Pct.
    CALL "GetCustomerDiscount" USING Customer-Id,
        WS-Cust-Discount-Pct.
    IF RETURN-CODE = 4
        MOVE 0 TO WS-Cust-Discount-Pct
        MOVE 0 TO RETURN-CODE
    ELSE
        IF RETURN-CODE NOT = 0
            DISPLAY "ORDERCANCEL: ABEND - GetCustomerDiscount failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    PERFORM VARYING WS-OL-Idx FROM 1 BY 1
            UNTIL WS-OL-Idx > WS-OL-Count
        IF WS-OL-Source(WS-OL-Idx) = "H"
                AND WS-OL-Hdr-No(WS-OL-Idx) = WS-OL-Hdr-No(WS-Sel)
            PERFORM Estimate-Held-Line
        END-IF
    END-PERFORM.
    IF WS-Est-Weight > 0
        CALL "GetParcelPostage" USING WS-OL-Country(WS-Sel),
            WS-Est-Weight, WS-Max-Parcel-Weight, WS-Parcel-Count,
            WS-Est-Postage, WS-Postage-Currency
        IF RETURN-CODE NOT = 0
            DISPLAY "ORDERCANCEL: ABEND - GetParcelPostage failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-Postage-Currency NOT = SPACES
            MOVE WS-Est-Postage TO WS-Conv-Amount
            MOVE WS-Postage-Currency TO WS-Conv-Currency
            PERFORM Convert-To-EUR
            ADD WS-Conv-Result TO WS-New-Held-Value
        END-IF
    END-IF.
    IF WS-New-Held-Value > 0
        CALL "GetTaxRate" USING WS-OL-Country(WS-Sel), WS-Tax-Rate
        IF RETURN-CODE = 4
            MOVE 0 TO WS-Tax-Rate
            MOVE 0 TO RETURN-CODE
        ELSE
            IF RETURN-CODE NOT = 0
                DISPLAY "ORDERCANCEL: ABEND - GetTaxRate failed, "
                    "return code " RETURN-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
        IF WS-Tax-Rate > 0
            COMPUTE WS-New-Held-Value ROUNDED = WS-New-Held-Value
                + (WS-New-Held-Value * WS-Tax-Rate / 100)
        END-IF
    END-IF.
    MOVE WS-New-Held-Value TO WS-Value-Display.
    DISPLAY "ORDERCANCEL: held order re-estimated at EUR "
        WS-Value-Display.

*>A line whose id is not on BookStockFile is a bundle, estimated the
*>way Despatch estimates it.
Estimate-Held-Line.
    MOVE WS-OL-Book-Id(WS-OL-Idx) TO Book-Id-BSF.
    IF WS-OL-Idx = WS-Sel
        MOVE WS-New-Qty TO WS-Est-Qty
    ELSE
        MOVE WS-OL-Qty(WS-OL-Idx) TO WS-Est-Qty
    END-IF.
    READ BookStockFile
        INVALID KEY
            PERFORM Estimate-Held-Bundle
        NOT INVALID KEY
            IF Qty-In-Stock-BSF < WS-Est-Qty
                MOVE Qty-In-Stock-BSF TO WS-Est-Qty
            END-IF
            IF WS-Est-Qty > 0
                MOVE Currency-Code-BSF TO WS-Conv-Currency
                MOVE Copy-Price-BSF TO WS-Line-Price
                MOVE Book-Id-BSF TO WS-Quote-Book-Id
                PERFORM Price-Held-Line
                COMPUTE WS-Est-Weight = WS-Est-Weight
                    + (Copy-Weight-BSF * WS-Est-Qty)
            END-IF
    END-READ.

*>The bundles that can actually be made up, at the bundle price,
*>weighing what their components weigh; an id that is neither a
*>title nor a bundle is worth nothing.
Estimate-Held-Bundle.
    MOVE WS-OL-Book-Id(WS-OL-Idx) TO WS-Bundle-Id.
    PERFORM Look-Up-Bundle.
    IF NOT Bundle-Is-Found
        MOVE 0 TO WS-Est-Qty
    ELSE
        PERFORM Count-Bundles-Buildable
        IF WS-Buildable < WS-Est-Qty
            MOVE WS-Buildable TO WS-Est-Qty
        END-IF
        IF WS-Est-Qty > 0
            MOVE Bdl-Currency TO WS-Conv-Currency
            MOVE Bdl-Price TO WS-Line-Price
            MOVE WS-Bundle-Id TO WS-Quote-Book-Id
            PERFORM Price-Held-Line
            COMPUTE WS-Est-Weight = WS-Est-Weight
                + (WS-Bundle-Weight * WS-Est-Qty)
        END-IF
    END-IF.

Price-Held-Line.
    IF WS-Conv-Currency = SPACES
        MOVE "EUR" TO WS-Conv-Currency
    END-IF.
    MOVE WS-Cust-Discount-Pct TO WS-Line-Disc-Pct.
    IF WS-OL-Quote(WS-OL-Idx) > 0
        PERFORM Fetch-Quoted-Price
    END-IF.
    COMPUTE WS-Conv-Amount = WS-Line-Price * WS-Est-Qty.
    IF WS-Line-Disc-Pct > 0
        COMPUTE WS-Conv-Amount ROUNDED =
            WS-Conv-Amount - (WS-Conv-Amount
            * WS-Line-Disc-Pct / 100)
    END-IF.
    PERFORM Convert-To-EUR.
    ADD WS-Conv-Result TO WS-New-Held-Value.

Look-Up-Bundle.
    MOVE "N" TO WS-Bundle-Found.
    CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition.
    EVALUATE RETURN-CODE
        WHEN 0
            MOVE "Y" TO WS-Bundle-Found
        WHEN 4
            MOVE 0 TO RETURN-CODE
        WHEN OTHER
            DISPLAY "ORDERCANCEL: ABEND - GetBundle failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*>Reads every component of the bundle in Bundle-Definition; a
*>component missing from BookStockFile means none can be made up.
Count-Bundles-Buildable.
    MOVE 999 TO WS-Buildable.
    MOVE 0 TO WS-Bundle-Weight.
    IF Bdl-Comp-Count = 0
        MOVE 0 TO WS-Buildable
    END-IF.
    PERFORM VARYING WS-Comp-Idx FROM 1 BY 1
            UNTIL WS-Comp-Idx > Bdl-Comp-Count
        MOVE Bdl-Comp-Book-Id(WS-Comp-Idx) TO Book-Id-BSF
        READ BookStockFile
            INVALID KEY
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

*>A held order converted from a quotation is priced at the quote,
*>the way Despatch will price it.
Fetch-Quoted-Price.
    CALL "GetQuotePrice" USING WS-OL-Quote(WS-OL-Idx), WS-Quote-Book-Id,
        WS-Quote-Price, WS-Quote-Currency, WS-Quote-Disc-Pct.
    IF RETURN-CODE = 4
        MOVE 0 TO RETURN-CODE
    ELSE
        IF RETURN-CODE NOT = 0
            DISPLAY "ORDERCANCEL: ABEND - GetQuotePrice failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-Quote-Price TO WS-Line-Price
        MOVE WS-Quote-Disc-Pct TO WS-Line-Disc-Pct
        IF WS-Quote-Currency NOT = SPACES
            MOVE WS-Quote-Currency TO WS-Conv-Currency
        END-IF
    END-IF.

Convert-To-EUR.
    CALL "GetExchangeRate" USING WS-Conv-Currency, WS-CD-YYYYMMDD,
        WS-Exchange-Rate, WS-Rate-Date.
    EVALUATE RETURN-CODE
        WHEN 0
            COMPUTE WS-Conv-Result ROUNDED =
                WS-Conv-Amount * WS-Exchange-Rate
        WHEN 4
            MOVE WS-Conv-Amount TO WS-Conv-Result
            MOVE 0 TO RETURN-CODE
        WHEN OTHER
            DISPLAY "ORDERCANCEL: ABEND - GetExchangeRate failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*>Cutting the backorder here is what stops BackorderRelease shipping
*>it when the stock arrives.
Amend-Backorder-File.
    OPEN INPUT BACKORDER-PENDING.
    IF PendingStatus = "00"
        CLOSE BACKORDER-PENDING
        DISPLAY "ORDERCANCEL: BACKORDER.NEW is waiting to replace "
            "BACKORDER.DAT - amend the backorders after the swap"
        MOVE "Y" TO WS-Queue-Changed
    ELSE
        PERFORM Rewrite-Backorder-File
    END-IF.

Rewrite-Backorder-File.
    OPEN INPUT BACKORDER-FILE.
    IF BackorderStatus NOT = "00"
        DISPLAY "ORDERCANCEL: ABEND - cannot open BACKORDER-FILE, "
            "status " BackorderStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Open-Work-Output.
    MOVE 0 TO WS-Rec-No.
    READ BACKORDER-FILE
        AT END SET EndOfBackorders TO TRUE
    END-READ.
    PERFORM UNTIL EndOfBackorders
        ADD 1 TO WS-Rec-No
        IF WS-Rec-No = WS-OL-Rec-No(WS-Sel)
            IF Backorder-CustNum NOT = CustNum
                    OR Backorder-Book-Id NOT = WS-OL-Book-Id(WS-Sel)
                    OR Backorder-Qty NOT = WS-OL-Qty(WS-Sel)
                MOVE "Y" TO WS-Queue-Changed
            END-IF
            IF NOT Line-Is-Dropped
                MOVE WS-New-Qty TO Backorder-Qty
                MOVE BACKORDER-REC TO WORK-REC
                PERFORM Write-Work-Rec
            END-IF
        ELSE
            MOVE BACKORDER-REC TO WORK-REC
            PERFORM Write-Work-Rec
        END-IF
        READ BACKORDER-FILE
            AT END SET EndOfBackorders TO TRUE
        END-READ
    END-PERFORM.
    CLOSE BACKORDER-FILE, CANCEL-WORK.
    IF NOT Queue-Has-Changed
        PERFORM Open-Work-Input
        OPEN OUTPUT BACKORDER-FILE
        IF BackorderStatus NOT = "00"
            DISPLAY "ORDERCANCEL: ABEND - cannot recreate "
                "BACKORDER-FILE, status " BackorderStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ CANCEL-WORK
            AT END SET EndOfWork TO TRUE
        END-READ
        PERFORM UNTIL EndOfWork
            MOVE WORK-REC TO BACKORDER-REC
            WRITE BACKORDER-REC
            IF BackorderStatus NOT = "00"
                DISPLAY "ORDERCANCEL: ABEND - cannot write "
                    "BACKORDER-FILE, status " BackorderStatus
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ CANCEL-WORK
                AT END SET EndOfWork TO TRUE
            END-READ
        END-PERFORM
        CLOSE CANCEL-WORK, BACKORDER-FILE
    END-IF.

Open-Work-Output.
    OPEN OUTPUT CANCEL-WORK.
    IF WorkStatus NOT = "00"
        DISPLAY "ORDERCANCEL: ABEND - cannot open CANCEL-WORK, status "
            WorkStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Open-Work-Input.
    OPEN INPUT CANCEL-WORK.
    IF WorkStatus NOT = "00"
        DISPLAY "ORDERCANCEL: ABEND - cannot reopen CANCEL-WORK, "
            "status " WorkStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Write-Work-Rec.
    WRITE WORK-REC.
    IF WorkStatus NOT = "00"
        DISPLAY "ORDERCANCEL: ABEND - cannot write CANCEL-WORK, status "
            WorkStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>The cancellation log accumulates across sessions; LINE SEQUENTIAL
*>OPEN EXTEND fails with status 35 on a file that doesn't exist yet,
*>so the first amendment creates it.
Write-Cancel-Log.
    OPEN EXTEND CANCEL-LOG.
    IF LogStatus = "35"
        OPEN OUTPUT CANCEL-LOG
    END-IF.
    IF LogStatus NOT = "00"
        DISPLAY "ORDERCANCEL: ABEND - cannot open CANCEL-LOG, status "
            LogStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    MOVE SPACES TO CANCEL-LOG-REC.
    MOVE WS-CD-YYYYMMDD TO CL-Date.
    MOVE WS-CD-HHMMSS TO CL-Time.
    MOVE WS-Source-Name TO CL-Source.
    MOVE WS-OL-Batch(WS-Sel) TO CL-Batch.
    MOVE CustNum TO CL-CustNum.
    MOVE WS-OL-Book-Id(WS-Sel) TO CL-Book-Id.
    MOVE WS-OL-Qty(WS-Sel) TO CL-Old-Qty.
    MOVE WS-New-Qty TO CL-New-Qty.
    MOVE WS-Reason TO CL-Reason.
    WRITE CANCEL-LOG-REC.
    IF LogStatus NOT = "00"
        DISPLAY "ORDERCANCEL: ABEND - cannot write CANCEL-LOG, status "
            LogStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE CANCEL-LOG.
