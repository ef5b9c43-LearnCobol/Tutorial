*>a duplicated file was despatched because nothing could tell
*>yesterday's file resubmitted under today's name from fresh work.
*>Only a run that releases cleanly registers its batch numbers.
*>A header may also quote a delivery ship-to code; it must be an
*>active address of that customer on DELIVADDR.DAT (looked up
*>through GetDeliveryAddress) and the header country must be that
*>address's country, since the country is what Despatch prices
*>postage and VAT by.
*>A header converted from a customer quotation carries the quote
*>number, which must be numeric; it is passed through to Despatch,
*>which prices the order's lines at the quote.  The customer's own
*>order reference, when there is one, passes through the same way
*>for the invoice.
*>A detail's book id may also be a bundle - a box set or pack kept
*>on BUNDLE.DAT by BundleMaint and looked up through GetBundle - and
*>passes through as it is; Despatch splits it into its component
*>titles.  A bundle that has been withdrawn is rejected.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  CUSTOMER-FILE.
01  CUSTOMER-REC.
        88  Order-Is-Batch-Trl  VALUE "T".
    02  Order-CustNum           PIC X(4).
    02  Order-Country-Code      PIC XX.
    02  Order-Ship-To           PIC XXX.
    02  Order-Quote-Number      PIC 9(6).
    02  Order-Cust-Ref          PIC X(15).
01  ORDER-DETAIL-REC.
    02  FILLER                  PIC X.
    02  Order-Book-Id           PIC X(5).
    02  Batch-Qty-Hash          PIC 9(9).

FD  CLEAN-OUT.
01  CLEAN-REC                   PIC X(31).

FD  REJECT-OUT.
01  REJECT-REC.
    02  Reject-Order            PIC X(31).
    02  FILLER                  PIC XX.
    02  Reject-Reason           PIC X(40).

*>The header is held back until its first valid detail arrives, so
*>an order whose every line is rejected never reaches Despatch as an
*>empty header.
01  WS-Pending-Header           PIC X(31).
01  WS-Header-State             PIC X VALUE "N".
    88  No-Header-Yet           VALUE "N".
    88  Header-Is-Valid         VALUE "V".
01  Copy-Postage                PIC 99V99.
01  WS-Postage-Currency         PIC XXX.

01  Customer-Id.
    02  FILLER                  PIC X.
    02  CustNum                 PIC X(4).
01  Deliv-Name                  PIC X(30).
01  Deliv-Address-Info.
    02  Deliv-Addr-Line-1       PIC X(30).
    02  Deliv-Addr-Line-2       PIC X(30).
    02  Deliv-Addr-Line-3       PIC X(30).
    02  Deliv-Country-Code      PIC XX.

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

*>Batch verification pre-pass state.  The processed-batch register
*>is loaded whole so the duplicate check is one table scan per "B"
*>record; the numbers seen in this file are held back and appended
01  WS-Outside-Reported         PIC X VALUE "N".
    88  Outside-Was-Reported    VALUE "Y".

01  WS-SignOn-Function          PIC X(20) VALUE "ORDEREDIT".

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
    END-PERFORM.

    CLOSE ORDER-IN, BookStockFile, CUSTOMER-FILE, CLEAN-OUT, REJECT-OUT.
*>  End-of-run signal to the delivery-address lookup, which holds its
*>  file open across the whole run.
    MOVE HIGH-VALUES TO CustNum.
    CALL "GetDeliveryAddress" USING Customer-Id, Order-Ship-To,
        Deliv-Name, Deliv-Address-Info.
    MOVE HIGH-VALUES TO WS-Bundle-Id.
    CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition.
    PERFORM Register-Batches.
    DISPLAY "ORDEREDIT: " WS-SB-Count " batch(es), "
        WS-Clean-Order-Count " order(s) ("
            MOVE "NO POSTAGE RATE FOR COUNTRY CODE" TO WS-Reject-Reason
        END-IF
    END-IF.
    IF WS-Reject-Reason = SPACES AND Order-Ship-To NOT = SPACES
        MOVE Order-CustNum TO CustNum
        CALL "GetDeliveryAddress" USING Customer-Id, Order-Ship-To,
            Deliv-Name, Deliv-Address-Info
        EVALUATE RETURN-CODE
            WHEN 0
                IF Deliv-Country-Code NOT = Order-Country-Code
                    MOVE "COUNTRY IS NOT THE SHIP-TO COUNTRY"
                        TO WS-Reject-Reason
                END-IF
            WHEN 4
                MOVE "SHIP-TO NOT ON FILE OR DEACTIVATED"
                    TO WS-Reject-Reason
                MOVE 0 TO RETURN-CODE
            WHEN OTHER
                DISPLAY "ORDEREDIT: ABEND - GetDeliveryAddress failed, "
                    "return code " RETURN-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF.
*>  An order converted from a quotation carries the quote number
*>  Despatch prices it from; every other order carries zeros, and a
*>  header keyed before the field existed is given them here.
    IF WS-Reject-Reason = SPACES
        IF Order-Quote-Number = SPACES
            MOVE 0 TO Order-Quote-Number
        END-IF
        IF Order-Quote-Number NOT NUMERIC
            MOVE "QUOTE NUMBER NOT NUMERIC" TO WS-Reject-Reason
        END-IF
    END-IF.
    IF WS-Reject-Reason = SPACES
        MOVE ORDER-HEADER-REC(1:31) TO WS-Pending-Header
        MOVE "V" TO WS-Header-State
        MOVE "N" TO WS-Header-Written
        MOVE 0 TO WS-Order-Lines-Out
        MOVE Order-Book-Id TO Book-Id-BSF
        READ BookStockFile
            INVALID KEY
                PERFORM Edit-Bundle-Id
        END-READ
    END-IF.
    IF WS-Reject-Reason = SPACES AND Order-Qty NOT NUMERIC
    IF WS-Reject-Reason = SPACES
        IF NOT Header-Written
            MOVE SPACES TO CLEAN-REC
            MOVE WS-Pending-Header TO CLEAN-REC(1:31)
            WRITE CLEAN-REC
            MOVE "Y" TO WS-Header-Written
            ADD 1 TO WS-Clean-Order-Count
        PERFORM Write-Reject
    END-IF.

*>An id that is not a title may be a bundle; anything else is
*>rejected as it always was.
Edit-Bundle-Id.
    MOVE Order-Book-Id TO WS-Bundle-Id.
    CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition.
    EVALUATE RETURN-CODE
        WHEN 0
            IF Bundle-Withdrawn
                MOVE "BUNDLE HAS BEEN WITHDRAWN" TO WS-Reject-Reason
            END-IF
        WHEN 4
            MOVE "BOOK ID NOT ON BOOKSTOCKFILE" TO WS-Reject-Reason
            MOVE 0 TO RETURN-CODE
        WHEN OTHER
            DISPLAY "ORDEREDIT: ABEND - GetBundle failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

Write-Reject.
    MOVE SPACES TO REJECT-REC.
    MOVE ORDER-HEADER-REC(1:31) TO Reject-Order.
    MOVE WS-Reject-Reason TO Reject-Reason.
    WRITE REJECT-REC.
    ADD 1 TO WS-Reject-Count.
