      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  SupplierInvoice.
AUTHOR.  Michael Coughlan.
*>Supplier invoice registration with a three-way match.  Supplier
*>invoices used to be ticked by hand against delivery notes, and
*>goods StockReceipt had already logged as short-shipped were paid
*>for in full.  Each invoice line on SUPPINV.DAT quotes the PO number
*>and the line's item - the ACME stock number or the Book-Id - and
*>the quantity and unit price billed.  PO numbers come off the one
*>shared PONUM.CTL sequence, so a PO number finds its line on either
*>POREG.DAT (ACME stock, raised by ACME99) or BPOREG.DAT (titles,
*>raised by BookReorder) without the invoice having to say which.
*>The registers, rather than the PORDERS.DAT/BPORDERS.DAT run files
*>the commit passes rewrite every time, are what still hold the
*>ordered quantity of an old PO, and they also carry what receiving
*>actually booked in.  A line is matched on three counts: everything
*>invoiced against the PO line so far (earlier approved invoices on
*>the SINVREG.DAT register plus this one) must not exceed the
*>quantity ordered, nor the quantity received; the invoice must come
*>from the supplier the PO was raised on; and for ACME stock the unit
*>price must agree with ITEM-COST-FB.  Titles carry no agreed cost,
*>so book lines match on quantity only.  One failing line holds the
*>whole invoice.  Every invoice is registered - approved ("A") or
*>held ("H") - so an approved invoice presented a second time is
*>refused outright, while a held one can be presented again once the
*>goods are in and is re-matched from scratch.  The invoices are
*>sorted into supplier order and reported per MANF-CODE-FC: approved
*>invoices on the approved-to-pay list PAYLIST.RPT with a total to
*>pay per supplier, held invoices on INVDISC.RPT with every reason
*>against every failing line.  RETURN-CODE 4 when anything was held.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUPPINV-IN ASSIGN TO "SUPPINV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SuppInvStatus.

    SELECT SORT-WORK-FILE ASSIGN TO "SINVSORT.TMP".

    SELECT STOCK-FILE ASSIGN TO DYNAMIC STOCK-NAME-WB
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS STOCK-REC-POINTER-WB
        FILE STATUS IS STOCK-STATUS-WB.

    SELECT MANF-FILE ASSIGN TO DYNAMIC MANF-NAME-WB
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MANF-CODE-FC
        ALTERNATE RECORD KEY IS MANF-NAME-FC
                 WITH DUPLICATES
        FILE STATUS IS MANF-STATUS-WB.

    SELECT PO-REGISTER ASSIGN TO "POREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PO-REG-KEY
        FILE STATUS IS PO-REG-STATUS-WB.

    SELECT BPO-REGISTER ASSIGN TO "BPOREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BPO-REG-KEY
        FILE STATUS IS BpoRegStatus.

    SELECT INVOICE-REGISTER ASSIGN TO "SINVREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SIR-Key
        ALTERNATE RECORD KEY IS SIR-PO-Line
                  WITH DUPLICATES
        FILE STATUS IS InvRegStatus.

    SELECT PAYLIST-OUT ASSIGN TO "PAYLIST.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PayStatus.

    SELECT DISCREP-OUT ASSIGN TO "INVDISC.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DiscStatus.

DATA DIVISION.
FILE SECTION.
FD  SUPPINV-IN.
01  SUPPINV-REC.
    88  EndOfSuppInv            VALUE HIGH-VALUES.
    02  SI-Supplier             PIC X(4).
    02  SI-Invoice              PIC X(10).
    02  SI-Invoice-Date         PIC 9(8).
    02  SI-PO-Number            PIC 9(6).
    02  SI-Item                 PIC X(5).
    02  SI-Qty                  PIC 9(6).
    02  SI-Unit-Price           PIC 9(5)V99.

SD  SORT-WORK-FILE.
01  SORT-REC.
    02  Sort-Supplier           PIC X(4).
    02  Sort-Invoice            PIC X(10).
    02  Sort-Invoice-Date       PIC 9(8).
    02  Sort-PO-Number          PIC 9(6).
    02  Sort-Item               PIC X(5).
    02  Sort-Qty                PIC 9(6).
    02  Sort-Unit-Price         PIC 9(5)V99.

FD  STOCK-FILE.
01  STOCK-REC-FB.
    02  STOCK-NUM-FB                   PIC 9(5).
    02  MANF-CODE-FB                   PIC X(4).
    02  ITEM-DESC-FB                   PIC X(30).
    02  QTY-IN-STOCK-FB                PIC 9(6).
    02  REORDER-LEVEL-FB               PIC 999.
    02  REORDER-QTY-FB                 PIC 9(6).
    02  ITEM-COST-FB                   PIC 9(5).
    02  ITEM-WEIGHT-FB                 PIC 9(5).
    02  ON-ORDER-FB                    PIC X.
    02  CURRENCY-CODE-FB               PIC XXX.
    02  BIN-LOCATION-FB                PIC X(6).

FD  MANF-FILE.
01  MANF-REC-FC.
    02  MANF-CODE-FC                   PIC X(4).
    02  MANF-NAME-FC                   PIC X(30).
    02  MANF-ADDRESS-FC                PIC X(70).

FD  PO-REGISTER.
01  PO-REG-REC.
    02  PO-REG-KEY.
        03  PO-REG-PO-NUMBER           PIC 9(6).
        03  PO-REG-STOCK-NUM           PIC 9(5).
    02  PO-REG-MANF-CODE               PIC X(4).
    02  PO-REG-QTY-ORDERED             PIC 9(6).
    02  PO-REG-QTY-RECEIVED            PIC 9(6).
    02  PO-REG-ORDER-DATE              PIC 9(8).
    02  PO-REG-RECEIPT-DATE            PIC 9(8).
    02  PO-REG-LINE-STATUS             PIC X.

FD  BPO-REGISTER.
01  BPO-REG-REC.
    02  BPO-REG-KEY.
        03  BPO-REG-PO-NUMBER   PIC 9(6).
        03  BPO-REG-BOOK-ID     PIC X(5).
    02  BPO-REG-SUPPLIER        PIC X(4).
    02  BPO-REG-QTY-ORDERED     PIC 999.
    02  BPO-REG-QTY-RECEIVED    PIC 999.
    02  BPO-REG-ORDER-DATE      PIC 9(8).
    02  BPO-REG-RECEIPT-DATE    PIC 9(8).
    02  BPO-REG-LINE-STATUS     PIC X.

*>One record per registered invoice line; the alternate key gathers
*>every invoice ever billed against one PO line.
FD  INVOICE-REGISTER.
01  SIR-Rec.
    02  SIR-Key.
        03  SIR-Supplier        PIC X(4).
        03  SIR-Invoice         PIC X(10).
        03  SIR-Line            PIC 999.
    02  SIR-PO-Line.
        03  SIR-PO-Number       PIC 9(6).
        03  SIR-Item            PIC X(5).
    02  SIR-Invoice-Date        PIC 9(8).
    02  SIR-Qty                 PIC 9(6).
    02  SIR-Unit-Price          PIC 9(5)V99.
    02  SIR-Reg-Date            PIC 9(8).
    02  SIR-Status              PIC X.
        88  SIR-Approved        VALUE "A".
        88  SIR-Held            VALUE "H".

FD  PAYLIST-OUT.
01  PAY-LINE                    PIC X(100).

FD  DISCREP-OUT.
01  DISC-LINE                   PIC X(132).

WORKING-STORAGE SECTION.
01  SuppInvStatus               PIC XX.
01  STOCK-STATUS-WB             PIC XX.
01  MANF-STATUS-WB              PIC XX.
01  PO-REG-STATUS-WB            PIC XX.
01  BpoRegStatus                PIC XX.
01  InvRegStatus                PIC XX.
01  PayStatus                   PIC XX.
01  DiscStatus                  PIC XX.
01  STOCK-REC-POINTER-WB        PIC 9(5).
01  STOCK-NAME-WB               PIC X(40) VALUE "STOCK.DAT".
01  WS-Stock-Name-Default       PIC X(40) VALUE "STOCK.DAT".
01  MANF-NAME-WB                PIC X(40) VALUE "MANF.DAT".
01  WS-Manf-Name-Default        PIC X(40) VALUE "MANF.DAT".

01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).

01  FILLER                      PIC 9 VALUE 0.
    88  END-OF-SORT             VALUE 1.
01  WS-End-Of-Walk              PIC X.
    88  EndOfWalk               VALUE "Y".

*>One invoice is buffered whole, because a single failing line holds
*>the lot and nothing may be registered until every line is judged.
01  WS-Invoice-Table.
    02  WS-IL-Entry OCCURS 50 TIMES.
        03  WS-IL-PO-Number     PIC 9(6).
        03  WS-IL-Item          PIC X(5).
        03  WS-IL-Qty           PIC 9(6).
        03  WS-IL-Unit-Price    PIC 9(5)V99.
01  WS-IL-Count                 PIC 99 VALUE 0.
01  WS-IL-Idx                   PIC 99.
01  WS-IL-Prev                  PIC 99.
01  WS-IL-Overflow              PIC X VALUE "N".
    88  Invoice-Overflowed      VALUE "Y".

01  WS-Cur-Supplier             PIC X(4) VALUE SPACES.
01  WS-Cur-Invoice              PIC X(10) VALUE SPACES.
01  WS-Cur-Invoice-Date         PIC 9(8).
01  WS-First-Record             PIC X VALUE "Y".
    88  Is-First-Record         VALUE "Y".
01  WS-Supplier-Name            PIC X(30).

*>Per-line match results.
01  WS-Invoice-Held             PIC X.
    88  Invoice-Is-Held         VALUE "Y".
01  WS-Already-Approved         PIC X.
    88  Invoice-Already-Approved VALUE "Y".
01  WS-PO-Line-Type             PIC X.
    88  PO-Line-Is-Stock        VALUE "S".
    88  PO-Line-Is-Book         VALUE "B".
    88  PO-Line-Not-Found       VALUE "N".
01  WS-Line-Supplier            PIC X(4).
01  WS-Line-Ordered             PIC 9(6).
01  WS-Line-Received            PIC 9(6).
01  WS-Line-Cost                PIC 9(5)V99.
01  WS-Prior-Invoiced           PIC 9(7).
01  WS-Total-Invoiced           PIC 9(7).
01  WS-Reason                   PIC X(40).
01  WS-Disc-Header-Written      PIC X.
    88  Disc-Header-Written     VALUE "Y".

*>Report state per supplier.
01  WS-Pay-Supplier-Written     PIC X VALUE "N".
    88  Pay-Supplier-Written    VALUE "Y".
01  WS-Disc-Supplier-Written    PIC X VALUE "N".
    88  Disc-Supplier-Written   VALUE "Y".
01  WS-Invoice-Value            PIC 9(9)V99.
01  WS-Line-Value               PIC 9(9)V99.
01  WS-Supplier-Pay-Total       PIC 9(9)V99 VALUE 0.
01  WS-Grand-Pay-Total          PIC 9(9)V99 VALUE 0.

01  WS-Approved-Count           PIC 9(5) VALUE 0.
01  WS-Held-Count               PIC 9(5) VALUE 0.
01  WS-Refused-Count            PIC 9(5) VALUE 0.

01  WS-Value-Display            PIC ZZZ,ZZZ,ZZ9.99.
01  WS-Price-Display            PIC ZZ,ZZ9.99.
01  WS-Qty-Display              PIC Z,ZZZ,ZZ9.
01  WS-Ord-Display              PIC ZZZ,ZZ9.
01  WS-Rcv-Display              PIC ZZZ,ZZ9.
01  WS-Line-Display             PIC Z9.

01  WS-SignOn-Function          PIC X(20) VALUE "SUPPLIERINVOICE".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  STOCK-FILE and MANF-FILE's names default to the fixed literals
*>  above but can be overridden at runtime (JCL DD or shell
*>  environment variable) without recompiling.
    DISPLAY "ACME_STOCK_DD" UPON ENVIRONMENT-NAME.
    ACCEPT STOCK-NAME-WB FROM ENVIRONMENT-VALUE
        ON EXCEPTION MOVE WS-Stock-Name-Default TO STOCK-NAME-WB
    END-ACCEPT.
    DISPLAY "ACME_MANF_DD" UPON ENVIRONMENT-NAME.
    ACCEPT MANF-NAME-WB FROM ENVIRONMENT-VALUE
        ON EXCEPTION MOVE WS-Manf-Name-Default TO MANF-NAME-WB
    END-ACCEPT.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY Sort-Supplier Sort-Invoice
        INPUT PROCEDURE IS Read-Supplier-Invoices
        OUTPUT PROCEDURE IS Match-Supplier-Invoices.
    DISPLAY "SUPPLIERINVOICE: " WS-Approved-Count " invoice(s) "
        "approved to pay, " WS-Held-Count " held on discrepancy, "
        WS-Refused-Count " refused as already approved - see "
        "PAYLIST.RPT and INVDISC.RPT".
    IF WS-Held-Count > 0 OR WS-Refused-Count > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

Read-Supplier-Invoices.
    OPEN INPUT SUPPINV-IN.
    IF SuppInvStatus NOT = "00"
        DISPLAY "SUPPLIERINVOICE: ABEND - cannot open SUPPINV-IN, "
            "status " SuppInvStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ SUPPINV-IN
        AT END SET EndOfSuppInv TO TRUE
    END-READ.
    PERFORM UNTIL EndOfSuppInv
        MOVE SUPPINV-REC TO SORT-REC
        RELEASE SORT-REC
        READ SUPPINV-IN
            AT END SET EndOfSuppInv TO TRUE
        END-READ
    END-PERFORM.
    CLOSE SUPPINV-IN.

Match-Supplier-Invoices.
    PERFORM Open-Match-Files.
    MOVE "SUPPLIER INVOICES APPROVED TO PAY" TO PAY-LINE.
    WRITE PAY-LINE.
    MOVE "SUPPLIER INVOICE DISCREPANCIES - INVOICES HELD"
        TO DISC-LINE.
    WRITE DISC-LINE.
    RETURN SORT-WORK-FILE
        AT END SET END-OF-SORT TO TRUE
    END-RETURN.
    PERFORM UNTIL END-OF-SORT
        IF NOT Is-First-Record
                AND (Sort-Supplier NOT = WS-Cur-Supplier
                     OR Sort-Invoice NOT = WS-Cur-Invoice)
            PERFORM Finish-Invoice
        END-IF
        IF NOT Is-First-Record AND Sort-Supplier NOT = WS-Cur-Supplier
            PERFORM Finish-Supplier
        END-IF
        IF Is-First-Record OR Sort-Supplier NOT = WS-Cur-Supplier
            MOVE Sort-Supplier TO WS-Cur-Supplier
            PERFORM Lookup-Supplier
        END-IF
        IF Is-First-Record OR Sort-Invoice NOT = WS-Cur-Invoice
            MOVE Sort-Invoice TO WS-Cur-Invoice
            MOVE Sort-Invoice-Date TO WS-Cur-Invoice-Date
            MOVE 0 TO WS-IL-Count
            MOVE "N" TO WS-IL-Overflow
        END-IF
        MOVE "N" TO WS-First-Record
        IF WS-IL-Count >= 50
            MOVE "Y" TO WS-IL-Overflow
        ELSE
            ADD 1 TO WS-IL-Count
            MOVE Sort-PO-Number TO WS-IL-PO-Number(WS-IL-Count)
            MOVE Sort-Item TO WS-IL-Item(WS-IL-Count)
            MOVE Sort-Qty TO WS-IL-Qty(WS-IL-Count)
            MOVE Sort-Unit-Price TO WS-IL-Unit-Price(WS-IL-Count)
        END-IF
        RETURN SORT-WORK-FILE
            AT END SET END-OF-SORT TO TRUE
        END-RETURN
    END-PERFORM.
    IF NOT Is-First-Record
        PERFORM Finish-Invoice
        PERFORM Finish-Supplier
    END-IF.
    MOVE WS-Grand-Pay-Total TO WS-Value-Display.
    MOVE SPACES TO PAY-LINE.
    STRING "TOTAL APPROVED TO PAY, ALL SUPPLIERS  " DELIMITED BY SIZE
           WS-Value-Display DELIMITED BY SIZE
        INTO PAY-LINE
    END-STRING.
    WRITE PAY-LINE.
    CLOSE STOCK-FILE, MANF-FILE, PO-REGISTER, BPO-REGISTER,
        INVOICE-REGISTER, PAYLIST-OUT, DISCREP-OUT.

Open-Match-Files.
    OPEN INPUT STOCK-FILE.
    IF STOCK-STATUS-WB NOT = "00"
        DISPLAY "SUPPLIERINVOICE: ABEND - cannot open STOCK-FILE, "
            "status " STOCK-STATUS-WB
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT MANF-FILE.
    IF MANF-STATUS-WB NOT = "00"
        DISPLAY "SUPPLIERINVOICE: ABEND - cannot open MANF-FILE, "
            "status " MANF-STATUS-WB
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  Either PO register may not exist yet at a site that has only
*>  ever raised one kind of PO; its lines then simply never match.
    OPEN INPUT PO-REGISTER.
    IF PO-REG-STATUS-WB = "35"
        OPEN OUTPUT PO-REGISTER
        CLOSE PO-REGISTER
        OPEN INPUT PO-REGISTER
    END-IF.
    IF PO-REG-STATUS-WB NOT = "00"
        DISPLAY "SUPPLIERINVOICE: ABEND - cannot open PO-REGISTER, "
            "status " PO-REG-STATUS-WB
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT BPO-REGISTER.
    IF BpoRegStatus = "35"
        OPEN OUTPUT BPO-REGISTER
        CLOSE BPO-REGISTER
        OPEN INPUT BPO-REGISTER
    END-IF.
    IF BpoRegStatus NOT = "00"
        DISPLAY "SUPPLIERINVOICE: ABEND - cannot open BPO-REGISTER, "
            "status " BpoRegStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  The invoice register accumulates every invoice ever presented;
*>  INDEXED OPEN I-O fails with status 35 on a file that doesn't
*>  exist yet, so the first run creates it.
    OPEN I-O INVOICE-REGISTER.
    IF InvRegStatus = "35"
        OPEN OUTPUT INVOICE-REGISTER
        CLOSE INVOICE-REGISTER
        OPEN I-O INVOICE-REGISTER
    END-IF.
    IF InvRegStatus NOT = "00"
        DISPLAY "SUPPLIERINVOICE: ABEND - cannot open "
            "INVOICE-REGISTER, status " InvRegStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT PAYLIST-OUT.
    IF PayStatus NOT = "00"
        DISPLAY "SUPPLIERINVOICE: ABEND - cannot open PAYLIST-OUT, "
            "status " PayStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT DISCREP-OUT.
    IF DiscStatus NOT = "00"
        DISPLAY "SUPPLIERINVOICE: ABEND - cannot open DISCREP-OUT, "
            "status " DiscStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Lookup-Supplier.
    MOVE WS-Cur-Supplier TO MANF-CODE-FC.
    READ MANF-FILE
        KEY IS MANF-CODE-FC
        INVALID KEY
            MOVE "*** SUPPLIER NOT FOUND ***" TO WS-Supplier-Name
        NOT INVALID KEY
            MOVE MANF-NAME-FC TO WS-Supplier-Name
    END-READ.
    MOVE "N" TO WS-Pay-Supplier-Written.
    MOVE "N" TO WS-Disc-Supplier-Written.
    MOVE 0 TO WS-Supplier-Pay-Total.

*>The whole invoice is judged first, then registered as approved or
*>held, then reported.
Finish-Invoice.
    MOVE "N" TO WS-Invoice-Held.
    MOVE "N" TO WS-Disc-Header-Written.
    MOVE 0 TO WS-Invoice-Value.
    PERFORM Check-Previous-Registration.
    IF Invoice-Already-Approved
        MOVE 0 TO WS-IL-Idx
        MOVE "INVOICE ALREADY REGISTERED AND APPROVED" TO WS-Reason
        PERFORM Write-Discrepancy
        ADD 1 TO WS-Refused-Count
    ELSE
        IF Invoice-Overflowed
            MOVE 0 TO WS-IL-Idx
            MOVE "MORE THAN 50 LINES - SPLIT THE INVOICE" TO WS-Reason
            PERFORM Write-Discrepancy
        END-IF
        PERFORM VARYING WS-IL-Idx FROM 1 BY 1
                UNTIL WS-IL-Idx > WS-IL-Count
            PERFORM Match-Invoice-Line
            COMPUTE WS-Line-Value = WS-IL-Qty(WS-IL-Idx)
                * WS-IL-Unit-Price(WS-IL-Idx)
            ADD WS-Line-Value TO WS-Invoice-Value
        END-PERFORM
        PERFORM Register-Invoice
        IF Invoice-Is-Held
            ADD 1 TO WS-Held-Count
        ELSE
            PERFORM Write-Pay-Line
            ADD 1 TO WS-Approved-Count
        END-IF
    END-IF.

*>An approved invoice can never be paid twice.  A held one is taken
*>off the register again so it can be matched afresh - typically
*>presented again once the short-shipped balance has arrived.
Check-Previous-Registration.
    MOVE "N" TO WS-Already-Approved.
    MOVE WS-Cur-Supplier TO SIR-Supplier.
    MOVE WS-Cur-Invoice TO SIR-Invoice.
    MOVE 1 TO SIR-Line.
    READ INVOICE-REGISTER
        KEY IS SIR-Key
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF SIR-Approved
                MOVE "Y" TO WS-Already-Approved
            ELSE
                PERFORM Remove-Held-Registration
            END-IF
    END-READ.

Remove-Held-Registration.
    MOVE "N" TO WS-End-Of-Walk.
    PERFORM UNTIL EndOfWalk
        DELETE INVOICE-REGISTER
            INVALID KEY SET EndOfWalk TO TRUE
        END-DELETE
        IF NOT EndOfWalk
            ADD 1 TO SIR-Line
            READ INVOICE-REGISTER
                KEY IS SIR-Key
                INVALID KEY SET EndOfWalk TO TRUE
            END-READ
        END-IF
    END-PERFORM.

Match-Invoice-Line.
    PERFORM Find-PO-Line.
    IF PO-Line-Not-Found
        MOVE "PO LINE NOT ON EITHER PO REGISTER" TO WS-Reason
        PERFORM Write-Discrepancy
    ELSE
        PERFORM Sum-Prior-Invoiced
        COMPUTE WS-Total-Invoiced =
            WS-Prior-Invoiced + WS-IL-Qty(WS-IL-Idx)
        IF WS-Line-Supplier NOT = WS-Cur-Supplier
            MOVE "PO WAS RAISED ON ANOTHER SUPPLIER" TO WS-Reason
            PERFORM Write-Discrepancy
        END-IF
        IF WS-Total-Invoiced > WS-Line-Ordered
            MOVE "INVOICED MORE THAN ORDERED" TO WS-Reason
            PERFORM Write-Discrepancy
        END-IF
        IF WS-Total-Invoiced > WS-Line-Received
            MOVE "INVOICED MORE THAN RECEIVED" TO WS-Reason
            PERFORM Write-Discrepancy
        END-IF
        IF PO-Line-Is-Stock
                AND WS-IL-Unit-Price(WS-IL-Idx) NOT = WS-Line-Cost
            MOVE "UNIT PRICE DIFFERS FROM ITEM COST" TO WS-Reason
            PERFORM Write-Discrepancy
        END-IF
    END-IF.

*>A numeric item is tried as an ACME stock number first; anything
*>else, or a stock number with no line under this PO, is tried as a
*>Book-Id on the titles register.
Find-PO-Line.
    MOVE "N" TO WS-PO-Line-Type.
    MOVE 0 TO WS-Line-Cost.
    IF WS-IL-Item(WS-IL-Idx) NUMERIC
        MOVE WS-IL-PO-Number(WS-IL-Idx) TO PO-REG-PO-NUMBER
        MOVE WS-IL-Item(WS-IL-Idx) TO PO-REG-STOCK-NUM
        READ PO-REGISTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "S" TO WS-PO-Line-Type
                MOVE PO-REG-MANF-CODE TO WS-Line-Supplier
                MOVE PO-REG-QTY-ORDERED TO WS-Line-Ordered
                MOVE PO-REG-QTY-RECEIVED TO WS-Line-Received
        END-READ
    END-IF.
    IF PO-Line-Not-Found
        MOVE WS-IL-PO-Number(WS-IL-Idx) TO BPO-REG-PO-NUMBER
        MOVE WS-IL-Item(WS-IL-Idx) TO BPO-REG-BOOK-ID
        READ BPO-REGISTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "B" TO WS-PO-Line-Type
                MOVE BPO-REG-SUPPLIER TO WS-Line-Supplier
                MOVE BPO-REG-QTY-ORDERED TO WS-Line-Ordered
                MOVE BPO-REG-QTY-RECEIVED TO WS-Line-Received
        END-READ
    END-IF.
*>  The agreed price of an ACME item is its ITEM-COST-FB; the slot
*>  is the stock number while the file stays densely numbered from
*>  1, as Seq2Direct loads it.
    IF PO-Line-Is-Stock
        MOVE PO-REG-STOCK-NUM TO STOCK-REC-POINTER-WB
        READ STOCK-FILE
            INVALID KEY
                MOVE 0 TO WS-Line-Cost
            NOT INVALID KEY
                MOVE ITEM-COST-FB TO WS-Line-Cost
        END-READ
    END-IF.

*>Everything already approved against this PO line on earlier
*>invoices, plus any earlier line of this same invoice that bills
*>the same PO line again.
Sum-Prior-Invoiced.
    MOVE 0 TO WS-Prior-Invoiced.
    MOVE WS-IL-PO-Number(WS-IL-Idx) TO SIR-PO-Number.
    MOVE WS-IL-Item(WS-IL-Idx) TO SIR-Item.
    MOVE "N" TO WS-End-Of-Walk.
    START INVOICE-REGISTER KEY IS EQUAL TO SIR-PO-Line
        INVALID KEY SET EndOfWalk TO TRUE
    END-START.
    PERFORM UNTIL EndOfWalk
        READ INVOICE-REGISTER NEXT RECORD
            AT END SET EndOfWalk TO TRUE
            NOT AT END
                IF SIR-PO-Number NOT = WS-IL-PO-Number(WS-IL-Idx)
                        OR SIR-Item NOT = WS-IL-Item(WS-IL-Idx)
                    SET EndOfWalk TO TRUE
                ELSE
                    IF SIR-Approved
                        ADD SIR-Qty TO WS-Prior-Invoiced
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    PERFORM VARYING WS-IL-Prev FROM 1 BY 1
            UNTIL WS-IL-Prev >= WS-IL-Idx
        IF WS-IL-PO-Number(WS-IL-Prev) = WS-IL-PO-Number(WS-IL-Idx)
                AND WS-IL-Item(WS-IL-Prev) = WS-IL-Item(WS-IL-Idx)
            ADD WS-IL-Qty(WS-IL-Prev) TO WS-Prior-Invoiced
        END-IF
    END-PERFORM.

Register-Invoice.
    PERFORM VARYING WS-IL-Idx FROM 1 BY 1
            UNTIL WS-IL-Idx > WS-IL-Count
        MOVE WS-Cur-Supplier TO SIR-Supplier
        MOVE WS-Cur-Invoice TO SIR-Invoice
        MOVE WS-IL-Idx TO SIR-Line
        MOVE WS-IL-PO-Number(WS-IL-Idx) TO SIR-PO-Number
        MOVE WS-IL-Item(WS-IL-Idx) TO SIR-Item
        MOVE WS-Cur-Invoice-Date TO SIR-Invoice-Date
        MOVE WS-IL-Qty(WS-IL-Idx) TO SIR-Qty
        MOVE WS-IL-Unit-Price(WS-IL-Idx) TO SIR-Unit-Price
        MOVE WS-CD-YYYYMMDD TO SIR-Reg-Date
        IF Invoice-Is-Held
            MOVE "H" TO SIR-Status
        ELSE
            MOVE "A" TO SIR-Status
        END-IF
        WRITE SIR-Rec
            INVALID KEY
                DISPLAY "SUPPLIERINVOICE: ABEND - cannot register "
                    "invoice " WS-Cur-Invoice " line " WS-IL-Idx
                    ", status " InvRegStatus
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-WRITE
    END-PERFORM.

Write-Pay-Line.
    IF NOT Pay-Supplier-Written
        MOVE SPACES TO PAY-LINE
        WRITE PAY-LINE
        MOVE SPACES TO PAY-LINE
        STRING "SUPPLIER " DELIMITED BY SIZE
               WS-Cur-Supplier DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Supplier-Name DELIMITED BY SIZE
            INTO PAY-LINE
        END-STRING
        WRITE PAY-LINE
        MOVE "Y" TO WS-Pay-Supplier-Written
    END-IF.
    MOVE WS-Invoice-Value TO WS-Value-Display.
    MOVE SPACES TO PAY-LINE.
    STRING "  INVOICE " DELIMITED BY SIZE
           WS-Cur-Invoice DELIMITED BY SIZE
           "  DATED " DELIMITED BY SIZE
           WS-Cur-Invoice-Date DELIMITED BY SIZE
           "  LINES " DELIMITED BY SIZE
           WS-IL-Count DELIMITED BY SIZE
           "  TO PAY " DELIMITED BY SIZE
           WS-Value-Display DELIMITED BY SIZE
        INTO PAY-LINE
    END-STRING.
    WRITE PAY-LINE.
    ADD WS-Invoice-Value TO WS-Supplier-Pay-Total.
    ADD WS-Invoice-Value TO WS-Grand-Pay-Total.

Finish-Supplier.
    IF Pay-Supplier-Written
        MOVE WS-Supplier-Pay-Total TO WS-Value-Display
        MOVE SPACES TO PAY-LINE
        STRING "  TOTAL TO PAY " DELIMITED BY SIZE
               WS-Cur-Supplier DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Value-Display DELIMITED BY SIZE
            INTO PAY-LINE
        END-STRING
        WRITE PAY-LINE
    END-IF.

*>Line zero is a reason against the invoice as a whole.  Any reason
*>at all holds the invoice.
Write-Discrepancy.
    MOVE "Y" TO WS-Invoice-Held.
    IF NOT Disc-Supplier-Written
        MOVE SPACES TO DISC-LINE
        WRITE DISC-LINE
        MOVE SPACES TO DISC-LINE
        STRING "SUPPLIER " DELIMITED BY SIZE
               WS-Cur-Supplier DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Supplier-Name DELIMITED BY SIZE
            INTO DISC-LINE
        END-STRING
        WRITE DISC-LINE
        MOVE "Y" TO WS-Disc-Supplier-Written
    END-IF.
    IF NOT Disc-Header-Written
        MOVE SPACES TO DISC-LINE
        STRING "  INVOICE " DELIMITED BY SIZE
               WS-Cur-Invoice DELIMITED BY SIZE
               "  DATED " DELIMITED BY SIZE
               WS-Cur-Invoice-Date DELIMITED BY SIZE
               "  ** HELD **" DELIMITED BY SIZE
            INTO DISC-LINE
        END-STRING
        WRITE DISC-LINE
        MOVE "Y" TO WS-Disc-Header-Written
    END-IF.
    MOVE SPACES TO DISC-LINE.
    IF WS-IL-Idx = 0
        STRING "    " DELIMITED BY SIZE
               WS-Reason DELIMITED BY SIZE
            INTO DISC-LINE
        END-STRING
    ELSE
        MOVE WS-IL-Idx TO WS-Line-Display
        MOVE WS-IL-Qty(WS-IL-Idx) TO WS-Qty-Display
        MOVE WS-IL-Unit-Price(WS-IL-Idx) TO WS-Price-Display
        STRING "    LINE " DELIMITED BY SIZE
               WS-Line-Display DELIMITED BY SIZE
               "  PO " DELIMITED BY SIZE
               WS-IL-PO-Number(WS-IL-Idx) DELIMITED BY SIZE
               "  ITEM " DELIMITED BY SIZE
               WS-IL-Item(WS-IL-Idx) DELIMITED BY SIZE
               "  INV QTY " DELIMITED BY SIZE
               WS-Qty-Display DELIMITED BY SIZE
               " @ " DELIMITED BY SIZE
               WS-Price-Display DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Reason DELIMITED BY SIZE
            INTO DISC-LINE
        END-STRING
    END-IF.
    WRITE DISC-LINE.
*>  The figures the line was judged against, so the clerk can take
*>  it up with the supplier without looking anything up.
    IF WS-IL-Idx > 0 AND NOT PO-Line-Not-Found
        MOVE WS-Line-Ordered TO WS-Ord-Display
        MOVE WS-Line-Received TO WS-Rcv-Display
        MOVE WS-Line-Cost TO WS-Price-Display
        MOVE WS-Total-Invoiced TO WS-Qty-Display
        MOVE SPACES TO DISC-LINE
        IF PO-Line-Is-Stock
            STRING "             ORDERED " DELIMITED BY SIZE
                   WS-Ord-Display DELIMITED BY SIZE
                   "  RECEIVED " DELIMITED BY SIZE
                   WS-Rcv-Display DELIMITED BY SIZE
                   "  INVOICED TO DATE " DELIMITED BY SIZE
                   WS-Qty-Display DELIMITED BY SIZE
                   "  ITEM COST " DELIMITED BY SIZE
                   WS-Price-Display DELIMITED BY SIZE
                   "  PO SUPPLIER " DELIMITED BY SIZE
                   WS-Line-Supplier DELIMITED BY SIZE
                INTO DISC-LINE
            END-STRING
        ELSE
            STRING "             ORDERED " DELIMITED BY SIZE
                   WS-Ord-Display DELIMITED BY SIZE
                   "  RECEIVED " DELIMITED BY SIZE
                   WS-Rcv-Display DELIMITED BY SIZE
                   "  INVOICED TO DATE " DELIMITED BY SIZE
                   WS-Qty-Display DELIMITED BY SIZE
                   "  PO SUPPLIER " DELIMITED BY SIZE
                   WS-Line-Supplier DELIMITED BY SIZE
                INTO DISC-LINE
            END-STRING
        END-IF
        WRITE DISC-LINE
    END-IF.
