*>Reject-Reason, any orders queued on the credit-hold file
*>HELDORD.DAT with the Held-Value-EUR, open backorders from
*>BACKORDER.DAT with the Backorder-Date and the title from
*>BookStockFile, and recent despatches with their invoice numbers.
*>Each file is re-read from the top per inquiry, the way
*>MovementInquiry re-reads its journal, so the answer is always
*>current; a file that does not exist yet simply reports as empty.
*>The despatches come off DESPIDX.DAT, the despatch history's keyed
*>companion, read by customer rather than from the top.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BackorderStatus.

    SELECT DESPIDX-IN ASSIGN TO "DESPIDX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Hist-Key
        ALTERNATE RECORD KEY IS Hist-CustNum
                  WITH DUPLICATES
        FILE STATUS IS HistStatus.

DATA DIVISION.
    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  REJECT-IN.
01  REJECT-REC.
    02  Reject-Order.
        03  Reject-Rec-Type     PIC X.
        03  Reject-CustNum      PIC X(4).
        03  FILLER              PIC X(26).
    02  FILLER                  PIC XX.
    02  Reject-Reason           PIC X(40).

    02  Held-Country            PIC XX.
    02  Held-Value-EUR          PIC 9(7)V99.
    02  Held-Date               PIC 9(8).
    02  Held-Ship-To            PIC XXX.
    02  Held-Quote-Number       PIC 9(6).
    02  Held-Cust-Ref           PIC X(15).

FD  BACKORDER-IN.
01  BACKORDER-REC.
    02  Backorder-Qty           PIC 999.
    02  Backorder-Country-Code  PIC XX.
    02  Backorder-Date          PIC 9(8).
    02  Backorder-Ship-To       PIC XXX.
    02  Backorder-Quote-Number  PIC 9(6).
    02  Backorder-Cust-Ref      PIC X(15).

FD  DESPIDX-IN.
01  DESPIDX-REC.
    02  Hist-Date               PIC 9(8).
    02  Hist-CustNum            PIC X(4).
    02  Hist-Book-Id            PIC X(5).
    02  Hist-Qty                PIC 999.
    02  Hist-Line-Total         PIC 9(5)V99.
    02  Hist-Currency           PIC XXX.
    02  Hist-Key.
        03  Hist-Invoice-Number PIC 9(6).
        03  Hist-Line-Seq       PIC 999.

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  HeldStatus                  PIC XX.
01  BackorderStatus             PIC XX.
01  HistStatus                  PIC XX.
01  WS-End-Of-History           PIC X.
    88  EndOfHistory            VALUE "Y".
01  BookStock-Name              PIC X(40) VALUE "BookStock.DAT".
01  WS-BookStock-Default        PIC X(40) VALUE "BookStock.DAT".

01  WS-Title-Out                PIC X(30).
01  WS-Prev-Invoice             PIC 9(6).

01  WS-SignOn-Function          PIC X(20) VALUE "ORDERSTATUS".

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
    DISPLAY "   SINCE " Backorder-Date "  " Backorder-Book-Id
        "  " WS-Title-Out "  QTY " Backorder-Qty.

*>The customer key on the despatch history's keyed companion goes
*>straight to this customer's lines, which come back in the order
*>Despatch wrote them; an invoice's lines sit together, so a change
*>of invoice number marks the start of the next despatch.
Show-Despatches.
    DISPLAY "-- DESPATCHES (DESPIDX.DAT) --".
    OPEN INPUT DESPIDX-IN.
    IF HistStatus = "35"
        DISPLAY "   (no despatch history - nothing despatched)"
    ELSE
        IF HistStatus NOT = "00"
            DISPLAY "ORDERSTATUS: cannot open DESPIDX.DAT, status "
                HistStatus
        ELSE
            MOVE 0 TO WS-Match-Count
            MOVE 0 TO WS-Prev-Invoice
            MOVE "N" TO WS-End-Of-History
            MOVE WS-Cust-Wanted TO Hist-CustNum
            START DESPIDX-IN KEY IS EQUAL TO Hist-CustNum
                INVALID KEY SET EndOfHistory TO TRUE
            END-START
            PERFORM UNTIL EndOfHistory
                READ DESPIDX-IN NEXT RECORD
                    AT END SET EndOfHistory TO TRUE
                END-READ
                IF NOT EndOfHistory
                    IF Hist-CustNum NOT = WS-Cust-Wanted
                        SET EndOfHistory TO TRUE
                    ELSE
                        IF Hist-Invoice-Number NOT = WS-Prev-Invoice
                            DISPLAY "   INVOICE " Hist-Invoice-Number
                                " DATED " Hist-Date
                            MOVE Hist-Invoice-Number TO WS-Prev-Invoice
                            ADD 1 TO WS-Match-Count
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            CLOSE DESPIDX-IN
            IF WS-Match-Count = 0
                DISPLAY "   (none)"
            END-IF
