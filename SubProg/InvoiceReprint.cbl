*>GetCustomerAddress and the titles from BookStockFile, and
*>regenerates a faithful copy on DUPINV.DAT clearly marked
*>DUPLICATE.  Accounts asks for several of these every week.
*>The lines are read by invoice number off DESPIDX.DAT, the history's
*>keyed companion, instead of reading the whole history for one
*>invoice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                  WITH DUPLICATES
        FILE STATUS IS BookStatus.

    SELECT DESPIDX-IN ASSIGN TO "DESPIDX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Hist-Key
        ALTERNATE RECORD KEY IS Hist-CustNum
                  WITH DUPLICATES
        FILE STATUS IS HistStatus.

    SELECT DUPINV-OUT ASSIGN TO "DUPINV.DAT"
    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

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

FD  DUPINV-OUT.
01  DUPINV-LINE                 PIC X(80).
WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  HistStatus                  PIC XX.
01  WS-End-Of-History           PIC X.
    88  EndOfHistory            VALUE "Y".
01  DupInvStatus                PIC XX.
01  BookStock-Name              PIC X(40) VALUE "BookStock.DAT".
01  WS-BookStock-Default        PIC X(40) VALUE "BookStock.DAT".
01  WS-Total-Display            PIC ZZZZZZ9.99.
01  WS-Title-Out                PIC X(30).

01  WS-SignOn-Function          PIC X(20) VALUE "INVOICEREPRINT".

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
        " duplicate(s) written to DUPINV.DAT".
    STOP RUN.

*>The invoice's lines are read straight off the despatch history's
*>keyed companion by invoice number and line, so they come back in
*>the order Despatch appended them and the duplicate reads exactly
*>like the original.  The file is opened afresh per request, so an
*>invoice despatched while this program sits open still turns up.
Reprint-One-Invoice.
    DISPLAY "Invoice Number: " WITH NO ADVANCING.
    ACCEPT WS-Invoice-Wanted-X.
        MOVE 0 TO WS-Line-Count
        MOVE 0 TO WS-OT-Count
        MOVE "N" TO WS-Header-Written
        OPEN INPUT DESPIDX-IN
        IF HistStatus NOT = "00"
            DISPLAY "INVOICEREPRINT: cannot open DESPIDX.DAT, "
                "status " HistStatus " - nothing despatched yet?"
        ELSE
            MOVE "N" TO WS-End-Of-History
            MOVE WS-Invoice-Wanted TO Hist-Invoice-Number
            MOVE 0 TO Hist-Line-Seq
            START DESPIDX-IN KEY IS NOT LESS THAN Hist-Key
                INVALID KEY SET EndOfHistory TO TRUE
            END-START
            PERFORM UNTIL EndOfHistory
                READ DESPIDX-IN NEXT RECORD
                    AT END SET EndOfHistory TO TRUE
                END-READ
                IF NOT EndOfHistory
                    IF Hist-Invoice-Number NOT = WS-Invoice-Wanted
                        SET EndOfHistory TO TRUE
                    ELSE
                        PERFORM Reprint-History-Line
                    END-IF
                END-IF
            END-PERFORM
            CLOSE DESPIDX-IN
            IF WS-Line-Count = 0
                DISPLAY "INVOICEREPRINT: invoice " WS-Invoice-Wanted
                    " not on the despatch history"
