      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  OrderImport.
AUTHOR.  Michael Coughlan.
*>Electronic order import for the trade customers who send their
*>orders as a flat file from their own systems instead of having
*>them re-keyed through OrderEntry.  The file (name asked for, blank
*>for ORDIMPORT.DAT) opens with one "F" record - the sender's account
*>code, the sender's reference for the file, and its date - followed
*>by one "L" record per order line: the customer's account code, the
*>customer's own order reference, our Book-Id or, left blank, the
*>exact title to look up on BookStockFile, and the quantity.  Each
*>account code is mapped through TRADEACC.DAT (maintained by
*>TradeAcctMaint) to our customer number and, for a branch, its
*>ship-to code; the customer and ship-to are checked the way
*>OrderEntry checks them, and the header country is the delivery
*>country.  Consecutive lines with the same account and order
*>reference make one order (cut at the 50 lines Despatch can
*>buffer), written to ORDERS.DAT as ordinary "H"/"D" records with
*>the customer's reference on the header, so it goes through
*>OrderEdit and Despatch like a keyed order and is quoted on the
*>invoice.  The batch is bracketed with "B"/"T" control records
*>numbered from the shared BATCHNUM.CTL sequence.  A line that
*>cannot be mapped - unknown or deactivated account, title not on
*>file, bad quantity - is left out and listed on the exception
*>report IMPORT.RPT with its line number and reason.  The sender and
*>file reference are registered on IMPORTREG.DAT once the file has
*>produced a batch, and a file whose reference is already on the
*>register is refused outright, so a file sent twice cannot be
*>despatched twice.  RETURN-CODE 4 when there were exceptions or the
*>file was refused.

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

    SELECT IMPORT-IN ASSIGN TO DYNAMIC WS-Import-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ImportStatus.

    SELECT TRADEACC-FILE ASSIGN TO "TRADEACC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TradeStatus.

    SELECT IMPORT-REGISTER ASSIGN TO "IMPORTREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ImpRegStatus.

    SELECT ORDER-OUT ASSIGN TO "ORDERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OrderStatus.

    SELECT BATCH-CONTROL ASSIGN TO "BATCHNUM.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BatchCtlStatus.

    SELECT REPORT-OUT ASSIGN TO "IMPORT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReportStatus.

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

FD  IMPORT-IN.
01  IMPORT-FILE-REC.
    88  EndOfImport             VALUE HIGH-VALUES.
    02  Imp-Rec-Type            PIC X.
        88  Imp-Is-File-Hdr     VALUE "F".
        88  Imp-Is-Line         VALUE "L".
    02  Imp-Sender              PIC X(10).
    02  Imp-File-Ref            PIC X(15).
    02  Imp-File-Date           PIC X(8).
01  IMPORT-LINE-REC.
    02  FILLER                  PIC X.
    02  Imp-Account             PIC X(10).
    02  Imp-Order-Ref           PIC X(15).
    02  Imp-Book-Id             PIC X(5).
    02  Imp-Title               PIC X(30).
    02  Imp-Qty-X.
        03  Imp-Qty             PIC 999.

FD  TRADEACC-FILE.
01  TRADEACC-REC.
    88  EndOfTradeAcc           VALUE HIGH-VALUES.
    02  TA-Trade-Code-IO        PIC X(10).
    02  TA-CustNum-IO           PIC X(4).
    02  TA-Ship-To-IO           PIC XXX.

FD  IMPORT-REGISTER.
01  IMPORT-REGISTER-REC.
    88  EndOfRegister           VALUE HIGH-VALUES.
    02  Reg-Sender              PIC X(10).
    02  Reg-File-Ref            PIC X(15).
    02  Reg-Import-Date         PIC 9(8).
    02  Reg-Batch-Number        PIC 9(6).
    02  Reg-Order-Count         PIC 9(5).

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

FD  REPORT-OUT.
01  REPORT-LINE                 PIC X(132).

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  ImportStatus                PIC XX.
01  TradeStatus                 PIC XX.
01  ImpRegStatus                PIC XX.
01  OrderStatus                 PIC XX.
01  BatchCtlStatus              PIC XX.
01  ReportStatus                PIC XX.
01  BookStock-Name              PIC X(40) VALUE "BookStock.DAT".
01  WS-BookStock-Default        PIC X(40) VALUE "BookStock.DAT".
01  WS-Import-Name              PIC X(40).

01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).

*>The file's own identity, off its "F" record.
01  WS-Sender                   PIC X(10).
01  WS-File-Ref                 PIC X(15).
01  WS-Refusal-Reason           PIC X(50) VALUE SPACES.

*>TRADEACC.DAT, held in code order.
01  WS-Trade-Table.
    02  WS-TT-Entry OCCURS 100 TIMES.
        03  WS-TT-Trade-Code    PIC X(10).
        03  WS-TT-CustNum       PIC X(4).
        03  WS-TT-Ship-To       PIC XXX.
01  WS-Trade-Count              PIC 999 VALUE 0.
01  WS-TT-Idx                   PIC 999.
01  WS-TT-Found                 PIC 999.

*>The order being gathered: the customer's account and reference it
*>was sent under, what they map to, and its lines.  A mapping
*>failure is kept so every line of that order is reported with it.
01  WS-Open-Key.
    02  WS-Open-Account         PIC X(10).
    02  WS-Open-Order-Ref       PIC X(15).
01  WS-Order-Open               PIC X VALUE "N".
    88  An-Order-Is-Open        VALUE "Y".
01  WS-Order-CustNum            PIC X(4).
01  WS-Order-Ship-To            PIC XXX.
01  WS-Order-Country            PIC XX.
01  WS-Account-Reason           PIC X(40).
01  WS-Line-Reason              PIC X(40).

01  WS-Line-Table.
    02  WS-LT-Entry OCCURS 50 TIMES.
        03  WS-LT-Book-Id       PIC X(5).
        03  WS-LT-Qty           PIC 999.
01  WS-LT-Count                 PIC 99 VALUE 0.
01  WS-LT-Idx                   PIC 99.

01  WS-Batch-Open               PIC X VALUE "N".
    88  Batch-Is-Open           VALUE "Y".
01  WS-Batch-Number             PIC 9(6) VALUE 1.
01  WS-Batch-Qty-Hash           PIC 9(9) VALUE 0.
01  WS-Order-Count              PIC 9(5) VALUE 0.
01  WS-Line-Count               PIC 9(5) VALUE 0.
01  WS-Exception-Count          PIC 9(5) VALUE 0.
01  WS-Import-Line-No           PIC 9(5) VALUE 0.

01  Customer-Id.
    02  FILLER                  PIC X.
    02  CustNum                 PIC X(4).
01  Cust-Name                   PIC X(30).
01  Cust-Address-Info.
    02  Cust-Addr-Line-1        PIC X(30).
    02  Cust-Addr-Line-2        PIC X(30).
    02  Cust-Addr-Line-3        PIC X(30).
    02  Cust-Country-Code       PIC XX.
01  Deliv-Name                  PIC X(30).
01  Deliv-Address-Info.
    02  Deliv-Addr-Line-1       PIC X(30).
    02  Deliv-Addr-Line-2       PIC X(30).
    02  Deliv-Addr-Line-3       PIC X(30).
    02  Deliv-Country-Code      PIC XX.

01  WS-SignOn-Function          PIC X(20) VALUE "ORDERIMPORT".

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
    DISPLAY "Import file (blank = ORDIMPORT.DAT): " WITH NO ADVANCING.
    ACCEPT WS-Import-Name.
    IF WS-Import-Name = SPACES
        MOVE "ORDIMPORT.DAT" TO WS-Import-Name
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    PERFORM Load-Trade-Table.
    OPEN INPUT IMPORT-IN.
    IF ImportStatus NOT = "00"
        DISPLAY "ORDERIMPORT: ABEND - cannot open " WS-Import-Name
            ", status " ImportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT REPORT-OUT.
    IF ReportStatus NOT = "00"
        DISPLAY "ORDERIMPORT: ABEND - cannot open REPORT-OUT, "
            "status " ReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ IMPORT-IN
        AT END SET EndOfImport TO TRUE
    END-READ.
    PERFORM Check-File-Header.
    IF WS-Refusal-Reason NOT = SPACES
        PERFORM Refuse-File
    END-IF.

    OPEN INPUT BookStockFile.
    IF BookStatus NOT = "00"
        DISPLAY "ORDERIMPORT: ABEND - cannot open BookStockFile, "
            "status " BookStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  The day's orders accumulate across entry sessions; LINE
*>  SEQUENTIAL OPEN EXTEND fails with status 35 on a file that
*>  doesn't exist yet.
    OPEN EXTEND ORDER-OUT.
    IF OrderStatus = "35"
        OPEN OUTPUT ORDER-OUT
    END-IF.
    IF OrderStatus NOT = "00"
        DISPLAY "ORDERIMPORT: ABEND - cannot open ORDER-OUT, status "
            OrderStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "ORDER IMPORT EXCEPTIONS - FILE " DELIMITED BY SIZE
           WS-File-Ref DELIMITED BY SIZE
           " FROM " DELIMITED BY SIZE
           WS-Sender DELIMITED BY SIZE
           "  RUN " DELIMITED BY SIZE
           WS-CD-YYYYMMDD DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE " LINE  ACCOUNT    ORDER REF       BOOK  TITLE" TO REPORT-LINE.
    MOVE "QTY  REASON" TO REPORT-LINE(79:).
    WRITE REPORT-LINE.

    READ IMPORT-IN
        AT END SET EndOfImport TO TRUE
    END-READ.
    PERFORM UNTIL EndOfImport
        ADD 1 TO WS-Import-Line-No
        PERFORM Import-One-Line
        READ IMPORT-IN
            AT END SET EndOfImport TO TRUE
        END-READ
    END-PERFORM.
    PERFORM Write-Open-Order.
    IF Batch-Is-Open
        PERFORM Write-Batch-Trailer
        PERFORM Register-File
    END-IF.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    IF Batch-Is-Open
        STRING "*** " DELIMITED BY SIZE
               WS-Order-Count DELIMITED BY SIZE
               " ORDER(S), " DELIMITED BY SIZE
               WS-Line-Count DELIMITED BY SIZE
               " LINE(S) IMPORTED AS BATCH " DELIMITED BY SIZE
               WS-Batch-Number DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-Exception-Count DELIMITED BY SIZE
               " LINE(S) REJECTED ***" DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
    ELSE
        STRING "*** NOTHING IMPORTED - NO BATCH WRITTEN, "
                   DELIMITED BY SIZE
               WS-Exception-Count DELIMITED BY SIZE
               " LINE(S) REJECTED ***" DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
    END-IF.
    WRITE REPORT-LINE.
    CLOSE BookStockFile, IMPORT-IN, ORDER-OUT, REPORT-OUT.
*>  End-of-run signal to the customer and delivery-address lookups,
*>  which hold their files open across the whole run.
    MOVE HIGH-VALUES TO CustNum.
    CALL "GetCustomerAddress" USING Customer-Id, Cust-Name,
        Cust-Address-Info.
    CALL "GetDeliveryAddress" USING Customer-Id, WS-Order-Ship-To,
        Deliv-Name, Deliv-Address-Info.
    DISPLAY "ORDERIMPORT: " WS-Order-Count " order(s) ("
        WS-Line-Count " line(s)) written to ORDERS.DAT, "
        WS-Exception-Count " line(s) rejected, see IMPORT.RPT".
    IF WS-Exception-Count > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

*>Without the table no account code can be mapped, so there is
*>nothing to import.
Load-Trade-Table.
    OPEN INPUT TRADEACC-FILE.
    IF TradeStatus NOT = "00"
        DISPLAY "ORDERIMPORT: ABEND - cannot open TRADEACC.DAT, "
            "status " TradeStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ TRADEACC-FILE
        AT END SET EndOfTradeAcc TO TRUE
    END-READ.
    PERFORM UNTIL EndOfTradeAcc
        IF WS-Trade-Count < 100
            ADD 1 TO WS-Trade-Count
            MOVE TA-Trade-Code-IO TO WS-TT-Trade-Code(WS-Trade-Count)
            MOVE TA-CustNum-IO TO WS-TT-CustNum(WS-Trade-Count)
            MOVE TA-Ship-To-IO TO WS-TT-Ship-To(WS-Trade-Count)
        END-IF
        READ TRADEACC-FILE
            AT END SET EndOfTradeAcc TO TRUE
        END-READ
    END-PERFORM.
    CLOSE TRADEACC-FILE.

*>The file must open with its "F" record, and its sender and
*>reference must not already be on the register; a missing register
*>just means nothing has been imported yet.
Check-File-Header.
    IF EndOfImport
        MOVE "FILE IS EMPTY" TO WS-Refusal-Reason
    ELSE
        IF NOT Imp-Is-File-Hdr
            MOVE "FIRST RECORD IS NOT AN F FILE HEADER"
                TO WS-Refusal-Reason
        ELSE
            MOVE Imp-Sender TO WS-Sender
            MOVE Imp-File-Ref TO WS-File-Ref
            IF WS-Sender = SPACES OR WS-File-Ref = SPACES
                MOVE "F RECORD HAS NO SENDER OR FILE REFERENCE"
                    TO WS-Refusal-Reason
            END-IF
        END-IF
    END-IF.
    IF WS-Refusal-Reason = SPACES
        OPEN INPUT IMPORT-REGISTER
        IF ImpRegStatus = "35"
            CONTINUE
        ELSE
            IF ImpRegStatus NOT = "00"
                DISPLAY "ORDERIMPORT: ABEND - cannot open "
                    "IMPORT-REGISTER, status " ImpRegStatus
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ IMPORT-REGISTER
                AT END SET EndOfRegister TO TRUE
            END-READ
            PERFORM UNTIL EndOfRegister
                IF Reg-Sender = WS-Sender AND Reg-File-Ref = WS-File-Ref
                    STRING "ALREADY IMPORTED " DELIMITED BY SIZE
                           Reg-Import-Date DELIMITED BY SIZE
                           " AS BATCH " DELIMITED BY SIZE
                           Reg-Batch-Number DELIMITED BY SIZE
                        INTO WS-Refusal-Reason
                    END-STRING
                END-IF
                READ IMPORT-REGISTER
                    AT END SET EndOfRegister TO TRUE
                END-READ
            END-PERFORM
            CLOSE IMPORT-REGISTER
        END-IF
    END-IF.

*>Nothing from a refused file reaches ORDERS.DAT.
Refuse-File.
    MOVE SPACES TO REPORT-LINE.
    STRING "ORDER IMPORT - FILE " DELIMITED BY SIZE
           WS-Import-Name DELIMITED BY SPACE
           " REFUSED: " DELIMITED BY SIZE
           WS-Refusal-Reason DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    CLOSE IMPORT-IN, REPORT-OUT.
    DISPLAY "ORDERIMPORT: file " WS-File-Ref " from " WS-Sender
        " refused - " WS-Refusal-Reason.
    MOVE 4 TO RETURN-CODE.
    STOP RUN.

*>A change of account or order reference closes the order being
*>gathered and maps the new account.
Import-One-Line.
    IF NOT Imp-Is-Line
        MOVE "NOT AN L ORDER LINE RECORD" TO WS-Line-Reason
        PERFORM Write-Exception
    ELSE
        IF NOT An-Order-Is-Open
                OR Imp-Account NOT = WS-Open-Account
                OR Imp-Order-Ref NOT = WS-Open-Order-Ref
            PERFORM Write-Open-Order
            MOVE Imp-Account TO WS-Open-Account
            MOVE Imp-Order-Ref TO WS-Open-Order-Ref
            MOVE "Y" TO WS-Order-Open
            PERFORM Map-Account
        END-IF
        IF WS-Account-Reason NOT = SPACES
            MOVE WS-Account-Reason TO WS-Line-Reason
            PERFORM Write-Exception
        ELSE
            PERFORM Check-Import-Line
            IF WS-Line-Reason NOT = SPACES
                PERFORM Write-Exception
            ELSE
                IF WS-LT-Count >= 50
                    PERFORM Write-Open-Order
                END-IF
                ADD 1 TO WS-LT-Count
                MOVE Book-Id-BSF TO WS-LT-Book-Id(WS-LT-Count)
                MOVE Imp-Qty TO WS-LT-Qty(WS-LT-Count)
            END-IF
        END-IF
    END-IF.

*>The account code maps to our customer and ship-to, which are
*>looked up the way OrderEntry looks them up; the delivery country
*>goes on the header.
Map-Account.
    MOVE SPACES TO WS-Account-Reason.
    MOVE 0 TO WS-TT-Found.
    PERFORM VARYING WS-TT-Idx FROM 1 BY 1
            UNTIL WS-TT-Idx > WS-Trade-Count OR WS-TT-Found > 0
        IF WS-TT-Trade-Code(WS-TT-Idx) = Imp-Account
            MOVE WS-TT-Idx TO WS-TT-Found
        END-IF
    END-PERFORM.
    IF WS-TT-Found = 0
        MOVE "ACCOUNT CODE NOT ON TRADEACC.DAT" TO WS-Account-Reason
    ELSE
        MOVE WS-TT-CustNum(WS-TT-Found) TO WS-Order-CustNum
        MOVE WS-TT-Ship-To(WS-TT-Found) TO WS-Order-Ship-To
        MOVE WS-Order-CustNum TO CustNum
        CALL "GetCustomerAddress" USING Customer-Id, Cust-Name,
            Cust-Address-Info
        IF RETURN-CODE = 4
            MOVE "CUSTOMER NOT ON FILE OR DEACTIVATED"
                TO WS-Account-Reason
            MOVE 0 TO RETURN-CODE
        ELSE
            IF RETURN-CODE NOT = 0
                DISPLAY "ORDERIMPORT: ABEND - GetCustomerAddress "
                    "failed, return code " RETURN-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE Cust-Country-Code TO WS-Order-Country
        END-IF
    END-IF.
    IF WS-Account-Reason = SPACES AND WS-Order-Ship-To NOT = SPACES
        CALL "GetDeliveryAddress" USING Customer-Id, WS-Order-Ship-To,
            Deliv-Name, Deliv-Address-Info
        IF RETURN-CODE = 4
            MOVE "SHIP-TO NOT ON FILE OR DEACTIVATED"
                TO WS-Account-Reason
            MOVE 0 TO RETURN-CODE
        ELSE
            IF RETURN-CODE NOT = 0
                DISPLAY "ORDERIMPORT: ABEND - GetDeliveryAddress "
                    "failed, return code " RETURN-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE Deliv-Country-Code TO WS-Order-Country
        END-IF
    END-IF.

*>Our Book-Id when the customer's system holds it, otherwise the
*>title exactly as it stands on BookStockFile.
Check-Import-Line.
    MOVE SPACES TO WS-Line-Reason.
    IF Imp-Book-Id NOT = SPACES
        MOVE Imp-Book-Id TO Book-Id-BSF
        READ BookStockFile
            INVALID KEY
                MOVE "BOOK ID NOT ON BOOKSTOCKFILE" TO WS-Line-Reason
        END-READ
    ELSE
        IF Imp-Title = SPACES
            MOVE "NO BOOK ID OR TITLE" TO WS-Line-Reason
        ELSE
            MOVE Imp-Title TO Book-Title-BSF
            READ BookStockFile KEY IS Book-Title-BSF
                INVALID KEY
                    MOVE "TITLE NOT ON BOOKSTOCKFILE" TO WS-Line-Reason
            END-READ
        END-IF
    END-IF.
    IF WS-Line-Reason = SPACES
        IF Imp-Qty-X NOT NUMERIC
            MOVE "QUANTITY NOT NUMERIC" TO WS-Line-Reason
        ELSE
            IF Imp-Qty = 0
                MOVE "QUANTITY IS ZERO" TO WS-Line-Reason
            END-IF
        END-IF
    END-IF.

Write-Exception.
    ADD 1 TO WS-Exception-Count.
    MOVE SPACES TO REPORT-LINE.
    STRING WS-Import-Line-No DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Imp-Account DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Imp-Order-Ref DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Imp-Book-Id DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Imp-Title DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    MOVE Imp-Qty-X TO REPORT-LINE(79:3).
    MOVE WS-Line-Reason TO REPORT-LINE(84:).
    WRITE REPORT-LINE.

*>Writes the order gathered so far, if it has any lines; the first
*>order written opens the batch.
Write-Open-Order.
    IF WS-LT-Count > 0
        IF NOT Batch-Is-Open
            PERFORM Assign-Batch-Number
            PERFORM Write-Batch-Header
            MOVE "Y" TO WS-Batch-Open
        END-IF
        MOVE "H" TO Order-Rec-Type
        MOVE WS-Order-CustNum TO Order-CustNum
        MOVE WS-Order-Country TO Order-Country-Code
        MOVE WS-Order-Ship-To TO Order-Ship-To
        MOVE 0 TO Order-Quote-Number
        MOVE WS-Open-Order-Ref TO Order-Cust-Ref
        WRITE ORDER-HEADER-REC
        IF OrderStatus NOT = "00"
            DISPLAY "ORDERIMPORT: ABEND - cannot write ORDER-OUT, "
                "status " OrderStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING WS-LT-Idx FROM 1 BY 1
                UNTIL WS-LT-Idx > WS-LT-Count
            MOVE "D" TO ORDER-DETAIL-REC(1:1)
            MOVE WS-LT-Book-Id(WS-LT-Idx) TO Order-Book-Id
            MOVE WS-LT-Qty(WS-LT-Idx) TO Order-Qty
            WRITE ORDER-DETAIL-REC
            IF OrderStatus NOT = "00"
                DISPLAY "ORDERIMPORT: ABEND - cannot write ORDER-OUT, "
                    "status " OrderStatus
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-Line-Count
            ADD WS-LT-Qty(WS-LT-Idx) TO WS-Batch-Qty-Hash
        END-PERFORM
        ADD 1 TO WS-Order-Count
        MOVE 0 TO WS-LT-Count
    END-IF.

*>The next batch number persists on BATCHNUM.CTL, shared with order
*>entry, and is rewritten the moment it is taken; a missing control
*>file simply starts the sequence at 000001.
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
        DISPLAY "ORDERIMPORT: ABEND - cannot open BATCH-CONTROL, "
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
        DISPLAY "ORDERIMPORT: ABEND - cannot write ORDER-OUT, status "
            OrderStatus
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
        DISPLAY "ORDERIMPORT: ABEND - cannot write ORDER-OUT, status "
            OrderStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>Registered only once the batch is safely written.  A file that
*>produced no orders at all is not registered, so the customer can
*>correct it and send it again under the same reference.
Register-File.
    OPEN EXTEND IMPORT-REGISTER.
    IF ImpRegStatus = "35"
        OPEN OUTPUT IMPORT-REGISTER
    END-IF.
    IF ImpRegStatus NOT = "00"
        DISPLAY "ORDERIMPORT: ABEND - cannot open IMPORT-REGISTER, "
            "status " ImpRegStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-Sender TO Reg-Sender.
    MOVE WS-File-Ref TO Reg-File-Ref.
    MOVE WS-CD-YYYYMMDD TO Reg-Import-Date.
    MOVE WS-Batch-Number TO Reg-Batch-Number.
    MOVE WS-Order-Count TO Reg-Order-Count.
    WRITE IMPORT-REGISTER-REC.
    CLOSE IMPORT-REGISTER.
