      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  StandingOrderRun.
AUTHOR.  Michael Coughlan.
*>Standing-order generator.  Asks for the period (YYYYMM), reads
*>STANDORD.DAT (maintained by StandingOrderMaint) and writes every
*>standing order due in that period to ORDERS.DAT as ordinary "H"/"D"
*>order records, so they go through OrderEdit and Despatch like any
*>other order.  The batch is bracketed with the "B"/"T" control
*>records data entry writes, numbered from the shared BATCHNUM.CTL
*>sequence, so OrderEdit proves it like a keyed session.  Standing
*>orders for the same customer and ship-to code become one order
*>(cut at the 50 lines Despatch can buffer); the header country is
*>the delivery address's country, or the customer's own without a
*>ship-to.  A standing order is due when the period lies between its
*>start and end dates and falls on its frequency counted from the
*>start month - every month, every third or every twelfth - or, for
*>a new volume, the first time a run reaches its start date.  Each
*>one generated is stamped with the period, so running the same
*>period twice generates nothing twice.  Every live standing order
*>- not past its end date, and not a new volume already ordered - is
*>also checked against the customer master, the delivery addresses
*>and BookStockFile, due or not, and one pointing at a missing or
*>deactivated customer or ship-to, or a title no longer on file, is
*>listed as an exception and not generated.  The report STANDORD.RPT
*>lists what was generated and the exceptions; a run with nothing
*>due consumes no batch number.  RETURN-CODE 4 when there were
*>exceptions.

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

    SELECT STANDORD-FILE ASSIGN TO "STANDORD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SO-KEY
        FILE STATUS IS StandStatus.

    SELECT ORDER-OUT ASSIGN TO "ORDERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OrderStatus.

    SELECT BATCH-CONTROL ASSIGN TO "BATCHNUM.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BatchCtlStatus.

    SELECT REPORT-OUT ASSIGN TO "STANDORD.RPT"
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

FD  STANDORD-FILE.
01  STANDORD-REC.
    88  EndOfStanding           VALUE HIGH-VALUES.
    02  SO-KEY.
        03  SO-CUST-NUM         PIC X(4).
        03  SO-SHIP-TO          PIC XXX.
        03  SO-BOOK-ID          PIC X(5).
    02  SO-QTY                  PIC 999.
    02  SO-FREQUENCY            PIC X.
        88  SO-Monthly          VALUE "M".
        88  SO-Quarterly        VALUE "Q".
        88  SO-Annual           VALUE "A".
        88  SO-New-Volume       VALUE "V".
    02  SO-START-DATE           PIC 9(8).
    02  SO-END-DATE             PIC 9(8).
    02  SO-LAST-PERIOD          PIC 9(6).
    02  SO-STATUS               PIC X.
        88  Standing-Active     VALUE "A".

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
01  REPORT-LINE                 PIC X(100).

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  StandStatus                 PIC XX.
01  OrderStatus                 PIC XX.
01  BatchCtlStatus              PIC XX.
01  ReportStatus                PIC XX.
01  BookStock-Name              PIC X(40) VALUE "BookStock.DAT".
01  WS-BookStock-Default        PIC X(40) VALUE "BookStock.DAT".

01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).

*>The period asked for, and the start and end dates of the standing
*>order being judged, each split into year and month.
01  WS-Period-X.
    02  WS-Period               PIC 9(6).
    02  FILLER REDEFINES WS-Period.
        03  WS-Period-Year      PIC 9(4).
        03  WS-Period-Month     PIC 99.
01  WS-Start-Work.
    02  WS-Start-Period         PIC 9(6).
    02  FILLER REDEFINES WS-Start-Period.
        03  WS-Start-Year       PIC 9(4).
        03  WS-Start-Month      PIC 99.
    02  FILLER                  PIC 99.
01  WS-End-Work.
    02  WS-End-Period           PIC 9(6).
    02  FILLER                  PIC 99.
01  WS-Months-Since-Start       PIC S9(6).
01  WS-Cycle-Count              PIC 9(6).
01  WS-Cycle-Remainder          PIC 99.
01  WS-Due                      PIC X.
    88  Standing-Is-Due         VALUE "Y".

01  WS-Exception-Reason         PIC X(40).
01  WS-Order-Country            PIC XX.

*>The order being built: one per customer and ship-to code, cut at
*>the 50 lines Despatch can buffer.
01  WS-Order-Open               PIC X VALUE "N".
    88  An-Order-Is-Open        VALUE "Y".
01  WS-Open-Group.
    02  WS-Open-CustNum         PIC X(4).
    02  WS-Open-Ship-To         PIC XXX.
01  WS-Order-Lines              PIC 99 VALUE 0.
01  WS-Batch-Open               PIC X VALUE "N".
    88  Batch-Is-Open           VALUE "Y".

01  WS-Batch-Number             PIC 9(6) VALUE 1.
01  WS-Batch-Qty-Hash           PIC 9(9) VALUE 0.
01  WS-Order-Count              PIC 9(5) VALUE 0.
01  WS-Line-Count               PIC 9(5) VALUE 0.
01  WS-Exception-Count          PIC 9(5) VALUE 0.

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

01  WS-SignOn-Function          PIC X(20) VALUE "STANDINGORDERRUN".

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
    DISPLAY "Generate for period (YYYYMM): " WITH NO ADVANCING.
    ACCEPT WS-Period-X.
    IF WS-Period-X NOT NUMERIC
        DISPLAY "STANDINGORDERRUN: ABEND - period must be YYYYMM"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-Period-Month < 1 OR WS-Period-Month > 12
        DISPLAY "STANDINGORDERRUN: ABEND - period month must be 01-12"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    OPEN INPUT BookStockFile.
    IF BookStatus NOT = "00"
        DISPLAY "STANDINGORDERRUN: ABEND - cannot open BookStockFile, "
            "status " BookStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O STANDORD-FILE.
    IF StandStatus NOT = "00"
        DISPLAY "STANDINGORDERRUN: ABEND - cannot open STANDORD-FILE, "
            "status " StandStatus
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
        DISPLAY "STANDINGORDERRUN: ABEND - cannot open ORDER-OUT, "
            "status " OrderStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT REPORT-OUT.
    IF ReportStatus NOT = "00"
        DISPLAY "STANDINGORDERRUN: ABEND - cannot open REPORT-OUT, "
            "status " ReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "STANDING ORDERS GENERATED FOR PERIOD " DELIMITED BY SIZE
           WS-Period DELIMITED BY SIZE
           "  RUN " DELIMITED BY SIZE
           WS-CD-YYYYMMDD DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "          CUST SHIP BOOK   QTY FREQ  REMARKS" TO REPORT-LINE.
    WRITE REPORT-LINE.

    READ STANDORD-FILE NEXT RECORD
        AT END SET EndOfStanding TO TRUE
    END-READ.
    PERFORM UNTIL EndOfStanding
        IF Standing-Active
            PERFORM Process-Standing-Order
        END-IF
        READ STANDORD-FILE NEXT RECORD
            AT END SET EndOfStanding TO TRUE
        END-READ
    END-PERFORM.

    IF Batch-Is-Open
        PERFORM Write-Batch-Trailer
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    IF Batch-Is-Open
        STRING "*** " DELIMITED BY SIZE
               WS-Order-Count DELIMITED BY SIZE
               " ORDER(S), " DELIMITED BY SIZE
               WS-Line-Count DELIMITED BY SIZE
               " LINE(S) IN BATCH " DELIMITED BY SIZE
               WS-Batch-Number DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-Exception-Count DELIMITED BY SIZE
               " EXCEPTION(S) ***" DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
    ELSE
        STRING "*** NOTHING DUE - NO BATCH WRITTEN, " DELIMITED BY SIZE
               WS-Exception-Count DELIMITED BY SIZE
               " EXCEPTION(S) ***" DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
    END-IF.
    WRITE REPORT-LINE.
    CLOSE BookStockFile, STANDORD-FILE, ORDER-OUT, REPORT-OUT.
*>  End-of-run signal to the customer and delivery-address lookups,
*>  which hold their files open across the whole run.
    MOVE HIGH-VALUES TO CustNum.
    CALL "GetCustomerAddress" USING Customer-Id, Cust-Name,
        Cust-Address-Info.
    CALL "GetDeliveryAddress" USING Customer-Id, SO-SHIP-TO,
        Deliv-Name, Deliv-Address-Info.
    DISPLAY "STANDINGORDERRUN: " WS-Order-Count " order(s) ("
        WS-Line-Count " line(s)) written to ORDERS.DAT, "
        WS-Exception-Count " exception(s), see STANDORD.RPT".
    IF WS-Exception-Count > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

*>A standing order past its end date, or a new volume already
*>ordered, is finished with and is neither checked nor generated.
Process-Standing-Order.
    MOVE SO-END-DATE TO WS-End-Work.
    IF (SO-END-DATE NOT = 0 AND WS-End-Period < WS-Period)
            OR (SO-New-Volume AND SO-LAST-PERIOD NOT = 0)
        CONTINUE
    ELSE
        PERFORM Check-And-Generate
    END-IF.

Check-And-Generate.
    PERFORM Check-Standing-Order.
    IF WS-Exception-Reason NOT = SPACES
        ADD 1 TO WS-Exception-Count
        MOVE SPACES TO REPORT-LINE
        STRING "EXCEPTION " DELIMITED BY SIZE
               SO-CUST-NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SO-SHIP-TO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SO-BOOK-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SO-QTY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SO-FREQUENCY DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-Exception-Reason DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
    ELSE
        PERFORM Check-Due
        IF Standing-Is-Due
            PERFORM Generate-Line
        END-IF
    END-IF.

*>The customer and any ship-to are looked up the way OrderEntry looks
*>them up, and the delivery country is kept for the order header.
Check-Standing-Order.
    MOVE SPACES TO WS-Exception-Reason.
    MOVE SO-CUST-NUM TO CustNum.
    CALL "GetCustomerAddress" USING Customer-Id, Cust-Name,
        Cust-Address-Info.
    IF RETURN-CODE = 4
        MOVE "CUSTOMER NOT ON FILE OR DEACTIVATED"
            TO WS-Exception-Reason
        MOVE 0 TO RETURN-CODE
    ELSE
        IF RETURN-CODE NOT = 0
            DISPLAY "STANDINGORDERRUN: ABEND - GetCustomerAddress "
                "failed, return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE Cust-Country-Code TO WS-Order-Country
    END-IF.
    IF WS-Exception-Reason = SPACES AND SO-SHIP-TO NOT = SPACES
        CALL "GetDeliveryAddress" USING Customer-Id, SO-SHIP-TO,
            Deliv-Name, Deliv-Address-Info
        IF RETURN-CODE = 4
            MOVE "SHIP-TO NOT ON FILE OR DEACTIVATED"
                TO WS-Exception-Reason
            MOVE 0 TO RETURN-CODE
        ELSE
            IF RETURN-CODE NOT = 0
                DISPLAY "STANDINGORDERRUN: ABEND - GetDeliveryAddress "
                    "failed, return code " RETURN-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE Deliv-Country-Code TO WS-Order-Country
        END-IF
    END-IF.
    IF WS-Exception-Reason = SPACES
        MOVE SO-BOOK-ID TO Book-Id-BSF
        READ BookStockFile
            INVALID KEY
                MOVE "TITLE NOT ON BOOKSTOCKFILE" TO WS-Exception-Reason
        END-READ
    END-IF.

*>Due when the period is inside the start/end dates, not already
*>generated, and on the frequency counted in whole months from the
*>start month.
Check-Due.
    MOVE "N" TO WS-Due.
    MOVE SO-START-DATE TO WS-Start-Work.
    MOVE SO-END-DATE TO WS-End-Work.
    IF SO-LAST-PERIOD < WS-Period
            AND WS-Start-Period NOT > WS-Period
            AND (SO-END-DATE = 0 OR WS-End-Period NOT < WS-Period)
        COMPUTE WS-Months-Since-Start =
            (WS-Period-Year * 12 + WS-Period-Month)
            - (WS-Start-Year * 12 + WS-Start-Month)
        MOVE WS-Months-Since-Start TO WS-Cycle-Count
        EVALUATE TRUE
            WHEN SO-Monthly
                MOVE "Y" TO WS-Due
            WHEN SO-Quarterly
                DIVIDE WS-Cycle-Count BY 3 GIVING WS-Cycle-Count
                    REMAINDER WS-Cycle-Remainder
                IF WS-Cycle-Remainder = 0
                    MOVE "Y" TO WS-Due
                END-IF
            WHEN SO-Annual
                DIVIDE WS-Cycle-Count BY 12 GIVING WS-Cycle-Count
                    REMAINDER WS-Cycle-Remainder
                IF WS-Cycle-Remainder = 0
                    MOVE "Y" TO WS-Due
                END-IF
            WHEN SO-New-Volume
                IF SO-LAST-PERIOD = 0
                    MOVE "Y" TO WS-Due
                END-IF
        END-EVALUATE
    END-IF.

*>STANDORD.DAT is read in key order, so a customer's lines for one
*>ship-to arrive together and make one order.
Generate-Line.
    IF An-Order-Is-Open
        IF WS-Open-CustNum NOT = SO-CUST-NUM
                OR WS-Open-Ship-To NOT = SO-SHIP-TO
                OR WS-Order-Lines >= 50
            MOVE "N" TO WS-Order-Open
        END-IF
    END-IF.
    IF NOT An-Order-Is-Open
        PERFORM Start-Order
    END-IF.
    MOVE "D" TO ORDER-DETAIL-REC(1:1).
    MOVE SO-BOOK-ID TO Order-Book-Id.
    MOVE SO-QTY TO Order-Qty.
    WRITE ORDER-DETAIL-REC.
    IF OrderStatus NOT = "00"
        DISPLAY "STANDINGORDERRUN: ABEND - cannot write ORDER-OUT, "
            "status " OrderStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-Order-Lines.
    ADD 1 TO WS-Line-Count.
    ADD SO-QTY TO WS-Batch-Qty-Hash.
    MOVE WS-Period TO SO-LAST-PERIOD.
    REWRITE STANDORD-REC.
    IF StandStatus NOT = "00"
        DISPLAY "STANDINGORDERRUN: ABEND - cannot update "
            "STANDORD-FILE, status " StandStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "GENERATED " DELIMITED BY SIZE
           SO-CUST-NUM DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SO-SHIP-TO DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           SO-BOOK-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           SO-QTY DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           SO-FREQUENCY DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           Book-Title-BSF DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.

Start-Order.
    IF NOT Batch-Is-Open
        PERFORM Assign-Batch-Number
        PERFORM Write-Batch-Header
        MOVE "Y" TO WS-Batch-Open
    END-IF.
    MOVE "H" TO Order-Rec-Type.
    MOVE SO-CUST-NUM TO Order-CustNum.
    MOVE WS-Order-Country TO Order-Country-Code.
    MOVE SO-SHIP-TO TO Order-Ship-To.
    MOVE 0 TO Order-Quote-Number.
    MOVE SPACES TO Order-Cust-Ref.
    WRITE ORDER-HEADER-REC.
    IF OrderStatus NOT = "00"
        DISPLAY "STANDINGORDERRUN: ABEND - cannot write ORDER-OUT, "
            "status " OrderStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SO-CUST-NUM TO WS-Open-CustNum.
    MOVE SO-SHIP-TO TO WS-Open-Ship-To.
    MOVE 0 TO WS-Order-Lines.
    MOVE "Y" TO WS-Order-Open.
    ADD 1 TO WS-Order-Count.

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
        DISPLAY "STANDINGORDERRUN: ABEND - cannot open BATCH-CONTROL, "
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
        DISPLAY "STANDINGORDERRUN: ABEND - cannot write ORDER-OUT, "
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
        DISPLAY "STANDINGORDERRUN: ABEND - cannot write ORDER-OUT, "
            "status " OrderStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
