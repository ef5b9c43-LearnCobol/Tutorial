      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  SlowStock.
AUTHOR.  Michael Coughlan.
*>Slow-moving and dead stock report with the obsolescence provision.
*>BSFValuation prices every copy at Copy-Price-BSF whether it sold
*>yesterday or has not moved in three years, which overstates the
*>stock in the accounts.  This run asks for a window in months,
*>reads MOVELOG.DAT and every monthly MOVELOG-yyyymm.ARC that
*>PeriodArchive has cut inside the window, and keeps each title's
*>and each STOCK-FILE item's latest outbound movement: reason DS for
*>titles; STOCK-FILE has no despatch of its own, so there any fall
*>in quantity other than a stock-take adjustment counts as issued,
*>the way ReorderCalc reads its outflow.  Every item with stock on
*>hand is then banded by whole months (30 days, as ReorderCalc
*>counts them) since that last sale, and the band's provision
*>percentage from OBSPROV.DAT (kept by ObsProvMaint) is applied.
*>Titles are valued at Qty-In-Stock-BSF * Copy-Price-BSF exactly as
*>BSFValuation does, STOCK-FILE items at QTY-IN-STOCK-FB *
*>ITEM-COST-FB, each converted to EUR through GetExchangeRate so the
*>bands add up; an item in a currency with no rate is listed and
*>left out rather than distorting the totals.  SLOWSTOCK.RPT lists
*>everything with no sale in the window for the buyer to clear or
*>return, then prints gross value, provision and net value per band
*>and in total.  Without an OBSPROV.DAT the standard bands below
*>are used and the report says so.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BookStockFile ASSIGN TO DYNAMIC BookStock-Name
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS Book-Id-BSF
        ALTERNATE RECORD KEY IS Book-Title-BSF
        ALTERNATE RECORD KEY IS Author-Id-BSF
                  WITH DUPLICATES
        FILE STATUS IS BookStatus.

    SELECT STOCK-FILE ASSIGN TO DYNAMIC STOCK-NAME-WB
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS SEQUENTIAL
        RELATIVE KEY IS STOCK-REC-POINTER-WB
        FILE STATUS IS STOCK-STATUS-WB.

*>The live journal and its monthly archives share one layout, so
*>one file is opened in turn under each name.
    SELECT MOVE-LOG ASSIGN TO DYNAMIC WS-Move-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MoveStatus.

    SELECT PROV-FILE ASSIGN TO "OBSPROV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ProvStatus.

    SELECT SLOW-RPT ASSIGN TO "SLOWSTOCK.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReportStatus.

DATA DIVISION.
FILE SECTION.
FD  BookStockFile.
01  BookStockRec.
    88  EndOfBSF                VALUE HIGH-VALUES.
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

FD  STOCK-FILE.
01  STOCK-REC-FB.
    88  EndOfStock              VALUE HIGH-VALUES.
    02  STOCK-NUM-FB            PIC 9(5).
    02  MANF-CODE-FB            PIC X(4).
    02  ITEM-DESC-FB            PIC X(30).
    02  QTY-IN-STOCK-FB         PIC 9(6).
    02  REORDER-LEVEL-FB        PIC 999.
    02  REORDER-QTY-FB          PIC 9(6).
    02  ITEM-COST-FB            PIC 9(5).
    02  ITEM-WEIGHT-FB          PIC 9(5).
    02  ON-ORDER-FB             PIC X.
    02  CURRENCY-CODE-FB        PIC XXX.
    02  BIN-LOCATION-FB         PIC X(6).

FD  MOVE-LOG.
01  MOVE-REC.
    88  EndOfMoves              VALUE HIGH-VALUES.
    02  ML-Date                 PIC 9(8).
    02  FILLER                  PIC X.
    02  ML-Time                 PIC 9(6).
    02  FILLER                  PIC X.
    02  ML-File-Id              PIC X(3).
    02  FILLER                  PIC X.
    02  ML-Key                  PIC X(5).
    02  FILLER                  PIC X.
    02  ML-Before               PIC 9(6).
    02  FILLER                  PIC X.
    02  ML-After                PIC 9(6).
    02  FILLER                  PIC X.
    02  ML-Reason               PIC XX.
    02  FILLER                  PIC X.
    02  ML-Program              PIC X(20).
01  MOVE-TRAILER.
    02  Move-Trailer-Tag        PIC X(5).
    02  FILLER                  PIC X(58).

FD  PROV-FILE.
01  PROV-REC.
    88  EndOfProv               VALUE HIGH-VALUES.
    02  Prov-From-Months-IO     PIC 99.
    02  Prov-Pct-IO             PIC 9(3)V99.

FD  SLOW-RPT.
01  REPORT-LINE                 PIC X(120).

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  STOCK-STATUS-WB             PIC XX.
01  MoveStatus                  PIC XX.
01  ProvStatus                  PIC XX.
01  ReportStatus                PIC XX.
01  BookStock-Name              PIC X(40) VALUE "BookStock.DAT".
01  WS-BookStock-Default        PIC X(40) VALUE "BookStock.DAT".
01  STOCK-REC-POINTER-WB        PIC 9(5).
01  STOCK-NAME-WB               PIC X(40) VALUE "STOCK.DAT".
01  WS-Stock-Name-Default       PIC X(40) VALUE "STOCK.DAT".
01  WS-Move-Name                PIC X(40).
01  WS-Trailer-Tag-Literal      PIC X(5) VALUE "99999".

01  WS-Window-Months-X.
    02  WS-Window-Months        PIC 99.
01  WS-Window-Days              PIC 9(5).

01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).
01  WS-Today-Days               PIC 9(7).
01  WS-Move-Days                PIC 9(7).
01  WS-Age-Days                 PIC S9(7).
01  WS-Date-Num                 PIC 9(8).

*>The archive months walked back from the current one.
01  WS-Scan-Month-Key.
    02  WS-Scan-Year            PIC 9(4).
    02  WS-Scan-Month           PIC 99.
01  WS-Scan-Count               PIC 9(3).
01  WS-Archive-Count            PIC 99 VALUE 0.

*>Per file and key: the latest outbound movement inside the window.
01  WS-Sale-Table.
    02  WS-LS-Entry OCCURS 3000 TIMES.
        03  WS-LS-File-Id       PIC X(3).
        03  WS-LS-Key           PIC X(5).
        03  WS-LS-Date          PIC 9(8).
01  WS-LS-Count                 PIC 9(4) VALUE 0.
01  WS-LS-Idx                   PIC 9(4).
01  WS-LS-Found                 PIC 9(4).
01  WS-Find-File-Id             PIC X(3).
01  WS-Find-Key                 PIC X(5).

*>Provision bands in month order, with the run's totals per band.
01  WS-Band-Table.
    02  WS-BT-Entry OCCURS 11 TIMES.
        03  WS-BT-From-Months   PIC 99.
        03  WS-BT-Pct           PIC 9(3)V99.
        03  WS-BT-Items         PIC 9(5).
        03  WS-BT-Gross         PIC 9(11)V99.
        03  WS-BT-Provision     PIC 9(11)V99.
01  WS-Band-Count               PIC 99 VALUE 0.
01  WS-BT-Idx                   PIC 99.
01  WS-Band-Of-Item             PIC 99.
01  WS-Shift-Idx                PIC 99.
01  WS-Bands-Source             PIC X(8) VALUE "OBSPROV".

*>Exchange rates, asked of GetExchangeRate once per currency.
01  WS-Rate-Cache.
    02  WS-RC-Entry OCCURS 20 TIMES.
        03  WS-RC-Currency      PIC XXX.
        03  WS-RC-Rate          PIC 9(3)V9(6).
        03  WS-RC-Has-Rate      PIC X.
01  WS-RC-Count                 PIC 99 VALUE 0.
01  WS-RC-Idx                   PIC 99.
01  WS-RC-Found                 PIC 99.
01  WS-Exchange-Rate            PIC 9(3)V9(6).
01  WS-Rate-Date                PIC 9(8).

*>The item in hand, from whichever file it came.
01  WS-Item-File-Id             PIC X(3).
01  WS-Item-Key                 PIC X(5).
01  WS-Item-Desc                PIC X(30).
01  WS-Item-Qty                 PIC 9(6).
01  WS-Item-Currency            PIC XXX.
01  WS-Item-Value               PIC 9(9)V99.
01  WS-Item-Value-EUR           PIC 9(11)V99.
01  WS-Item-Provision           PIC 9(11)V99.
01  WS-Item-Last-Sale           PIC 9(8).
01  WS-Item-Months              PIC 9(5).
01  WS-Item-Rate-Ok             PIC X.
    88  Item-Has-Rate           VALUE "Y".

01  WS-Dead-Count               PIC 9(5) VALUE 0.
01  WS-No-Rate-Count            PIC 9(5) VALUE 0.
01  WS-Total-Items              PIC 9(5) VALUE 0.
01  WS-Total-Gross              PIC 9(11)V99 VALUE 0.
01  WS-Total-Provision          PIC 9(11)V99 VALUE 0.
01  WS-Net-Value                PIC 9(11)V99.

01  WS-Qty-Display              PIC ZZZ,ZZ9.
01  WS-Value-Display            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01  WS-Prov-Display             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01  WS-Net-Display              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01  WS-Pct-Display              PIC ZZ9.99.
01  WS-Count-Display            PIC ZZ,ZZ9.

01  WS-SignOn-Function          PIC X(20) VALUE "SLOWSTOCK".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  BookStockFile's and STOCK-FILE's names default to the fixed
*>  literals above but can be overridden at runtime (JCL DD or shell
*>  environment variable) without recompiling.
    DISPLAY "ACME_BOOKSTOCK_DD" UPON ENVIRONMENT-NAME.
    ACCEPT BookStock-Name FROM ENVIRONMENT-VALUE
        ON EXCEPTION MOVE WS-BookStock-Default TO BookStock-Name
    END-ACCEPT.
    DISPLAY "ACME_STOCK_DD" UPON ENVIRONMENT-NAME.
    ACCEPT STOCK-NAME-WB FROM ENVIRONMENT-VALUE
        ON EXCEPTION MOVE WS-Stock-Name-Default TO STOCK-NAME-WB
    END-ACCEPT.
    DISPLAY "Window in months (99): " WITH NO ADVANCING.
    ACCEPT WS-Window-Months-X.
    IF WS-Window-Months-X NOT NUMERIC OR WS-Window-Months = 0
        DISPLAY "SLOWSTOCK: ABEND - window must be 1-99 months"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    COMPUTE WS-Window-Days = WS-Window-Months * 30.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    MOVE WS-CD-YYYYMMDD TO WS-Date-Num.
    COMPUTE WS-Today-Days = FUNCTION INTEGER-OF-DATE(WS-Date-Num).
    PERFORM Load-Provision-Bands.
    PERFORM Collect-Last-Sales.
    OPEN OUTPUT SLOW-RPT.
    IF ReportStatus NOT = "00"
        DISPLAY "SLOWSTOCK: ABEND - cannot open SLOW-RPT, status "
            ReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Write-Report-Heading.
    PERFORM Value-Book-Titles.
    PERFORM Value-Stock-Items.
    PERFORM Write-Band-Summary.
    CLOSE SLOW-RPT.
    DISPLAY "SLOWSTOCK: " WS-Total-Items " item(s) valued, "
        WS-Dead-Count " with no sale in " WS-Window-Months
        " months, see SLOWSTOCK.RPT".
    IF WS-No-Rate-Count > 0
        DISPLAY "SLOWSTOCK: " WS-No-Rate-Count " item(s) left out "
            "for want of an exchange rate"
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

*>The bands come off OBSPROV.DAT in month order.  A site that has
*>not set its own policy yet gets the standard bands; either way a
*>band from month 0 is always present, at nil provision if the file
*>does not start there, so that recent sellers carry no provision.
Load-Provision-Bands.
    OPEN INPUT PROV-FILE.
    IF ProvStatus = "35"
        CONTINUE
    ELSE
        IF ProvStatus NOT = "00"
            DISPLAY "SLOWSTOCK: ABEND - cannot open OBSPROV.DAT, "
                "status " ProvStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ PROV-FILE
            AT END SET EndOfProv TO TRUE
        END-READ
        PERFORM UNTIL EndOfProv
            IF Prov-From-Months-IO NUMERIC AND Prov-Pct-IO NUMERIC
                    AND WS-Band-Count < 10
                ADD 1 TO WS-Band-Count
                MOVE Prov-From-Months-IO
                    TO WS-BT-From-Months(WS-Band-Count)
                MOVE Prov-Pct-IO TO WS-BT-Pct(WS-Band-Count)
            END-IF
            READ PROV-FILE
                AT END SET EndOfProv TO TRUE
            END-READ
        END-PERFORM
        CLOSE PROV-FILE
    END-IF.
    IF WS-Band-Count = 0
        MOVE "STANDARD" TO WS-Bands-Source
        MOVE 5 TO WS-Band-Count
        MOVE 0 TO WS-BT-From-Months(1)
        MOVE 0 TO WS-BT-Pct(1)
        MOVE 6 TO WS-BT-From-Months(2)
        MOVE 10 TO WS-BT-Pct(2)
        MOVE 12 TO WS-BT-From-Months(3)
        MOVE 25 TO WS-BT-Pct(3)
        MOVE 24 TO WS-BT-From-Months(4)
        MOVE 50 TO WS-BT-Pct(4)
        MOVE 36 TO WS-BT-From-Months(5)
        MOVE 100 TO WS-BT-Pct(5)
    END-IF.
    IF WS-BT-From-Months(1) > 0
        PERFORM VARYING WS-Shift-Idx FROM WS-Band-Count BY -1
                UNTIL WS-Shift-Idx < 1
            MOVE WS-BT-Entry(WS-Shift-Idx)
                TO WS-BT-Entry(WS-Shift-Idx + 1)
        END-PERFORM
        ADD 1 TO WS-Band-Count
        MOVE 0 TO WS-BT-From-Months(1)
        MOVE 0 TO WS-BT-Pct(1)
    END-IF.
    PERFORM VARYING WS-BT-Idx FROM 1 BY 1
            UNTIL WS-BT-Idx > WS-Band-Count
        MOVE 0 TO WS-BT-Items(WS-BT-Idx)
        MOVE 0 TO WS-BT-Gross(WS-BT-Idx)
        MOVE 0 TO WS-BT-Provision(WS-BT-Idx)
    END-PERFORM.

*>The live journal must be there; an archive month PeriodArchive
*>never cut (or one already moved off-line) is simply not read.
*>The window can reach back into the month it starts in, so one
*>archive more than the window's months is tried.
Collect-Last-Sales.
    MOVE "MOVELOG.DAT" TO WS-Move-Name.
    OPEN INPUT MOVE-LOG.
    IF MoveStatus NOT = "00"
        DISPLAY "SLOWSTOCK: ABEND - cannot open MOVELOG.DAT, "
            "status " MoveStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Scan-Movement-File.
    MOVE WS-CD-YYYYMMDD(1:4) TO WS-Scan-Year.
    MOVE WS-CD-YYYYMMDD(5:2) TO WS-Scan-Month.
    PERFORM VARYING WS-Scan-Count FROM 0 BY 1
            UNTIL WS-Scan-Count > WS-Window-Months
        MOVE SPACES TO WS-Move-Name
        STRING "MOVELOG-" WS-Scan-Month-Key ".ARC" DELIMITED BY SIZE
            INTO WS-Move-Name
        END-STRING
        OPEN INPUT MOVE-LOG
        IF MoveStatus = "35"
            CONTINUE
        ELSE
            IF MoveStatus NOT = "00"
                DISPLAY "SLOWSTOCK: ABEND - cannot open "
                    WS-Move-Name ", status " MoveStatus
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-Archive-Count
            PERFORM Scan-Movement-File
        END-IF
        IF WS-Scan-Month = 1
            MOVE 12 TO WS-Scan-Month
            SUBTRACT 1 FROM WS-Scan-Year
        ELSE
            SUBTRACT 1 FROM WS-Scan-Month
        END-IF
    END-PERFORM.

*>Reads the open journal or archive through to its end and closes
*>it.  The archive's count trailer is not a movement.
Scan-Movement-File.
    READ MOVE-LOG
        AT END SET EndOfMoves TO TRUE
    END-READ.
    PERFORM UNTIL EndOfMoves
        IF Move-Trailer-Tag NOT = WS-Trailer-Tag-Literal
                AND ML-Date NUMERIC AND ML-Date > 0
            PERFORM Check-Outbound-Movement
        END-IF
        READ MOVE-LOG
            AT END SET EndOfMoves TO TRUE
        END-READ
    END-PERFORM.
    CLOSE MOVE-LOG.

Check-Outbound-Movement.
    IF ML-Reason = "DS"
            OR (ML-File-Id = "STK" AND ML-Reason NOT = "AJ"
                AND ML-After < ML-Before)
        MOVE ML-Date TO WS-Date-Num
        COMPUTE WS-Move-Days =
            FUNCTION INTEGER-OF-DATE(WS-Date-Num)
        COMPUTE WS-Age-Days = WS-Today-Days - WS-Move-Days
        IF WS-Age-Days >= 0 AND WS-Age-Days <= WS-Window-Days
            PERFORM Note-Last-Sale
        END-IF
    END-IF.

Note-Last-Sale.
    MOVE ML-File-Id TO WS-Find-File-Id.
    MOVE ML-Key TO WS-Find-Key.
    PERFORM Find-Sale-Entry.
    IF WS-LS-Found > 0
        IF ML-Date > WS-LS-Date(WS-LS-Found)
            MOVE ML-Date TO WS-LS-Date(WS-LS-Found)
        END-IF
    ELSE
        IF WS-LS-Count >= 3000
            DISPLAY "SLOWSTOCK: ABEND - more than 3000 items sold "
                "in the window, table full"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-LS-Count
        MOVE ML-File-Id TO WS-LS-File-Id(WS-LS-Count)
        MOVE ML-Key TO WS-LS-Key(WS-LS-Count)
        MOVE ML-Date TO WS-LS-Date(WS-LS-Count)
    END-IF.

Find-Sale-Entry.
    MOVE 0 TO WS-LS-Found.
    PERFORM VARYING WS-LS-Idx FROM 1 BY 1
            UNTIL WS-LS-Idx > WS-LS-Count OR WS-LS-Found > 0
        IF WS-LS-File-Id(WS-LS-Idx) = WS-Find-File-Id
                AND WS-LS-Key(WS-LS-Idx) = WS-Find-Key
            MOVE WS-LS-Idx TO WS-LS-Found
        END-IF
    END-PERFORM.

Write-Report-Heading.
    MOVE SPACES TO REPORT-LINE.
    STRING "SLOW-MOVING AND DEAD STOCK - OBSOLESCENCE PROVISION AT "
               DELIMITED BY SIZE
           WS-CD-YYYYMMDD DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE WS-Archive-Count TO WS-Count-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING "WINDOW " DELIMITED BY SIZE
           WS-Window-Months DELIMITED BY SIZE
           " MONTHS - MOVELOG.DAT PLUS " DELIMITED BY SIZE
           WS-Count-Display DELIMITED BY SIZE
           " ARCHIVE MONTH(S) - " DELIMITED BY SIZE
           WS-Bands-Source DELIMITED BY SPACE
           " PROVISION BANDS - VALUES IN EUR" DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "NO SALE IN THE LAST " DELIMITED BY SIZE
           WS-Window-Months DELIMITED BY SIZE
           " MONTHS - TO CLEAR OR RETURN" DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE "FILE KEY   DESCRIPTION                        QTY"
        TO REPORT-LINE.
    MOVE "GROSS VALUE EUR" TO REPORT-LINE(57:).
    WRITE REPORT-LINE.

Value-Book-Titles.
    OPEN INPUT BookStockFile.
    IF BookStatus NOT = "00"
        DISPLAY "SLOWSTOCK: ABEND - cannot open BookStockFile, "
            "status " BookStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ BookStockFile
        AT END SET EndOfBSF TO TRUE
    END-READ.
    PERFORM UNTIL EndOfBSF
        IF Qty-In-Stock-BSF > 0
            MOVE "BSF" TO WS-Item-File-Id
            MOVE Book-Id-BSF TO WS-Item-Key
            MOVE Book-Title-BSF TO WS-Item-Desc
            MOVE Qty-In-Stock-BSF TO WS-Item-Qty
            COMPUTE WS-Item-Value = Qty-In-Stock-BSF * Copy-Price-BSF
*>          A blank currency is EUR, matching BSFValuation.
            MOVE Currency-Code-BSF TO WS-Item-Currency
            PERFORM Provide-For-Item
        END-IF
        READ BookStockFile
            AT END SET EndOfBSF TO TRUE
        END-READ
    END-PERFORM.
    CLOSE BookStockFile.

Value-Stock-Items.
    OPEN INPUT STOCK-FILE.
    IF STOCK-STATUS-WB NOT = "00"
        DISPLAY "SLOWSTOCK: ABEND - cannot open STOCK-FILE, status "
            STOCK-STATUS-WB
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ STOCK-FILE
        AT END SET EndOfStock TO TRUE
    END-READ.
    PERFORM UNTIL EndOfStock
        IF QTY-IN-STOCK-FB > 0
            MOVE "STK" TO WS-Item-File-Id
            MOVE STOCK-NUM-FB TO WS-Item-Key
            MOVE ITEM-DESC-FB TO WS-Item-Desc
            MOVE QTY-IN-STOCK-FB TO WS-Item-Qty
            COMPUTE WS-Item-Value = QTY-IN-STOCK-FB * ITEM-COST-FB
            MOVE CURRENCY-CODE-FB TO WS-Item-Currency
            PERFORM Provide-For-Item
        END-IF
        READ STOCK-FILE
            AT END SET EndOfStock TO TRUE
        END-READ
    END-PERFORM.
    CLOSE STOCK-FILE.

*>Bands one item by the months since its last sale - an item with
*>no sale in the window is at least the window old - and rolls its
*>EUR value and provision into the band.
Provide-For-Item.
    IF WS-Item-Currency = SPACES
        MOVE "EUR" TO WS-Item-Currency
    END-IF.
    PERFORM Convert-Item-Value.
    MOVE WS-Item-File-Id TO WS-Find-File-Id.
    MOVE WS-Item-Key TO WS-Find-Key.
    PERFORM Find-Sale-Entry.
    IF WS-LS-Found > 0
        MOVE WS-LS-Date(WS-LS-Found) TO WS-Item-Last-Sale
        MOVE WS-Item-Last-Sale TO WS-Date-Num
        COMPUTE WS-Move-Days = FUNCTION INTEGER-OF-DATE(WS-Date-Num)
        COMPUTE WS-Item-Months = (WS-Today-Days - WS-Move-Days) / 30
    ELSE
        MOVE 0 TO WS-Item-Last-Sale
        MOVE WS-Window-Months TO WS-Item-Months
    END-IF.
    MOVE 1 TO WS-Band-Of-Item.
    PERFORM VARYING WS-BT-Idx FROM 1 BY 1
            UNTIL WS-BT-Idx > WS-Band-Count
        IF WS-BT-From-Months(WS-BT-Idx) <= WS-Item-Months
            MOVE WS-BT-Idx TO WS-Band-Of-Item
        END-IF
    END-PERFORM.
    IF WS-LS-Found = 0
        ADD 1 TO WS-Dead-Count
        PERFORM Write-Dead-Line
    END-IF.
    IF Item-Has-Rate
        COMPUTE WS-Item-Provision ROUNDED =
            WS-Item-Value-EUR * WS-BT-Pct(WS-Band-Of-Item) / 100
        ADD 1 TO WS-BT-Items(WS-Band-Of-Item)
        ADD WS-Item-Value-EUR TO WS-BT-Gross(WS-Band-Of-Item)
        ADD WS-Item-Provision TO WS-BT-Provision(WS-Band-Of-Item)
        ADD 1 TO WS-Total-Items
        ADD WS-Item-Value-EUR TO WS-Total-Gross
        ADD WS-Item-Provision TO WS-Total-Provision
    ELSE
        ADD 1 TO WS-No-Rate-Count
        MOVE WS-Item-Qty TO WS-Qty-Display
        MOVE SPACES TO REPORT-LINE
        STRING WS-Item-File-Id DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Item-Key DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Item-Desc DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Qty-Display DELIMITED BY SIZE
               "  ** NO EXCHANGE RATE FOR " DELIMITED BY SIZE
               WS-Item-Currency DELIMITED BY SIZE
               " - LEFT OUT OF THE PROVISION **" DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
    END-IF.

Write-Dead-Line.
    MOVE WS-Item-Qty TO WS-Qty-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING WS-Item-File-Id DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Item-Key DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Item-Desc DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Qty-Display DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    IF Item-Has-Rate
        MOVE WS-Item-Value-EUR TO WS-Value-Display
        MOVE WS-Value-Display TO REPORT-LINE(55:)
    END-IF.
    WRITE REPORT-LINE.

*>Each currency's rate is asked for once and kept for the run.
Convert-Item-Value.
    MOVE 0 TO WS-RC-Found.
    PERFORM VARYING WS-RC-Idx FROM 1 BY 1
            UNTIL WS-RC-Idx > WS-RC-Count OR WS-RC-Found > 0
        IF WS-RC-Currency(WS-RC-Idx) = WS-Item-Currency
            MOVE WS-RC-Idx TO WS-RC-Found
        END-IF
    END-PERFORM.
    IF WS-RC-Found = 0
        CALL "GetExchangeRate" USING WS-Item-Currency, WS-CD-YYYYMMDD,
            WS-Exchange-Rate, WS-Rate-Date
        IF RETURN-CODE NOT = 0 AND RETURN-CODE NOT = 4
            DISPLAY "SLOWSTOCK: ABEND - GetExchangeRate failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-RC-Count >= 20
            DISPLAY "SLOWSTOCK: ABEND - more than 20 currencies, "
                "table full"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-RC-Count
        MOVE WS-RC-Count TO WS-RC-Found
        MOVE WS-Item-Currency TO WS-RC-Currency(WS-RC-Found)
        MOVE WS-Exchange-Rate TO WS-RC-Rate(WS-RC-Found)
        IF RETURN-CODE = 0
            MOVE "Y" TO WS-RC-Has-Rate(WS-RC-Found)
        ELSE
            MOVE "N" TO WS-RC-Has-Rate(WS-RC-Found)
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.
    MOVE WS-RC-Has-Rate(WS-RC-Found) TO WS-Item-Rate-Ok.
    IF Item-Has-Rate
        COMPUTE WS-Item-Value-EUR ROUNDED =
            WS-Item-Value * WS-RC-Rate(WS-RC-Found)
    ELSE
        MOVE 0 TO WS-Item-Value-EUR
    END-IF.

Write-Band-Summary.
    IF WS-Dead-Count = 0
        MOVE "    (NONE)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "PROVISION BY MONTHS SINCE LAST SALE" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "BAND        PROV %  ITEMS" TO REPORT-LINE.
    MOVE "GROSS VALUE" TO REPORT-LINE(35:).
    MOVE "PROVISION" TO REPORT-LINE(60:).
    MOVE "NET VALUE" TO REPORT-LINE(83:).
    WRITE REPORT-LINE.
    PERFORM VARYING WS-BT-Idx FROM 1 BY 1
            UNTIL WS-BT-Idx > WS-Band-Count
        PERFORM Write-Band-Line
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    COMPUTE WS-Net-Value = WS-Total-Gross - WS-Total-Provision.
    MOVE WS-Total-Items TO WS-Count-Display.
    MOVE WS-Total-Gross TO WS-Value-Display.
    MOVE WS-Total-Provision TO WS-Prov-Display.
    MOVE WS-Net-Value TO WS-Net-Display.
    MOVE SPACES TO REPORT-LINE.
    MOVE "*** TOTAL" TO REPORT-LINE.
    MOVE WS-Count-Display TO REPORT-LINE(20:).
    MOVE WS-Value-Display TO REPORT-LINE(28:).
    MOVE WS-Prov-Display TO REPORT-LINE(52:).
    MOVE WS-Net-Display TO REPORT-LINE(75:).
    WRITE REPORT-LINE.

Write-Band-Line.
    COMPUTE WS-Net-Value =
        WS-BT-Gross(WS-BT-Idx) - WS-BT-Provision(WS-BT-Idx).
    MOVE SPACES TO REPORT-LINE.
    IF WS-BT-Idx < WS-Band-Count
        STRING WS-BT-From-Months(WS-BT-Idx) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-BT-From-Months(WS-BT-Idx + 1) DELIMITED BY SIZE
               " MTHS" DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
    ELSE
        STRING WS-BT-From-Months(WS-BT-Idx) DELIMITED BY SIZE
               "+ MTHS" DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
    END-IF.
    MOVE WS-BT-Pct(WS-BT-Idx) TO WS-Pct-Display.
    MOVE WS-Pct-Display TO REPORT-LINE(12:).
    MOVE WS-BT-Items(WS-BT-Idx) TO WS-Count-Display.
    MOVE WS-Count-Display TO REPORT-LINE(20:).
    MOVE WS-BT-Gross(WS-BT-Idx) TO WS-Value-Display.
    MOVE WS-Value-Display TO REPORT-LINE(28:).
    MOVE WS-BT-Provision(WS-BT-Idx) TO WS-Prov-Display.
    MOVE WS-Prov-Display TO REPORT-LINE(52:).
    MOVE WS-Net-Value TO WS-Net-Display.
    MOVE WS-Net-Display TO REPORT-LINE(75:).
    WRITE REPORT-LINE.
