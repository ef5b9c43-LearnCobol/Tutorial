      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  MarginReport.
AUTHOR.  Michael Coughlan.
*>Month-end gross margin report, the cost side of SalesAnalysis.
*>Asks for the month wanted (YYYYMM), takes that month's DESPHIST.DAT
*>merchandise lines and costs each one at the title's Avg-Cost-BSF
*>times Hist-Qty, then nets off the month's returns from CREDREG.DAT
*>(the credit given back, and the copies' cost back into stock).
*>Every figure is converted to EUR at the rate in force on the day
*>of the transaction, because the credit register is already held in
*>EUR and a margin in four currencies tells nobody anything.  The
*>report runs title by title within author, with an author subtotal
*>and a grand total, followed by a summary per supplier
*>(Supplier-Code-BSF) so the buyer can see which publishers we
*>actually make money on.
*>Every sale made below cost - usually a discounted trade customer
*>on a low-margin title - is listed line by line on MARGLOSS.RPT
*>with the customer and invoice, so it can be taken up with sales.
*>A title with no average cost yet (nothing received with a cost
*>since the field was introduced) is costed at zero and flagged, so
*>its margin is not mistaken for a real one.
*>A box set or school pack is sold and recorded on DESPHIST.DAT
*>under its bundle id, which is not a title, so a sale line whose id
*>is not on BookStockFile is looked up through GetBundle and
*>exploded into its component titles: each is charged the copies
*>the bundles took at its own Avg-Cost-BSF, and credited a share of
*>the line's revenue in proportion to its list price (Copy-Price-BSF
*>times the copies in one bundle; by copies alone if no component
*>has a price).  RoyaltyRun shares bundle revenue out the same way.
*>A loss on a bundle is listed once, under the bundle.

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

    SELECT AUTHOR-FILE ASSIGN TO "AUTHOR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AUTHOR-ID-AM
        FILE STATUS IS AuthorStatus.

    SELECT DESPHIST-IN ASSIGN TO "DESPHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HistStatus.

    SELECT CREDREG-IN ASSIGN TO "CREDREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CredRegStatus.

    SELECT SORT-WORK-FILE ASSIGN TO "MARGSORT.TMP".

    SELECT MARGIN-OUT ASSIGN TO "MARGIN.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReportStatus.

    SELECT LOSS-OUT ASSIGN TO "MARGLOSS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LossStatus.

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

FD  AUTHOR-FILE.
01  AUTHOR-REC.
    02  AUTHOR-ID-AM            PIC 9(4).
    02  AUTHOR-NAME-AM          PIC X(30).
    02  AUTHOR-NATIONALITY-AM   PIC X(20).
    02  AUTHOR-ROYALTY-PCT-AM   PIC 99V99.
    02  AUTHOR-ROYALTY-THRESHOLD-AM PIC 9(6).
    02  AUTHOR-ROYALTY-HIGH-PCT-AM PIC 99V99.
    02  AUTHOR-ADVANCE-BAL-AM   PIC 9(7)V99.
    02  AUTHOR-ROYALTY-TO-AM    PIC 9(8).

FD  DESPHIST-IN.
01  DESPHIST-REC.
    88  EndOfHistory            VALUE HIGH-VALUES.
    02  Hist-Date.
        03  Hist-Month          PIC 9(6).
        03  FILLER              PIC 99.
    02  Hist-CustNum            PIC X(4).
    02  Hist-Book-Id            PIC X(5).
    02  Hist-Qty                PIC 999.
    02  Hist-Line-Total         PIC 9(5)V99.
    02  Hist-Currency           PIC XXX.
    02  Hist-Invoice-Number     PIC 9(6).

FD  CREDREG-IN.
01  CREDREG-REC.
    88  EndOfCredits            VALUE HIGH-VALUES.
    02  Cred-Date.
        03  Cred-Month          PIC 9(6).
        03  FILLER              PIC 99.
    02  Cred-CustNum            PIC X(4).
    02  Cred-Book-Id            PIC X(5).
    02  Cred-Qty                PIC 999.
    02  Cred-Amount-EUR         PIC 9(7)V99.

SD  SORT-WORK-FILE.
01  SORT-REC.
    02  SORT-Author-Id          PIC 9(4).
    02  SORT-Book-Id            PIC X(5).
    02  SORT-Title              PIC X(30).
    02  SORT-Supplier           PIC X(4).
    02  SORT-Qty                PIC S9(5).
    02  SORT-Revenue            PIC S9(7)V99.
    02  SORT-Cost               PIC S9(7)V99.
    02  SORT-No-Cost            PIC X.

FD  MARGIN-OUT.
01  REPORT-LINE                 PIC X(150).

FD  LOSS-OUT.
01  LOSS-LINE                   PIC X(132).

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  AuthorStatus                PIC XX.
01  HistStatus                  PIC XX.
01  CredRegStatus               PIC XX.
01  ReportStatus                PIC XX.
01  LossStatus                  PIC XX.
01  BookStock-Name              PIC X(40) VALUE "BookStock.DAT".
01  WS-BookStock-Default        PIC X(40) VALUE "BookStock.DAT".

01  WS-Report-Month             PIC 9(6).
01  WS-Sales-Count              PIC 9(6) VALUE 0.
01  WS-Return-Count             PIC 9(6) VALUE 0.
01  WS-Loss-Count               PIC 9(6) VALUE 0.
01  WS-No-Rate-Count            PIC 9(6) VALUE 0.
01  FILLER                      PIC 9 VALUE 0.
    88  END-OF-SORT             VALUE 1.

*>Conversion to EUR, at the rate in force on the transaction date.
01  WS-Rate-Currency            PIC XXX.
01  WS-Rate-Txn-Date            PIC 9(8).
01  WS-Exchange-Rate            PIC 9(3)V9(6).
01  WS-Rate-Date                PIC 9(8).
01  WS-Line-Revenue-EUR         PIC 9(7)V99.
01  WS-Line-Cost-EUR            PIC 9(7)V99.
01  WS-Loss-Book-Id             PIC X(5).
01  WS-Loss-Title               PIC X(30).

*>A sale line whose id is not on BookStockFile is looked up as a
*>bundle through GetBundle and shared out over its components.
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
01  WS-Comp-Shares.
    02  WS-Comp-Share OCCURS 10 TIMES PIC 9(5)V99.
01  WS-Share-Total              PIC 9(7)V99.
01  WS-Revenue-Left             PIC 9(7)V99.
01  WS-Comp-Revenue-EUR         PIC 9(7)V99.
01  WS-Comp-Cost-EUR            PIC 9(7)V99.

01  WS-First-Group              PIC X VALUE "Y".
    88  Is-First-Group          VALUE "Y".
01  WS-Cur-Author               PIC 9(4).
01  WS-Cur-Book-Id              PIC X(5).
01  WS-Cur-Title                PIC X(30).
01  WS-Cur-Supplier             PIC X(4).
01  WS-Cur-No-Cost              PIC X.
    88  Title-Has-No-Cost       VALUE "Y".

01  WS-Title-Units              PIC S9(7) VALUE 0.
01  WS-Title-Revenue            PIC S9(9)V99 VALUE 0.
01  WS-Title-Cost               PIC S9(9)V99 VALUE 0.
01  WS-Author-Units             PIC S9(7) VALUE 0.
01  WS-Author-Revenue           PIC S9(9)V99 VALUE 0.
01  WS-Author-Cost              PIC S9(9)V99 VALUE 0.
01  WS-Grand-Units              PIC S9(7) VALUE 0.
01  WS-Grand-Revenue            PIC S9(9)V99 VALUE 0.
01  WS-Grand-Cost               PIC S9(9)V99 VALUE 0.

*>Supplier totals are gathered as the titles go past and printed
*>after the author section; the sort is in author order, so they
*>cannot be control-broken.
01  WS-Supplier-Table.
    02  WS-Sup-Entry OCCURS 300 TIMES INDEXED BY Sup-Idx.
        03  WS-Sup-Code         PIC X(4).
        03  WS-Sup-Units        PIC S9(7).
        03  WS-Sup-Revenue      PIC S9(9)V99.
        03  WS-Sup-Cost         PIC S9(9)V99.
01  WS-Sup-Count                PIC 9(3) VALUE 0.
01  WS-Sup-Found                PIC X.
    88  Supplier-Was-Found      VALUE "Y".

*>Work fields for one printed line (title, author, supplier, total).
01  WS-Print-Label              PIC X(48).
01  WS-Print-Units              PIC S9(7).
01  WS-Print-Revenue            PIC S9(9)V99.
01  WS-Print-Cost               PIC S9(9)V99.
01  WS-Print-Margin             PIC S9(9)V99.
01  WS-Print-Pct                PIC S9(5)V9.
01  WS-Print-Flag               PIC X(9).

01  WS-Author-Name              PIC X(30).
01  WS-Units-Display            PIC -,---,--9.
01  WS-Revenue-Display          PIC -ZZZ,ZZZ,ZZ9.99.
01  WS-Cost-Display             PIC -ZZZ,ZZZ,ZZ9.99.
01  WS-Margin-Display           PIC -ZZZ,ZZZ,ZZ9.99.
01  WS-Pct-Display              PIC -ZZZ9.9.
01  WS-Loss-Revenue-Display     PIC ZZZ,ZZ9.99.
01  WS-Loss-Cost-Display        PIC ZZZ,ZZ9.99.
01  WS-Count-Display            PIC ZZZ,ZZ9.

01  WS-SignOn-Function          PIC X(20) VALUE "MARGINREPORT".

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
    DISPLAY "Report month (YYYYMM): " WITH NO ADVANCING.
    ACCEPT WS-Report-Month.
    IF WS-Report-Month NOT NUMERIC
        DISPLAY "MARGINREPORT: ABEND - report month must be YYYYMM"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-Author-Id, SORT-Book-Id
        INPUT PROCEDURE IS Select-Transactions
        OUTPUT PROCEDURE IS Write-Margin-Report.
    DISPLAY "MARGINREPORT: " WS-Sales-Count " sale line(s), "
        WS-Return-Count " return(s) for " WS-Report-Month
        ", see MARGIN.RPT".
    IF WS-Loss-Count > 0
        DISPLAY "MARGINREPORT: " WS-Loss-Count
            " sale(s) below cost, see MARGLOSS.RPT"
    END-IF.
    IF WS-No-Rate-Count > 0
        DISPLAY "MARGINREPORT: " WS-No-Rate-Count
            " line(s) had no exchange rate, taken at face value"
    END-IF.
    MOVE HIGH-VALUES TO WS-Bundle-Id.
    CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition.
    STOP RUN.

Select-Transactions.
    OPEN INPUT BookStockFile.
    IF BookStatus NOT = "00"
        DISPLAY "MARGINREPORT: ABEND - cannot open BookStockFile, "
            "status " BookStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT LOSS-OUT.
    IF LossStatus NOT = "00"
        DISPLAY "MARGINREPORT: ABEND - cannot open LOSS-OUT, "
            "status " LossStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO LOSS-LINE.
    STRING "SALES BELOW COST FOR " DELIMITED BY SIZE
           WS-Report-Month DELIMITED BY SIZE
           "  (EUR)" DELIMITED BY SIZE
        INTO LOSS-LINE
    END-STRING.
    WRITE LOSS-LINE.
    PERFORM Select-History.
    PERFORM Select-Credits.
    CLOSE BookStockFile.
    MOVE SPACES TO LOSS-LINE.
    WRITE LOSS-LINE.
    MOVE WS-Loss-Count TO WS-Count-Display.
    MOVE SPACES TO LOSS-LINE.
    STRING "*** " DELIMITED BY SIZE
           WS-Count-Display DELIMITED BY SIZE
           " SALE LINE(S) BELOW COST ***" DELIMITED BY SIZE
        INTO LOSS-LINE
    END-STRING.
    WRITE LOSS-LINE.
    CLOSE LOSS-OUT.

Select-History.
    OPEN INPUT DESPHIST-IN.
    IF HistStatus NOT = "00"
        DISPLAY "MARGINREPORT: ABEND - cannot open DESPHIST-IN, "
            "status " HistStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ DESPHIST-IN
        AT END SET EndOfHistory TO TRUE
    END-READ.
    PERFORM UNTIL EndOfHistory
*>      Pseudo book ids (*POST postage, *VAT tax) are order-level
*>      charges, not merchandise - they carry no cost and would
*>      distort per-title margin.
        IF Hist-Month = WS-Report-Month AND Hist-Book-Id(1:1) NOT = "*"
            PERFORM Release-Sale-Line
        END-IF
        READ DESPHIST-IN
            AT END SET EndOfHistory TO TRUE
        END-READ
    END-PERFORM.
    CLOSE DESPHIST-IN.

Release-Sale-Line.
    MOVE Hist-Currency TO WS-Rate-Currency.
    MOVE Hist-Date TO WS-Rate-Txn-Date.
    PERFORM Get-Rate.
    COMPUTE WS-Line-Revenue-EUR ROUNDED =
        Hist-Line-Total * WS-Exchange-Rate.
    MOVE "N" TO WS-Bundle-Found.
    MOVE Hist-Book-Id TO Book-Id-BSF.
    READ BookStockFile
        INVALID KEY
            MOVE Hist-Book-Id TO WS-Bundle-Id
            PERFORM Look-Up-Bundle
    END-READ.
    IF Bundle-Is-Found
        MOVE Hist-Book-Id TO WS-Loss-Book-Id
        MOVE Bdl-Title TO WS-Loss-Title
        PERFORM Release-Bundle-Sale
    ELSE
        MOVE Hist-Book-Id TO Book-Id-BSF
        PERFORM Lookup-Title
        MOVE Book-Id-BSF TO WS-Loss-Book-Id
        MOVE Book-Title-BSF TO WS-Loss-Title
        COMPUTE WS-Line-Cost-EUR ROUNDED =
            Avg-Cost-BSF * Hist-Qty * WS-Exchange-Rate
        MOVE Hist-Qty TO SORT-Qty
        MOVE WS-Line-Revenue-EUR TO SORT-Revenue
        MOVE WS-Line-Cost-EUR TO SORT-Cost
        PERFORM Release-Title-Line
    END-IF.
    ADD 1 TO WS-Sales-Count.
    IF WS-Line-Revenue-EUR < WS-Line-Cost-EUR
        PERFORM Write-Loss-Line
    END-IF.

Look-Up-Bundle.
    CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition.
    EVALUATE RETURN-CODE
        WHEN 0
            IF Bdl-Comp-Count > 0
                MOVE "Y" TO WS-Bundle-Found
            END-IF
        WHEN 4
            MOVE 0 TO RETURN-CODE
        WHEN OTHER
            DISPLAY "MARGINREPORT: ABEND - GetBundle failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*>One sort record per component title: the copies the bundles took,
*>their cost, and the component's share of the line's revenue.  The
*>last component takes what rounding has left, so the shares add up
*>to the line exactly.  The line's cost is the components' costs.
Release-Bundle-Sale.
    PERFORM Share-Bundle-Components.
    MOVE WS-Line-Revenue-EUR TO WS-Revenue-Left.
    MOVE 0 TO WS-Line-Cost-EUR.
    PERFORM VARYING WS-Comp-Idx FROM 1 BY 1
            UNTIL WS-Comp-Idx > Bdl-Comp-Count
        IF WS-Comp-Idx = Bdl-Comp-Count
            MOVE WS-Revenue-Left TO WS-Comp-Revenue-EUR
        ELSE
            COMPUTE WS-Comp-Revenue-EUR ROUNDED = WS-Line-Revenue-EUR
                * WS-Comp-Share(WS-Comp-Idx) / WS-Share-Total
            SUBTRACT WS-Comp-Revenue-EUR FROM WS-Revenue-Left
        END-IF
        MOVE Bdl-Comp-Book-Id(WS-Comp-Idx) TO Book-Id-BSF
        PERFORM Lookup-Title
        COMPUTE SORT-Qty = Hist-Qty * Bdl-Comp-Qty(WS-Comp-Idx)
        COMPUTE WS-Comp-Cost-EUR ROUNDED =
            Avg-Cost-BSF * SORT-Qty * WS-Exchange-Rate
        ADD WS-Comp-Cost-EUR TO WS-Line-Cost-EUR
        MOVE WS-Comp-Revenue-EUR TO SORT-Revenue
        MOVE WS-Comp-Cost-EUR TO SORT-Cost
        PERFORM Release-Title-Line
    END-PERFORM.

*>Each component's weight in the bundle is its list price times the
*>copies one bundle holds; with no prices at all, the copies alone.
Share-Bundle-Components.
    MOVE 0 TO WS-Share-Total.
    PERFORM VARYING WS-Comp-Idx FROM 1 BY 1
            UNTIL WS-Comp-Idx > Bdl-Comp-Count
        MOVE 0 TO WS-Comp-Share(WS-Comp-Idx)
        MOVE Bdl-Comp-Book-Id(WS-Comp-Idx) TO Book-Id-BSF
        READ BookStockFile
            NOT INVALID KEY
                IF Copy-Price-BSF NUMERIC
                    COMPUTE WS-Comp-Share(WS-Comp-Idx) =
                        Copy-Price-BSF * Bdl-Comp-Qty(WS-Comp-Idx)
                END-IF
        END-READ
        ADD WS-Comp-Share(WS-Comp-Idx) TO WS-Share-Total
    END-PERFORM.
    IF WS-Share-Total = 0
        PERFORM VARYING WS-Comp-Idx FROM 1 BY 1
                UNTIL WS-Comp-Idx > Bdl-Comp-Count
            MOVE Bdl-Comp-Qty(WS-Comp-Idx) TO WS-Comp-Share(WS-Comp-Idx)
            ADD WS-Comp-Share(WS-Comp-Idx) TO WS-Share-Total
        END-PERFORM
    END-IF.

Select-Credits.
*>  A site that has never taken a return has no credit register yet;
*>  that simply means there is nothing to net off.
    OPEN INPUT CREDREG-IN.
    IF CredRegStatus NOT = "00" AND CredRegStatus NOT = "35"
        DISPLAY "MARGINREPORT: ABEND - cannot open CREDREG-IN, "
            "status " CredRegStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF CredRegStatus = "00"
        READ CREDREG-IN
            AT END SET EndOfCredits TO TRUE
        END-READ
        PERFORM UNTIL EndOfCredits
            IF Cred-Month = WS-Report-Month
                PERFORM Release-Credit-Line
            END-IF
            READ CREDREG-IN
                AT END SET EndOfCredits TO TRUE
            END-READ
        END-PERFORM
        CLOSE CREDREG-IN
    END-IF.

*>A return takes the credit off revenue and puts the copies' cost
*>back, since the books went back onto the shelf at that cost.
Release-Credit-Line.
    MOVE Cred-Book-Id TO Book-Id-BSF.
    PERFORM Lookup-Title.
    MOVE Currency-Code-BSF TO WS-Rate-Currency.
    MOVE Cred-Date TO WS-Rate-Txn-Date.
    PERFORM Get-Rate.
    COMPUTE WS-Line-Cost-EUR ROUNDED =
        Avg-Cost-BSF * Cred-Qty * WS-Exchange-Rate.
    COMPUTE SORT-Qty = 0 - Cred-Qty.
    COMPUTE SORT-Revenue = 0 - Cred-Amount-EUR.
    COMPUTE SORT-Cost = 0 - WS-Line-Cost-EUR.
    PERFORM Release-Title-Line.
    ADD 1 TO WS-Return-Count.

*>A book sold this month but since deleted from the master still has
*>to appear in the figures, just without a name or a cost.
Lookup-Title.
    READ BookStockFile
        INVALID KEY
            MOVE "** TITLE NO LONGER ON FILE **" TO Book-Title-BSF
            MOVE 0 TO Author-Id-BSF
            MOVE SPACES TO Supplier-Code-BSF
            MOVE SPACES TO Currency-Code-BSF
            MOVE 0 TO Avg-Cost-BSF
    END-READ.
    MOVE "N" TO SORT-No-Cost.
    IF Avg-Cost-BSF NOT NUMERIC
        MOVE 0 TO Avg-Cost-BSF
    END-IF.
    IF Avg-Cost-BSF = 0
        MOVE "Y" TO SORT-No-Cost
    END-IF.

*>EUR needs no conversion; a currency with no rate on file for the
*>date is taken at face value and counted, the Despatch convention.
Get-Rate.
    MOVE 1 TO WS-Exchange-Rate.
    IF WS-Rate-Currency NOT = "EUR" AND WS-Rate-Currency NOT = SPACES
        CALL "GetExchangeRate" USING WS-Rate-Currency,
            WS-Rate-Txn-Date, WS-Exchange-Rate, WS-Rate-Date
        IF RETURN-CODE NOT = 0
            MOVE 1 TO WS-Exchange-Rate
            ADD 1 TO WS-No-Rate-Count
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

Release-Title-Line.
    MOVE Author-Id-BSF TO SORT-Author-Id.
    MOVE Book-Id-BSF TO SORT-Book-Id.
    MOVE Book-Title-BSF TO SORT-Title.
    MOVE Supplier-Code-BSF TO SORT-Supplier.
    RELEASE SORT-REC.

Write-Loss-Line.
    ADD 1 TO WS-Loss-Count.
    MOVE WS-Line-Revenue-EUR TO WS-Loss-Revenue-Display.
    MOVE WS-Line-Cost-EUR TO WS-Loss-Cost-Display.
    MOVE SPACES TO LOSS-LINE.
    STRING "CUST " DELIMITED BY SIZE
           Hist-CustNum DELIMITED BY SIZE
           "  INV " DELIMITED BY SIZE
           Hist-Invoice-Number DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Loss-Book-Id DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Loss-Title DELIMITED BY SIZE
           "  QTY " DELIMITED BY SIZE
           Hist-Qty DELIMITED BY SIZE
           "  SOLD " DELIMITED BY SIZE
           WS-Loss-Revenue-Display DELIMITED BY SIZE
           "  COST " DELIMITED BY SIZE
           WS-Loss-Cost-Display DELIMITED BY SIZE
        INTO LOSS-LINE
    END-STRING.
    WRITE LOSS-LINE.

Write-Margin-Report.
    OPEN INPUT AUTHOR-FILE.
    IF AuthorStatus NOT = "00"
        DISPLAY "MARGINREPORT: ABEND - cannot open AUTHOR-FILE, "
            "status " AuthorStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT MARGIN-OUT.
    IF ReportStatus NOT = "00"
        DISPLAY "MARGINREPORT: ABEND - cannot open MARGIN-OUT, "
            "status " ReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "GROSS MARGIN REPORT FOR " DELIMITED BY SIZE
           WS-Report-Month DELIMITED BY SIZE
           "  (EUR, NET OF RETURNS)" DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    RETURN SORT-WORK-FILE
        AT END SET END-OF-SORT TO TRUE
    END-RETURN.
    PERFORM UNTIL END-OF-SORT
        IF NOT Is-First-Group
            EVALUATE TRUE
                WHEN SORT-Author-Id NOT = WS-Cur-Author
                    PERFORM Flush-Title
                    PERFORM Flush-Author
                WHEN SORT-Book-Id NOT = WS-Cur-Book-Id
                    PERFORM Flush-Title
            END-EVALUATE
        END-IF
        MOVE SORT-Author-Id TO WS-Cur-Author
        MOVE SORT-Book-Id TO WS-Cur-Book-Id
        MOVE SORT-Title TO WS-Cur-Title
        MOVE SORT-Supplier TO WS-Cur-Supplier
        MOVE SORT-No-Cost TO WS-Cur-No-Cost
        MOVE "N" TO WS-First-Group
        ADD SORT-Qty TO WS-Title-Units
        ADD SORT-Revenue TO WS-Title-Revenue
        ADD SORT-Cost TO WS-Title-Cost
        RETURN SORT-WORK-FILE
            AT END SET END-OF-SORT TO TRUE
        END-RETURN
    END-PERFORM.
    IF NOT Is-First-Group
        PERFORM Flush-Title
        PERFORM Flush-Author
    END-IF.
    MOVE "*** GRAND TOTAL ***" TO WS-Print-Label.
    MOVE WS-Grand-Units TO WS-Print-Units.
    MOVE WS-Grand-Revenue TO WS-Print-Revenue.
    MOVE WS-Grand-Cost TO WS-Print-Cost.
    MOVE SPACES TO WS-Print-Flag.
    PERFORM Write-Margin-Line.
    PERFORM Write-Supplier-Summary.
    CLOSE AUTHOR-FILE, MARGIN-OUT.

Flush-Title.
    MOVE SPACES TO WS-Print-Label.
    STRING "  " DELIMITED BY SIZE
           WS-Cur-Book-Id DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Cur-Title DELIMITED BY SIZE
        INTO WS-Print-Label
    END-STRING.
    MOVE WS-Title-Units TO WS-Print-Units.
    MOVE WS-Title-Revenue TO WS-Print-Revenue.
    MOVE WS-Title-Cost TO WS-Print-Cost.
    IF Title-Has-No-Cost
        MOVE " NO COST" TO WS-Print-Flag
    ELSE
        MOVE SPACES TO WS-Print-Flag
    END-IF.
    PERFORM Write-Margin-Line.
    PERFORM Add-To-Supplier.
    ADD WS-Title-Units TO WS-Author-Units.
    ADD WS-Title-Revenue TO WS-Author-Revenue.
    ADD WS-Title-Cost TO WS-Author-Cost.
    MOVE 0 TO WS-Title-Units.
    MOVE 0 TO WS-Title-Revenue.
    MOVE 0 TO WS-Title-Cost.

Flush-Author.
    PERFORM Lookup-Author-Name.
    MOVE SPACES TO WS-Print-Label.
    STRING "AUTHOR " DELIMITED BY SIZE
           WS-Cur-Author DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Author-Name DELIMITED BY SIZE
        INTO WS-Print-Label
    END-STRING.
    MOVE WS-Author-Units TO WS-Print-Units.
    MOVE WS-Author-Revenue TO WS-Print-Revenue.
    MOVE WS-Author-Cost TO WS-Print-Cost.
    MOVE SPACES TO WS-Print-Flag.
    PERFORM Write-Margin-Line.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    ADD WS-Author-Units TO WS-Grand-Units.
    ADD WS-Author-Revenue TO WS-Grand-Revenue.
    ADD WS-Author-Cost TO WS-Grand-Cost.
    MOVE 0 TO WS-Author-Units.
    MOVE 0 TO WS-Author-Revenue.
    MOVE 0 TO WS-Author-Cost.

Add-To-Supplier.
    MOVE "N" TO WS-Sup-Found.
    PERFORM VARYING Sup-Idx FROM 1 BY 1
            UNTIL Sup-Idx > WS-Sup-Count OR Supplier-Was-Found
        IF WS-Sup-Code(Sup-Idx) = WS-Cur-Supplier
            MOVE "Y" TO WS-Sup-Found
            ADD WS-Title-Units TO WS-Sup-Units(Sup-Idx)
            ADD WS-Title-Revenue TO WS-Sup-Revenue(Sup-Idx)
            ADD WS-Title-Cost TO WS-Sup-Cost(Sup-Idx)
        END-IF
    END-PERFORM.
    IF NOT Supplier-Was-Found
        IF WS-Sup-Count >= 300
            DISPLAY "MARGINREPORT: ABEND - more than 300 suppliers"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-Sup-Count
        MOVE WS-Cur-Supplier TO WS-Sup-Code(WS-Sup-Count)
        MOVE WS-Title-Units TO WS-Sup-Units(WS-Sup-Count)
        MOVE WS-Title-Revenue TO WS-Sup-Revenue(WS-Sup-Count)
        MOVE WS-Title-Cost TO WS-Sup-Cost(WS-Sup-Count)
    END-IF.

Write-Supplier-Summary.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "MARGIN BY SUPPLIER" TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING Sup-Idx FROM 1 BY 1 UNTIL Sup-Idx > WS-Sup-Count
        MOVE SPACES TO WS-Print-Label
        IF WS-Sup-Code(Sup-Idx) = SPACES
            MOVE "  ** NO SUPPLIER ON RECORD **" TO WS-Print-Label
        ELSE
            STRING "  SUPPLIER " DELIMITED BY SIZE
                   WS-Sup-Code(Sup-Idx) DELIMITED BY SIZE
                INTO WS-Print-Label
            END-STRING
        END-IF
        MOVE WS-Sup-Units(Sup-Idx) TO WS-Print-Units
        MOVE WS-Sup-Revenue(Sup-Idx) TO WS-Print-Revenue
        MOVE WS-Sup-Cost(Sup-Idx) TO WS-Print-Cost
        MOVE SPACES TO WS-Print-Flag
        PERFORM Write-Margin-Line
    END-PERFORM.

*>One report line: units, revenue, cost, margin and margin as a
*>percentage of revenue (blank where there was no revenue).
Write-Margin-Line.
    COMPUTE WS-Print-Margin = WS-Print-Revenue - WS-Print-Cost.
    MOVE WS-Print-Units TO WS-Units-Display.
    MOVE WS-Print-Revenue TO WS-Revenue-Display.
    MOVE WS-Print-Cost TO WS-Cost-Display.
    MOVE WS-Print-Margin TO WS-Margin-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING WS-Print-Label DELIMITED BY SIZE
           " UNITS " DELIMITED BY SIZE
           WS-Units-Display DELIMITED BY SIZE
           " REV " DELIMITED BY SIZE
           WS-Revenue-Display DELIMITED BY SIZE
           " COST " DELIMITED BY SIZE
           WS-Cost-Display DELIMITED BY SIZE
           " MARGIN " DELIMITED BY SIZE
           WS-Margin-Display DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    IF WS-Print-Revenue NOT = 0
        COMPUTE WS-Print-Pct ROUNDED =
            WS-Print-Margin * 100 / WS-Print-Revenue
            ON SIZE ERROR MOVE 0 TO WS-Print-Pct
        END-COMPUTE
        MOVE WS-Print-Pct TO WS-Pct-Display
        MOVE WS-Pct-Display TO REPORT-LINE(130:7)
        MOVE "%" TO REPORT-LINE(137:1)
    END-IF.
    MOVE WS-Print-Flag TO REPORT-LINE(138:9).
    WRITE REPORT-LINE.

Lookup-Author-Name.
    IF WS-Cur-Author = 0
        MOVE "** NO AUTHOR ON RECORD **" TO WS-Author-Name
    ELSE
        MOVE WS-Cur-Author TO AUTHOR-ID-AM
        READ AUTHOR-FILE
            INVALID KEY
                MOVE "** NO AUTHOR MASTER RECORD **" TO WS-Author-Name
            NOT INVALID KEY
                MOVE AUTHOR-NAME-AM TO WS-Author-Name
        END-READ
    END-IF.
