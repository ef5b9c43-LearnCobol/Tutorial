      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  CycleCount.
AUTHOR.  Michael Coughlan.
*>Cycle-count scheduling with ABC classification, so the warehouse
*>no longer has to close for two days once a year for StockTake to
*>count everything.  Run in two modes, in the StockTake R/A manner.
*>Mode C (classify, run monthly) totals each title's sales value
*>over the last twelve months from DESPHIST.DAT and the monthly
*>DESPHIST-yyyymm.ARC archives PeriodArchive has cut, converted to
*>EUR through GetExchangeRate, ranks titles and STOCK-FILE items by
*>it and classes them A (the titles making up the first 80% of the
*>value), B (the next 15%) or C (the rest, and anything with no
*>sales at all - STOCK-FILE items never appear on the despatch
*>history, so they are always C).  The classes go to the schedule
*>file CYCLECNT.DAT, keyed "B"/"S" + key the way COUNTS.DAT is, and
*>each item keeps the date it was last put on a count sheet.
*>Mode S (schedule, run daily) counts A items monthly, B quarterly
*>and C yearly: it works out one working day's share of the year's
*>counts, takes that many items from those falling due - longest
*>overdue first, never-counted first of all - and prints blank
*>count sheets on CYCLESHT.RPT grouped by Bin-Location-BSF /
*>BIN-LOCATION-FB so a counter walks one run of bins.  The same
*>items go to COUNTS.DAT in the "B"/"S" layout StockTake reads, with
*>the counted quantity left blank for the counters to fill in;
*>StockTake's R and A runs then take the variances and adjustments
*>as they always have (a line left blank is skipped there as
*>non-numeric).  COUNTS.DAT is replaced by each schedule run, so the
*>day's counts go through StockTake before the next day's sheets.
*>A box set or school pack is recorded on the history under its
*>bundle id, which is not a title, so a line whose id is not on
*>BookStockFile is looked up through GetBundle and its value shared
*>out over the component titles in proportion to their list price
*>(Copy-Price-BSF times the copies in one bundle; by copies alone if
*>no component has a price), the MarginReport rule, so the titles
*>that actually leave the shelf in the box are ranked on it.

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

    SELECT STOCK-FILE ASSIGN TO DYNAMIC STOCK-NAME-WB
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS STOCK-REC-POINTER-WB
        FILE STATUS IS STOCK-STATUS-WB.

*>The live history and its monthly archives share one layout, so
*>one file is opened in turn under each name.
    SELECT DESPHIST-IN ASSIGN TO DYNAMIC WS-Hist-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HistStatus.

    SELECT CYCLE-FILE ASSIGN TO "CYCLECNT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CC-KEY
        FILE STATUS IS CycleStatus.

    SELECT CLASS-SORT-FILE ASSIGN TO "CYCSORT1.TMP".

    SELECT DUE-SORT-FILE ASSIGN TO "CYCSORT2.TMP".

    SELECT BIN-SORT-FILE ASSIGN TO "CYCSORT3.TMP".

    SELECT COUNTS-OUT ASSIGN TO "COUNTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CountsStatus.

    SELECT SHEET-RPT ASSIGN TO "CYCLESHT.RPT"
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

FD  DESPHIST-IN.
01  DESPHIST-REC.
    88  EndOfHistory            VALUE HIGH-VALUES.
    02  Hist-Date               PIC 9(8).
    02  Hist-CustNum            PIC X(4).
    02  Hist-Book-Id            PIC X(5).
    02  Hist-Qty                PIC 999.
    02  Hist-Line-Total         PIC 9(5)V99.
    02  Hist-Currency           PIC XXX.
    02  Hist-Invoice-Number     PIC 9(6).
01  HIST-TRAILER.
    02  Hist-Trailer-Tag        PIC X(5).
    02  FILLER                  PIC X(31).

FD  CYCLE-FILE.
01  CYCLE-REC.
    88  EndOfCycle              VALUE HIGH-VALUES.
    02  CC-KEY.
        03  CC-File-Code        PIC X.
        03  CC-Item-Key         PIC X(5).
    02  CC-Class                PIC X.
        88  CC-Class-A          VALUE "A".
        88  CC-Class-B          VALUE "B".
        88  CC-Class-C          VALUE "C".
    02  CC-Annual-Value         PIC 9(9)V99.
    02  CC-Class-Date           PIC 9(8).
    02  CC-Last-Scheduled       PIC 9(8).
    02  FILLER                  PIC X(10).

SD  CLASS-SORT-FILE.
01  CLASS-SORT-REC.
    02  CS-Value                PIC 9(9)V99.
    02  CS-File-Code            PIC X.
    02  CS-Key                  PIC X(5).

SD  DUE-SORT-FILE.
01  DUE-SORT-REC.
    02  DS-Overdue-Days         PIC 9(5).
    02  DS-File-Code            PIC X.
    02  DS-Key                  PIC X(5).

SD  BIN-SORT-FILE.
01  BIN-SORT-REC.
    02  BS-Bin                  PIC X(6).
    02  BS-File-Code            PIC X.
    02  BS-Key                  PIC X(5).
    02  BS-Class                PIC X.
    02  BS-Desc                 PIC X(30).

FD  COUNTS-OUT.
01  COUNT-REC.
    02  Count-File-Code         PIC X.
    02  Count-Key               PIC X(5).
    02  Count-Qty               PIC X(6).

FD  SHEET-RPT.
01  REPORT-LINE                 PIC X(100).

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  STOCK-STATUS-WB             PIC XX.
01  HistStatus                  PIC XX.
01  CycleStatus                 PIC XX.
01  CountsStatus                PIC XX.
01  ReportStatus                PIC XX.
01  BookStock-Name              PIC X(40) VALUE "BookStock.DAT".
01  WS-BookStock-Default        PIC X(40) VALUE "BookStock.DAT".
01  STOCK-REC-POINTER-WB        PIC 9(5).
01  STOCK-NAME-WB               PIC X(40) VALUE "STOCK.DAT".
01  WS-Stock-Name-Default       PIC X(40) VALUE "STOCK.DAT".
01  WS-Hist-Name                PIC X(40).
01  WS-Trailer-Tag-Literal      PIC X(5) VALUE "99999".

01  WS-Mode                     PIC X.
    88  Classify-Mode           VALUE "C".
    88  Schedule-Mode           VALUE "S".

01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).
01  WS-Today-Days               PIC 9(7).
01  WS-Hist-Days                PIC 9(7).
01  WS-Age-Days                 PIC S9(7).
01  WS-Date-Num                 PIC 9(8).

*>The archive months walked back from the current one - thirteen
*>of them, since a year back from today starts inside the
*>thirteenth month.
01  WS-Scan-Month-Key.
    02  WS-Scan-Year            PIC 9(4).
    02  WS-Scan-Month           PIC 99.
01  WS-Scan-Count               PIC 99.
01  WS-Archive-Count            PIC 99 VALUE 0.

*>Class boundaries on cumulative sales value, and the count cycle
*>for each class: days between counts and counts a year.
01  WS-Class-A-Pct              PIC 999 VALUE 80.
01  WS-Class-B-Pct              PIC 999 VALUE 95.
01  WS-Class-A-Days             PIC 999 VALUE 30.
01  WS-Class-B-Days             PIC 999 VALUE 91.
01  WS-Class-C-Days             PIC 999 VALUE 365.
01  WS-Class-A-Counts           PIC 99 VALUE 12.
01  WS-Class-B-Counts           PIC 99 VALUE 4.
01  WS-Class-C-Counts           PIC 99 VALUE 1.
01  WS-Working-Days             PIC 999 VALUE 250.

*>Per title: the last twelve months' sales value in EUR.
01  WS-Sales-Table.
    02  WS-SV-Entry OCCURS 3000 TIMES.
        03  WS-SV-Book-Id       PIC X(5).
        03  WS-SV-Value         PIC 9(9)V99.
01  WS-SV-Count                 PIC 9(4) VALUE 0.
01  WS-SV-Idx                   PIC 9(4).
01  WS-SV-Found                 PIC 9(4).

*>Exchange rates, asked of GetExchangeRate once per currency.  A
*>currency with no rate is taken at face value - the ranking only
*>needs the order of magnitude.
01  WS-Rate-Cache.
    02  WS-RC-Entry OCCURS 20 TIMES.
        03  WS-RC-Currency      PIC XXX.
        03  WS-RC-Rate          PIC 9(3)V9(6).
01  WS-RC-Count                 PIC 99 VALUE 0.
01  WS-RC-Idx                   PIC 99.
01  WS-RC-Found                 PIC 99.
01  WS-Exchange-Rate            PIC 9(3)V9(6).
01  WS-Rate-Date                PIC 9(8).
01  WS-Hist-Currency            PIC XXX.
01  WS-Line-EUR                 PIC 9(9)V99.
01  WS-Value-Book-Id            PIC X(5).
01  WS-Value-EUR                PIC 9(9)V99.

*>A history line whose id is not on BookStockFile is looked up as a
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
01  WS-Value-Left               PIC 9(9)V99.

01  WS-Item-Value               PIC 9(9)V99.
01  WS-Total-Value              PIC 9(11)V99 VALUE 0.
01  WS-Cum-Value                PIC 9(11)V99 VALUE 0.
01  WS-Cum-Pct                  PIC 999V99.
01  WS-New-Class                PIC X.
01  WS-Stock-Key-Num            PIC 9(5).

01  WS-Class-A-Total            PIC 9(5) VALUE 0.
01  WS-Class-B-Total            PIC 9(5) VALUE 0.
01  WS-Class-C-Total            PIC 9(5) VALUE 0.
01  WS-Added-Count              PIC 9(5) VALUE 0.

01  WS-Class-Days               PIC 999.
01  WS-Last-Days                PIC 9(7).
01  WS-Since-Days               PIC S9(7).
01  WS-Daily-Share              PIC 9(5).
01  WS-Due-Count                PIC 9(5) VALUE 0.
01  WS-Taken-Count              PIC 9(5) VALUE 0.
01  WS-Dropped-Count            PIC 9(5) VALUE 0.
01  WS-Sheet-Count              PIC 9(5) VALUE 0.
01  WS-Bin-Count                PIC 9(5) VALUE 0.

*>The day's share, taken off the due list before the bin sort.
01  WS-Pick-Table.
    02  WS-PK-Entry OCCURS 999 TIMES.
        03  WS-PK-File-Code     PIC X.
        03  WS-PK-Key           PIC X(5).
01  WS-PK-Count                 PIC 999 VALUE 0.
01  WS-PK-Idx                   PIC 999.

01  WS-Sort-End                 PIC 9 VALUE 0.
    88  END-OF-SORT             VALUE 1.
01  WS-Item-Found               PIC X.
    88  Item-On-Master          VALUE "Y".
01  WS-Current-Bin              PIC X(6).
01  WS-First-Bin                PIC X VALUE "Y".
    88  Is-First-Bin            VALUE "Y".

01  WS-SignOn-Function          PIC X(20) VALUE "CYCLECOUNT".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  Master names default to the fixed literals but can be overridden
*>  at runtime (JCL DD or shell environment variable).
    DISPLAY "ACME_BOOKSTOCK_DD" UPON ENVIRONMENT-NAME.
    ACCEPT BookStock-Name FROM ENVIRONMENT-VALUE
        ON EXCEPTION MOVE WS-BookStock-Default TO BookStock-Name
    END-ACCEPT.
    DISPLAY "ACME_STOCK_DD" UPON ENVIRONMENT-NAME.
    ACCEPT STOCK-NAME-WB FROM ENVIRONMENT-VALUE
        ON EXCEPTION MOVE WS-Stock-Name-Default TO STOCK-NAME-WB
    END-ACCEPT.
    DISPLAY "Mode (C=classify ABC, S=schedule today's counts): "
        WITH NO ADVANCING.
    ACCEPT WS-Mode.
    IF NOT Classify-Mode AND NOT Schedule-Mode
        DISPLAY "CYCLECOUNT: ABEND - mode must be C or S"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    MOVE WS-CD-YYYYMMDD TO WS-Date-Num.
    COMPUTE WS-Today-Days = FUNCTION INTEGER-OF-DATE(WS-Date-Num).
    PERFORM Open-Masters.
    PERFORM Open-Cycle-File.
    IF Classify-Mode
        PERFORM Classify-Items
    ELSE
        PERFORM Schedule-Counts
    END-IF.
    CLOSE BookStockFile, STOCK-FILE, CYCLE-FILE.
    MOVE HIGH-VALUES TO WS-Bundle-Id.
    CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition.
    STOP RUN.

Open-Masters.
    OPEN INPUT BookStockFile.
    IF BookStatus NOT = "00"
        DISPLAY "CYCLECOUNT: ABEND - cannot open BookStockFile, "
            "status " BookStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT STOCK-FILE.
    IF STOCK-STATUS-WB NOT = "00"
        DISPLAY "CYCLECOUNT: ABEND - cannot open STOCK-FILE, status "
            STOCK-STATUS-WB
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>INDEXED OPEN I-O fails with status 35 on a file that doesn't exist
*>yet, so the first run in the file's life falls back to OPEN OUTPUT
*>to create it, then reopens for update.
Open-Cycle-File.
    OPEN I-O CYCLE-FILE.
    IF CycleStatus = "35"
        OPEN OUTPUT CYCLE-FILE
        CLOSE CYCLE-FILE
        OPEN I-O CYCLE-FILE
    END-IF.
    IF CycleStatus NOT = "00"
        DISPLAY "CYCLECOUNT: ABEND - cannot open CYCLE-FILE, status "
            CycleStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>Mode C.  Everything on both masters is ranked by sales value,
*>highest first, and classed on the running share of the total.
Classify-Items.
    PERFORM Collect-Sales-Values.
    SORT CLASS-SORT-FILE
        ON DESCENDING KEY CS-Value
        ON ASCENDING KEY CS-File-Code, CS-Key
        INPUT PROCEDURE IS Release-Ranked-Items
        OUTPUT PROCEDURE IS Assign-Classes.
    DISPLAY "CYCLECOUNT: " WS-Class-A-Total " class A, "
        WS-Class-B-Total " class B, " WS-Class-C-Total
        " class C, " WS-Added-Count " new to the schedule, from "
        WS-Archive-Count " archive month(s) plus DESPHIST.DAT".

*>The live history must be there; an archive month PeriodArchive
*>never cut (or one already moved off-line) is simply not read.
Collect-Sales-Values.
    MOVE "DESPHIST.DAT" TO WS-Hist-Name.
    OPEN INPUT DESPHIST-IN.
    IF HistStatus NOT = "00"
        DISPLAY "CYCLECOUNT: ABEND - cannot open DESPHIST.DAT, "
            "status " HistStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Scan-History-File.
    MOVE WS-CD-YYYYMMDD(1:4) TO WS-Scan-Year.
    MOVE WS-CD-YYYYMMDD(5:2) TO WS-Scan-Month.
    PERFORM VARYING WS-Scan-Count FROM 0 BY 1
            UNTIL WS-Scan-Count > 12
        MOVE SPACES TO WS-Hist-Name
        STRING "DESPHIST-" WS-Scan-Month-Key ".ARC" DELIMITED BY SIZE
            INTO WS-Hist-Name
        END-STRING
        OPEN INPUT DESPHIST-IN
        IF HistStatus = "35"
            CONTINUE
        ELSE
            IF HistStatus NOT = "00"
                DISPLAY "CYCLECOUNT: ABEND - cannot open "
                    WS-Hist-Name ", status " HistStatus
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-Archive-Count
            PERFORM Scan-History-File
        END-IF
        IF WS-Scan-Month = 1
            MOVE 12 TO WS-Scan-Month
            SUBTRACT 1 FROM WS-Scan-Year
        ELSE
            SUBTRACT 1 FROM WS-Scan-Month
        END-IF
    END-PERFORM.

*>Reads the open history or archive through to its end and closes
*>it.  The archive's count trailer and the *POST / *VAT lines are
*>not sales of a title.
Scan-History-File.
    READ DESPHIST-IN
        AT END SET EndOfHistory TO TRUE
    END-READ.
    PERFORM UNTIL EndOfHistory
        IF Hist-Trailer-Tag NOT = WS-Trailer-Tag-Literal
                AND Hist-Book-Id(1:1) NOT = "*"
                AND Hist-Date NUMERIC AND Hist-Date > 0
            MOVE Hist-Date TO WS-Date-Num
            COMPUTE WS-Hist-Days =
                FUNCTION INTEGER-OF-DATE(WS-Date-Num)
            COMPUTE WS-Age-Days = WS-Today-Days - WS-Hist-Days
            IF WS-Age-Days >= 0 AND WS-Age-Days < 365
                PERFORM Add-Sales-Value
            END-IF
        END-IF
        READ DESPHIST-IN
            AT END SET EndOfHistory TO TRUE
        END-READ
    END-PERFORM.
    CLOSE DESPHIST-IN.

Add-Sales-Value.
    MOVE Hist-Currency TO WS-Hist-Currency.
    IF WS-Hist-Currency = SPACES
        MOVE "EUR" TO WS-Hist-Currency
    END-IF.
    PERFORM Find-Exchange-Rate.
    COMPUTE WS-Line-EUR ROUNDED =
        Hist-Line-Total * WS-RC-Rate(WS-RC-Found).
    MOVE "N" TO WS-Bundle-Found.
    MOVE Hist-Book-Id TO Book-Id-BSF.
    READ BookStockFile
        INVALID KEY
            MOVE Hist-Book-Id TO WS-Bundle-Id
            PERFORM Look-Up-Bundle
    END-READ.
    IF Bundle-Is-Found
        PERFORM Share-Bundle-Value
    ELSE
        MOVE Hist-Book-Id TO WS-Value-Book-Id
        MOVE WS-Line-EUR TO WS-Value-EUR
        PERFORM Add-Title-Value
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
            DISPLAY "CYCLECOUNT: ABEND - GetBundle failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*>Each component's weight in the bundle is its list price times the
*>copies one bundle holds; with no prices at all, the copies alone.
*>The last component takes what rounding has left.
Share-Bundle-Value.
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
    MOVE WS-Line-EUR TO WS-Value-Left.
    PERFORM VARYING WS-Comp-Idx FROM 1 BY 1
            UNTIL WS-Comp-Idx > Bdl-Comp-Count
        IF WS-Comp-Idx = Bdl-Comp-Count
            MOVE WS-Value-Left TO WS-Value-EUR
        ELSE
            COMPUTE WS-Value-EUR ROUNDED = WS-Line-EUR
                * WS-Comp-Share(WS-Comp-Idx) / WS-Share-Total
            SUBTRACT WS-Value-EUR FROM WS-Value-Left
        END-IF
        MOVE Bdl-Comp-Book-Id(WS-Comp-Idx) TO WS-Value-Book-Id
        PERFORM Add-Title-Value
    END-PERFORM.

Add-Title-Value.
    MOVE 0 TO WS-SV-Found.
    PERFORM VARYING WS-SV-Idx FROM 1 BY 1
            UNTIL WS-SV-Idx > WS-SV-Count OR WS-SV-Found > 0
        IF WS-SV-Book-Id(WS-SV-Idx) = WS-Value-Book-Id
            MOVE WS-SV-Idx TO WS-SV-Found
        END-IF
    END-PERFORM.
    IF WS-SV-Found = 0
        IF WS-SV-Count >= 3000
            DISPLAY "CYCLECOUNT: ABEND - more than 3000 titles sold "
                "in the year, table full"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-SV-Count
        MOVE WS-SV-Count TO WS-SV-Found
        MOVE WS-Value-Book-Id TO WS-SV-Book-Id(WS-SV-Found)
        MOVE 0 TO WS-SV-Value(WS-SV-Found)
    END-IF.
    ADD WS-Value-EUR TO WS-SV-Value(WS-SV-Found).

Find-Exchange-Rate.
    MOVE 0 TO WS-RC-Found.
    PERFORM VARYING WS-RC-Idx FROM 1 BY 1
            UNTIL WS-RC-Idx > WS-RC-Count OR WS-RC-Found > 0
        IF WS-RC-Currency(WS-RC-Idx) = WS-Hist-Currency
            MOVE WS-RC-Idx TO WS-RC-Found
        END-IF
    END-PERFORM.
    IF WS-RC-Found = 0
        CALL "GetExchangeRate" USING WS-Hist-Currency, WS-CD-YYYYMMDD,
            WS-Exchange-Rate, WS-Rate-Date
        IF RETURN-CODE = 4
            MOVE 1 TO WS-Exchange-Rate
            MOVE 0 TO RETURN-CODE
        END-IF
        IF RETURN-CODE NOT = 0
            DISPLAY "CYCLECOUNT: ABEND - GetExchangeRate failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-RC-Count >= 20
            DISPLAY "CYCLECOUNT: ABEND - more than 20 currencies, "
                "table full"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-RC-Count
        MOVE WS-RC-Count TO WS-RC-Found
        MOVE WS-Hist-Currency TO WS-RC-Currency(WS-RC-Found)
        MOVE WS-Exchange-Rate TO WS-RC-Rate(WS-RC-Found)
    END-IF.

*>The sales pass has read titles at random, so the master is
*>repositioned at its first record before it is walked.
Release-Ranked-Items.
    MOVE LOW-VALUES TO Book-Id-BSF.
    START BookStockFile KEY IS NOT LESS THAN Book-Id-BSF
        INVALID KEY SET EndOfBSF TO TRUE
    END-START.
    IF NOT EndOfBSF
        READ BookStockFile NEXT RECORD
            AT END SET EndOfBSF TO TRUE
        END-READ
    END-IF.
    PERFORM UNTIL EndOfBSF
        MOVE 0 TO WS-Item-Value
        PERFORM VARYING WS-SV-Idx FROM 1 BY 1
                UNTIL WS-SV-Idx > WS-SV-Count
            IF WS-SV-Book-Id(WS-SV-Idx) = Book-Id-BSF
                MOVE WS-SV-Value(WS-SV-Idx) TO WS-Item-Value
            END-IF
        END-PERFORM
        ADD WS-Item-Value TO WS-Total-Value
        MOVE WS-Item-Value TO CS-Value
        MOVE "B" TO CS-File-Code
        MOVE Book-Id-BSF TO CS-Key
        RELEASE CLASS-SORT-REC
        READ BookStockFile NEXT RECORD
            AT END SET EndOfBSF TO TRUE
        END-READ
    END-PERFORM.
    READ STOCK-FILE NEXT RECORD
        AT END SET EndOfStock TO TRUE
    END-READ.
    PERFORM UNTIL EndOfStock
        MOVE 0 TO CS-Value
        MOVE "S" TO CS-File-Code
        MOVE STOCK-NUM-FB TO CS-Key
        RELEASE CLASS-SORT-REC
        READ STOCK-FILE NEXT RECORD
            AT END SET EndOfStock TO TRUE
        END-READ
    END-PERFORM.

*>An item is A while the value ranked above it is still short of
*>the A share of the total, B while short of the B share; an item
*>that sold nothing is C however the shares fall.
Assign-Classes.
    RETURN CLASS-SORT-FILE
        AT END SET END-OF-SORT TO TRUE
    END-RETURN.
    PERFORM UNTIL END-OF-SORT
        MOVE "C" TO WS-New-Class
        IF CS-Value > 0 AND WS-Total-Value > 0
            COMPUTE WS-Cum-Pct = WS-Cum-Value * 100 / WS-Total-Value
            IF WS-Cum-Pct < WS-Class-A-Pct
                MOVE "A" TO WS-New-Class
            ELSE
                IF WS-Cum-Pct < WS-Class-B-Pct
                    MOVE "B" TO WS-New-Class
                END-IF
            END-IF
        END-IF
        ADD CS-Value TO WS-Cum-Value
        EVALUATE WS-New-Class
            WHEN "A" ADD 1 TO WS-Class-A-Total
            WHEN "B" ADD 1 TO WS-Class-B-Total
            WHEN OTHER ADD 1 TO WS-Class-C-Total
        END-EVALUATE
        PERFORM Store-Item-Class
        RETURN CLASS-SORT-FILE
            AT END SET END-OF-SORT TO TRUE
        END-RETURN
    END-PERFORM.

*>The class is replaced; the date the item was last put on a sheet
*>is kept, so a reclassification does not restart its cycle.
Store-Item-Class.
    MOVE CS-File-Code TO CC-File-Code.
    MOVE CS-Key TO CC-Item-Key.
    READ CYCLE-FILE
        INVALID KEY
            MOVE WS-New-Class TO CC-Class
            MOVE CS-Value TO CC-Annual-Value
            MOVE WS-CD-YYYYMMDD TO CC-Class-Date
            MOVE 0 TO CC-Last-Scheduled
            WRITE CYCLE-REC
            IF CycleStatus NOT = "00"
                DISPLAY "CYCLECOUNT: ABEND - cannot write "
                    "CYCLE-FILE, status " CycleStatus
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-Added-Count
        NOT INVALID KEY
            MOVE WS-New-Class TO CC-Class
            MOVE CS-Value TO CC-Annual-Value
            MOVE WS-CD-YYYYMMDD TO CC-Class-Date
            REWRITE CYCLE-REC
            IF CycleStatus NOT = "00"
                DISPLAY "CYCLECOUNT: ABEND - cannot update "
                    "CYCLE-FILE, status " CycleStatus
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
    END-READ.

*>Mode S.  The day's share is the year's counts (each class's items
*>times its counts a year) over the working days, rounded up; the
*>share is taken from the due items longest overdue first, then put
*>into bin order for the sheets.
Schedule-Counts.
    SORT DUE-SORT-FILE
        ON DESCENDING KEY DS-Overdue-Days
        ON ASCENDING KEY DS-File-Code, DS-Key
        INPUT PROCEDURE IS Select-Due-Items
        OUTPUT PROCEDURE IS Take-Daily-Share.
    MOVE 0 TO WS-Sort-End.
    OPEN OUTPUT SHEET-RPT.
    IF ReportStatus NOT = "00"
        DISPLAY "CYCLECOUNT: ABEND - cannot open SHEET-RPT, status "
            ReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT COUNTS-OUT.
    IF CountsStatus NOT = "00"
        DISPLAY "CYCLECOUNT: ABEND - cannot open COUNTS-OUT, status "
            CountsStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    SORT BIN-SORT-FILE
        ON ASCENDING KEY BS-Bin, BS-File-Code, BS-Key
        INPUT PROCEDURE IS Release-Picked-Items
        OUTPUT PROCEDURE IS Write-Count-Sheets.
    CLOSE SHEET-RPT, COUNTS-OUT.
    DISPLAY "CYCLECOUNT: " WS-Due-Count " item(s) due, daily share "
        WS-Daily-Share ", " WS-Sheet-Count " on today's sheets in "
        WS-Bin-Count " bin(s), " WS-Dropped-Count
        " dropped as no longer on file - see CYCLESHT.RPT".
    IF WS-Due-Count = 0 AND WS-Class-A-Total = 0
            AND WS-Class-B-Total = 0 AND WS-Class-C-Total = 0
        DISPLAY "CYCLECOUNT: schedule is empty - run mode C first"
        MOVE 4 TO RETURN-CODE
    END-IF.

Select-Due-Items.
    MOVE LOW-VALUES TO CC-KEY.
    START CYCLE-FILE KEY IS NOT LESS THAN CC-KEY
        INVALID KEY SET EndOfCycle TO TRUE
    END-START.
    IF NOT EndOfCycle
        READ CYCLE-FILE NEXT RECORD
            AT END SET EndOfCycle TO TRUE
        END-READ
    END-IF.
    PERFORM UNTIL EndOfCycle
        EVALUATE TRUE
            WHEN CC-Class-A
                ADD 1 TO WS-Class-A-Total
                MOVE WS-Class-A-Days TO WS-Class-Days
            WHEN CC-Class-B
                ADD 1 TO WS-Class-B-Total
                MOVE WS-Class-B-Days TO WS-Class-Days
            WHEN OTHER
                ADD 1 TO WS-Class-C-Total
                MOVE WS-Class-C-Days TO WS-Class-Days
        END-EVALUATE
        IF CC-Last-Scheduled NOT NUMERIC OR CC-Last-Scheduled = 0
            MOVE 99999 TO DS-Overdue-Days
            PERFORM Release-Due-Item
        ELSE
            MOVE CC-Last-Scheduled TO WS-Date-Num
            COMPUTE WS-Last-Days =
                FUNCTION INTEGER-OF-DATE(WS-Date-Num)
            COMPUTE WS-Since-Days = WS-Today-Days - WS-Last-Days
            IF WS-Since-Days >= WS-Class-Days
                COMPUTE DS-Overdue-Days = WS-Since-Days - WS-Class-Days
                PERFORM Release-Due-Item
            END-IF
        END-IF
        READ CYCLE-FILE NEXT RECORD
            AT END SET EndOfCycle TO TRUE
        END-READ
    END-PERFORM.
    COMPUTE WS-Daily-Share =
        (WS-Class-A-Total * WS-Class-A-Counts
         + WS-Class-B-Total * WS-Class-B-Counts
         + WS-Class-C-Total * WS-Class-C-Counts
         + WS-Working-Days - 1) / WS-Working-Days.

Release-Due-Item.
    ADD 1 TO WS-Due-Count.
    MOVE CC-File-Code TO DS-File-Code.
    MOVE CC-Item-Key TO DS-Key.
    RELEASE DUE-SORT-REC.

Take-Daily-Share.
    RETURN DUE-SORT-FILE
        AT END SET END-OF-SORT TO TRUE
    END-RETURN.
    PERFORM UNTIL END-OF-SORT
        IF WS-PK-Count < WS-Daily-Share AND WS-PK-Count < 999
            ADD 1 TO WS-PK-Count
            MOVE DS-File-Code TO WS-PK-File-Code(WS-PK-Count)
            MOVE DS-Key TO WS-PK-Key(WS-PK-Count)
        END-IF
        RETURN DUE-SORT-FILE
            AT END SET END-OF-SORT TO TRUE
        END-RETURN
    END-PERFORM.

*>Each picked item is looked up for its bin and description and
*>stamped as scheduled today; one no longer on its master is taken
*>off the schedule instead.
Release-Picked-Items.
    PERFORM VARYING WS-PK-Idx FROM 1 BY 1
            UNTIL WS-PK-Idx > WS-PK-Count
        MOVE WS-PK-File-Code(WS-PK-Idx) TO CC-File-Code
        MOVE WS-PK-Key(WS-PK-Idx) TO CC-Item-Key
        READ CYCLE-FILE
            INVALID KEY
                MOVE "N" TO WS-Item-Found
            NOT INVALID KEY
                PERFORM Read-Item-Master
        END-READ
        IF Item-On-Master
            MOVE WS-CD-YYYYMMDD TO CC-Last-Scheduled
            REWRITE CYCLE-REC
            IF CycleStatus NOT = "00"
                DISPLAY "CYCLECOUNT: ABEND - cannot update "
                    "CYCLE-FILE, status " CycleStatus
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE CC-File-Code TO BS-File-Code
            MOVE CC-Item-Key TO BS-Key
            MOVE CC-Class TO BS-Class
            RELEASE BIN-SORT-REC
        ELSE
            DELETE CYCLE-FILE
                INVALID KEY CONTINUE
            END-DELETE
            ADD 1 TO WS-Dropped-Count
        END-IF
    END-PERFORM.

Read-Item-Master.
    MOVE "Y" TO WS-Item-Found.
    IF CC-File-Code = "B"
        MOVE CC-Item-Key TO Book-Id-BSF
        READ BookStockFile
            INVALID KEY
                MOVE "N" TO WS-Item-Found
            NOT INVALID KEY
                MOVE Bin-Location-BSF TO BS-Bin
                MOVE Book-Title-BSF TO BS-Desc
        END-READ
    ELSE
        IF CC-Item-Key NOT NUMERIC
            MOVE "N" TO WS-Item-Found
        ELSE
            MOVE CC-Item-Key TO WS-Stock-Key-Num
            MOVE WS-Stock-Key-Num TO STOCK-REC-POINTER-WB
            READ STOCK-FILE
                INVALID KEY
                    MOVE "N" TO WS-Item-Found
                NOT INVALID KEY
                    MOVE BIN-LOCATION-FB TO BS-Bin
                    MOVE ITEM-DESC-FB TO BS-Desc
            END-READ
        END-IF
    END-IF.

*>Blank sheets: no quantity on file is printed, so the count is a
*>true count and not a confirmation of the book figure.
Write-Count-Sheets.
    MOVE SPACES TO REPORT-LINE.
    STRING "CYCLE COUNT SHEETS FOR " DELIMITED BY SIZE
           WS-CD-YYYYMMDD DELIMITED BY SIZE
           " - ENTER THE QUANTITY COUNTED ON THE SHELF"
               DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    RETURN BIN-SORT-FILE
        AT END SET END-OF-SORT TO TRUE
    END-RETURN.
    PERFORM UNTIL END-OF-SORT
        IF Is-First-Bin OR BS-Bin NOT = WS-Current-Bin
            MOVE "N" TO WS-First-Bin
            MOVE BS-Bin TO WS-Current-Bin
            ADD 1 TO WS-Bin-Count
            PERFORM Write-Bin-Heading
        END-IF
        ADD 1 TO WS-Sheet-Count
        MOVE SPACES TO REPORT-LINE
        STRING "  " DELIMITED BY SIZE
               BS-File-Code DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BS-Key DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BS-Class DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BS-Desc DELIMITED BY SIZE
               "   COUNTED: __________  INITIALS: ____"
                   DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE BS-File-Code TO Count-File-Code
        MOVE BS-Key TO Count-Key
        MOVE SPACES TO Count-Qty
        WRITE COUNT-REC
        IF CountsStatus NOT = "00"
            DISPLAY "CYCLECOUNT: ABEND - cannot write COUNTS-OUT, "
                "status " CountsStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        RETURN BIN-SORT-FILE
            AT END SET END-OF-SORT TO TRUE
        END-RETURN
    END-PERFORM.
    IF WS-Sheet-Count = 0
        MOVE "NOTHING DUE FOR COUNTING TODAY" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

Write-Bin-Heading.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    IF WS-Current-Bin = SPACES
        MOVE "BIN (NONE RECORDED)" TO REPORT-LINE
    ELSE
        STRING "BIN " DELIMITED BY SIZE
               WS-Current-Bin DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
    END-IF.
    WRITE REPORT-LINE.
