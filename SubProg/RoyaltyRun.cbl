      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  RoyaltyRun.
AUTHOR.  Michael Coughlan.
*>Author royalty statements, replacing the twice-yearly spreadsheet
*>accounts built from SalesAnalysis printouts.  Asks for the period
*>(first and last day, YYYYMMDD) and takes every DESPHIST.DAT sale
*>in it - from the live file and from each DESPHIST-yyyymm.ARC month
*>PeriodArchive has cut inside the period - converted to EUR at the
*>rate in force on the sale date as MarginReport does, less the
*>period's returns off CREDREG.DAT (already held in EUR), title by
*>title under each Author-Id-BSF.  The royalty is the author's
*>percentage of a title's net receipts off AUTHOR.DAT (kept through
*>AuthorMaint); where the author has a unit threshold, the share of
*>the receipts earned by the units beyond it goes at the higher
*>percentage.  Royalties earned first recoup any unrecouped advance;
*>what is left is payable, and the advance still unrecouped is
*>carried forward - a period whose returns outrun its sales adds the
*>shortfall to that balance for the next period to recoup.
*>ROYALTY.RPT is the per-author statement, per title; ROYALPAY.RPT
*>is the payment summary for accounts.  Run in the StockTake R/A
*>manner: mode R prints both for checking and commits nothing, mode
*>A prints them again and posts each author's carried-forward
*>balance and the period end to AUTHOR.DAT.  An author already
*>posted to a date inside the period is reported but not posted
*>again, so a rerun cannot pay the same sales twice.
*>A box set or school pack is recorded on DESPHIST.DAT under its
*>bundle id, which is not a title, so a sale line whose id is not on
*>BookStockFile is looked up through GetBundle and exploded into its
*>component titles: each is credited with the copies the bundles
*>took and a share of the line's receipts in proportion to its list
*>price (Copy-Price-BSF times the copies in one bundle; by copies
*>alone if no component has a price), the rule MarginReport uses,
*>so each component's author earns on the box-set sale.

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

*>The live history and its monthly archives share one layout, so
*>one file is opened in turn under each name.
    SELECT DESPHIST-IN ASSIGN TO DYNAMIC WS-Hist-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HistStatus.

    SELECT CREDREG-IN ASSIGN TO "CREDREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CredRegStatus.

    SELECT SORT-WORK-FILE ASSIGN TO "ROYSORT.TMP".

    SELECT ROYALTY-OUT ASSIGN TO "ROYALTY.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReportStatus.

    SELECT PAYMENT-OUT ASSIGN TO "ROYALPAY.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PaymentStatus.

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

FD  CREDREG-IN.
01  CREDREG-REC.
    88  EndOfCredits            VALUE HIGH-VALUES.
    02  Cred-Date               PIC 9(8).
    02  Cred-CustNum            PIC X(4).
    02  Cred-Book-Id            PIC X(5).
    02  Cred-Qty                PIC 999.
    02  Cred-Amount-EUR         PIC 9(7)V99.

SD  SORT-WORK-FILE.
01  SORT-REC.
    02  SORT-Author-Id          PIC 9(4).
    02  SORT-Book-Id            PIC X(5).
    02  SORT-Title              PIC X(30).
    02  SORT-Sold-Qty           PIC 9(5).
    02  SORT-Returned-Qty       PIC 9(5).
    02  SORT-Receipts           PIC S9(7)V99.

FD  ROYALTY-OUT.
01  REPORT-LINE                 PIC X(132).

FD  PAYMENT-OUT.
01  PAYMENT-LINE                PIC X(100).

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  AuthorStatus                PIC XX.
01  HistStatus                  PIC XX.
01  CredRegStatus               PIC XX.
01  ReportStatus                PIC XX.
01  PaymentStatus               PIC XX.
01  BookStock-Name              PIC X(40) VALUE "BookStock.DAT".
01  WS-BookStock-Default        PIC X(40) VALUE "BookStock.DAT".
01  WS-Hist-Name                PIC X(40).
01  WS-Trailer-Tag-Literal      PIC X(5) VALUE "99999".

01  WS-Mode                     PIC X.
    88  Report-Mode             VALUE "R".
    88  Apply-Mode              VALUE "A".
01  WS-Period-From-X.
    02  WS-Period-From          PIC 9(8).
01  WS-Period-To-X.
    02  WS-Period-To            PIC 9(8).

*>The archive months from the period's first month to its last.
01  WS-Scan-Month-Key.
    02  WS-Scan-Year            PIC 9(4).
    02  WS-Scan-Month           PIC 99.
01  WS-Last-Month-Key           PIC 9(6).
01  WS-Archive-Count            PIC 99 VALUE 0.

01  WS-Sales-Count              PIC 9(6) VALUE 0.
01  WS-Return-Count             PIC 9(6) VALUE 0.
01  WS-No-Rate-Count            PIC 9(6) VALUE 0.
01  WS-Author-Count             PIC 9(5) VALUE 0.
01  WS-Posted-Count             PIC 9(5) VALUE 0.
01  WS-Held-Count               PIC 9(5) VALUE 0.
01  FILLER                      PIC 9 VALUE 0.
    88  END-OF-SORT             VALUE 1.

*>Conversion to EUR, at the rate in force on the sale date.
01  WS-Rate-Currency            PIC XXX.
01  WS-Exchange-Rate            PIC 9(3)V9(6).
01  WS-Rate-Date                PIC 9(8).
01  WS-Line-Receipts-EUR        PIC 9(7)V99.

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
01  WS-Receipts-Left            PIC 9(7)V99.
01  WS-Comp-Receipts-EUR        PIC 9(7)V99.

01  WS-First-Group              PIC X VALUE "Y".
    88  Is-First-Group          VALUE "Y".
01  WS-Cur-Author               PIC 9(4).
01  WS-Cur-Book-Id              PIC X(5).
01  WS-Cur-Title                PIC X(30).

*>The author in hand: terms off AUTHOR.DAT, or none if not on file.
01  WS-Author-On-File           PIC X.
    88  Author-Is-On-File       VALUE "Y".
01  WS-Author-Name              PIC X(30).
01  WS-Royalty-Pct              PIC 99V99.
01  WS-Royalty-Threshold        PIC 9(6).
01  WS-Royalty-High-Pct         PIC 99V99.
01  WS-Advance-BF               PIC 9(7)V99.
01  WS-Advance-CF               PIC S9(8)V99.
01  WS-Recouped                 PIC S9(9)V99.
01  WS-Payable                  PIC S9(9)V99.
01  WS-Post-Status              PIC X(30).

01  WS-Title-Sold               PIC S9(7) VALUE 0.
01  WS-Title-Returned           PIC S9(7) VALUE 0.
01  WS-Title-Net-Units          PIC S9(7).
01  WS-Title-Receipts           PIC S9(9)V99 VALUE 0.
01  WS-Title-Royalty            PIC S9(9)V99.
01  WS-Upper-Units              PIC S9(7).
01  WS-Author-Receipts          PIC S9(9)V99 VALUE 0.
01  WS-Author-Royalty           PIC S9(9)V99 VALUE 0.
01  WS-Total-Receipts           PIC S9(11)V99 VALUE 0.
01  WS-Total-Royalty            PIC S9(11)V99 VALUE 0.
01  WS-Total-Payable            PIC S9(11)V99 VALUE 0.

01  WS-Units-Display            PIC -,---,--9.
01  WS-Money-Display            PIC -ZZZ,ZZZ,ZZ9.99.
01  WS-Money-Display-2          PIC -ZZZ,ZZZ,ZZ9.99.
01  WS-Total-Display            PIC -Z,ZZZ,ZZZ,ZZ9.99.
01  WS-Pct-Display              PIC Z9.99.
01  WS-Count-Display            PIC ZZ,ZZ9.

01  WS-SignOn-Function          PIC X(20) VALUE "ROYALTYRUN".

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
    DISPLAY "Mode (R=report only, A=post to AUTHOR.DAT): "
        WITH NO ADVANCING.
    ACCEPT WS-Mode.
    IF NOT Report-Mode AND NOT Apply-Mode
        DISPLAY "ROYALTYRUN: ABEND - mode must be R or A"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "Period from (YYYYMMDD): " WITH NO ADVANCING.
    ACCEPT WS-Period-From-X.
    DISPLAY "Period to (YYYYMMDD): " WITH NO ADVANCING.
    ACCEPT WS-Period-To-X.
    IF WS-Period-From-X NOT NUMERIC OR WS-Period-To-X NOT NUMERIC
            OR WS-Period-From = 0 OR WS-Period-From > WS-Period-To
        DISPLAY "ROYALTYRUN: ABEND - period must be two YYYYMMDD "
            "dates, first no later than last"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-Author-Id, SORT-Book-Id
        INPUT PROCEDURE IS Select-Transactions
        OUTPUT PROCEDURE IS Write-Royalty-Statements.
    DISPLAY "ROYALTYRUN: " WS-Sales-Count " sale line(s), "
        WS-Return-Count " return(s), " WS-Author-Count
        " author(s), see ROYALTY.RPT and ROYALPAY.RPT".
    IF Apply-Mode
        DISPLAY "ROYALTYRUN: " WS-Posted-Count " author(s) posted, "
            WS-Held-Count " already posted for the period"
    END-IF.
    IF WS-No-Rate-Count > 0
        DISPLAY "ROYALTYRUN: " WS-No-Rate-Count
            " line(s) had no exchange rate, taken at face value"
    END-IF.
    MOVE HIGH-VALUES TO WS-Bundle-Id.
    CALL "GetBundle" USING WS-Bundle-Id, Bundle-Definition.
    STOP RUN.

Select-Transactions.
    OPEN INPUT BookStockFile.
    IF BookStatus NOT = "00"
        DISPLAY "ROYALTYRUN: ABEND - cannot open BookStockFile, "
            "status " BookStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "DESPHIST.DAT" TO WS-Hist-Name.
    OPEN INPUT DESPHIST-IN.
    IF HistStatus NOT = "00"
        DISPLAY "ROYALTYRUN: ABEND - cannot open DESPHIST.DAT, "
            "status " HistStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Select-History.
    PERFORM Select-Archived-History.
    PERFORM Select-Credits.
    CLOSE BookStockFile.

*>An archive month PeriodArchive never cut (or one already moved
*>off-line) is simply not read.
Select-Archived-History.
    MOVE WS-Period-From(1:4) TO WS-Scan-Year.
    MOVE WS-Period-From(5:2) TO WS-Scan-Month.
    MOVE WS-Period-To(1:6) TO WS-Last-Month-Key.
    PERFORM UNTIL WS-Scan-Month-Key > WS-Last-Month-Key
        MOVE SPACES TO WS-Hist-Name
        STRING "DESPHIST-" WS-Scan-Month-Key ".ARC" DELIMITED BY SIZE
            INTO WS-Hist-Name
        END-STRING
        OPEN INPUT DESPHIST-IN
        IF HistStatus = "35"
            CONTINUE
        ELSE
            IF HistStatus NOT = "00"
                DISPLAY "ROYALTYRUN: ABEND - cannot open "
                    WS-Hist-Name ", status " HistStatus
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-Archive-Count
            PERFORM Select-History
        END-IF
        IF WS-Scan-Month = 12
            MOVE 1 TO WS-Scan-Month
            ADD 1 TO WS-Scan-Year
        ELSE
            ADD 1 TO WS-Scan-Month
        END-IF
    END-PERFORM.

*>Reads the open history or archive through to its end and closes
*>it.  Pseudo book ids (*POST postage, *VAT tax) are not sales of a
*>title, and the archive's count trailer is not a sale at all.
Select-History.
    READ DESPHIST-IN
        AT END SET EndOfHistory TO TRUE
    END-READ.
    PERFORM UNTIL EndOfHistory
        IF Hist-Trailer-Tag NOT = WS-Trailer-Tag-Literal
                AND Hist-Book-Id(1:1) NOT = "*"
                AND Hist-Date NUMERIC
                AND Hist-Date NOT < WS-Period-From
                AND Hist-Date NOT > WS-Period-To
            PERFORM Release-Sale-Line
        END-IF
        READ DESPHIST-IN
            AT END SET EndOfHistory TO TRUE
        END-READ
    END-PERFORM.
    CLOSE DESPHIST-IN.

Release-Sale-Line.
    MOVE Hist-Currency TO WS-Rate-Currency.
    PERFORM Get-Rate.
    COMPUTE WS-Line-Receipts-EUR ROUNDED =
        Hist-Line-Total * WS-Exchange-Rate.
    MOVE 0 TO SORT-Returned-Qty.
    MOVE "N" TO WS-Bundle-Found.
    MOVE Hist-Book-Id TO Book-Id-BSF.
    READ BookStockFile
        INVALID KEY
            MOVE Hist-Book-Id TO WS-Bundle-Id
            PERFORM Look-Up-Bundle
    END-READ.
    IF Bundle-Is-Found
        PERFORM Release-Bundle-Sale
    ELSE
        MOVE Hist-Book-Id TO Book-Id-BSF
        PERFORM Lookup-Title
        MOVE Hist-Qty TO SORT-Sold-Qty
        MOVE WS-Line-Receipts-EUR TO SORT-Receipts
        PERFORM Release-Title-Line
    END-IF.
    ADD 1 TO WS-Sales-Count.

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
            DISPLAY "ROYALTYRUN: ABEND - GetBundle failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*>One sort record per component title: the copies the bundles took
*>and the component's share of the line's receipts.  The last
*>component takes what rounding has left, so the shares add up to
*>the line exactly.
Release-Bundle-Sale.
    PERFORM Share-Bundle-Components.
    MOVE WS-Line-Receipts-EUR TO WS-Receipts-Left.
    PERFORM VARYING WS-Comp-Idx FROM 1 BY 1
            UNTIL WS-Comp-Idx > Bdl-Comp-Count
        IF WS-Comp-Idx = Bdl-Comp-Count
            MOVE WS-Receipts-Left TO WS-Comp-Receipts-EUR
        ELSE
            COMPUTE WS-Comp-Receipts-EUR ROUNDED = WS-Line-Receipts-EUR
                * WS-Comp-Share(WS-Comp-Idx) / WS-Share-Total
            SUBTRACT WS-Comp-Receipts-EUR FROM WS-Receipts-Left
        END-IF
        MOVE Bdl-Comp-Book-Id(WS-Comp-Idx) TO Book-Id-BSF
        PERFORM Lookup-Title
        COMPUTE SORT-Sold-Qty = Hist-Qty * Bdl-Comp-Qty(WS-Comp-Idx)
        MOVE WS-Comp-Receipts-EUR TO SORT-Receipts
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
        DISPLAY "ROYALTYRUN: ABEND - cannot open CREDREG-IN, "
            "status " CredRegStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF CredRegStatus = "00"
        READ CREDREG-IN
            AT END SET EndOfCredits TO TRUE
        END-READ
        PERFORM UNTIL EndOfCredits
            IF Cred-Date NUMERIC
                    AND Cred-Date NOT < WS-Period-From
                    AND Cred-Date NOT > WS-Period-To
                PERFORM Release-Credit-Line
            END-IF
            READ CREDREG-IN
                AT END SET EndOfCredits TO TRUE
            END-READ
        END-PERFORM
        CLOSE CREDREG-IN
    END-IF.

Release-Credit-Line.
    MOVE Cred-Book-Id TO Book-Id-BSF.
    PERFORM Lookup-Title.
    MOVE 0 TO SORT-Sold-Qty.
    MOVE Cred-Qty TO SORT-Returned-Qty.
    COMPUTE SORT-Receipts = 0 - Cred-Amount-EUR.
    PERFORM Release-Title-Line.
    ADD 1 TO WS-Return-Count.

*>A book sold in the period but since deleted from the master still
*>has to be shown, under author 0 with no royalty due on it.
Lookup-Title.
    READ BookStockFile
        INVALID KEY
            MOVE "** TITLE NO LONGER ON FILE **" TO Book-Title-BSF
            MOVE 0 TO Author-Id-BSF
    END-READ.

*>EUR needs no conversion; a currency with no rate on file for the
*>date is taken at face value and counted, the Despatch convention.
Get-Rate.
    MOVE 1 TO WS-Exchange-Rate.
    IF WS-Rate-Currency NOT = "EUR" AND WS-Rate-Currency NOT = SPACES
        CALL "GetExchangeRate" USING WS-Rate-Currency,
            Hist-Date, WS-Exchange-Rate, WS-Rate-Date
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
    RELEASE SORT-REC.

Write-Royalty-Statements.
    IF Apply-Mode
        OPEN I-O AUTHOR-FILE
    ELSE
        OPEN INPUT AUTHOR-FILE
    END-IF.
    IF AuthorStatus NOT = "00"
        DISPLAY "ROYALTYRUN: ABEND - cannot open AUTHOR-FILE, "
            "status " AuthorStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT ROYALTY-OUT.
    IF ReportStatus NOT = "00"
        DISPLAY "ROYALTYRUN: ABEND - cannot open ROYALTY-OUT, "
            "status " ReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT PAYMENT-OUT.
    IF PaymentStatus NOT = "00"
        DISPLAY "ROYALTYRUN: ABEND - cannot open PAYMENT-OUT, "
            "status " PaymentStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Write-Report-Headings.
    RETURN SORT-WORK-FILE
        AT END SET END-OF-SORT TO TRUE
    END-RETURN.
    PERFORM UNTIL END-OF-SORT
        IF Is-First-Group
            MOVE SORT-Author-Id TO WS-Cur-Author
            PERFORM Start-Author
        ELSE
            EVALUATE TRUE
                WHEN SORT-Author-Id NOT = WS-Cur-Author
                    PERFORM Flush-Title
                    PERFORM Flush-Author
                    MOVE SORT-Author-Id TO WS-Cur-Author
                    PERFORM Start-Author
                WHEN SORT-Book-Id NOT = WS-Cur-Book-Id
                    PERFORM Flush-Title
            END-EVALUATE
        END-IF
        MOVE SORT-Book-Id TO WS-Cur-Book-Id
        MOVE SORT-Title TO WS-Cur-Title
        MOVE "N" TO WS-First-Group
        ADD SORT-Sold-Qty TO WS-Title-Sold
        ADD SORT-Returned-Qty TO WS-Title-Returned
        ADD SORT-Receipts TO WS-Title-Receipts
        RETURN SORT-WORK-FILE
            AT END SET END-OF-SORT TO TRUE
        END-RETURN
    END-PERFORM.
    IF NOT Is-First-Group
        PERFORM Flush-Title
        PERFORM Flush-Author
    END-IF.
    PERFORM Write-Report-Totals.
    CLOSE AUTHOR-FILE, ROYALTY-OUT, PAYMENT-OUT.

Write-Report-Headings.
    MOVE SPACES TO REPORT-LINE.
    STRING "AUTHOR ROYALTY STATEMENTS FOR " DELIMITED BY SIZE
           WS-Period-From DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           WS-Period-To DELIMITED BY SIZE
           "  (EUR, NET OF RETURNS)" DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    IF Report-Mode
        MOVE "PROOF - NOT POSTED" TO REPORT-LINE(100:)
    END-IF.
    WRITE REPORT-LINE.
    MOVE SPACES TO PAYMENT-LINE.
    STRING "ROYALTY PAYMENT SUMMARY FOR " DELIMITED BY SIZE
           WS-Period-From DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           WS-Period-To DELIMITED BY SIZE
           "  (EUR)" DELIMITED BY SIZE
        INTO PAYMENT-LINE
    END-STRING.
    IF Report-Mode
        MOVE "PROOF - NOT POSTED" TO PAYMENT-LINE(70:)
    END-IF.
    WRITE PAYMENT-LINE.
    MOVE SPACES TO PAYMENT-LINE.
    WRITE PAYMENT-LINE.
    MOVE "AUTHOR  NAME" TO PAYMENT-LINE.
    MOVE "PAYABLE" TO PAYMENT-LINE(52:).
    WRITE PAYMENT-LINE.

*>Picks up the author's terms.  Author 0 collects titles no longer
*>on the master; an author id missing from AUTHOR.DAT is shown with
*>no terms, so nothing is paid until AuthorMaint sets them up.
Start-Author.
    ADD 1 TO WS-Author-Count.
    MOVE "N" TO WS-Author-On-File.
    MOVE SPACES TO WS-Author-Name.
    MOVE 0 TO WS-Royalty-Pct.
    MOVE 0 TO WS-Royalty-Threshold.
    MOVE 0 TO WS-Royalty-High-Pct.
    MOVE 0 TO WS-Advance-BF.
    MOVE WS-Cur-Author TO AUTHOR-ID-AM.
    READ AUTHOR-FILE
        INVALID KEY
            IF WS-Cur-Author = 0
                MOVE "** TITLES NO LONGER ON FILE **" TO WS-Author-Name
            ELSE
                MOVE "** NOT ON AUTHOR.DAT **" TO WS-Author-Name
            END-IF
        NOT INVALID KEY
            MOVE "Y" TO WS-Author-On-File
            MOVE AUTHOR-NAME-AM TO WS-Author-Name
            IF AUTHOR-ROYALTY-PCT-AM NUMERIC
                MOVE AUTHOR-ROYALTY-PCT-AM TO WS-Royalty-Pct
            END-IF
            IF AUTHOR-ROYALTY-THRESHOLD-AM NUMERIC
                MOVE AUTHOR-ROYALTY-THRESHOLD-AM TO WS-Royalty-Threshold
            END-IF
            IF AUTHOR-ROYALTY-HIGH-PCT-AM NUMERIC
                MOVE AUTHOR-ROYALTY-HIGH-PCT-AM TO WS-Royalty-High-Pct
            END-IF
            IF AUTHOR-ADVANCE-BAL-AM NUMERIC
                MOVE AUTHOR-ADVANCE-BAL-AM TO WS-Advance-BF
            END-IF
            IF AUTHOR-ROYALTY-TO-AM NOT NUMERIC
                MOVE 0 TO AUTHOR-ROYALTY-TO-AM
            END-IF
    END-READ.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "AUTHOR " DELIMITED BY SIZE
           WS-Cur-Author DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Author-Name DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    MOVE WS-Royalty-Pct TO WS-Pct-Display.
    STRING "ROYALTY " DELIMITED BY SIZE
           WS-Pct-Display DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
        INTO REPORT-LINE(50:)
    END-STRING.
    IF WS-Royalty-Threshold > 0
        MOVE WS-Royalty-High-Pct TO WS-Pct-Display
        STRING ", " DELIMITED BY SIZE
               WS-Pct-Display DELIMITED BY SIZE
               "% ABOVE " DELIMITED BY SIZE
               WS-Royalty-Threshold DELIMITED BY SIZE
               " UNITS PER TITLE" DELIMITED BY SIZE
            INTO REPORT-LINE(64:)
        END-STRING
    END-IF.
    WRITE REPORT-LINE.
    MOVE "  TITLE                                        SOLD  RETURNED"
        TO REPORT-LINE.
    MOVE "NET UNITS    NET RECEIPTS         ROYALTY" TO REPORT-LINE(66:).
    WRITE REPORT-LINE.

*>The units beyond the threshold earn their share of the title's net
*>receipts at the higher rate; the rest goes at the standard rate.
Flush-Title.
    COMPUTE WS-Title-Net-Units = WS-Title-Sold - WS-Title-Returned.
    IF WS-Royalty-Threshold > 0
            AND WS-Title-Net-Units > WS-Royalty-Threshold
        COMPUTE WS-Upper-Units =
            WS-Title-Net-Units - WS-Royalty-Threshold
        COMPUTE WS-Title-Royalty ROUNDED =
            (WS-Title-Receipts * WS-Royalty-Threshold
                / WS-Title-Net-Units * WS-Royalty-Pct / 100)
          + (WS-Title-Receipts * WS-Upper-Units
                / WS-Title-Net-Units * WS-Royalty-High-Pct / 100)
    ELSE
        COMPUTE WS-Title-Royalty ROUNDED =
            WS-Title-Receipts * WS-Royalty-Pct / 100
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "  " DELIMITED BY SIZE
           WS-Cur-Book-Id DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Cur-Title DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    MOVE WS-Title-Sold TO WS-Units-Display.
    MOVE WS-Units-Display TO REPORT-LINE(42:).
    MOVE WS-Title-Returned TO WS-Units-Display.
    MOVE WS-Units-Display TO REPORT-LINE(53:).
    MOVE WS-Title-Net-Units TO WS-Units-Display.
    MOVE WS-Units-Display TO REPORT-LINE(66:).
    MOVE WS-Title-Receipts TO WS-Money-Display.
    MOVE WS-Money-Display TO REPORT-LINE(76:).
    MOVE WS-Title-Royalty TO WS-Money-Display.
    MOVE WS-Money-Display TO REPORT-LINE(92:).
    WRITE REPORT-LINE.
    ADD WS-Title-Receipts TO WS-Author-Receipts.
    ADD WS-Title-Royalty TO WS-Author-Royalty.
    MOVE 0 TO WS-Title-Sold.
    MOVE 0 TO WS-Title-Returned.
    MOVE 0 TO WS-Title-Receipts.

*>Royalties earned recoup the advance first; a negative period
*>(returns outrunning sales) adds to the unrecouped balance instead.
Flush-Author.
    IF WS-Author-Royalty > 0
        IF WS-Author-Royalty > WS-Advance-BF
            MOVE WS-Advance-BF TO WS-Recouped
        ELSE
            MOVE WS-Author-Royalty TO WS-Recouped
        END-IF
        COMPUTE WS-Payable = WS-Author-Royalty - WS-Recouped
        COMPUTE WS-Advance-CF = WS-Advance-BF - WS-Recouped
    ELSE
        MOVE 0 TO WS-Recouped
        MOVE 0 TO WS-Payable
        COMPUTE WS-Advance-CF = WS-Advance-BF - WS-Author-Royalty
    END-IF.
    MOVE SPACES TO WS-Post-Status.
    IF Apply-Mode AND Author-Is-On-File
        PERFORM Post-Author
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    MOVE "  ROYALTY EARNED" TO REPORT-LINE.
    MOVE WS-Author-Receipts TO WS-Money-Display.
    MOVE WS-Money-Display TO REPORT-LINE(76:).
    MOVE WS-Author-Royalty TO WS-Money-Display.
    MOVE WS-Money-Display TO REPORT-LINE(92:).
    WRITE REPORT-LINE.
    MOVE WS-Advance-BF TO WS-Money-Display.
    MOVE WS-Recouped TO WS-Money-Display-2.
    MOVE SPACES TO REPORT-LINE.
    STRING "  ADVANCE B/F " DELIMITED BY SIZE
           WS-Money-Display DELIMITED BY SIZE
           "  RECOUPED " DELIMITED BY SIZE
           WS-Money-Display-2 DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    MOVE WS-Advance-CF TO WS-Money-Display.
    STRING "  UNRECOUPED C/F " DELIMITED BY SIZE
           WS-Money-Display DELIMITED BY SIZE
        INTO REPORT-LINE(58:)
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE "  PAYABLE THIS PERIOD" TO REPORT-LINE.
    MOVE WS-Payable TO WS-Money-Display.
    MOVE WS-Money-Display TO REPORT-LINE(92:).
    MOVE WS-Post-Status TO REPORT-LINE(25:).
    WRITE REPORT-LINE.
    MOVE SPACES TO PAYMENT-LINE.
    STRING WS-Cur-Author DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-Author-Name DELIMITED BY SIZE
        INTO PAYMENT-LINE
    END-STRING.
    MOVE WS-Payable TO WS-Money-Display.
    MOVE WS-Money-Display TO PAYMENT-LINE(44:).
    MOVE WS-Post-Status TO PAYMENT-LINE(61:).
    WRITE PAYMENT-LINE.
    ADD WS-Author-Receipts TO WS-Total-Receipts.
    ADD WS-Author-Royalty TO WS-Total-Royalty.
    IF WS-Post-Status = SPACES
        ADD WS-Payable TO WS-Total-Payable
    END-IF.
    MOVE 0 TO WS-Author-Receipts.
    MOVE 0 TO WS-Author-Royalty.

*>An author already posted to a date inside this period has had
*>some of these sales paid; the statement still prints, but nothing
*>is posted and the payment is held out of the total.
Post-Author.
    IF AUTHOR-ROYALTY-TO-AM NOT < WS-Period-From
        MOVE "** ALREADY PAID - NOT POSTED **" TO WS-Post-Status
        ADD 1 TO WS-Held-Count
    ELSE
        IF WS-Advance-CF > 9999999.99
            MOVE 9999999.99 TO AUTHOR-ADVANCE-BAL-AM
        ELSE
            MOVE WS-Advance-CF TO AUTHOR-ADVANCE-BAL-AM
        END-IF
        MOVE WS-Period-To TO AUTHOR-ROYALTY-TO-AM
        REWRITE AUTHOR-REC
        IF AuthorStatus NOT = "00"
            DISPLAY "ROYALTYRUN: ABEND - cannot update AUTHOR-FILE, "
                "status " AuthorStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-Posted-Count
    END-IF.

Write-Report-Totals.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE "*** ALL AUTHORS" TO REPORT-LINE.
    MOVE WS-Total-Receipts TO WS-Total-Display.
    MOVE WS-Total-Display TO REPORT-LINE(74:).
    MOVE WS-Total-Royalty TO WS-Total-Display.
    MOVE WS-Total-Display TO REPORT-LINE(90:).
    WRITE REPORT-LINE.
    MOVE SPACES TO PAYMENT-LINE.
    WRITE PAYMENT-LINE.
    MOVE WS-Author-Count TO WS-Count-Display.
    MOVE WS-Total-Payable TO WS-Total-Display.
    MOVE SPACES TO PAYMENT-LINE.
    STRING "*** TOTAL PAYABLE, " DELIMITED BY SIZE
           WS-Count-Display DELIMITED BY SIZE
           " AUTHOR(S)" DELIMITED BY SIZE
        INTO PAYMENT-LINE
    END-STRING.
    MOVE WS-Total-Display TO PAYMENT-LINE(42:).
    WRITE PAYMENT-LINE.
