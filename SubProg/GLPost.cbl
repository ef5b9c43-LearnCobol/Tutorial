      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  GLPost.
AUTHOR.  Michael Coughlan.
*>Nightly general ledger posting interface.  Summarises the financial
*>events since the last posting into one journal, by GL account and
*>currency, through the event-to-account table GLMapMaint keeps on
*>GLMAP.DAT.  The events are the sales, postage (*POST) and tax
*>(*VAT) lines of DESPHIST.DAT (SALE, POST and VAT, in the invoice
*>currency); the credit notes on CREDREG.DAT (CRED); the payments and
*>write-offs on SETTLED.DAT (RCPT and WOFF); the manual balance
*>adjustments on BALLOG.DAT - any reason other than the despatches,
*>returns, payments and write-offs already posted from their own
*>registers - (BALADJ), apart from the realised exchange differences
*>CashReceipts applies (reason FX, posted as FXGL); and the stock
*>movements on MOVELOG.DAT
*>(MV plus the movement reason, e.g. MVDS), valued at the title's
*>Avg-Cost-BSF or the item's ITEM-COST-FB in that file's currency.
*>Registers and adjustments are in EUR.  BALADJ, FXGL and the MV
*>events are mapped for an increase (an exchange gain raises the
*>balance) and posted the other way round for a fall.
*>
*>Every event is posted once however often the job is run.  GLCTL.DAT
*>holds how far the last journal went: DESPHIST and MOVELOG, which
*>are dated when written and thinned by PeriodArchive, by a
*>posted-through date - the run asks for the date to post through
*>(default yesterday, and never today, whose events may still be
*>coming in) and reads the live file and every archive cut since that
*>date; CREDREG, SETTLED and BALLOG, which are only ever appended to
*>and whose dates can be back-dated, by the number of records already
*>posted.  A register shorter than its count stops the run.  With no
*>GLCTL.DAT the run is the first posting: everything on the live
*>files is posted and history archived earlier is taken as already in
*>the ledger.
*>
*>The journal goes to GLJNL-nnnnnn.DAT, numbered from GLCTL.DAT: an
*>"H" header, an "L" line per account and currency with the net debit
*>or credit, and a "T" trailer per currency.  Debits must equal
*>credits in every currency and every event must be mapped, or no
*>journal is written, GLCTL.DAT is left alone, GLPOST.RPT says why and
*>the run ends with return code 16.  GLCTL.DAT is rewritten only once
*>the journal is complete, so a run that dies in between writes the
*>same journal number again next time rather than a second journal.
*>A run with nothing new writes no journal.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MapStatus.

    SELECT GLCTL-FILE ASSIGN TO "GLCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CtlStatus.

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
        ACCESS MODE IS SEQUENTIAL
        RELATIVE KEY IS STOCK-REC-POINTER-WB
        FILE STATUS IS STOCK-STATUS-WB.

*>The live history and journal and their monthly archives share one
*>layout each, so one file of each is opened in turn under each name.
    SELECT DESPHIST-IN ASSIGN TO DYNAMIC WS-Hist-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HistStatus.

    SELECT MOVE-LOG ASSIGN TO DYNAMIC WS-Move-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MoveStatus.

    SELECT CREDREG-IN ASSIGN TO "CREDREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CredStatus.

    SELECT SETTLED-IN ASSIGN TO "SETTLED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SettledStatus.

    SELECT BAL-LOG ASSIGN TO "BALLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BalLogStatus.

    SELECT JOURNAL-OUT ASSIGN TO DYNAMIC WS-Journal-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JournalStatus.

    SELECT GLPOST-RPT ASSIGN TO "GLPOST.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReportStatus.

DATA DIVISION.
FILE SECTION.
FD  GLMAP-FILE.
01  GLMAP-REC.
    88  EndOfMap                VALUE HIGH-VALUES.
    02  Map-Event-IO            PIC X(6).
    02  Map-Debit-Acct-IO       PIC X(10).
    02  Map-Credit-Acct-IO      PIC X(10).

FD  GLCTL-FILE.
01  GLCTL-REC.
    02  Ctl-Through-Date-IO     PIC 9(8).
    02  Ctl-Journal-Number-IO   PIC 9(6).
    02  Ctl-Credit-Count-IO     PIC 9(7).
    02  Ctl-Settled-Count-IO    PIC 9(7).
    02  Ctl-BalLog-Count-IO     PIC 9(7).

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

FD  CREDREG-IN.
01  CREDREG-REC.
    88  EndOfCredits            VALUE HIGH-VALUES.
    02  Cred-Date               PIC 9(8).
    02  Cred-CustNum            PIC X(4).
    02  Cred-Book-Id            PIC X(5).
    02  Cred-Qty                PIC 999.
    02  Cred-Amount-EUR         PIC 9(7)V99.

*>"P" a payment, "W" a write-off.  Lines written before the type
*>existed carry a space and are payments.
FD  SETTLED-IN.
01  SETTLED-REC.
    88  EndOfSettled            VALUE HIGH-VALUES.
    02  Settled-Invoice         PIC 9(6).
    02  Settled-Date            PIC 9(8).
    02  Settled-CustNum         PIC X(4).
    02  Settled-Amount-EUR      PIC 9(7)V99.
    02  Settled-Type            PIC X.

FD  BAL-LOG.
01  BAL-REC.
    88  EndOfBalLog             VALUE HIGH-VALUES.
    02  BL-Date                 PIC 9(8).
    02  FILLER                  PIC X.
    02  BL-Time                 PIC 9(6).
    02  FILLER                  PIC X.
    02  BL-CustNum              PIC X(4).
    02  FILLER                  PIC X.
    02  BL-Before               PIC S9(7)V99 SIGN LEADING SEPARATE.
    02  FILLER                  PIC X.
    02  BL-After                PIC S9(7)V99 SIGN LEADING SEPARATE.
    02  FILLER                  PIC X.
    02  BL-Change               PIC S9(7)V99 SIGN LEADING SEPARATE.
    02  FILLER                  PIC X.
    02  BL-Reason               PIC XX.
    02  FILLER                  PIC X.
    02  BL-Program              PIC X(20).

FD  JOURNAL-OUT.
01  JNL-HEADER-REC.
    02  Jnl-Rec-Type            PIC X.
    02  Jnl-Journal-Number      PIC 9(6).
    02  Jnl-Through-Date        PIC 9(8).
    02  Jnl-Run-Date            PIC 9(8).
01  JNL-LINE-REC.
    02  Jnl-Line-Type           PIC X.
    02  Jnl-Account             PIC X(10).
    02  Jnl-Currency            PIC XXX.
    02  Jnl-Debit               PIC 9(11)V99.
    02  Jnl-Credit              PIC 9(11)V99.
01  JNL-TRAILER-REC.
    02  Jnl-Trailer-Type        PIC X.
    02  Jnl-Trailer-Currency    PIC XXX.
    02  Jnl-Total-Debit         PIC 9(11)V99.
    02  Jnl-Total-Credit        PIC 9(11)V99.
    02  Jnl-Line-Count          PIC 9(5).

FD  GLPOST-RPT.
01  REPORT-LINE                 PIC X(100).

WORKING-STORAGE SECTION.
01  MapStatus                   PIC XX.
01  CtlStatus                   PIC XX.
01  BookStatus                  PIC XX.
01  STOCK-STATUS-WB             PIC XX.
01  HistStatus                  PIC XX.
01  MoveStatus                  PIC XX.
01  CredStatus                  PIC XX.
01  SettledStatus               PIC XX.
01  BalLogStatus                PIC XX.
01  JournalStatus               PIC XX.
01  ReportStatus                PIC XX.
01  BookStock-Name              PIC X(40) VALUE "BookStock.DAT".
01  WS-BookStock-Default        PIC X(40) VALUE "BookStock.DAT".
01  STOCK-REC-POINTER-WB        PIC 9(5).
01  STOCK-NAME-WB               PIC X(40) VALUE "STOCK.DAT".
01  WS-Stock-Name-Default       PIC X(40) VALUE "STOCK.DAT".
01  WS-Hist-Name                PIC X(40).
01  WS-Move-Name                PIC X(40).
01  WS-Journal-Name             PIC X(40).
01  WS-Trailer-Tag-Literal      PIC X(5) VALUE "99999".

01  WS-Through-Date-X.
    02  WS-Through-Date         PIC 9(8).
01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).
01  WS-Date-Num                 PIC 9(8).

*>How far the last journal went, and how far this one goes.
01  WS-Ctl-Through-Date         PIC 9(8) VALUE 0.
01  WS-Ctl-Journal-Number       PIC 9(6) VALUE 0.
01  WS-Ctl-Credit-Count         PIC 9(7) VALUE 0.
01  WS-Ctl-Settled-Count        PIC 9(7) VALUE 0.
01  WS-Ctl-BalLog-Count         PIC 9(7) VALUE 0.
01  WS-First-Posting            PIC X VALUE "N".
    88  First-Posting           VALUE "Y".
01  WS-New-Through-Date         PIC 9(8).
01  WS-Journal-Number           PIC 9(6).
01  WS-Credit-Read              PIC 9(7) VALUE 0.
01  WS-Settled-Read             PIC 9(7) VALUE 0.
01  WS-BalLog-Read              PIC 9(7) VALUE 0.

*>The archive months from the last posted-through date to this one.
01  WS-Scan-Month-Key.
    02  WS-Scan-Year            PIC 9(4).
    02  WS-Scan-Month           PIC 99.
01  WS-Last-Month-Key           PIC 9(6).
01  WS-Archive-Count            PIC 99 VALUE 0.

01  WS-Map-Table.
    02  WS-MT-Entry OCCURS 50 TIMES.
        03  WS-MT-Event         PIC X(6).
        03  WS-MT-Debit-Acct    PIC X(10).
        03  WS-MT-Credit-Acct   PIC X(10).
01  WS-Map-Count                PIC 99 VALUE 0.
01  WS-MT-Idx                   PIC 99.
01  WS-MT-Found                 PIC 99.

*>STOCK-FILE is relative and read in stock-number order, so its unit
*>costs are held here for the movements to be valued against.
01  WS-Stock-Cost-Table.
    02  WS-SC-Entry OCCURS 3000 TIMES.
        03  WS-SC-Stock-Num     PIC 9(5).
        03  WS-SC-Cost          PIC 9(5).
        03  WS-SC-Currency      PIC XXX.
01  WS-SC-Count                 PIC 9(4) VALUE 0.
01  WS-SC-Idx                   PIC 9(4).
01  WS-SC-Found                 PIC 9(4).
01  WS-Find-Stock-Num           PIC 9(5).

*>The journal being built: one entry per account and currency, kept
*>in currency and account order.
01  WS-GL-Table.
    02  WS-GL-Entry OCCURS 500 TIMES.
        03  WS-GL-Currency      PIC XXX.
        03  WS-GL-Account       PIC X(10).
        03  WS-GL-Debit         PIC 9(11)V99.
        03  WS-GL-Credit        PIC 9(11)V99.
01  WS-GL-Count                 PIC 9(3) VALUE 0.
01  WS-GL-Idx                   PIC 9(3).
01  WS-GL-Found                 PIC 9(3).
01  WS-GL-Insert-At             PIC 9(3).
01  WS-Shift-Idx                PIC 9(3).
01  WS-Find-Currency            PIC XXX.
01  WS-Find-Account             PIC X(10).

*>Debit and credit totals per currency, for the balance check and the
*>journal trailers.
01  WS-Currency-Table.
    02  WS-CT-Entry OCCURS 20 TIMES.
        03  WS-CT-Currency      PIC XXX.
        03  WS-CT-Debit         PIC 9(11)V99.
        03  WS-CT-Credit        PIC 9(11)V99.
        03  WS-CT-Lines         PIC 9(5).
01  WS-CT-Count                 PIC 99 VALUE 0.
01  WS-CT-Idx                   PIC 99.
01  WS-CT-Found                 PIC 99.
01  WS-Unbalanced-Count         PIC 99 VALUE 0.

*>Event codes met that GLMAP.DAT has no accounts for.
01  WS-Unmapped-Table.
    02  WS-UM-Entry OCCURS 20 TIMES.
        03  WS-UM-Event         PIC X(6).
        03  WS-UM-Count         PIC 9(7).
01  WS-UM-Count-Of              PIC 99 VALUE 0.
01  WS-UM-Idx                   PIC 99.
01  WS-UM-Found                 PIC 99.

*>The event in hand.
01  WS-Event-Code               PIC X(6).
01  WS-Event-Amount             PIC 9(11)V99.
01  WS-Event-Currency           PIC XXX.
01  WS-Event-Reverse            PIC X.
    88  Event-Is-Decrease       VALUE "Y".
01  WS-Event-Debit-Acct         PIC X(10).
01  WS-Event-Credit-Acct        PIC X(10).
01  WS-Unit-Cost                PIC 9(5)V99.
01  WS-Qty-Change               PIC 9(6).

01  WS-Net-Amount               PIC 9(11)V99.
01  WS-Refused                  PIC X VALUE "N".
    88  Journal-Refused         VALUE "Y".

01  WS-Hist-Posted              PIC 9(7) VALUE 0.
01  WS-Move-Posted              PIC 9(7) VALUE 0.
01  WS-Credit-Posted            PIC 9(7) VALUE 0.
01  WS-Settled-Posted           PIC 9(7) VALUE 0.
01  WS-BalLog-Posted            PIC 9(7) VALUE 0.
01  WS-Unvalued-Count           PIC 9(7) VALUE 0.
01  WS-Journal-Lines            PIC 9(5) VALUE 0.

01  WS-Count-Display            PIC Z,ZZZ,ZZ9.
01  WS-Amount-Display           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01  WS-Amount2-Display          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

01  WS-SignOn-Function          PIC X(20) VALUE "GLPOST".

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
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    DISPLAY "Post through (YYYYMMDD, blank = yesterday): "
        WITH NO ADVANCING.
    ACCEPT WS-Through-Date-X.
    IF WS-Through-Date-X = SPACES
        MOVE WS-CD-YYYYMMDD TO WS-Date-Num
        COMPUTE WS-Through-Date = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(WS-Date-Num) - 1)
    END-IF.
    IF WS-Through-Date-X NOT NUMERIC
            OR WS-Through-Date NOT < WS-CD-YYYYMMDD
        DISPLAY "GLPOST: ABEND - post-through date must be YYYYMMDD "
            "and before today"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Load-Map-Table.
    PERFORM Load-Control.
    PERFORM Load-Stock-Costs.
    OPEN INPUT BookStockFile.
    IF BookStatus NOT = "00"
        DISPLAY "GLPOST: ABEND - cannot open BookStockFile, status "
            BookStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Post-Despatch-History.
    PERFORM Post-Stock-Movements.
    CLOSE BookStockFile.
    PERFORM Post-Credit-Notes.
    PERFORM Post-Settlements.
    PERFORM Post-Balance-Adjustments.
    PERFORM Check-Journal-Balance.
    OPEN OUTPUT GLPOST-RPT.
    IF ReportStatus NOT = "00"
        DISPLAY "GLPOST: ABEND - cannot open GLPOST-RPT, status "
            ReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Write-Report-Heading.
    IF Journal-Refused
        PERFORM Write-Refusal
        CLOSE GLPOST-RPT
        DISPLAY "GLPOST: ABEND - journal refused, nothing posted, "
            "see GLPOST.RPT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-GL-Count > 0
        PERFORM Write-Journal
    END-IF.
    PERFORM Write-Control.
    PERFORM Write-Posting-Summary.
    CLOSE GLPOST-RPT.
    IF WS-GL-Count > 0
        DISPLAY "GLPOST: journal " WS-Journal-Number " written to "
            WS-Journal-Name ", " WS-Journal-Lines " line(s), "
            "see GLPOST.RPT"
    ELSE
        DISPLAY "GLPOST: nothing new to post, no journal written"
    END-IF.
    IF WS-Unvalued-Count > 0
        DISPLAY "GLPOST: " WS-Unvalued-Count " stock movement(s) had "
            "no cost and were not posted"
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

*>Without a mapping there is nothing to post to.
Load-Map-Table.
    OPEN INPUT GLMAP-FILE.
    IF MapStatus NOT = "00"
        DISPLAY "GLPOST: ABEND - cannot open GLMAP.DAT, status "
            MapStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ GLMAP-FILE
        AT END SET EndOfMap TO TRUE
    END-READ.
    PERFORM UNTIL EndOfMap
        IF WS-Map-Count < 50
            ADD 1 TO WS-Map-Count
            MOVE Map-Event-IO TO WS-MT-Event(WS-Map-Count)
            MOVE Map-Debit-Acct-IO TO WS-MT-Debit-Acct(WS-Map-Count)
            MOVE Map-Credit-Acct-IO TO WS-MT-Credit-Acct(WS-Map-Count)
        END-IF
        READ GLMAP-FILE
            AT END SET EndOfMap TO TRUE
        END-READ
    END-PERFORM.
    CLOSE GLMAP-FILE.

*>A posted-through date already passed leaves the dated files with
*>nothing new; the date is never moved backwards.
Load-Control.
    OPEN INPUT GLCTL-FILE.
    IF CtlStatus = "35"
        SET First-Posting TO TRUE
    ELSE
        IF CtlStatus NOT = "00"
            DISPLAY "GLPOST: ABEND - cannot open GLCTL.DAT, status "
                CtlStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ GLCTL-FILE
            AT END SET First-Posting TO TRUE
        END-READ
        IF NOT First-Posting
            MOVE Ctl-Through-Date-IO TO WS-Ctl-Through-Date
            MOVE Ctl-Journal-Number-IO TO WS-Ctl-Journal-Number
            MOVE Ctl-Credit-Count-IO TO WS-Ctl-Credit-Count
            MOVE Ctl-Settled-Count-IO TO WS-Ctl-Settled-Count
            MOVE Ctl-BalLog-Count-IO TO WS-Ctl-BalLog-Count
        END-IF
        CLOSE GLCTL-FILE
    END-IF.
    IF WS-Through-Date > WS-Ctl-Through-Date
        MOVE WS-Through-Date TO WS-New-Through-Date
    ELSE
        MOVE WS-Ctl-Through-Date TO WS-New-Through-Date
    END-IF.
    COMPUTE WS-Journal-Number = WS-Ctl-Journal-Number + 1.
    MOVE SPACES TO WS-Journal-Name.
    STRING "GLJNL-" WS-Journal-Number ".DAT" DELIMITED BY SIZE
        INTO WS-Journal-Name
    END-STRING.

Load-Stock-Costs.
    OPEN INPUT STOCK-FILE.
    IF STOCK-STATUS-WB NOT = "00"
        DISPLAY "GLPOST: ABEND - cannot open STOCK-FILE, status "
            STOCK-STATUS-WB
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ STOCK-FILE
        AT END SET EndOfStock TO TRUE
    END-READ.
    PERFORM UNTIL EndOfStock
        IF WS-SC-Count >= 3000
            DISPLAY "GLPOST: ABEND - more than 3000 STOCK-FILE items, "
                "table full"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-SC-Count
        MOVE STOCK-NUM-FB TO WS-SC-Stock-Num(WS-SC-Count)
        MOVE ITEM-COST-FB TO WS-SC-Cost(WS-SC-Count)
        MOVE CURRENCY-CODE-FB TO WS-SC-Currency(WS-SC-Count)
        READ STOCK-FILE
            AT END SET EndOfStock TO TRUE
        END-READ
    END-PERFORM.
    CLOSE STOCK-FILE.

*>The live history must be there; an archive month PeriodArchive
*>never cut (or one already moved off-line) is simply not read.  An
*>archive is named for the last month it holds, so anything after the
*>posted-through date lies in that date's month's archive or a later
*>one.
Post-Despatch-History.
    MOVE "DESPHIST.DAT" TO WS-Hist-Name.
    OPEN INPUT DESPHIST-IN.
    IF HistStatus NOT = "00"
        DISPLAY "GLPOST: ABEND - cannot open DESPHIST.DAT, status "
            HistStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Scan-History-File.
    IF NOT First-Posting
        MOVE WS-Ctl-Through-Date(1:4) TO WS-Scan-Year
        MOVE WS-Ctl-Through-Date(5:2) TO WS-Scan-Month
        MOVE WS-CD-YYYYMMDD(1:6) TO WS-Last-Month-Key
        PERFORM UNTIL WS-Scan-Month-Key > WS-Last-Month-Key
            MOVE SPACES TO WS-Hist-Name
            STRING "DESPHIST-" WS-Scan-Month-Key ".ARC"
                DELIMITED BY SIZE INTO WS-Hist-Name
            END-STRING
            OPEN INPUT DESPHIST-IN
            IF HistStatus = "35"
                CONTINUE
            ELSE
                IF HistStatus NOT = "00"
                    DISPLAY "GLPOST: ABEND - cannot open "
                        WS-Hist-Name ", status " HistStatus
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-Archive-Count
                PERFORM Scan-History-File
            END-IF
            IF WS-Scan-Month = 12
                MOVE 1 TO WS-Scan-Month
                ADD 1 TO WS-Scan-Year
            ELSE
                ADD 1 TO WS-Scan-Month
            END-IF
        END-PERFORM
    END-IF.

*>Reads the open history or archive through to its end and closes
*>it.  The archive's count trailer is not history.
Scan-History-File.
    READ DESPHIST-IN
        AT END SET EndOfHistory TO TRUE
    END-READ.
    PERFORM UNTIL EndOfHistory
        IF Hist-Trailer-Tag NOT = WS-Trailer-Tag-Literal
                AND Hist-Date NUMERIC
                AND Hist-Date > WS-Ctl-Through-Date
                AND Hist-Date NOT > WS-Through-Date
            PERFORM Post-History-Line
        END-IF
        READ DESPHIST-IN
            AT END SET EndOfHistory TO TRUE
        END-READ
    END-PERFORM.
    CLOSE DESPHIST-IN.

Post-History-Line.
    ADD 1 TO WS-Hist-Posted.
    EVALUATE Hist-Book-Id
        WHEN "*POST" MOVE "POST" TO WS-Event-Code
        WHEN "*VAT " MOVE "VAT" TO WS-Event-Code
        WHEN OTHER   MOVE "SALE" TO WS-Event-Code
    END-EVALUATE.
    MOVE Hist-Line-Total TO WS-Event-Amount.
    MOVE Hist-Currency TO WS-Event-Currency.
    MOVE "N" TO WS-Event-Reverse.
    PERFORM Post-Event.

Post-Stock-Movements.
    MOVE "MOVELOG.DAT" TO WS-Move-Name.
    OPEN INPUT MOVE-LOG.
    IF MoveStatus NOT = "00"
        DISPLAY "GLPOST: ABEND - cannot open MOVELOG.DAT, status "
            MoveStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Scan-Movement-File.
    IF NOT First-Posting
        MOVE WS-Ctl-Through-Date(1:4) TO WS-Scan-Year
        MOVE WS-Ctl-Through-Date(5:2) TO WS-Scan-Month
        MOVE WS-CD-YYYYMMDD(1:6) TO WS-Last-Month-Key
        PERFORM UNTIL WS-Scan-Month-Key > WS-Last-Month-Key
            MOVE SPACES TO WS-Move-Name
            STRING "MOVELOG-" WS-Scan-Month-Key ".ARC"
                DELIMITED BY SIZE INTO WS-Move-Name
            END-STRING
            OPEN INPUT MOVE-LOG
            IF MoveStatus = "35"
                CONTINUE
            ELSE
                IF MoveStatus NOT = "00"
                    DISPLAY "GLPOST: ABEND - cannot open "
                        WS-Move-Name ", status " MoveStatus
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-Archive-Count
                PERFORM Scan-Movement-File
            END-IF
            IF WS-Scan-Month = 12
                MOVE 1 TO WS-Scan-Month
                ADD 1 TO WS-Scan-Year
            ELSE
                ADD 1 TO WS-Scan-Month
            END-IF
        END-PERFORM
    END-IF.

Scan-Movement-File.
    READ MOVE-LOG
        AT END SET EndOfMoves TO TRUE
    END-READ.
    PERFORM UNTIL EndOfMoves
        IF Move-Trailer-Tag NOT = WS-Trailer-Tag-Literal
                AND ML-Date NUMERIC
                AND ML-Date > WS-Ctl-Through-Date
                AND ML-Date NOT > WS-Through-Date
                AND ML-After NOT = ML-Before
            PERFORM Post-Movement
        END-IF
        READ MOVE-LOG
            AT END SET EndOfMoves TO TRUE
        END-READ
    END-PERFORM.
    CLOSE MOVE-LOG.

*>Valued at the item's cost as it stands on the master file now.  A
*>title or item no longer on file, or with no cost yet, cannot be
*>valued and is counted rather than posted at nil.
Post-Movement.
    ADD 1 TO WS-Move-Posted.
    MOVE 0 TO WS-Unit-Cost.
    MOVE SPACES TO WS-Event-Currency.
    IF ML-File-Id = "STK"
        IF ML-Key NUMERIC
            MOVE ML-Key TO WS-Find-Stock-Num
            PERFORM Find-Stock-Cost
            IF WS-SC-Found > 0
                MOVE WS-SC-Cost(WS-SC-Found) TO WS-Unit-Cost
                MOVE WS-SC-Currency(WS-SC-Found) TO WS-Event-Currency
            END-IF
        END-IF
    ELSE
        MOVE ML-Key TO Book-Id-BSF
        READ BookStockFile
            KEY IS Book-Id-BSF
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE Avg-Cost-BSF TO WS-Unit-Cost
                MOVE Currency-Code-BSF TO WS-Event-Currency
        END-READ
    END-IF.
    IF WS-Unit-Cost = 0
        ADD 1 TO WS-Unvalued-Count
    ELSE
        IF ML-After > ML-Before
            COMPUTE WS-Qty-Change = ML-After - ML-Before
            MOVE "N" TO WS-Event-Reverse
        ELSE
            COMPUTE WS-Qty-Change = ML-Before - ML-After
            MOVE "Y" TO WS-Event-Reverse
        END-IF
        COMPUTE WS-Event-Amount = WS-Qty-Change * WS-Unit-Cost
        MOVE SPACES TO WS-Event-Code
        STRING "MV" ML-Reason DELIMITED BY SIZE INTO WS-Event-Code
        END-STRING
        PERFORM Post-Event
    END-IF.

Find-Stock-Cost.
    MOVE 0 TO WS-SC-Found.
    PERFORM VARYING WS-SC-Idx FROM 1 BY 1
            UNTIL WS-SC-Idx > WS-SC-Count OR WS-SC-Found > 0
        IF WS-SC-Stock-Num(WS-SC-Idx) = WS-Find-Stock-Num
            MOVE WS-SC-Idx TO WS-SC-Found
        END-IF
    END-PERFORM.

*>The registers are only appended to, so the records already posted
*>are skipped by count.  A register that is not there yet has had
*>nothing written to it.
Post-Credit-Notes.
    OPEN INPUT CREDREG-IN.
    IF CredStatus = "35"
        CONTINUE
    ELSE
        IF CredStatus NOT = "00"
            DISPLAY "GLPOST: ABEND - cannot open CREDREG.DAT, status "
                CredStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ CREDREG-IN
            AT END SET EndOfCredits TO TRUE
        END-READ
        PERFORM UNTIL EndOfCredits
            ADD 1 TO WS-Credit-Read
            IF WS-Credit-Read > WS-Ctl-Credit-Count
                ADD 1 TO WS-Credit-Posted
                MOVE "CRED" TO WS-Event-Code
                MOVE Cred-Amount-EUR TO WS-Event-Amount
                MOVE "EUR" TO WS-Event-Currency
                MOVE "N" TO WS-Event-Reverse
                PERFORM Post-Event
            END-IF
            READ CREDREG-IN
                AT END SET EndOfCredits TO TRUE
            END-READ
        END-PERFORM
        CLOSE CREDREG-IN
    END-IF.
    IF WS-Credit-Read < WS-Ctl-Credit-Count
        DISPLAY "GLPOST: ABEND - CREDREG.DAT holds fewer records than "
            "already posted"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Post-Settlements.
    OPEN INPUT SETTLED-IN.
    IF SettledStatus = "35"
        CONTINUE
    ELSE
        IF SettledStatus NOT = "00"
            DISPLAY "GLPOST: ABEND - cannot open SETTLED.DAT, status "
                SettledStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ SETTLED-IN
            AT END SET EndOfSettled TO TRUE
        END-READ
        PERFORM UNTIL EndOfSettled
            ADD 1 TO WS-Settled-Read
            IF WS-Settled-Read > WS-Ctl-Settled-Count
                ADD 1 TO WS-Settled-Posted
                EVALUATE Settled-Type
                    WHEN "P"
                    WHEN SPACE
                        MOVE "RCPT" TO WS-Event-Code
                    WHEN "W" MOVE "WOFF" TO WS-Event-Code
                    WHEN OTHER
                        MOVE SPACES TO WS-Event-Code
                        STRING "STL-" Settled-Type DELIMITED BY SIZE
                            INTO WS-Event-Code
                        END-STRING
                END-EVALUATE
                MOVE Settled-Amount-EUR TO WS-Event-Amount
                MOVE "EUR" TO WS-Event-Currency
                MOVE "N" TO WS-Event-Reverse
                PERFORM Post-Event
            END-IF
            READ SETTLED-IN
                AT END SET EndOfSettled TO TRUE
            END-READ
        END-PERFORM
        CLOSE SETTLED-IN
    END-IF.
    IF WS-Settled-Read < WS-Ctl-Settled-Count
        DISPLAY "GLPOST: ABEND - SETTLED.DAT holds fewer records than "
            "already posted"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>Despatches, returns, payments and write-offs reach the ledger from
*>their own registers; the inquiry marker CK moves nothing.  Anything
*>else on the log is a manual adjustment.
Post-Balance-Adjustments.
    OPEN INPUT BAL-LOG.
    IF BalLogStatus = "35"
        CONTINUE
    ELSE
        IF BalLogStatus NOT = "00"
            DISPLAY "GLPOST: ABEND - cannot open BALLOG.DAT, status "
                BalLogStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ BAL-LOG
            AT END SET EndOfBalLog TO TRUE
        END-READ
        PERFORM UNTIL EndOfBalLog
            ADD 1 TO WS-BalLog-Read
            IF WS-BalLog-Read > WS-Ctl-BalLog-Count
                    AND BL-Reason NOT = "DS" AND BL-Reason NOT = "RT"
                    AND BL-Reason NOT = "PY" AND BL-Reason NOT = "WO"
                    AND BL-Reason NOT = "CK" AND BL-Change NOT = 0
                ADD 1 TO WS-BalLog-Posted
                IF BL-Reason = "FX"
                    MOVE "FXGL" TO WS-Event-Code
                ELSE
                    MOVE "BALADJ" TO WS-Event-Code
                END-IF
                IF BL-Change > 0
                    MOVE BL-Change TO WS-Event-Amount
                    MOVE "N" TO WS-Event-Reverse
                ELSE
                    COMPUTE WS-Event-Amount = 0 - BL-Change
                    MOVE "Y" TO WS-Event-Reverse
                END-IF
                MOVE "EUR" TO WS-Event-Currency
                PERFORM Post-Event
            END-IF
            READ BAL-LOG
                AT END SET EndOfBalLog TO TRUE
            END-READ
        END-PERFORM
        CLOSE BAL-LOG
    END-IF.
    IF WS-BalLog-Read < WS-Ctl-BalLog-Count
        DISPLAY "GLPOST: ABEND - BALLOG.DAT holds fewer records than "
            "already posted"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>Debits the event's mapped debit account and credits its credit
*>account, the other way round for a decrease.  An unmapped event is
*>noted for the refusal rather than posted.
Post-Event.
    IF WS-Event-Amount > 0
        IF WS-Event-Currency = SPACES
            MOVE "EUR" TO WS-Event-Currency
        END-IF
        MOVE 0 TO WS-MT-Found
        PERFORM VARYING WS-MT-Idx FROM 1 BY 1
                UNTIL WS-MT-Idx > WS-Map-Count OR WS-MT-Found > 0
            IF WS-MT-Event(WS-MT-Idx) = WS-Event-Code
                MOVE WS-MT-Idx TO WS-MT-Found
            END-IF
        END-PERFORM
        IF WS-MT-Found = 0
            PERFORM Note-Unmapped-Event
        ELSE
            PERFORM Post-Mapped-Event
        END-IF
    END-IF.

Post-Mapped-Event.
    IF Event-Is-Decrease
        MOVE WS-MT-Credit-Acct(WS-MT-Found) TO WS-Event-Debit-Acct
        MOVE WS-MT-Debit-Acct(WS-MT-Found) TO WS-Event-Credit-Acct
    ELSE
        MOVE WS-MT-Debit-Acct(WS-MT-Found) TO WS-Event-Debit-Acct
        MOVE WS-MT-Credit-Acct(WS-MT-Found) TO WS-Event-Credit-Acct
    END-IF.
    MOVE WS-Event-Currency TO WS-Find-Currency.
    MOVE WS-Event-Debit-Acct TO WS-Find-Account.
    PERFORM Find-GL-Entry.
    ADD WS-Event-Amount TO WS-GL-Debit(WS-GL-Found).
    MOVE WS-Event-Credit-Acct TO WS-Find-Account.
    PERFORM Find-GL-Entry.
    ADD WS-Event-Amount TO WS-GL-Credit(WS-GL-Found).

Note-Unmapped-Event.
    MOVE 0 TO WS-UM-Found.
    PERFORM VARYING WS-UM-Idx FROM 1 BY 1
            UNTIL WS-UM-Idx > WS-UM-Count-Of OR WS-UM-Found > 0
        IF WS-UM-Event(WS-UM-Idx) = WS-Event-Code
            MOVE WS-UM-Idx TO WS-UM-Found
        END-IF
    END-PERFORM.
    IF WS-UM-Found = 0 AND WS-UM-Count-Of < 20
        ADD 1 TO WS-UM-Count-Of
        MOVE WS-UM-Count-Of TO WS-UM-Found
        MOVE WS-Event-Code TO WS-UM-Event(WS-UM-Found)
        MOVE 0 TO WS-UM-Count(WS-UM-Found)
    END-IF.
    IF WS-UM-Found > 0
        ADD 1 TO WS-UM-Count(WS-UM-Found)
    END-IF.
    SET Journal-Refused TO TRUE.

*>Finds the account and currency in the journal table, slotting a new
*>one into currency and account order.
Find-GL-Entry.
    MOVE 0 TO WS-GL-Found.
    MOVE 0 TO WS-GL-Insert-At.
    PERFORM VARYING WS-GL-Idx FROM 1 BY 1
            UNTIL WS-GL-Idx > WS-GL-Count OR WS-GL-Found > 0
                OR WS-GL-Insert-At > 0
        IF WS-GL-Currency(WS-GL-Idx) = WS-Find-Currency
                AND WS-GL-Account(WS-GL-Idx) = WS-Find-Account
            MOVE WS-GL-Idx TO WS-GL-Found
        ELSE
            IF WS-GL-Currency(WS-GL-Idx) > WS-Find-Currency
                    OR (WS-GL-Currency(WS-GL-Idx) = WS-Find-Currency
                        AND WS-GL-Account(WS-GL-Idx) > WS-Find-Account)
                MOVE WS-GL-Idx TO WS-GL-Insert-At
            END-IF
        END-IF
    END-PERFORM.
    IF WS-GL-Found = 0
        IF WS-GL-Count >= 500
            DISPLAY "GLPOST: ABEND - more than 500 account and "
                "currency lines, table full"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-GL-Insert-At = 0
            COMPUTE WS-GL-Insert-At = WS-GL-Count + 1
        END-IF
        PERFORM VARYING WS-Shift-Idx FROM WS-GL-Count BY -1
                UNTIL WS-Shift-Idx < WS-GL-Insert-At
            MOVE WS-GL-Entry(WS-Shift-Idx)
                TO WS-GL-Entry(WS-Shift-Idx + 1)
        END-PERFORM
        ADD 1 TO WS-GL-Count
        MOVE WS-GL-Insert-At TO WS-GL-Found
        MOVE WS-Find-Currency TO WS-GL-Currency(WS-GL-Found)
        MOVE WS-Find-Account TO WS-GL-Account(WS-GL-Found)
        MOVE 0 TO WS-GL-Debit(WS-GL-Found)
        MOVE 0 TO WS-GL-Credit(WS-GL-Found)
    END-IF.

*>Totals each currency's debits and credits; any currency out of
*>balance refuses the journal.
Check-Journal-Balance.
    PERFORM VARYING WS-GL-Idx FROM 1 BY 1
            UNTIL WS-GL-Idx > WS-GL-Count
        MOVE 0 TO WS-CT-Found
        PERFORM VARYING WS-CT-Idx FROM 1 BY 1
                UNTIL WS-CT-Idx > WS-CT-Count OR WS-CT-Found > 0
            IF WS-CT-Currency(WS-CT-Idx) = WS-GL-Currency(WS-GL-Idx)
                MOVE WS-CT-Idx TO WS-CT-Found
            END-IF
        END-PERFORM
        IF WS-CT-Found = 0
            IF WS-CT-Count >= 20
                DISPLAY "GLPOST: ABEND - more than 20 currencies, "
                    "table full"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-CT-Count
            MOVE WS-CT-Count TO WS-CT-Found
            MOVE WS-GL-Currency(WS-GL-Idx) TO WS-CT-Currency(WS-CT-Found)
            MOVE 0 TO WS-CT-Debit(WS-CT-Found)
            MOVE 0 TO WS-CT-Credit(WS-CT-Found)
            MOVE 0 TO WS-CT-Lines(WS-CT-Found)
        END-IF
        ADD WS-GL-Debit(WS-GL-Idx) TO WS-CT-Debit(WS-CT-Found)
        ADD WS-GL-Credit(WS-GL-Idx) TO WS-CT-Credit(WS-CT-Found)
    END-PERFORM.
    PERFORM VARYING WS-CT-Idx FROM 1 BY 1
            UNTIL WS-CT-Idx > WS-CT-Count
        IF WS-CT-Debit(WS-CT-Idx) NOT = WS-CT-Credit(WS-CT-Idx)
            ADD 1 TO WS-Unbalanced-Count
            SET Journal-Refused TO TRUE
        END-IF
    END-PERFORM.

*>One line per account and currency at its net figure; an account
*>whose debits and credits cancel out carries no line.  Lines come in
*>currency order, so each currency's trailer follows its last line.
Write-Journal.
    OPEN OUTPUT JOURNAL-OUT.
    IF JournalStatus NOT = "00"
        DISPLAY "GLPOST: ABEND - cannot open " WS-Journal-Name
            ", status " JournalStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "H" TO Jnl-Rec-Type.
    MOVE WS-Journal-Number TO Jnl-Journal-Number.
    MOVE WS-Through-Date TO Jnl-Through-Date.
    MOVE WS-CD-YYYYMMDD TO Jnl-Run-Date.
    WRITE JNL-HEADER-REC.
    PERFORM VARYING WS-GL-Idx FROM 1 BY 1
            UNTIL WS-GL-Idx > WS-GL-Count
        MOVE "L" TO Jnl-Line-Type
        MOVE WS-GL-Account(WS-GL-Idx) TO Jnl-Account
        MOVE WS-GL-Currency(WS-GL-Idx) TO Jnl-Currency
        MOVE 0 TO Jnl-Debit
        MOVE 0 TO Jnl-Credit
        IF WS-GL-Debit(WS-GL-Idx) > WS-GL-Credit(WS-GL-Idx)
            COMPUTE Jnl-Debit =
                WS-GL-Debit(WS-GL-Idx) - WS-GL-Credit(WS-GL-Idx)
        ELSE
            COMPUTE Jnl-Credit =
                WS-GL-Credit(WS-GL-Idx) - WS-GL-Debit(WS-GL-Idx)
        END-IF
        IF Jnl-Debit > 0 OR Jnl-Credit > 0
            WRITE JNL-LINE-REC
            ADD 1 TO WS-Journal-Lines
            PERFORM Find-Currency-Total
            ADD 1 TO WS-CT-Lines(WS-CT-Found)
        END-IF
        IF WS-GL-Idx = WS-GL-Count
            PERFORM Write-Journal-Trailer
        ELSE
            IF WS-GL-Currency(WS-GL-Idx + 1)
                    NOT = WS-GL-Currency(WS-GL-Idx)
                PERFORM Write-Journal-Trailer
            END-IF
        END-IF
    END-PERFORM.
    CLOSE JOURNAL-OUT.

Find-Currency-Total.
    MOVE 0 TO WS-CT-Found.
    PERFORM VARYING WS-CT-Idx FROM 1 BY 1
            UNTIL WS-CT-Idx > WS-CT-Count OR WS-CT-Found > 0
        IF WS-CT-Currency(WS-CT-Idx) = WS-GL-Currency(WS-GL-Idx)
            MOVE WS-CT-Idx TO WS-CT-Found
        END-IF
    END-PERFORM.

*>The trailer carries the net figures the lines add up to.
Write-Journal-Trailer.
    PERFORM Find-Currency-Total.
    MOVE "T" TO Jnl-Trailer-Type.
    MOVE WS-CT-Currency(WS-CT-Found) TO Jnl-Trailer-Currency.
    MOVE 0 TO Jnl-Total-Debit.
    MOVE 0 TO Jnl-Total-Credit.
    PERFORM VARYING WS-Shift-Idx FROM 1 BY 1
            UNTIL WS-Shift-Idx > WS-GL-Count
        IF WS-GL-Currency(WS-Shift-Idx) = WS-CT-Currency(WS-CT-Found)
            IF WS-GL-Debit(WS-Shift-Idx) > WS-GL-Credit(WS-Shift-Idx)
                COMPUTE Jnl-Total-Debit = Jnl-Total-Debit
                    + WS-GL-Debit(WS-Shift-Idx)
                    - WS-GL-Credit(WS-Shift-Idx)
            ELSE
                COMPUTE Jnl-Total-Credit = Jnl-Total-Credit
                    + WS-GL-Credit(WS-Shift-Idx)
                    - WS-GL-Debit(WS-Shift-Idx)
            END-IF
        END-IF
    END-PERFORM.
    MOVE WS-CT-Lines(WS-CT-Found) TO Jnl-Line-Count.
    WRITE JNL-TRAILER-REC.

*>The journal number moves on only when a journal was written.
Write-Control.
    OPEN OUTPUT GLCTL-FILE.
    IF CtlStatus NOT = "00"
        DISPLAY "GLPOST: ABEND - cannot rewrite GLCTL.DAT, status "
            CtlStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-New-Through-Date TO Ctl-Through-Date-IO.
    IF WS-GL-Count > 0
        MOVE WS-Journal-Number TO Ctl-Journal-Number-IO
    ELSE
        MOVE WS-Ctl-Journal-Number TO Ctl-Journal-Number-IO
    END-IF.
    MOVE WS-Credit-Read TO Ctl-Credit-Count-IO.
    MOVE WS-Settled-Read TO Ctl-Settled-Count-IO.
    MOVE WS-BalLog-Read TO Ctl-BalLog-Count-IO.
    WRITE GLCTL-REC.
    CLOSE GLCTL-FILE.

Write-Report-Heading.
    MOVE SPACES TO REPORT-LINE.
    STRING "GENERAL LEDGER POSTING THROUGH " DELIMITED BY SIZE
        WS-Through-Date DELIMITED BY SIZE
        "   RUN " DELIMITED BY SIZE
        WS-CD-YYYYMMDD DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    IF First-Posting
        MOVE "FIRST POSTING - ALL HISTORY ON THE LIVE FILES INCLUDED"
            TO REPORT-LINE
    ELSE
        STRING "PREVIOUSLY POSTED THROUGH " DELIMITED BY SIZE
            WS-Ctl-Through-Date DELIMITED BY SIZE
            " IN JOURNAL " DELIMITED BY SIZE
            WS-Ctl-Journal-Number DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
    END-IF.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-Hist-Posted TO WS-Count-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING "DESPATCH HISTORY LINES   " WS-Count-Display
        DELIMITED BY SIZE INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE WS-Move-Posted TO WS-Count-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING "STOCK MOVEMENTS          " WS-Count-Display
        DELIMITED BY SIZE INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE WS-Unvalued-Count TO WS-Count-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING "  OF WHICH WITH NO COST  " WS-Count-Display
        DELIMITED BY SIZE INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE WS-Credit-Posted TO WS-Count-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING "CREDIT NOTES             " WS-Count-Display
        DELIMITED BY SIZE INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE WS-Settled-Posted TO WS-Count-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING "PAYMENTS AND WRITE-OFFS  " WS-Count-Display
        DELIMITED BY SIZE INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE WS-BalLog-Posted TO WS-Count-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING "BALANCE ADJUSTMENTS      " WS-Count-Display
        DELIMITED BY SIZE INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

Write-Refusal.
    MOVE "*** JOURNAL REFUSED - NOTHING POSTED, GLCTL.DAT UNCHANGED"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-UM-Idx FROM 1 BY 1
            UNTIL WS-UM-Idx > WS-UM-Count-Of
        MOVE WS-UM-Count(WS-UM-Idx) TO WS-Count-Display
        MOVE SPACES TO REPORT-LINE
        STRING "EVENT " WS-UM-Event(WS-UM-Idx)
            " NOT ON GLMAP.DAT, " WS-Count-Display " EVENT(S)"
            DELIMITED BY SIZE INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
    END-PERFORM.
    PERFORM VARYING WS-CT-Idx FROM 1 BY 1
            UNTIL WS-CT-Idx > WS-CT-Count
        IF WS-CT-Debit(WS-CT-Idx) NOT = WS-CT-Credit(WS-CT-Idx)
            MOVE WS-CT-Debit(WS-CT-Idx) TO WS-Amount-Display
            MOVE WS-CT-Credit(WS-CT-Idx) TO WS-Amount2-Display
            MOVE SPACES TO REPORT-LINE
            STRING "CURRENCY " WS-CT-Currency(WS-CT-Idx)
                " OUT OF BALANCE, DEBITS " WS-Amount-Display
                " CREDITS " WS-Amount2-Display
                DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF
    END-PERFORM.

Write-Posting-Summary.
    IF WS-GL-Count = 0
        MOVE "NOTHING NEW TO POST - NO JOURNAL WRITTEN" TO REPORT-LINE
        WRITE REPORT-LINE
    ELSE
        PERFORM Write-Journal-Listing
    END-IF.

Write-Journal-Listing.
    MOVE SPACES TO REPORT-LINE.
    STRING "JOURNAL " WS-Journal-Number " WRITTEN TO "
        WS-Journal-Name DELIMITED BY SIZE INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "ACCOUNT    CUR             DEBIT            CREDIT"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-GL-Idx FROM 1 BY 1
            UNTIL WS-GL-Idx > WS-GL-Count
        IF WS-GL-Debit(WS-GL-Idx) NOT = WS-GL-Credit(WS-GL-Idx)
            MOVE 0 TO WS-Net-Amount
            MOVE 0 TO WS-Amount-Display
            MOVE 0 TO WS-Amount2-Display
            IF WS-GL-Debit(WS-GL-Idx) > WS-GL-Credit(WS-GL-Idx)
                COMPUTE WS-Net-Amount =
                    WS-GL-Debit(WS-GL-Idx) - WS-GL-Credit(WS-GL-Idx)
                MOVE WS-Net-Amount TO WS-Amount-Display
            ELSE
                COMPUTE WS-Net-Amount =
                    WS-GL-Credit(WS-GL-Idx) - WS-GL-Debit(WS-GL-Idx)
                MOVE WS-Net-Amount TO WS-Amount2-Display
            END-IF
            MOVE SPACES TO REPORT-LINE
            STRING WS-GL-Account(WS-GL-Idx) " "
                WS-GL-Currency(WS-GL-Idx) " "
                WS-Amount-Display " " WS-Amount2-Display
                DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-CT-Idx FROM 1 BY 1
            UNTIL WS-CT-Idx > WS-CT-Count
        MOVE WS-CT-Debit(WS-CT-Idx) TO WS-Amount-Display
        MOVE WS-CT-Credit(WS-CT-Idx) TO WS-Amount2-Display
        MOVE SPACES TO REPORT-LINE
        STRING "TOTAL " WS-CT-Currency(WS-CT-Idx)
            " EVENTS  DEBITS " WS-Amount-Display
            " CREDITS " WS-Amount2-Display " - BALANCED"
            DELIMITED BY SIZE INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
    END-PERFORM.
