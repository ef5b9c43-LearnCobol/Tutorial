      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  CustomerActivity.
AUTHOR.  Michael Coughlan.
*>Customer activity ranking and lapsed-customer report.
*>SalesAnalysis works by title and author, so it cannot say who the
*>biggest customers are or who used to order and has gone quiet.
*>Asks for a period (first and last day, YYYYMMDD) and a lapse in
*>months, then reads DESPHIST.DAT and every DESPHIST-yyyymm.ARC month
*>PeriodArchive has cut from the start of the same period last year
*>(or the start of the lapse, if that is earlier) up to today.  Each
*>customer's merchandise sales - the *POST and *VAT lines are not
*>sales - are converted to EUR at the rate in force on the day, the
*>MarginReport convention, and totalled for the period and for the
*>same period a year earlier; any history line at all counts towards
*>the date of the last order.  CUSTACT.RPT ranks the customers by
*>this period's value with last year's figure, the change and the
*>last order date.  LAPSED.RPT lists every active customer
*>(CUST-STATUS-CM "A") with no order since the lapse began, with the
*>name and address off CUSTOMER.DAT, for the reps to ring round; a
*>last order older than the history read is shown as none.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-NUM-CM
        FILE STATUS IS Cust-Status.

*>The live history and its monthly archives share one layout, so
*>one file is opened in turn under each name.
    SELECT DESPHIST-IN ASSIGN TO DYNAMIC WS-Hist-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HistStatus.

    SELECT SORT-WORK-FILE ASSIGN TO "CUSTSORT.TMP".

    SELECT ACTIVITY-OUT ASSIGN TO "CUSTACT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReportStatus.

    SELECT LAPSED-OUT ASSIGN TO "LAPSED.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LapsedStatus.

DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-FILE.
01  CUSTOMER-REC.
    88  EndOfCustomers        VALUE HIGH-VALUES.
    02  CUST-NUM-CM           PIC X(4).
    02  CUST-NAME-CM          PIC X(30).
    02  CUST-ADDR-LINE1-CM    PIC X(30).
    02  CUST-ADDR-LINE2-CM    PIC X(30).
    02  CUST-ADDR-LINE3-CM    PIC X(30).
    02  CUST-COUNTRY-CODE-CM  PIC XX.
    02  CUST-STATUS-CM        PIC X.
        88  Customer-Active   VALUE "A".
    02  CUST-CREDIT-LIMIT-CM  PIC 9(7)V99.
    02  CUST-BALANCE-CM       PIC S9(7)V99.
    02  CUST-DISCOUNT-PCT-CM  PIC 99V99.

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

SD  SORT-WORK-FILE.
01  SORT-REC.
    02  SORT-This-Value         PIC 9(9)V99.
    02  SORT-CustNum            PIC X(4).
    02  SORT-Prior-Value        PIC 9(9)V99.
    02  SORT-Last-Date          PIC 9(8).

FD  ACTIVITY-OUT.
01  REPORT-LINE                 PIC X(132).

FD  LAPSED-OUT.
01  LAPSED-LINE                 PIC X(132).

WORKING-STORAGE SECTION.
01  Cust-Status                 PIC XX.
01  HistStatus                  PIC XX.
01  ReportStatus                PIC XX.
01  LapsedStatus                PIC XX.
01  WS-Hist-Name                PIC X(40).
01  WS-Trailer-Tag-Literal      PIC X(5) VALUE "99999".

01  WS-Period-From-X.
    02  WS-Period-From          PIC 9(8).
01  WS-Period-To-X.
    02  WS-Period-To            PIC 9(8).
01  WS-Prior-From               PIC 9(8).
01  WS-Prior-To                 PIC 9(8).
01  WS-Lapse-Months-X.
    02  WS-Lapse-Months         PIC 99.
01  WS-Lapse-Date               PIC 9(8).
01  WS-Scan-From                PIC 9(8).

01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).
01  WS-Today-Days               PIC 9(7).
01  WS-Date-Num                 PIC 9(8).

*>The archive months from the first month wanted up to this one.
01  WS-Scan-Month-Key.
    02  WS-Scan-Year            PIC 9(4).
    02  WS-Scan-Month           PIC 99.
01  WS-Last-Month-Key           PIC 9(6).
01  WS-Archive-Count            PIC 99 VALUE 0.

*>Per customer: this period's and last year's EUR sales and the
*>latest history date seen.
01  WS-Customer-Table.
    02  WS-CA-Entry OCCURS 3000 TIMES.
        03  WS-CA-CustNum       PIC X(4).
        03  WS-CA-This          PIC 9(9)V99.
        03  WS-CA-Prior         PIC 9(9)V99.
        03  WS-CA-Last-Date     PIC 9(8).
01  WS-CA-Count                 PIC 9(4) VALUE 0.
01  WS-CA-Idx                   PIC 9(4).
01  WS-CA-Found                 PIC 9(4).

*>Conversion to EUR, at the rate in force on the sale date.
01  WS-Rate-Currency            PIC XXX.
01  WS-Exchange-Rate            PIC 9(3)V9(6).
01  WS-Rate-Date                PIC 9(8).
01  WS-Line-EUR                 PIC 9(7)V99.
01  WS-No-Rate-Count            PIC 9(6) VALUE 0.

01  FILLER                      PIC 9 VALUE 0.
    88  END-OF-SORT             VALUE 1.
01  WS-Rank                     PIC 9(5) VALUE 0.
01  WS-Lapsed-Count             PIC 9(5) VALUE 0.
01  WS-Change                   PIC S9(9)V99.
01  WS-Change-Pct               PIC S9(5)V9.
01  WS-Total-This               PIC 9(11)V99 VALUE 0.
01  WS-Total-Prior              PIC 9(11)V99 VALUE 0.
01  WS-Cust-Name                PIC X(30).

01  WS-Rank-Display             PIC ZZZZ9.
01  WS-Value-Display            PIC ZZZ,ZZZ,ZZ9.99.
01  WS-Prior-Display            PIC ZZZ,ZZZ,ZZ9.99.
01  WS-Change-Display           PIC -ZZZ,ZZZ,ZZ9.99.
01  WS-Pct-Display              PIC -ZZZ9.9.
01  WS-Total-Display            PIC Z,ZZZ,ZZZ,ZZ9.99.
01  WS-Count-Display            PIC ZZ,ZZ9.

01  WS-SignOn-Function          PIC X(20) VALUE "CUSTOMERACTIVITY".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "Period from (YYYYMMDD): " WITH NO ADVANCING.
    ACCEPT WS-Period-From-X.
    DISPLAY "Period to (YYYYMMDD): " WITH NO ADVANCING.
    ACCEPT WS-Period-To-X.
    IF WS-Period-From-X NOT NUMERIC OR WS-Period-To-X NOT NUMERIC
            OR WS-Period-From < 10000 OR WS-Period-From > WS-Period-To
        DISPLAY "CUSTOMERACTIVITY: ABEND - period must be two "
            "YYYYMMDD dates, first no later than last"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "Lapsed after how many months without an order "
        "(99, blank = 6): " WITH NO ADVANCING.
    ACCEPT WS-Lapse-Months-X.
    IF WS-Lapse-Months-X NOT NUMERIC OR WS-Lapse-Months = 0
        MOVE 6 TO WS-Lapse-Months
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    MOVE WS-CD-YYYYMMDD TO WS-Date-Num.
    COMPUTE WS-Today-Days = FUNCTION INTEGER-OF-DATE(WS-Date-Num).
    PERFORM Set-Comparison-Dates.
    PERFORM Collect-Customer-Sales.
    OPEN INPUT CUSTOMER-FILE.
    IF Cust-Status NOT = "00"
        DISPLAY "CUSTOMERACTIVITY: ABEND - cannot open "
            "CUSTOMER-FILE, status " Cust-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    SORT SORT-WORK-FILE
        ON DESCENDING KEY SORT-This-Value
        ON ASCENDING KEY SORT-CustNum
        INPUT PROCEDURE IS Release-Customers
        OUTPUT PROCEDURE IS Write-Activity-Report.
    PERFORM Write-Lapsed-List.
    CLOSE CUSTOMER-FILE.
    DISPLAY "CUSTOMERACTIVITY: " WS-Rank " customer(s) ranked, see "
        "CUSTACT.RPT; " WS-Lapsed-Count " lapsed, see LAPSED.RPT".
    IF WS-No-Rate-Count > 0
        DISPLAY "CUSTOMERACTIVITY: " WS-No-Rate-Count
            " line(s) had no exchange rate, taken at face value"
    END-IF.
    STOP RUN.

*>Last year's period is the same days a year earlier; a period
*>ending on 29 February compares with the 28th.  The lapse is
*>counted back from today in 30-day months, as ReorderCalc counts
*>its window.
Set-Comparison-Dates.
    COMPUTE WS-Prior-From = WS-Period-From - 10000.
    COMPUTE WS-Prior-To = WS-Period-To - 10000.
    IF WS-Prior-From(5:4) = "0229"
        MOVE "0228" TO WS-Prior-From(5:4)
    END-IF.
    IF WS-Prior-To(5:4) = "0229"
        MOVE "0228" TO WS-Prior-To(5:4)
    END-IF.
    COMPUTE WS-Lapse-Date = FUNCTION DATE-OF-INTEGER
        (WS-Today-Days - (WS-Lapse-Months * 30)).
    IF WS-Lapse-Date < WS-Prior-From
        MOVE WS-Lapse-Date TO WS-Scan-From
    ELSE
        MOVE WS-Prior-From TO WS-Scan-From
    END-IF.

*>The live history must be there; an archive month PeriodArchive
*>never cut (or one already moved off-line) is simply not read.
Collect-Customer-Sales.
    MOVE "DESPHIST.DAT" TO WS-Hist-Name.
    OPEN INPUT DESPHIST-IN.
    IF HistStatus NOT = "00"
        DISPLAY "CUSTOMERACTIVITY: ABEND - cannot open DESPHIST.DAT, "
            "status " HistStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Scan-History-File.
    MOVE WS-Scan-From(1:4) TO WS-Scan-Year.
    MOVE WS-Scan-From(5:2) TO WS-Scan-Month.
    MOVE WS-CD-YYYYMMDD(1:6) TO WS-Last-Month-Key.
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
                DISPLAY "CUSTOMERACTIVITY: ABEND - cannot open "
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
    END-PERFORM.

*>Reads the open history or archive through to its end and closes
*>it.  The archive's count trailer is not history.
Scan-History-File.
    READ DESPHIST-IN
        AT END SET EndOfHistory TO TRUE
    END-READ.
    PERFORM UNTIL EndOfHistory
        IF Hist-Trailer-Tag NOT = WS-Trailer-Tag-Literal
                AND Hist-Date NUMERIC AND Hist-Date > 0
            PERFORM Note-History-Line
        END-IF
        READ DESPHIST-IN
            AT END SET EndOfHistory TO TRUE
        END-READ
    END-PERFORM.
    CLOSE DESPHIST-IN.

Note-History-Line.
    PERFORM Find-Customer-Entry.
    IF Hist-Date > WS-CA-Last-Date(WS-CA-Idx)
        MOVE Hist-Date TO WS-CA-Last-Date(WS-CA-Idx)
    END-IF.
    IF Hist-Book-Id(1:1) NOT = "*"
        IF Hist-Date NOT < WS-Period-From
                AND Hist-Date NOT > WS-Period-To
            PERFORM Convert-Line
            ADD WS-Line-EUR TO WS-CA-This(WS-CA-Idx)
        ELSE
            IF Hist-Date NOT < WS-Prior-From
                    AND Hist-Date NOT > WS-Prior-To
                PERFORM Convert-Line
                ADD WS-Line-EUR TO WS-CA-Prior(WS-CA-Idx)
            END-IF
        END-IF
    END-IF.

Find-Customer-Entry.
    MOVE 0 TO WS-CA-Found.
    PERFORM VARYING WS-CA-Idx FROM 1 BY 1
            UNTIL WS-CA-Idx > WS-CA-Count OR WS-CA-Found > 0
        IF WS-CA-CustNum(WS-CA-Idx) = Hist-CustNum
            MOVE WS-CA-Idx TO WS-CA-Found
        END-IF
    END-PERFORM.
    IF WS-CA-Found > 0
        MOVE WS-CA-Found TO WS-CA-Idx
    ELSE
        IF WS-CA-Count >= 3000
            DISPLAY "CUSTOMERACTIVITY: ABEND - more than 3000 "
                "customers on the history, table full"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-CA-Count
        MOVE WS-CA-Count TO WS-CA-Idx
        MOVE Hist-CustNum TO WS-CA-CustNum(WS-CA-Idx)
        MOVE 0 TO WS-CA-This(WS-CA-Idx)
        MOVE 0 TO WS-CA-Prior(WS-CA-Idx)
        MOVE 0 TO WS-CA-Last-Date(WS-CA-Idx)
    END-IF.

*>EUR needs no conversion; a currency with no rate on file for the
*>date is taken at face value and counted, the Despatch convention.
Convert-Line.
    MOVE 1 TO WS-Exchange-Rate.
    MOVE Hist-Currency TO WS-Rate-Currency.
    IF WS-Rate-Currency NOT = "EUR" AND WS-Rate-Currency NOT = SPACES
        CALL "GetExchangeRate" USING WS-Rate-Currency,
            Hist-Date, WS-Exchange-Rate, WS-Rate-Date
        IF RETURN-CODE NOT = 0
            MOVE 1 TO WS-Exchange-Rate
            ADD 1 TO WS-No-Rate-Count
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.
    COMPUTE WS-Line-EUR ROUNDED = Hist-Line-Total * WS-Exchange-Rate.

*>Only customers who bought in one period or the other are ranked.
Release-Customers.
    PERFORM VARYING WS-CA-Idx FROM 1 BY 1
            UNTIL WS-CA-Idx > WS-CA-Count
        IF WS-CA-This(WS-CA-Idx) > 0 OR WS-CA-Prior(WS-CA-Idx) > 0
            MOVE WS-CA-This(WS-CA-Idx) TO SORT-This-Value
            MOVE WS-CA-CustNum(WS-CA-Idx) TO SORT-CustNum
            MOVE WS-CA-Prior(WS-CA-Idx) TO SORT-Prior-Value
            MOVE WS-CA-Last-Date(WS-CA-Idx) TO SORT-Last-Date
            RELEASE SORT-REC
        END-IF
    END-PERFORM.

Write-Activity-Report.
    OPEN OUTPUT ACTIVITY-OUT.
    IF ReportStatus NOT = "00"
        DISPLAY "CUSTOMERACTIVITY: ABEND - cannot open ACTIVITY-OUT, "
            "status " ReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "CUSTOMER ACTIVITY RANKING " DELIMITED BY SIZE
           WS-Period-From DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           WS-Period-To DELIMITED BY SIZE
           " AGAINST " DELIMITED BY SIZE
           WS-Prior-From DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           WS-Prior-To DELIMITED BY SIZE
           "  (EUR SALES)" DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE " RANK CUST  NAME" TO REPORT-LINE.
    MOVE "THIS PERIOD      LAST YEAR         CHANGE       %"
        TO REPORT-LINE(47:).
    MOVE "LAST ORDER" TO REPORT-LINE(100:).
    WRITE REPORT-LINE.
    RETURN SORT-WORK-FILE
        AT END SET END-OF-SORT TO TRUE
    END-RETURN.
    PERFORM UNTIL END-OF-SORT
        PERFORM Write-Ranking-Line
        RETURN SORT-WORK-FILE
            AT END SET END-OF-SORT TO TRUE
        END-RETURN
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    MOVE "*** ALL CUSTOMERS" TO REPORT-LINE.
    MOVE WS-Total-This TO WS-Total-Display.
    MOVE WS-Total-Display TO REPORT-LINE(42:).
    MOVE WS-Total-Prior TO WS-Total-Display.
    MOVE WS-Total-Display TO REPORT-LINE(59:).
    COMPUTE WS-Change = WS-Total-This - WS-Total-Prior.
    MOVE WS-Change TO WS-Change-Display.
    MOVE WS-Change-Display TO REPORT-LINE(76:).
    WRITE REPORT-LINE.
    CLOSE ACTIVITY-OUT.

Write-Ranking-Line.
    ADD 1 TO WS-Rank.
    ADD SORT-This-Value TO WS-Total-This.
    ADD SORT-Prior-Value TO WS-Total-Prior.
    MOVE SORT-CustNum TO CUST-NUM-CM.
    READ CUSTOMER-FILE
        INVALID KEY
            MOVE "** NOT ON CUSTOMER FILE **" TO WS-Cust-Name
        NOT INVALID KEY
            MOVE CUST-NAME-CM TO WS-Cust-Name
    END-READ.
    COMPUTE WS-Change = SORT-This-Value - SORT-Prior-Value.
    MOVE WS-Rank TO WS-Rank-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING WS-Rank-Display DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SORT-CustNum DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Cust-Name DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    MOVE SORT-This-Value TO WS-Value-Display.
    MOVE WS-Value-Display TO REPORT-LINE(44:).
    MOVE SORT-Prior-Value TO WS-Prior-Display.
    MOVE WS-Prior-Display TO REPORT-LINE(61:).
    MOVE WS-Change TO WS-Change-Display.
    MOVE WS-Change-Display TO REPORT-LINE(76:).
*>  No sales last year means there is no percentage to show.
    IF SORT-Prior-Value > 0
        COMPUTE WS-Change-Pct ROUNDED =
            WS-Change * 100 / SORT-Prior-Value
            ON SIZE ERROR MOVE 9999.9 TO WS-Change-Pct
        END-COMPUTE
        MOVE WS-Change-Pct TO WS-Pct-Display
        MOVE WS-Pct-Display TO REPORT-LINE(92:)
    ELSE
        MOVE "    NEW" TO REPORT-LINE(92:)
    END-IF.
    MOVE SORT-Last-Date TO REPORT-LINE(100:).
    WRITE REPORT-LINE.

*>Every active customer on the master whose last order, if any, is
*>older than the lapse.
Write-Lapsed-List.
    OPEN OUTPUT LAPSED-OUT.
    IF LapsedStatus NOT = "00"
        DISPLAY "CUSTOMERACTIVITY: ABEND - cannot open LAPSED-OUT, "
            "status " LapsedStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO LAPSED-LINE.
    STRING "ACTIVE CUSTOMERS WITH NO ORDER IN " DELIMITED BY SIZE
           WS-Lapse-Months DELIMITED BY SIZE
           " MONTHS (NONE SINCE " DELIMITED BY SIZE
           WS-Lapse-Date DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO LAPSED-LINE
    END-STRING.
    WRITE LAPSED-LINE.
    MOVE LOW-VALUES TO CUST-NUM-CM.
    START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-NUM-CM
        INVALID KEY SET EndOfCustomers TO TRUE
    END-START.
    IF NOT EndOfCustomers
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET EndOfCustomers TO TRUE
        END-READ
    END-IF.
    PERFORM UNTIL EndOfCustomers
        IF Customer-Active
            MOVE 0 TO WS-CA-Found
            PERFORM VARYING WS-CA-Idx FROM 1 BY 1
                    UNTIL WS-CA-Idx > WS-CA-Count OR WS-CA-Found > 0
                IF WS-CA-CustNum(WS-CA-Idx) = CUST-NUM-CM
                    MOVE WS-CA-Idx TO WS-CA-Found
                END-IF
            END-PERFORM
            IF WS-CA-Found = 0
                PERFORM Write-Lapsed-Customer
            ELSE
                IF WS-CA-Last-Date(WS-CA-Found) < WS-Lapse-Date
                    PERFORM Write-Lapsed-Customer
                END-IF
            END-IF
        END-IF
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET EndOfCustomers TO TRUE
        END-READ
    END-PERFORM.
    MOVE SPACES TO LAPSED-LINE.
    WRITE LAPSED-LINE.
    MOVE WS-Lapsed-Count TO WS-Count-Display.
    MOVE SPACES TO LAPSED-LINE.
    STRING "*** " DELIMITED BY SIZE
           WS-Count-Display DELIMITED BY SIZE
           " LAPSED CUSTOMER(S) ***" DELIMITED BY SIZE
        INTO LAPSED-LINE
    END-STRING.
    WRITE LAPSED-LINE.
    CLOSE LAPSED-OUT.

Write-Lapsed-Customer.
    ADD 1 TO WS-Lapsed-Count.
    MOVE SPACES TO LAPSED-LINE.
    WRITE LAPSED-LINE.
    MOVE SPACES TO LAPSED-LINE.
    STRING CUST-NUM-CM DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CUST-NAME-CM DELIMITED BY SIZE
           "  LAST ORDER " DELIMITED BY SIZE
        INTO LAPSED-LINE
    END-STRING.
    IF WS-CA-Found = 0
        MOVE "NONE ON HISTORY READ" TO LAPSED-LINE(52:)
    ELSE
        MOVE WS-CA-Last-Date(WS-CA-Found) TO LAPSED-LINE(52:)
    END-IF.
    WRITE LAPSED-LINE.
    MOVE SPACES TO LAPSED-LINE.
    MOVE CUST-ADDR-LINE1-CM TO LAPSED-LINE(7:).
    WRITE LAPSED-LINE.
    IF CUST-ADDR-LINE2-CM NOT = SPACES
        MOVE SPACES TO LAPSED-LINE
        MOVE CUST-ADDR-LINE2-CM TO LAPSED-LINE(7:)
        WRITE LAPSED-LINE
    END-IF.
    MOVE SPACES TO LAPSED-LINE.
    STRING CUST-ADDR-LINE3-CM DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CUST-COUNTRY-CODE-CM DELIMITED BY SIZE
        INTO LAPSED-LINE(7:)
    END-STRING.
    WRITE LAPSED-LINE.
