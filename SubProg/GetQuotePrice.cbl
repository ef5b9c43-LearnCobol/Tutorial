      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  GetQuotePrice.
AUTHOR.  Michael Coughlan.
*>Looks up the price held for one title on a customer quotation.
*>Quotation stores each quote on QUOTE.DAT, keyed by quote number
*>and Book-Id-BSF, with the unit list price, its currency and the
*>discount percentage as they stood on the day the quote was given;
*>an order converted from the quote carries the quote number, and
*>Despatch prices its lines from here instead of from the current
*>Copy-Price-BSF, so a PriceChange in the meantime does not touch
*>them.  The file is opened on the first call of the run and held
*>open across every later call, the GetCustomerAddress arrangement;
*>a call with a Book-Id of HIGH-VALUES is the end-of-run signal and
*>closes it.  A site that has never issued a quote has no file yet.
*>RETURN-CODE 4 means the title is not on that quote.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT QUOTE-FILE ASSIGN TO "QUOTE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS QL-KEY
        FILE STATUS IS Quote-Status.

DATA DIVISION.
FILE SECTION.
FD  QUOTE-FILE.
01  QUOTE-LINE-REC.
    02  QL-KEY.
        03  QL-QUOTE-NUMBER     PIC 9(6).
        03  QL-BOOK-ID          PIC X(5).
    02  QL-QTY                  PIC 999.
    02  QL-UNIT-PRICE           PIC 99V99.
    02  QL-CURRENCY             PIC XXX.
    02  QL-DISCOUNT-PCT         PIC 99V99.
    02  FILLER                  PIC X(22).

WORKING-STORAGE SECTION.
01  Quote-Status         PIC XX.
01  WS-File-State        PIC X VALUE "N".
    88  File-Is-Open     VALUE "Y".
    88  File-Is-Missing  VALUE "M".

LINKAGE SECTION.
01  Quote-Number         PIC 9(6).
01  Quote-Book-Id        PIC X(5).
01  Quote-Unit-Price     PIC 99V99.
01  Quote-Currency       PIC XXX.
01  Quote-Discount-Pct   PIC 99V99.

PROCEDURE DIVISION USING Quote-Number, Quote-Book-Id,
        Quote-Unit-Price, Quote-Currency, Quote-Discount-Pct.
Begin.
    IF Quote-Book-Id = HIGH-VALUES
        IF File-Is-Open
            CLOSE QUOTE-FILE
        END-IF
        MOVE "N" TO WS-File-State
        MOVE 0 TO RETURN-CODE
        EXIT PROGRAM
    END-IF.
    MOVE 0 TO Quote-Unit-Price.
    MOVE SPACES TO Quote-Currency.
    MOVE 0 TO Quote-Discount-Pct.
    MOVE 4 TO RETURN-CODE.
    IF NOT File-Is-Open AND NOT File-Is-Missing
        OPEN INPUT QUOTE-FILE
        EVALUATE Quote-Status
            WHEN "00"
                MOVE "Y" TO WS-File-State
            WHEN "35"
                MOVE "M" TO WS-File-State
            WHEN OTHER
                DISPLAY "GETQUOTEPRICE: ABEND - cannot open "
                    "QUOTE-FILE, status " Quote-Status
                MOVE 16 TO RETURN-CODE
        END-EVALUATE
    END-IF.
    IF File-Is-Open AND Quote-Book-Id NOT = SPACES
        MOVE Quote-Number TO QL-QUOTE-NUMBER
        MOVE Quote-Book-Id TO QL-BOOK-ID
        READ QUOTE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE QL-UNIT-PRICE TO Quote-Unit-Price
                MOVE QL-CURRENCY TO Quote-Currency
                MOVE QL-DISCOUNT-PCT TO Quote-Discount-Pct
                MOVE 0 TO RETURN-CODE
        END-READ
    END-IF.
    EXIT PROGRAM.
