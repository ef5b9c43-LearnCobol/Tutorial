      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  StandingOrderMaint.
AUTHOR.  Michael Coughlan.
*>Standing-order maintenance.  Several trade customers take a fixed
*>quantity of certain titles every month or quarter, or every new
*>volume of a series as it is published, and until now the clerk
*>re-keyed those orders through OrderEntry from a paper list.
*>STANDORD.DAT holds them instead, one record per customer, delivery
*>ship-to code (blank for the billing address) and Book-Id-BSF, with
*>the quantity, a frequency and a start and end date.  The frequency
*>is M monthly, Q quarterly or A annually, counted from the start
*>month, or V for a new volume: ordered once, by the first run that
*>reaches its start date, so each volume of a series is set up as
*>it is announced.  StandingOrderRun turns the ones due into an
*>ORDERS.DAT batch.  Adds, amends and deactivates standing orders
*>one at a time in the style of CustomerMaint: the customer must be
*>active on the customer master, a ship-to code must be one of its
*>active delivery addresses, and the title must be on BookStockFile.
*>Amending a standing order never resets the period it was last
*>generated for, so it cannot be ordered twice in one period.
*>Every add, amend and deactivate is written to the master-change
*>journal through MasterChangeLog (master STO, keyed by customer,
*>ship-to and title) with the standing order as it stood before and
*>after, so a changed quantity can be traced to who changed it.

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
*>  Zero means the standing order runs until it is deactivated.
    02  SO-END-DATE             PIC 9(8).
*>  YYYYMM of the last period StandingOrderRun generated it for;
*>  zero until it has been generated once.
    02  SO-LAST-PERIOD          PIC 9(6).
    02  SO-STATUS               PIC X.
        88  Standing-Active     VALUE "A".
        88  Standing-Deactivated VALUE "D".

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  StandStatus                 PIC XX.
01  BookStock-Name              PIC X(40) VALUE "BookStock.DAT".
01  WS-BookStock-Default        PIC X(40) VALUE "BookStock.DAT".

01  WS-Continue                 PIC X VALUE "Y".
    88  Keep-Going              VALUE "Y".
01  WS-Action                   PIC X.
    88  Action-Is-Add           VALUE "A".
    88  Action-Is-Change        VALUE "C".
    88  Action-Is-Deactivate    VALUE "D".
01  WS-Added-Count              PIC 9(5) VALUE 0.
01  WS-Changed-Count            PIC 9(5) VALUE 0.
01  WS-Deactivated-Count        PIC 9(5) VALUE 0.

01  WS-Fields-Valid             PIC X VALUE "Y".
    88  Fields-Are-Valid        VALUE "Y".

01  WS-Qty-X.
    02  WS-Qty                  PIC 999.
01  WS-Start-Date-X.
    02  WS-Start-Date           PIC 9(8).
    02  FILLER REDEFINES WS-Start-Date.
        03  FILLER              PIC 9(4).
        03  WS-Start-Month      PIC 99.
        03  FILLER              PIC 99.
01  WS-End-Date-X.
    02  WS-End-Date             PIC 9(8).

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

*>Master-change journal parameters for MasterChangeLog.
01  WS-Chg-Program              PIC X(20) VALUE "STANDINGORDERMAINT".
01  WS-Chg-File-Id              PIC X(3) VALUE "STO".
01  WS-Chg-Key                  PIC X(12).
01  WS-Chg-Action               PIC X.
01  WS-Before-Image             PIC X(200).
01  WS-After-Image              PIC X(200).

01  WS-SignOn-Function          PIC X(20) VALUE "STANDINGORDERMAINT".

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
    OPEN INPUT BookStockFile.
    IF BookStatus NOT = "00"
        DISPLAY "STANDINGORDERMAINT: ABEND - cannot open "
            "BookStockFile, status " BookStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  INDEXED OPEN I-O fails with status 35 on a file that doesn't
*>  exist yet, so the first run in the file's life falls back to
*>  OPEN OUTPUT to create it, then reopens for update.
    OPEN I-O STANDORD-FILE.
    IF StandStatus = "35"
        OPEN OUTPUT STANDORD-FILE
        CLOSE STANDORD-FILE
        OPEN I-O STANDORD-FILE
    END-IF.
    IF StandStatus NOT = "00"
        DISPLAY "STANDINGORDERMAINT: ABEND - cannot open "
            "STANDORD-FILE, status " StandStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL NOT Keep-Going
        PERFORM Maintain-Standing-Order
        DISPLAY "Another standing order? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-Continue
    END-PERFORM.
    CLOSE BookStockFile, STANDORD-FILE.
*>  End-of-run signal to the customer and delivery-address lookups,
*>  which hold their files open across the whole run.
    MOVE HIGH-VALUES TO CustNum.
    CALL "GetCustomerAddress" USING Customer-Id, Cust-Name,
        Cust-Address-Info.
    CALL "GetDeliveryAddress" USING Customer-Id, SO-SHIP-TO,
        Deliv-Name, Deliv-Address-Info.
    DISPLAY "STANDINGORDERMAINT: " WS-Added-Count " added, "
        WS-Changed-Count " amended, " WS-Deactivated-Count
        " deactivated".
    STOP RUN.

Maintain-Standing-Order.
    DISPLAY "Action (A=add, C=change, D=deactivate): "
        WITH NO ADVANCING.
    ACCEPT WS-Action.
    IF NOT Action-Is-Add AND NOT Action-Is-Change
            AND NOT Action-Is-Deactivate
        DISPLAY "STANDINGORDERMAINT: action must be A, C or D"
    ELSE
        DISPLAY "Customer Number: " WITH NO ADVANCING
        ACCEPT SO-CUST-NUM
        DISPLAY "Ship-To Code (blank = billing address): "
            WITH NO ADVANCING
        ACCEPT SO-SHIP-TO
        DISPLAY "Book Id: " WITH NO ADVANCING
        ACCEPT SO-BOOK-ID
        IF SO-CUST-NUM = SPACES OR SO-BOOK-ID = SPACES
            DISPLAY "STANDINGORDERMAINT: customer number and book id "
                "required"
        ELSE
            EVALUATE TRUE
                WHEN Action-Is-Add        PERFORM Add-Standing-Order
                WHEN Action-Is-Change     PERFORM Change-Standing-Order
                WHEN Action-Is-Deactivate
                    PERFORM Deactivate-Standing-Order
            END-EVALUATE
        END-IF
    END-IF.

Add-Standing-Order.
    PERFORM Check-Key-Fields.
    IF Fields-Are-Valid
        PERFORM Accept-Standing-Fields
    END-IF.
    IF Fields-Are-Valid
        MOVE 0 TO SO-LAST-PERIOD
        MOVE "A" TO SO-STATUS
        WRITE STANDORD-REC
            INVALID KEY
                DISPLAY "STANDINGORDERMAINT: " SO-CUST-NUM "/"
                    SO-SHIP-TO "/" SO-BOOK-ID
                    " already exists, not added"
            NOT INVALID KEY
                ADD 1 TO WS-Added-Count
                MOVE SPACES TO WS-Before-Image
                MOVE STANDORD-REC TO WS-After-Image
                MOVE "A" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "STANDINGORDERMAINT: " SO-CUST-NUM "/"
                    SO-SHIP-TO "/" SO-BOOK-ID " added"
        END-WRITE
    END-IF.

*>Amending a deactivated standing order brings it back into use; the
*>customer, ship-to and title are checked again since they may have
*>lapsed while it was out of use.
Change-Standing-Order.
    READ STANDORD-FILE
        INVALID KEY
            DISPLAY "STANDINGORDERMAINT: " SO-CUST-NUM "/" SO-SHIP-TO
                "/" SO-BOOK-ID " not found"
        NOT INVALID KEY
            DISPLAY "Current: qty " SO-QTY "  frequency " SO-FREQUENCY
                "  from " SO-START-DATE "  to " SO-END-DATE
            MOVE STANDORD-REC TO WS-Before-Image
            PERFORM Check-Key-Fields
            IF Fields-Are-Valid
                PERFORM Accept-Standing-Fields
            END-IF
            IF Fields-Are-Valid
                MOVE "A" TO SO-STATUS
                REWRITE STANDORD-REC
                IF StandStatus NOT = "00"
                    DISPLAY "STANDINGORDERMAINT: ABEND - cannot update "
                        "STANDORD-FILE, status " StandStatus
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-Changed-Count
                MOVE STANDORD-REC TO WS-After-Image
                MOVE "C" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "STANDINGORDERMAINT: " SO-CUST-NUM "/"
                    SO-SHIP-TO "/" SO-BOOK-ID " amended"
            END-IF
    END-READ.

Deactivate-Standing-Order.
    READ STANDORD-FILE
        INVALID KEY
            DISPLAY "STANDINGORDERMAINT: " SO-CUST-NUM "/" SO-SHIP-TO
                "/" SO-BOOK-ID " not found"
        NOT INVALID KEY
            IF Standing-Deactivated
                DISPLAY "STANDINGORDERMAINT: " SO-CUST-NUM "/"
                    SO-SHIP-TO "/" SO-BOOK-ID " is already deactivated"
            ELSE
                MOVE STANDORD-REC TO WS-Before-Image
                MOVE "D" TO SO-STATUS
                REWRITE STANDORD-REC
                IF StandStatus NOT = "00"
                    DISPLAY "STANDINGORDERMAINT: ABEND - cannot update "
                        "STANDORD-FILE, status " StandStatus
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-Deactivated-Count
                MOVE STANDORD-REC TO WS-After-Image
                MOVE "X" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "STANDINGORDERMAINT: " SO-CUST-NUM "/"
                    SO-SHIP-TO "/" SO-BOOK-ID " deactivated"
            END-IF
    END-READ.

*>The journal entry is written only once the change is on file, so
*>the journal never shows a change that did not happen.
Log-Master-Change.
    MOVE SO-KEY TO WS-Chg-Key.
    CALL "MasterChangeLog" USING WS-Chg-Program, WS-Chg-File-Id,
        WS-Chg-Key, WS-Chg-Action, WS-Before-Image, WS-After-Image.
    IF RETURN-CODE NOT = 0
        DISPLAY "STANDINGORDERMAINT: ABEND - MasterChangeLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>The customer, the ship-to and the title behind the key must all be
*>live before anything is keyed against them.
Check-Key-Fields.
    MOVE "Y" TO WS-Fields-Valid.
    MOVE SO-CUST-NUM TO CustNum.
    CALL "GetCustomerAddress" USING Customer-Id, Cust-Name,
        Cust-Address-Info.
    IF RETURN-CODE = 4
        DISPLAY "STANDINGORDERMAINT: customer " SO-CUST-NUM
            " not on file or deactivated"
        MOVE "N" TO WS-Fields-Valid
        MOVE 0 TO RETURN-CODE
    ELSE
        IF RETURN-CODE NOT = 0
            DISPLAY "STANDINGORDERMAINT: ABEND - GetCustomerAddress "
                "failed, return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY "Customer: " Cust-Name
    END-IF.
    IF Fields-Are-Valid AND SO-SHIP-TO NOT = SPACES
        CALL "GetDeliveryAddress" USING Customer-Id, SO-SHIP-TO,
            Deliv-Name, Deliv-Address-Info
        IF RETURN-CODE = 4
            DISPLAY "STANDINGORDERMAINT: ship-to " SO-SHIP-TO
                " not on file or deactivated for this customer"
            MOVE "N" TO WS-Fields-Valid
            MOVE 0 TO RETURN-CODE
        ELSE
            IF RETURN-CODE NOT = 0
                DISPLAY "STANDINGORDERMAINT: ABEND - "
                    "GetDeliveryAddress failed, return code "
                    RETURN-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "Deliver to: " Deliv-Name
        END-IF
    END-IF.
    IF Fields-Are-Valid
        MOVE SO-BOOK-ID TO Book-Id-BSF
        READ BookStockFile
            INVALID KEY
                DISPLAY "STANDINGORDERMAINT: book " SO-BOOK-ID
                    " not on BookStockFile"
                MOVE "N" TO WS-Fields-Valid
            NOT INVALID KEY
                DISPLAY "Title: " Book-Title-BSF
        END-READ
    END-IF.

Accept-Standing-Fields.
    DISPLAY "Quantity: " WITH NO ADVANCING.
    ACCEPT WS-Qty-X.
    IF WS-Qty-X NOT NUMERIC
        DISPLAY "STANDINGORDERMAINT: quantity must be numeric"
        MOVE "N" TO WS-Fields-Valid
    ELSE
        IF WS-Qty = 0
            DISPLAY "STANDINGORDERMAINT: quantity must not be zero"
            MOVE "N" TO WS-Fields-Valid
        ELSE
            MOVE WS-Qty TO SO-QTY
        END-IF
    END-IF.
    DISPLAY "Frequency (M=monthly, Q=quarterly, A=annual, "
        "V=new volume, once): " WITH NO ADVANCING.
    ACCEPT SO-FREQUENCY.
    IF NOT SO-Monthly AND NOT SO-Quarterly AND NOT SO-Annual
            AND NOT SO-New-Volume
        DISPLAY "STANDINGORDERMAINT: frequency must be M, Q, A or V"
        MOVE "N" TO WS-Fields-Valid
    END-IF.
    DISPLAY "Start Date (YYYYMMDD): " WITH NO ADVANCING.
    ACCEPT WS-Start-Date-X.
    IF WS-Start-Date-X NOT NUMERIC
        DISPLAY "STANDINGORDERMAINT: start date must be numeric"
        MOVE "N" TO WS-Fields-Valid
    ELSE
        IF WS-Start-Month < 1 OR WS-Start-Month > 12
            DISPLAY "STANDINGORDERMAINT: start date month must be "
                "01-12"
            MOVE "N" TO WS-Fields-Valid
        ELSE
            MOVE WS-Start-Date TO SO-START-DATE
        END-IF
    END-IF.
    DISPLAY "End Date (YYYYMMDD, 0 = open-ended): " WITH NO ADVANCING.
    ACCEPT WS-End-Date-X.
    IF WS-End-Date-X NOT NUMERIC
        DISPLAY "STANDINGORDERMAINT: end date must be numeric"
        MOVE "N" TO WS-Fields-Valid
    ELSE
        IF WS-End-Date NOT = 0 AND WS-End-Date < SO-START-DATE
            DISPLAY "STANDINGORDERMAINT: end date is before the "
                "start date"
            MOVE "N" TO WS-Fields-Valid
        ELSE
            MOVE WS-End-Date TO SO-END-DATE
        END-IF
    END-IF.
