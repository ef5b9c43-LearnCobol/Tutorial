      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  DelivAddrMaint.
AUTHOR.  Michael Coughlan.
*>Delivery (ship-to) address maintenance.  CUSTOMER.DAT carries one
*>address, so a bookshop chain had to be set up as a separate
*>customer per branch, each with its own balance and credit limit.
*>DELIVADDR.DAT holds any number of ship-to addresses under one
*>CUST-NUM-CM, keyed by customer and a three-character ship-to code,
*>each with its own country.  An order header quoting a ship-to code
*>is despatched to that address and priced for postage and VAT by
*>its country; the invoice, the credit check, the balance and the
*>statement all stay with the one account.  Adds, amends and
*>deactivates addresses one at a time in the style of CustomerMaint:
*>the customer must be on the customer master and active, and the
*>country is checked through GetPostage itself.  Deactivated
*>addresses stay on file (held orders and backorders may still quote
*>them) but GetDeliveryAddress treats them as not found, so nothing
*>new ships to them.  Every add, amend and deactivate is written to
*>the master-change journal through MasterChangeLog (master DLV,
*>keyed by customer and ship-to code) with the address as it stood
*>before and after, so a redirected delivery can always be traced to
*>who changed it and when.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DELIV-FILE ASSIGN TO "DELIVADDR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DA-KEY
        FILE STATUS IS Deliv-Status.

DATA DIVISION.
FILE SECTION.
FD  DELIV-FILE.
01  DELIV-REC.
    02  DA-KEY.
        03  DA-CUST-NUM         PIC X(4).
        03  DA-SHIP-TO          PIC XXX.
    02  DA-NAME                 PIC X(30).
    02  DA-ADDR-LINE1           PIC X(30).
    02  DA-ADDR-LINE2           PIC X(30).
    02  DA-ADDR-LINE3           PIC X(30).
    02  DA-COUNTRY-CODE         PIC XX.
    02  DA-STATUS               PIC X.
        88  Address-Active      VALUE "A".
        88  Address-Deactivated VALUE "D".

WORKING-STORAGE SECTION.
01  Deliv-Status                PIC XX.
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

*>Country validation goes through GetPostage with a nominal weight:
*>a blank returned currency means no rate exists for that country.
01  WS-Postage-Country          PIC XX.
01  WS-Check-Weight             PIC 9(3)V99 VALUE 1.00.
01  Copy-Postage                PIC 99V99.
01  WS-Postage-Currency         PIC XXX.

*>The owning account is checked through GetCustomerAddress, which
*>refuses a customer that is missing or deactivated.
01  Customer-Id.
    02  FILLER                  PIC X.
    02  CustNum                 PIC X(4).
01  Cust-Name                   PIC X(30).
01  Cust-Address-Info.
    02  Cust-Addr-Line-1        PIC X(30).
    02  Cust-Addr-Line-2        PIC X(30).
    02  Cust-Addr-Line-3        PIC X(30).
    02  Cust-Country-Code       PIC XX.

*>Master-change journal parameters for MasterChangeLog.
01  WS-Chg-Program              PIC X(20) VALUE "DELIVADDRMAINT".
01  WS-Chg-File-Id              PIC X(3) VALUE "DLV".
01  WS-Chg-Key                  PIC X(12).
01  WS-Chg-Action               PIC X.
01  WS-Before-Image             PIC X(200).
01  WS-After-Image              PIC X(200).

01  WS-SignOn-Function          PIC X(20) VALUE "DELIVADDRMAINT".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  INDEXED OPEN I-O fails with status 35 on a file that doesn't
*>  exist yet, so the first run in the file's life falls back to
*>  OPEN OUTPUT to create it, then reopens for update.
    OPEN I-O DELIV-FILE.
    IF Deliv-Status = "35"
        OPEN OUTPUT DELIV-FILE
        CLOSE DELIV-FILE
        OPEN I-O DELIV-FILE
    END-IF.
    IF Deliv-Status NOT = "00"
        DISPLAY "DELIVADDRMAINT: ABEND - cannot open DELIV-FILE, "
            "status " Deliv-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL NOT Keep-Going
        PERFORM Maintain-Address
        DISPLAY "Another delivery address? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-Continue
    END-PERFORM.
    CLOSE DELIV-FILE.
*>  End-of-run signal to the customer lookup, which holds the
*>  customer master open across the whole run.
    MOVE HIGH-VALUES TO CustNum.
    CALL "GetCustomerAddress" USING Customer-Id, Cust-Name,
        Cust-Address-Info.
    DISPLAY "DELIVADDRMAINT: " WS-Added-Count " added, "
        WS-Changed-Count " amended, " WS-Deactivated-Count
        " deactivated".
    STOP RUN.

Maintain-Address.
    DISPLAY "Action (A=add, C=change, D=deactivate): "
        WITH NO ADVANCING.
    ACCEPT WS-Action.
    IF NOT Action-Is-Add AND NOT Action-Is-Change
            AND NOT Action-Is-Deactivate
        DISPLAY "DELIVADDRMAINT: action must be A, C or D"
    ELSE
        DISPLAY "Customer Number: " WITH NO ADVANCING
        ACCEPT DA-CUST-NUM
        DISPLAY "Ship-To Code: " WITH NO ADVANCING
        ACCEPT DA-SHIP-TO
        IF DA-CUST-NUM = SPACES OR DA-SHIP-TO = SPACES
            DISPLAY "DELIVADDRMAINT: customer number and ship-to "
                "code required"
        ELSE
            EVALUATE TRUE
                WHEN Action-Is-Add        PERFORM Add-Address
                WHEN Action-Is-Change     PERFORM Change-Address
                WHEN Action-Is-Deactivate PERFORM Deactivate-Address
            END-EVALUATE
        END-IF
    END-IF.

Add-Address.
    MOVE DA-CUST-NUM TO CustNum.
    CALL "GetCustomerAddress" USING Customer-Id, Cust-Name,
        Cust-Address-Info.
    IF RETURN-CODE = 4
        DISPLAY "DELIVADDRMAINT: customer " DA-CUST-NUM
            " is not an active customer, not added"
        MOVE 0 TO RETURN-CODE
    ELSE
        IF RETURN-CODE NOT = 0
            DISPLAY "DELIVADDRMAINT: ABEND - GetCustomerAddress "
                "failed, return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY "Account: " Cust-Name
        PERFORM Accept-Address-Fields
        IF Fields-Are-Valid
            MOVE "A" TO DA-STATUS
            WRITE DELIV-REC
                INVALID KEY
                    DISPLAY "DELIVADDRMAINT: " DA-CUST-NUM "/"
                        DA-SHIP-TO " already exists, not added"
                NOT INVALID KEY
                    ADD 1 TO WS-Added-Count
                    MOVE SPACES TO WS-Before-Image
                    MOVE DELIV-REC TO WS-After-Image
                    MOVE "A" TO WS-Chg-Action
                    PERFORM Log-Master-Change
                    DISPLAY "DELIVADDRMAINT: " DA-CUST-NUM "/"
                        DA-SHIP-TO " added"
            END-WRITE
        END-IF
    END-IF.

*>Amending a deactivated address brings it back into use.
Change-Address.
    READ DELIV-FILE
        INVALID KEY
            DISPLAY "DELIVADDRMAINT: " DA-CUST-NUM "/" DA-SHIP-TO
                " not found"
        NOT INVALID KEY
            DISPLAY "Current name: " DA-NAME
            MOVE DELIV-REC TO WS-Before-Image
            PERFORM Accept-Address-Fields
            IF Fields-Are-Valid
                MOVE "A" TO DA-STATUS
                REWRITE DELIV-REC
                IF Deliv-Status NOT = "00"
                    DISPLAY "DELIVADDRMAINT: ABEND - cannot update "
                        "DELIV-FILE, status " Deliv-Status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-Changed-Count
                MOVE DELIV-REC TO WS-After-Image
                MOVE "C" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "DELIVADDRMAINT: " DA-CUST-NUM "/" DA-SHIP-TO
                    " amended"
            END-IF
    END-READ.

Deactivate-Address.
    READ DELIV-FILE
        INVALID KEY
            DISPLAY "DELIVADDRMAINT: " DA-CUST-NUM "/" DA-SHIP-TO
                " not found"
        NOT INVALID KEY
            IF Address-Deactivated
                DISPLAY "DELIVADDRMAINT: " DA-CUST-NUM "/" DA-SHIP-TO
                    " is already deactivated"
            ELSE
                MOVE DELIV-REC TO WS-Before-Image
                MOVE "D" TO DA-STATUS
                REWRITE DELIV-REC
                IF Deliv-Status NOT = "00"
                    DISPLAY "DELIVADDRMAINT: ABEND - cannot update "
                        "DELIV-FILE, status " Deliv-Status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-Deactivated-Count
                MOVE DELIV-REC TO WS-After-Image
                MOVE "X" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "DELIVADDRMAINT: " DA-CUST-NUM "/" DA-SHIP-TO
                    " deactivated"
            END-IF
    END-READ.

*>The journal entry is written only once the change is on file, so
*>the journal never shows a change that did not happen.
Log-Master-Change.
    MOVE DA-KEY TO WS-Chg-Key.
    CALL "MasterChangeLog" USING WS-Chg-Program, WS-Chg-File-Id,
        WS-Chg-Key, WS-Chg-Action, WS-Before-Image, WS-After-Image.
    IF RETURN-CODE NOT = 0
        DISPLAY "DELIVADDRMAINT: ABEND - MasterChangeLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Accept-Address-Fields.
    MOVE "Y" TO WS-Fields-Valid.
    DISPLAY "Deliver To (name): " WITH NO ADVANCING.
    ACCEPT DA-NAME.
    DISPLAY "Address Line 1: " WITH NO ADVANCING.
    ACCEPT DA-ADDR-LINE1.
    DISPLAY "Address Line 2: " WITH NO ADVANCING.
    ACCEPT DA-ADDR-LINE2.
    DISPLAY "Address Line 3: " WITH NO ADVANCING.
    ACCEPT DA-ADDR-LINE3.
    DISPLAY "Country Code: " WITH NO ADVANCING.
    ACCEPT DA-COUNTRY-CODE.
    IF DA-NAME = SPACES
        DISPLAY "DELIVADDRMAINT: delivery name required"
        MOVE "N" TO WS-Fields-Valid
    END-IF.
    IF DA-ADDR-LINE1 = SPACES
        DISPLAY "DELIVADDRMAINT: address line 1 required"
        MOVE "N" TO WS-Fields-Valid
    END-IF.
    IF DA-COUNTRY-CODE = SPACES
        DISPLAY "DELIVADDRMAINT: country code required"
        MOVE "N" TO WS-Fields-Valid
    ELSE
        MOVE DA-COUNTRY-CODE TO WS-Postage-Country
        CALL "GetPostage" USING WS-Postage-Country, WS-Check-Weight,
            Copy-Postage, WS-Postage-Currency
        IF RETURN-CODE NOT = 0
            DISPLAY "DELIVADDRMAINT: ABEND - GetPostage failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-Postage-Currency = SPACES
            DISPLAY "DELIVADDRMAINT: no postage rate for country "
                DA-COUNTRY-CODE
            MOVE "N" TO WS-Fields-Valid
        END-IF
    END-IF.
