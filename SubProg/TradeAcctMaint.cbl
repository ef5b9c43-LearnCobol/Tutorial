      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  TradeAcctMaint.
AUTHOR.  Michael Coughlan.
*>Maintenance and listing for TRADEACC.DAT, the table OrderImport
*>maps a trade customer's own account codes through, in the style
*>of ObsProvMaint.  A customer sending orders electronically quotes
*>its own code for itself (or for each of its branches) on every
*>line, and each code here names our customer number and, for a
*>branch, the ship-to code on DELIVADDR.DAT the order goes to.
*>Lists the codes, adds or replaces one, or deletes one; the customer
*>and ship-to are checked through GetCustomerAddress and
*>GetDeliveryAddress as they are keyed, so the table can only point
*>at live accounts.  Adds are slotted into code order and the whole
*>file is rewritten.  Every add, replace and delete is written to
*>the master-change journal through MasterChangeLog (master TRD,
*>keyed by their account code) with the entry as it stood before
*>and after, so a repointed code can be traced to who changed it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRADEACC-FILE ASSIGN TO "TRADEACC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TradeStatus.

DATA DIVISION.
FILE SECTION.
FD  TRADEACC-FILE.
01  TRADEACC-REC.
    88  EndOfTradeAcc           VALUE HIGH-VALUES.
    02  TA-Trade-Code-IO        PIC X(10).
    02  TA-CustNum-IO           PIC X(4).
    02  TA-Ship-To-IO           PIC XXX.

WORKING-STORAGE SECTION.
01  TradeStatus                 PIC XX.
01  WS-Continue                 PIC X VALUE "Y".
    88  Keep-Going              VALUE "Y".
01  WS-Action                   PIC X.
    88  Action-Is-List          VALUE "L".
    88  Action-Is-Add           VALUE "A".
    88  Action-Is-Delete        VALUE "D".

01  WS-Trade-Table.
    02  WS-TT-Entry OCCURS 100 TIMES.
        03  WS-TT-Trade-Code    PIC X(10).
        03  WS-TT-CustNum       PIC X(4).
        03  WS-TT-Ship-To       PIC XXX.
01  WS-Trade-Count              PIC 999 VALUE 0.
01  WS-Idx                      PIC 999.
01  WS-Shift-Idx                PIC 999.
01  WS-Insert-At                PIC 999.
01  WS-Found-At                 PIC 999.

01  WS-New-Trade-Code           PIC X(10).
01  WS-New-Ship-To              PIC XXX.
01  WS-Account-OK               PIC X.
    88  Account-Is-OK           VALUE "Y".

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
01  WS-Chg-Program              PIC X(20) VALUE "TRADEACCTMAINT".
01  WS-Chg-File-Id              PIC X(3) VALUE "TRD".
01  WS-Chg-Key                  PIC X(12).
01  WS-Chg-Action               PIC X.
01  WS-Before-Image             PIC X(200).
01  WS-After-Image              PIC X(200).

01  WS-SignOn-Function          PIC X(20) VALUE "TRADEACCTMAINT".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Load-Trade-Table.
    PERFORM UNTIL NOT Keep-Going
        PERFORM Maintain-Accounts
        DISPLAY "Another action? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-Continue
    END-PERFORM.
*>  End-of-run signal to the customer and delivery-address lookups,
*>  which hold their files open across the whole session.
    MOVE HIGH-VALUES TO CustNum.
    CALL "GetCustomerAddress" USING Customer-Id, Cust-Name,
        Cust-Address-Info.
    CALL "GetDeliveryAddress" USING Customer-Id, WS-New-Ship-To,
        Deliv-Name, Deliv-Address-Info.
    STOP RUN.

Maintain-Accounts.
    DISPLAY "Action (L=list, A=add/replace, D=delete): "
        WITH NO ADVANCING.
    ACCEPT WS-Action.
    EVALUATE TRUE
        WHEN Action-Is-List   PERFORM List-Accounts
        WHEN Action-Is-Add    PERFORM Add-Account
        WHEN Action-Is-Delete PERFORM Delete-Account
        WHEN OTHER
            DISPLAY "TRADEACCTMAINT: action must be L, A or D"
    END-EVALUATE.

List-Accounts.
    IF WS-Trade-Count = 0
        DISPLAY "TRADEACCTMAINT: no trade account codes on file"
    END-IF.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-Trade-Count
        DISPLAY WS-TT-Trade-Code(WS-Idx) "  CUSTOMER "
            WS-TT-CustNum(WS-Idx) "  SHIP-TO " WS-TT-Ship-To(WS-Idx)
    END-PERFORM.

*>A code already on file is repointed in place; a new one is slotted
*>into code order.
Add-Account.
    DISPLAY "Their account code: " WITH NO ADVANCING.
    ACCEPT WS-New-Trade-Code.
    DISPLAY "Our customer number: " WITH NO ADVANCING.
    ACCEPT CustNum.
    DISPLAY "Ship-To Code (blank = billing address): "
        WITH NO ADVANCING.
    ACCEPT WS-New-Ship-To.
    PERFORM Check-Account.
    IF Account-Is-OK
        MOVE 0 TO WS-Found-At
        PERFORM VARYING WS-Idx FROM 1 BY 1
                UNTIL WS-Idx > WS-Trade-Count OR WS-Found-At > 0
            IF WS-TT-Trade-Code(WS-Idx) = WS-New-Trade-Code
                MOVE WS-Idx TO WS-Found-At
            END-IF
        END-PERFORM
        IF WS-Found-At > 0
            MOVE WS-TT-Entry(WS-Found-At) TO WS-Before-Image
            MOVE CustNum TO WS-TT-CustNum(WS-Found-At)
            MOVE WS-New-Ship-To TO WS-TT-Ship-To(WS-Found-At)
            PERFORM Write-Trade-File
            MOVE WS-TT-Entry(WS-Found-At) TO WS-After-Image
            MOVE "C" TO WS-Chg-Action
            PERFORM Log-Master-Change
            DISPLAY "TRADEACCTMAINT: code " WS-New-Trade-Code
                " replaced"
        ELSE
            IF WS-Trade-Count >= 100
                DISPLAY "TRADEACCTMAINT: account table full, "
                    "cannot add"
            ELSE
                PERFORM Insert-Account
                PERFORM Write-Trade-File
                MOVE SPACES TO WS-Before-Image
                MOVE WS-TT-Entry(WS-Insert-At) TO WS-After-Image
                MOVE "A" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "TRADEACCTMAINT: code added"
            END-IF
        END-IF
    END-IF.

Check-Account.
    MOVE "N" TO WS-Account-OK.
    IF WS-New-Trade-Code = SPACES OR CustNum = SPACES
        DISPLAY "TRADEACCTMAINT: account code and customer number "
            "are required, nothing added"
    ELSE
        CALL "GetCustomerAddress" USING Customer-Id, Cust-Name,
            Cust-Address-Info
        IF RETURN-CODE = 4
            DISPLAY "TRADEACCTMAINT: customer " CustNum
                " not on file or deactivated, nothing added"
            MOVE 0 TO RETURN-CODE
        ELSE
            IF RETURN-CODE NOT = 0
                DISPLAY "TRADEACCTMAINT: ABEND - GetCustomerAddress "
                    "failed, return code " RETURN-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "Customer: " Cust-Name
            MOVE "Y" TO WS-Account-OK
        END-IF
    END-IF.
    IF Account-Is-OK AND WS-New-Ship-To NOT = SPACES
        CALL "GetDeliveryAddress" USING Customer-Id, WS-New-Ship-To,
            Deliv-Name, Deliv-Address-Info
        IF RETURN-CODE = 4
            DISPLAY "TRADEACCTMAINT: ship-to " WS-New-Ship-To
                " not on file or deactivated for this customer, "
                "nothing added"
            MOVE "N" TO WS-Account-OK
            MOVE 0 TO RETURN-CODE
        ELSE
            IF RETURN-CODE NOT = 0
                DISPLAY "TRADEACCTMAINT: ABEND - GetDeliveryAddress "
                    "failed, return code " RETURN-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "Deliver to: " Deliv-Name
        END-IF
    END-IF.

Insert-Account.
    MOVE 0 TO WS-Insert-At.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-Trade-Count OR WS-Insert-At > 0
        IF WS-TT-Trade-Code(WS-Idx) > WS-New-Trade-Code
            MOVE WS-Idx TO WS-Insert-At
        END-IF
    END-PERFORM.
    IF WS-Insert-At = 0
        COMPUTE WS-Insert-At = WS-Trade-Count + 1
    END-IF.
    PERFORM VARYING WS-Shift-Idx FROM WS-Trade-Count BY -1
            UNTIL WS-Shift-Idx < WS-Insert-At
        MOVE WS-TT-Entry(WS-Shift-Idx)
            TO WS-TT-Entry(WS-Shift-Idx + 1)
    END-PERFORM.
    ADD 1 TO WS-Trade-Count.
    MOVE WS-New-Trade-Code TO WS-TT-Trade-Code(WS-Insert-At).
    MOVE CustNum TO WS-TT-CustNum(WS-Insert-At).
    MOVE WS-New-Ship-To TO WS-TT-Ship-To(WS-Insert-At).

Delete-Account.
    DISPLAY "Their account code: " WITH NO ADVANCING.
    ACCEPT WS-New-Trade-Code.
    MOVE 0 TO WS-Found-At.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-Trade-Count OR WS-Found-At > 0
        IF WS-TT-Trade-Code(WS-Idx) = WS-New-Trade-Code
            MOVE WS-Idx TO WS-Found-At
        END-IF
    END-PERFORM.
    IF WS-Found-At = 0
        DISPLAY "TRADEACCTMAINT: code " WS-New-Trade-Code
            " not on file"
    ELSE
        MOVE WS-TT-Entry(WS-Found-At) TO WS-Before-Image
        PERFORM VARYING WS-Shift-Idx FROM WS-Found-At BY 1
                UNTIL WS-Shift-Idx >= WS-Trade-Count
            MOVE WS-TT-Entry(WS-Shift-Idx + 1)
                TO WS-TT-Entry(WS-Shift-Idx)
        END-PERFORM
        SUBTRACT 1 FROM WS-Trade-Count
        PERFORM Write-Trade-File
        MOVE SPACES TO WS-After-Image
        MOVE "D" TO WS-Chg-Action
        PERFORM Log-Master-Change
        DISPLAY "TRADEACCTMAINT: code deleted"
    END-IF.

*>The journal entry is written only once the change is on file, so
*>the journal never shows a change that did not happen.
Log-Master-Change.
    MOVE WS-New-Trade-Code TO WS-Chg-Key.
    CALL "MasterChangeLog" USING WS-Chg-Program, WS-Chg-File-Id,
        WS-Chg-Key, WS-Chg-Action, WS-Before-Image, WS-After-Image.
    IF RETURN-CODE NOT = 0
        DISPLAY "TRADEACCTMAINT: ABEND - MasterChangeLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>A missing file on first use is an empty table, not an error - the
*>first add creates the file.
Load-Trade-Table.
    OPEN INPUT TRADEACC-FILE.
    IF TradeStatus = "35"
        DISPLAY "TRADEACCTMAINT: TRADEACC.DAT not found, "
            "starting with an empty table"
    ELSE
        IF TradeStatus NOT = "00"
            DISPLAY "TRADEACCTMAINT: ABEND - cannot open "
                "TRADEACC.DAT, status " TradeStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ TRADEACC-FILE
            AT END SET EndOfTradeAcc TO TRUE
        END-READ
        PERFORM UNTIL EndOfTradeAcc
            IF WS-Trade-Count < 100
                ADD 1 TO WS-Trade-Count
                MOVE TA-Trade-Code-IO
                    TO WS-TT-Trade-Code(WS-Trade-Count)
                MOVE TA-CustNum-IO TO WS-TT-CustNum(WS-Trade-Count)
                MOVE TA-Ship-To-IO TO WS-TT-Ship-To(WS-Trade-Count)
            END-IF
            READ TRADEACC-FILE
                AT END SET EndOfTradeAcc TO TRUE
            END-READ
        END-PERFORM
        CLOSE TRADEACC-FILE
    END-IF.

Write-Trade-File.
    OPEN OUTPUT TRADEACC-FILE.
    IF TradeStatus NOT = "00"
        DISPLAY "TRADEACCTMAINT: ABEND - cannot rewrite "
            "TRADEACC.DAT, status " TradeStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-Trade-Count
        MOVE WS-TT-Trade-Code(WS-Idx) TO TA-Trade-Code-IO
        MOVE WS-TT-CustNum(WS-Idx) TO TA-CustNum-IO
        MOVE WS-TT-Ship-To(WS-Idx) TO TA-Ship-To-IO
        WRITE TRADEACC-REC
    END-PERFORM.
    CLOSE TRADEACC-FILE.
