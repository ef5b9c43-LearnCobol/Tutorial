*>found, so nothing ships to them.  The negotiated trade discount is
*>maintained here alongside the credit limit; Despatch applies it at
*>invoicing time, which retired the manual credit notes that used to
*>pollute the Returns register.  Every add, amend and deactivate is
*>written to the master-change journal through MasterChangeLog with
*>the record as it stood before and after, so a changed credit limit
*>or discount can always be traced to who changed it and when.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02  WS-Discount-Pct         PIC 99V99.
01  WS-Saved-Balance            PIC S9(7)V99.

*>Master-change journal parameters for MasterChangeLog.
01  WS-Chg-Program              PIC X(20) VALUE "CUSTOMERMAINT".
01  WS-Chg-File-Id              PIC X(3) VALUE "CUS".
01  WS-Chg-Key                  PIC X(12).
01  WS-Chg-Action               PIC X.
01  WS-Before-Image             PIC X(200).
01  WS-After-Image              PIC X(200).

01  WS-SignOn-Function          PIC X(20) VALUE "CUSTOMERMAINT".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  INDEXED OPEN I-O fails with status 35 on a file that doesn't
*>  exist yet, so the first run in the master's life falls back to
*>  OPEN OUTPUT to create it, then reopens for update.
                    " already exists, not added"
            NOT INVALID KEY
                ADD 1 TO WS-Added-Count
                MOVE SPACES TO WS-Before-Image
                MOVE CUSTOMER-REC TO WS-After-Image
                MOVE "A" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "CUSTOMERMAINT: " CUST-NUM-CM " added"
        END-WRITE
    END-IF.
            DISPLAY "CUSTOMERMAINT: " CUST-NUM-CM " not found"
        NOT INVALID KEY
            DISPLAY "Current name: " CUST-NAME-CM
            MOVE CUSTOMER-REC TO WS-Before-Image
*>          The balance is never keyed here - it only moves through
*>          UpdateCustomerBalance - so it is carried across the amend.
            MOVE CUST-BALANCE-CM TO WS-Saved-Balance
                    STOP RUN
                END-IF
                ADD 1 TO WS-Changed-Count
                MOVE CUSTOMER-REC TO WS-After-Image
                MOVE "C" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "CUSTOMERMAINT: " CUST-NUM-CM " amended"
            END-IF
    END-READ.
                DISPLAY "CUSTOMERMAINT: " CUST-NUM-CM
                    " is already deactivated"
            ELSE
                MOVE CUSTOMER-REC TO WS-Before-Image
                MOVE "D" TO CUST-STATUS-CM
                REWRITE CUSTOMER-REC
                IF Cust-Status NOT = "00"
                    STOP RUN
                END-IF
                ADD 1 TO WS-Deactivated-Count
                MOVE CUSTOMER-REC TO WS-After-Image
                MOVE "X" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "CUSTOMERMAINT: " CUST-NUM-CM " deactivated"
            END-IF
    END-READ.

*>The journal entry is written only once the change is on file, so
*>the journal never shows a change that did not happen.
Log-Master-Change.
    MOVE CUST-NUM-CM TO WS-Chg-Key.
    CALL "MasterChangeLog" USING WS-Chg-Program, WS-Chg-File-Id,
        WS-Chg-Key, WS-Chg-Action, WS-Before-Image, WS-After-Image.
    IF RETURN-CODE NOT = 0
        DISPLAY "CUSTOMERMAINT: ABEND - MasterChangeLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Accept-Customer-Fields.
    MOVE "Y" TO WS-Fields-Valid.
    DISPLAY "Customer Name: " WITH NO ADVANCING.
