*>file goes back through OrderEdit, which proves batch control on
*>every orders file it reads, so the releases are bracketed with the
*>same "B"/"T" batch records data entry writes, numbered from the
*>shared BATCHNUM.CTL sequence.  An order quoting a delivery
*>address keeps its ship-to code on the held header and on the
*>released order header, so it still goes to the branch it was
*>entered for; an order converted from a customer quotation keeps
*>its quote number the same way, so it is still despatched at the
*>quoted prices, and the customer's own order reference, so it
*>still appears on their invoice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02  Held-Country            PIC XX.
    02  Held-Value-EUR          PIC 9(7)V99.
    02  Held-Date               PIC 9(8).
    02  Held-Ship-To            PIC XXX.
    02  Held-Quote-Number       PIC 9(6).
    02  Held-Cust-Ref           PIC X(15).
01  HELD-DETAIL-REC.
    02  FILLER                  PIC X.
    02  Held-Book-Id            PIC X(5).
    02  Release-H-Type          PIC X.
    02  Release-CustNum         PIC X(4).
    02  Release-Country         PIC XX.
    02  Release-Ship-To         PIC XXX.
    02  Release-Quote-Number    PIC 9(6).
    02  Release-Cust-Ref        PIC X(15).
01  RELEASE-DETAIL-REC.
    02  Release-D-Type          PIC X.
    02  Release-Book-Id         PIC X(5).
    02  Batch-Qty-Hash          PIC 9(9).

FD  CARRY-OUT.
01  CARRY-REC                   PIC X(48).

FD  BATCH-CONTROL.
01  BATCH-CONTROL-REC.
01  WS-CO-Full                  PIC X.
    88  Committed-Table-Full    VALUE "Y".

01  WS-SignOn-Function          PIC X(20) VALUE "HELDORDERRELEASE".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT HELD-IN.
    IF HeldStatus NOT = "00"
        DISPLAY "HELDORDERRELEASE: ABEND - cannot open HELD-IN, "
        MOVE "H" TO Release-H-Type
        MOVE Held-CustNum TO Release-CustNum
        MOVE Held-Country TO Release-Country
        MOVE Held-Ship-To TO Release-Ship-To
        IF Held-Quote-Number NUMERIC
            MOVE Held-Quote-Number TO Release-Quote-Number
        ELSE
            MOVE 0 TO Release-Quote-Number
        END-IF
        MOVE Held-Cust-Ref TO Release-Cust-Ref
        WRITE RELEASE-HEADER-REC
        ADD 1 TO WS-Released-Count
    ELSE
