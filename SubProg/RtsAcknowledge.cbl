      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  RtsAcknowledge.
AUTHOR.  Michael Coughlan.
*>Records a supplier's acknowledgement of a return to supplier.  When
*>the credit note for damaged copies QuarantineDisposal sent back
*>arrives, the clerk keys the return-to-supplier number it quotes;
*>every line still outstanding under that number on RTSREG.DAT is
*>shown with the debit at cost, and once confirmed each is marked
*>acknowledged with today's date and the supplier's own credit note
*>reference, which takes it off the RtsRegister outstanding report.
*>A number the register does not know, or one already acknowledged,
*>is refused.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RTS-REGISTER ASSIGN TO "RTSREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RTS-REG-KEY
        FILE STATUS IS RtsRegStatus.

DATA DIVISION.
FILE SECTION.
FD  RTS-REGISTER.
01  RTS-REG-REC.
    02  RTS-REG-KEY.
        03  RTS-NUMBER          PIC 9(6).
        03  RTS-BOOK-ID         PIC X(5).
    02  RTS-DATE                PIC 9(8).
    02  RTS-SUPPLIER            PIC X(4).
    02  RTS-QTY                 PIC 999.
    02  RTS-UNIT-COST           PIC 9(5)V99.
    02  RTS-CURRENCY            PIC XXX.
    02  RTS-STATUS              PIC X.
        88  RTS-Is-Outstanding  VALUE "O".
    02  RTS-ACK-DATE            PIC 9(8).
    02  RTS-SUPP-CREDIT-REF     PIC X(12).

WORKING-STORAGE SECTION.
01  RtsRegStatus                PIC XX.
01  WS-End-Of-RTS               PIC X.
    88  EndOfRTS                VALUE "Y".
01  WS-Continue                 PIC X VALUE "Y".
    88  Keep-Going              VALUE "Y".
01  WS-Confirm                  PIC X.
    88  Is-Confirmed            VALUE "Y" "y".
01  WS-Acknowledged-Count       PIC 9(5) VALUE 0.

01  WS-RTS-Wanted-X.
    02  WS-RTS-Wanted           PIC 9(6).
01  WS-Credit-Ref               PIC X(12).
01  WS-Line-Count               PIC 99.
01  WS-Outstanding-Count        PIC 99.
01  WS-RTS-Supplier             PIC X(4).
01  WS-RTS-Currency             PIC XXX.
01  WS-RTS-Value                PIC 9(9)V99.
01  WS-Line-Value               PIC 9(7)V99.
01  WS-Value-Display            PIC Z,ZZZ,ZZ9.99.
01  WS-Total-Display            PIC ZZZ,ZZZ,ZZ9.99.

01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).

01  WS-SignOn-Function          PIC X(20) VALUE "RTSACKNOWLEDGE".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    OPEN I-O RTS-REGISTER.
    IF RtsRegStatus = "35"
        DISPLAY "RTSACKNOWLEDGE: no return-to-supplier register - "
            "nothing has been sent back yet"
        STOP RUN
    END-IF.
    IF RtsRegStatus NOT = "00"
        DISPLAY "RTSACKNOWLEDGE: ABEND - cannot open RTS-REGISTER, "
            "status " RtsRegStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL NOT Keep-Going
        PERFORM Acknowledge-One-RTS
        DISPLAY "Another acknowledgement? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-Continue
    END-PERFORM.
    CLOSE RTS-REGISTER.
    DISPLAY "RTSACKNOWLEDGE: " WS-Acknowledged-Count
        " return(s) to supplier acknowledged".
    STOP RUN.

Acknowledge-One-RTS.
    DISPLAY "Return to supplier number: " WITH NO ADVANCING.
    ACCEPT WS-RTS-Wanted-X.
    IF WS-RTS-Wanted-X NOT NUMERIC OR WS-RTS-Wanted = 0
        DISPLAY "RTSACKNOWLEDGE: a six-digit number is required"
    ELSE
        PERFORM Show-RTS-Lines
        EVALUATE TRUE
            WHEN WS-Line-Count = 0
                DISPLAY "RTSACKNOWLEDGE: " WS-RTS-Wanted
                    " is not on the register"
            WHEN WS-Outstanding-Count = 0
                DISPLAY "RTSACKNOWLEDGE: " WS-RTS-Wanted
                    " has already been acknowledged"
            WHEN OTHER
                PERFORM Confirm-Acknowledgement
        END-EVALUATE
    END-IF.

*>Lists the outstanding lines under the number and totals their debit.
Show-RTS-Lines.
    MOVE 0 TO WS-Line-Count.
    MOVE 0 TO WS-Outstanding-Count.
    MOVE 0 TO WS-RTS-Value.
    PERFORM Start-RTS-Lines.
    PERFORM UNTIL EndOfRTS
        ADD 1 TO WS-Line-Count
        IF RTS-Is-Outstanding
            ADD 1 TO WS-Outstanding-Count
            MOVE RTS-SUPPLIER TO WS-RTS-Supplier
            MOVE RTS-CURRENCY TO WS-RTS-Currency
            COMPUTE WS-Line-Value = RTS-UNIT-COST * RTS-QTY
            ADD WS-Line-Value TO WS-RTS-Value
            MOVE WS-Line-Value TO WS-Value-Display
            DISPLAY "  " RTS-BOOK-ID "  QTY " RTS-QTY "  DEBIT "
                WS-Value-Display " " RTS-CURRENCY "  SENT " RTS-DATE
        END-IF
        PERFORM Read-Next-RTS-Line
    END-PERFORM.

Start-RTS-Lines.
    MOVE "N" TO WS-End-Of-RTS.
    MOVE WS-RTS-Wanted TO RTS-NUMBER.
    MOVE LOW-VALUES TO RTS-BOOK-ID.
    START RTS-REGISTER KEY IS NOT LESS THAN RTS-REG-KEY
        INVALID KEY SET EndOfRTS TO TRUE
    END-START.
    IF NOT EndOfRTS
        PERFORM Read-Next-RTS-Line
    END-IF.

Read-Next-RTS-Line.
    READ RTS-REGISTER NEXT RECORD
        AT END SET EndOfRTS TO TRUE
    END-READ.
    IF NOT EndOfRTS AND RTS-NUMBER NOT = WS-RTS-Wanted
        SET EndOfRTS TO TRUE
    END-IF.

Confirm-Acknowledgement.
    MOVE WS-RTS-Value TO WS-Total-Display.
    DISPLAY "Supplier " WS-RTS-Supplier " owes credit of "
        WS-Total-Display " " WS-RTS-Currency.
    DISPLAY "Supplier's credit note reference: " WITH NO ADVANCING.
    ACCEPT WS-Credit-Ref.
    IF WS-Credit-Ref = SPACES
        DISPLAY "RTSACKNOWLEDGE: the credit note reference is "
            "required, not acknowledged"
    ELSE
        DISPLAY "Acknowledge return " WS-RTS-Wanted "? (Y/N): "
            WITH NO ADVANCING
        ACCEPT WS-Confirm
        IF Is-Confirmed
            PERFORM Mark-Acknowledged
            ADD 1 TO WS-Acknowledged-Count
            DISPLAY "RTSACKNOWLEDGE: " WS-RTS-Wanted
                " acknowledged against " WS-Credit-Ref
        ELSE
            DISPLAY "RTSACKNOWLEDGE: not acknowledged"
        END-IF
    END-IF.

Mark-Acknowledged.
    PERFORM Start-RTS-Lines.
    PERFORM UNTIL EndOfRTS
        IF RTS-Is-Outstanding
            MOVE "A" TO RTS-STATUS
            MOVE WS-CD-YYYYMMDD TO RTS-ACK-DATE
            MOVE WS-Credit-Ref TO RTS-SUPP-CREDIT-REF
            REWRITE RTS-REG-REC
            IF RtsRegStatus NOT = "00"
                DISPLAY "RTSACKNOWLEDGE: ABEND - cannot update "
                    "RTS-REGISTER, status " RtsRegStatus
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
        PERFORM Read-Next-RTS-Line
    END-PERFORM.
