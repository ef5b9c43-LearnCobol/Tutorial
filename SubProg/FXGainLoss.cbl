      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  FXGainLoss.
AUTHOR.  Michael Coughlan.
*>Monthly realised exchange gain and loss report, for the accounts.
*>Asks for the month wanted (YYYYMM) and picks that month's receipts
*>off FXREG.DAT, the register CashReceipts writes whenever a payment
*>in the invoice's own foreign currency fetches a different EUR
*>amount from the one the invoice was booked at.  Each receipt is
*>listed with the foreign amount, the invoice-date and receipt-date
*>rates, the EUR booked and received and the gain or loss; then the
*>gains, the losses and the net are totalled per currency and for
*>the month, all in EUR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FXREG-IN ASSIGN TO "FXREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FxRegStatus.

    SELECT FXGAIN-OUT ASSIGN TO "FXGAIN.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReportStatus.

DATA DIVISION.
FILE SECTION.
FD  FXREG-IN.
01  FXREG-REC.
    88  EndOfFxReg              VALUE HIGH-VALUES.
    02  FX-Date.
        03  FX-Month            PIC 9(6).
        03  FILLER              PIC 99.
    02  FX-CustNum              PIC X(4).
    02  FX-Invoice              PIC 9(6).
    02  FX-Currency             PIC XXX.
    02  FX-Foreign-Amount       PIC 9(7)V99.
    02  FX-Invoice-Date         PIC 9(8).
    02  FX-Invoice-Rate         PIC 9(3)V9(6).
    02  FX-Receipt-Rate         PIC 9(3)V9(6).
    02  FX-Booked-EUR           PIC 9(7)V99.
    02  FX-Received-EUR         PIC 9(7)V99.
    02  FX-Gain-Loss            PIC S9(7)V99 SIGN LEADING SEPARATE.

FD  FXGAIN-OUT.
01  REPORT-LINE                 PIC X(132).

WORKING-STORAGE SECTION.
01  FxRegStatus                 PIC XX.
01  ReportStatus                PIC XX.
01  WS-Report-Month             PIC 9(6).

*>Gains and losses per currency, in EUR.
01  WS-Currency-Table.
    02  WS-CT-Entry OCCURS 20 TIMES.
        03  WS-CT-Currency      PIC XXX.
        03  WS-CT-Receipts      PIC 9(5).
        03  WS-CT-Gains         PIC 9(9)V99.
        03  WS-CT-Losses        PIC 9(9)V99.
01  WS-CT-Count                 PIC 99 VALUE 0.
01  WS-CT-Idx                   PIC 99.
01  WS-CT-Found                 PIC 99.

01  WS-Selected-Count           PIC 9(5) VALUE 0.
01  WS-Total-Gains              PIC 9(9)V99 VALUE 0.
01  WS-Total-Losses             PIC 9(9)V99 VALUE 0.
01  WS-Net                      PIC S9(9)V99.

01  WS-Foreign-Display          PIC Z,ZZZ,ZZ9.99.
01  WS-Rate-Display             PIC ZZ9.999999.
01  WS-Rate2-Display            PIC ZZ9.999999.
01  WS-Booked-Display           PIC Z,ZZZ,ZZ9.99.
01  WS-Received-Display         PIC Z,ZZZ,ZZ9.99.
01  WS-GL-Display               PIC -Z,ZZZ,ZZ9.99.
01  WS-Gains-Display            PIC ZZZ,ZZZ,ZZ9.99.
01  WS-Losses-Display           PIC ZZZ,ZZZ,ZZ9.99.
01  WS-Net-Display              PIC -ZZZ,ZZZ,ZZ9.99.
01  WS-Count-Display            PIC ZZ,ZZ9.

01  WS-SignOn-Function          PIC X(20) VALUE "FXGAINLOSS".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "Exchange gain/loss month (YYYYMM): " WITH NO ADVANCING.
    ACCEPT WS-Report-Month.
    IF WS-Report-Month NOT NUMERIC
        DISPLAY "FXGAINLOSS: ABEND - report month must be YYYYMM"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT FXGAIN-OUT.
    IF ReportStatus NOT = "00"
        DISPLAY "FXGAINLOSS: ABEND - cannot open FXGAIN-OUT, status "
            ReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Write-Report-Heading.
    PERFORM List-Month-Receipts.
    PERFORM Write-Currency-Totals.
    CLOSE FXGAIN-OUT.
    DISPLAY "FXGAINLOSS: " WS-Selected-Count " exchange difference(s) "
        "for " WS-Report-Month ", see FXGAIN.RPT".
    STOP RUN.

Write-Report-Heading.
    MOVE SPACES TO REPORT-LINE.
    STRING "REALISED EXCHANGE GAINS AND LOSSES FOR " DELIMITED BY SIZE
           WS-Report-Month DELIMITED BY SIZE
           " (EUR)" DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "RECEIPT  CUST INVOICE CUR  FOREIGN AMT  INVOICED ON  "
           "INV RATE    RCPT RATE   BOOKED EUR  RECEIVED EUR    "
           "GAIN/LOSS" DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.

*>No register yet means no foreign payment has realised a
*>difference; the report still prints, empty.
List-Month-Receipts.
    OPEN INPUT FXREG-IN.
    IF FxRegStatus = "35"
        CONTINUE
    ELSE
        IF FxRegStatus NOT = "00"
            DISPLAY "FXGAINLOSS: ABEND - cannot open FXREG-IN, "
                "status " FxRegStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ FXREG-IN
            AT END SET EndOfFxReg TO TRUE
        END-READ
        PERFORM UNTIL EndOfFxReg
            IF FX-Month = WS-Report-Month
                PERFORM List-One-Receipt
            END-IF
            READ FXREG-IN
                AT END SET EndOfFxReg TO TRUE
            END-READ
        END-PERFORM
        CLOSE FXREG-IN
    END-IF.

List-One-Receipt.
    ADD 1 TO WS-Selected-Count.
    MOVE 0 TO WS-CT-Found.
    PERFORM VARYING WS-CT-Idx FROM 1 BY 1
            UNTIL WS-CT-Idx > WS-CT-Count OR WS-CT-Found > 0
        IF WS-CT-Currency(WS-CT-Idx) = FX-Currency
            MOVE WS-CT-Idx TO WS-CT-Found
        END-IF
    END-PERFORM.
    IF WS-CT-Found = 0
        IF WS-CT-Count >= 20
            DISPLAY "FXGAINLOSS: ABEND - more than 20 currencies, "
                "table full"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-CT-Count
        MOVE WS-CT-Count TO WS-CT-Found
        MOVE FX-Currency TO WS-CT-Currency(WS-CT-Found)
        MOVE 0 TO WS-CT-Receipts(WS-CT-Found)
        MOVE 0 TO WS-CT-Gains(WS-CT-Found)
        MOVE 0 TO WS-CT-Losses(WS-CT-Found)
    END-IF.
    ADD 1 TO WS-CT-Receipts(WS-CT-Found).
    IF FX-Gain-Loss > 0
        ADD FX-Gain-Loss TO WS-CT-Gains(WS-CT-Found)
        ADD FX-Gain-Loss TO WS-Total-Gains
    ELSE
        SUBTRACT FX-Gain-Loss FROM WS-CT-Losses(WS-CT-Found)
        SUBTRACT FX-Gain-Loss FROM WS-Total-Losses
    END-IF.
    MOVE FX-Foreign-Amount TO WS-Foreign-Display.
    MOVE FX-Invoice-Rate TO WS-Rate-Display.
    MOVE FX-Receipt-Rate TO WS-Rate2-Display.
    MOVE FX-Booked-EUR TO WS-Booked-Display.
    MOVE FX-Received-EUR TO WS-Received-Display.
    MOVE FX-Gain-Loss TO WS-GL-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING FX-Date DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FX-CustNum DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FX-Invoice DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FX-Currency DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Foreign-Display DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FX-Invoice-Date DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Rate-Display DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Rate2-Display DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Booked-Display DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Received-Display DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-GL-Display DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.

Write-Currency-Totals.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "CURRENCY  RECEIPTS           GAINS          LOSSES              NET"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-CT-Idx FROM 1 BY 1
            UNTIL WS-CT-Idx > WS-CT-Count
        MOVE WS-CT-Receipts(WS-CT-Idx) TO WS-Count-Display
        MOVE WS-CT-Gains(WS-CT-Idx) TO WS-Gains-Display
        MOVE WS-CT-Losses(WS-CT-Idx) TO WS-Losses-Display
        COMPUTE WS-Net =
            WS-CT-Gains(WS-CT-Idx) - WS-CT-Losses(WS-CT-Idx)
        MOVE WS-Net TO WS-Net-Display
        MOVE SPACES TO REPORT-LINE
        STRING WS-CT-Currency(WS-CT-Idx) DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WS-Count-Display DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Gains-Display DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Losses-Display DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Net-Display DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
    END-PERFORM.
    MOVE WS-Selected-Count TO WS-Count-Display.
    MOVE WS-Total-Gains TO WS-Gains-Display.
    MOVE WS-Total-Losses TO WS-Losses-Display.
    COMPUTE WS-Net = WS-Total-Gains - WS-Total-Losses.
    MOVE WS-Net TO WS-Net-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING "TOTAL     " DELIMITED BY SIZE
           WS-Count-Display DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Gains-Display DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Losses-Display DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Net-Display DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
