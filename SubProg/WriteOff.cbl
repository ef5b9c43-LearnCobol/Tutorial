      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  WriteOff.
AUTHOR.  Michael Coughlan.
*>Bad-debt and small-balance write-off.  AgedDebtors lists invoices
*>that will never be collected and CashReceipts leaves the odd few
*>cents open when a customer pays short, but until now nothing could
*>clear either.  The run rebuilds every invoice's open amount in EUR
*>from DESPHIST.DAT (converted the way AgedDebtors converts) less
*>whatever SETTLED.DAT already holds against it, then writes off:
*>  - every invoice on the approved list WRITEOFF.DAT (invoice number,
*>    customer, and the initials of whoever approved it), and
*>  - if a threshold is keyed, every invoice whose open amount is
*>    above zero and no more than that threshold.
*>Each write-off credits CUST-BALANCE-CM through UpdateCustomerBalance
*>with reason WO on BALLOG.DAT and is recorded on SETTLED.DAT with
*>settlement type "W", so AgedDebtors drops it as closed and
*>BalanceRecon counts it as a credit like any payment.  The register
*>WRITEOFF.RPT lists every write-off with its basis, the approved
*>lines that were refused and why, and the total, for the finance
*>director's signature.  An invoice already written off is refused,
*>so running the same approved list twice writes nothing twice.
*>RETURN-CODE 4 when any approved line was refused.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT APPROVED-IN ASSIGN TO "WRITEOFF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ApprovedStatus.

    SELECT DESPHIST-IN ASSIGN TO "DESPHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HistStatus.

    SELECT SETTLED-FILE ASSIGN TO "SETTLED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SettledStatus.

    SELECT REGISTER-OUT ASSIGN TO "WRITEOFF.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RegisterStatus.

DATA DIVISION.
FILE SECTION.
FD  APPROVED-IN.
01  APPROVED-REC.
    88  EndOfApproved           VALUE HIGH-VALUES.
    02  Approved-Invoice        PIC 9(6).
    02  Approved-CustNum        PIC X(4).
    02  Approved-By             PIC X(3).

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

*>One line per settlement against an invoice: "P" a payment from
*>CashReceipts, "W" a write-off from this run.  Lines written before
*>the type existed carry a space and are payments.
FD  SETTLED-FILE.
01  SETTLED-REC.
    88  EndOfSettled            VALUE HIGH-VALUES.
    02  Settled-Invoice         PIC 9(6).
    02  Settled-Date            PIC 9(8).
    02  Settled-CustNum         PIC X(4).
    02  Settled-Amount-EUR      PIC 9(7)V99.
    02  Settled-Type            PIC X.
        88  Settled-By-Write-Off VALUE "W".

FD  REGISTER-OUT.
01  REGISTER-LINE               PIC X(100).

WORKING-STORAGE SECTION.
01  ApprovedStatus              PIC XX.
01  HistStatus                  PIC XX.
01  SettledStatus               PIC XX.
01  RegisterStatus              PIC XX.

*>Every invoice on the history with its EUR total, what has been
*>settled against it so far, and whether it has been written off.
01  WS-Invoice-Table.
    02  WS-IV-Entry OCCURS 3000 TIMES.
        03  WS-IV-Invoice       PIC 9(6).
        03  WS-IV-CustNum       PIC X(4).
        03  WS-IV-Date          PIC 9(8).
        03  WS-IV-Total-EUR     PIC S9(9)V99.
        03  WS-IV-Settled-EUR   PIC S9(9)V99.
        03  WS-IV-Written-Off   PIC X.
01  WS-IV-Count                 PIC 9(4) VALUE 0.
01  WS-IV-Idx                   PIC 9(4).
01  WS-IV-Found                 PIC 9(4).
01  WS-Lookup-Invoice           PIC 9(6).

01  WS-Threshold                PIC 9(3)V99 VALUE 0.
01  WS-Open-EUR                 PIC S9(9)V99.
01  WS-Basis                    PIC X(13).
01  WS-Refusal-Reason           PIC X(40).
01  WS-Refusal-Invoice          PIC X(6).
01  WS-Refusal-CustNum          PIC X(4).

01  WS-Exchange-Rate            PIC 9(3)V9(6).
01  WS-Rate-Date                PIC 9(8).
01  WS-Line-EUR                 PIC 9(7)V99.

01  Customer-Id.
    02  FILLER                  PIC X.
    02  CustNum                 PIC X(4).
01  WS-Balance-Change           PIC S9(7)V99.
01  WS-Credit-Limit             PIC 9(7)V99.
01  WS-Cust-Balance             PIC S9(7)V99.
*>Journalled through BalanceMovementLog (by way of
*>UpdateCustomerBalance), reason WO, so BalanceInquiry shows the
*>write-off against the account as distinct from a payment.
01  WS-Bal-Program              PIC X(20) VALUE "WRITEOFF".
01  WS-Bal-Reason               PIC XX VALUE "WO".

01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).

01  WS-Written-Count            PIC 9(5) VALUE 0.
01  WS-Refused-Count            PIC 9(5) VALUE 0.
01  WS-Written-Total            PIC 9(9)V99 VALUE 0.
01  WS-Amount-Display           PIC ZZZ,ZZZ,ZZ9.99.
01  WS-Threshold-Display        PIC ZZ9.99.

01  WS-SignOn-Function          PIC X(20) VALUE "WRITEOFF".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    DISPLAY "Small-balance threshold EUR (0 = approved list only): "
        WITH NO ADVANCING.
    ACCEPT WS-Threshold.
    IF WS-Threshold NOT NUMERIC
        DISPLAY "WRITEOFF: ABEND - threshold must be numeric"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Load-Invoices.
    PERFORM Apply-Settlements.
*>  The settled register accumulates; LINE SEQUENTIAL OPEN EXTEND
*>  fails with status 35 on a file that doesn't exist yet.
    OPEN EXTEND SETTLED-FILE.
    IF SettledStatus = "35"
        OPEN OUTPUT SETTLED-FILE
    END-IF.
    IF SettledStatus NOT = "00"
        DISPLAY "WRITEOFF: ABEND - cannot open SETTLED-FILE, "
            "status " SettledStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT REGISTER-OUT.
    IF RegisterStatus NOT = "00"
        DISPLAY "WRITEOFF: ABEND - cannot open REGISTER-OUT, "
            "status " RegisterStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO REGISTER-LINE.
    STRING "WRITE-OFF REGISTER " DELIMITED BY SIZE
           WS-CD-YYYYMMDD DELIMITED BY SIZE
           "  (EUR)" DELIMITED BY SIZE
        INTO REGISTER-LINE
    END-STRING.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    PERFORM Process-Approved-List.
    IF WS-Threshold > 0
        PERFORM Sweep-Small-Balances
    END-IF.
    MOVE WS-Written-Total TO WS-Amount-Display.
    MOVE SPACES TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    STRING "*** " DELIMITED BY SIZE
           WS-Written-Count DELIMITED BY SIZE
           " INVOICE(S) WRITTEN OFF, TOTAL EUR " DELIMITED BY SIZE
           WS-Amount-Display DELIMITED BY SIZE
           " ***" DELIMITED BY SIZE
        INTO REGISTER-LINE
    END-STRING.
    WRITE REGISTER-LINE.
    MOVE SPACES TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    MOVE "APPROVED BY FINANCE DIRECTOR: ______________________"
        TO REGISTER-LINE.
    WRITE REGISTER-LINE.
    CLOSE SETTLED-FILE, REGISTER-OUT.
*>  End-of-run signal to the customer-master handler, which holds
*>  the customer file open across the whole run.
    MOVE HIGH-VALUES TO CustNum.
    CALL "UpdateCustomerBalance" USING Customer-Id,
        WS-Balance-Change, WS-Credit-Limit, WS-Cust-Balance,
        WS-Bal-Program, WS-Bal-Reason.
    DISPLAY "WRITEOFF: " WS-Written-Count " invoice(s) written off, "
        WS-Refused-Count " approved line(s) refused, see WRITEOFF.RPT".
    IF WS-Refused-Count > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

*>Every line of an invoice counts - the *POST and *VAT charges are
*>part of what the customer owes.  A currency with no rate is taken
*>at face value, matching how the balance was debited.
Load-Invoices.
    OPEN INPUT DESPHIST-IN.
    IF HistStatus NOT = "00"
        DISPLAY "WRITEOFF: ABEND - cannot open DESPHIST-IN, "
            "status " HistStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ DESPHIST-IN
        AT END SET EndOfHistory TO TRUE
    END-READ.
    PERFORM UNTIL EndOfHistory
        CALL "GetExchangeRate" USING Hist-Currency, Hist-Date,
            WS-Exchange-Rate, WS-Rate-Date
        EVALUATE RETURN-CODE
            WHEN 0
                COMPUTE WS-Line-EUR ROUNDED =
                    Hist-Line-Total * WS-Exchange-Rate
            WHEN 4
                MOVE Hist-Line-Total TO WS-Line-EUR
                MOVE 0 TO RETURN-CODE
            WHEN OTHER
                DISPLAY "WRITEOFF: ABEND - GetExchangeRate failed, "
                    "return code " RETURN-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        PERFORM Add-History-Line
        READ DESPHIST-IN
            AT END SET EndOfHistory TO TRUE
        END-READ
    END-PERFORM.
    CLOSE DESPHIST-IN.

*>Despatch writes an invoice's lines together, so the last entry is
*>tried before the table is searched.
Add-History-Line.
    IF WS-IV-Count > 0
            AND WS-IV-Invoice(WS-IV-Count) = Hist-Invoice-Number
        MOVE WS-IV-Count TO WS-IV-Idx
    ELSE
        MOVE Hist-Invoice-Number TO WS-Lookup-Invoice
        PERFORM Find-Invoice
        IF WS-IV-Found > 0
            MOVE WS-IV-Found TO WS-IV-Idx
        ELSE
            IF WS-IV-Count >= 3000
                DISPLAY "WRITEOFF: ABEND - more than 3000 invoices "
                    "on the history, table full"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-IV-Count
            MOVE WS-IV-Count TO WS-IV-Idx
            MOVE Hist-Invoice-Number TO WS-IV-Invoice(WS-IV-Idx)
            MOVE Hist-CustNum TO WS-IV-CustNum(WS-IV-Idx)
            MOVE Hist-Date TO WS-IV-Date(WS-IV-Idx)
            MOVE 0 TO WS-IV-Total-EUR(WS-IV-Idx)
            MOVE 0 TO WS-IV-Settled-EUR(WS-IV-Idx)
            MOVE "N" TO WS-IV-Written-Off(WS-IV-Idx)
        END-IF
    END-IF.
    ADD WS-Line-EUR TO WS-IV-Total-EUR(WS-IV-Idx).

Find-Invoice.
    MOVE 0 TO WS-IV-Found.
    PERFORM VARYING WS-IV-Idx FROM 1 BY 1
            UNTIL WS-IV-Idx > WS-IV-Count OR WS-IV-Found > 0
        IF WS-IV-Invoice(WS-IV-Idx) = WS-Lookup-Invoice
            MOVE WS-IV-Idx TO WS-IV-Found
        END-IF
    END-PERFORM.

*>A missing register just means nothing has ever been settled.
Apply-Settlements.
    OPEN INPUT SETTLED-FILE.
    IF SettledStatus = "35"
        CONTINUE
    ELSE
        IF SettledStatus NOT = "00"
            DISPLAY "WRITEOFF: ABEND - cannot open SETTLED-FILE, "
                "status " SettledStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ SETTLED-FILE
            AT END SET EndOfSettled TO TRUE
        END-READ
        PERFORM UNTIL EndOfSettled
            MOVE Settled-Invoice TO WS-Lookup-Invoice
            PERFORM Find-Invoice
            IF WS-IV-Found > 0
                ADD Settled-Amount-EUR
                    TO WS-IV-Settled-EUR(WS-IV-Found)
                IF Settled-By-Write-Off
                    MOVE "Y" TO WS-IV-Written-Off(WS-IV-Found)
                END-IF
            END-IF
            READ SETTLED-FILE
                AT END SET EndOfSettled TO TRUE
            END-READ
        END-PERFORM
        CLOSE SETTLED-FILE
    END-IF.

*>No approved list this period is not an error - the run may be a
*>small-balance sweep only.
Process-Approved-List.
    OPEN INPUT APPROVED-IN.
    IF ApprovedStatus = "35"
        CONTINUE
    ELSE
        IF ApprovedStatus NOT = "00"
            DISPLAY "WRITEOFF: ABEND - cannot open APPROVED-IN, "
                "status " ApprovedStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ APPROVED-IN
            AT END SET EndOfApproved TO TRUE
        END-READ
        PERFORM UNTIL EndOfApproved
            PERFORM Check-Approved-Line
            READ APPROVED-IN
                AT END SET EndOfApproved TO TRUE
            END-READ
        END-PERFORM
        CLOSE APPROVED-IN
    END-IF.

Check-Approved-Line.
    MOVE SPACES TO WS-Refusal-Reason.
    MOVE 0 TO WS-IV-Found.
    IF Approved-Invoice NOT NUMERIC
        MOVE "INVOICE NUMBER NOT NUMERIC" TO WS-Refusal-Reason
    ELSE
        MOVE Approved-Invoice TO WS-Lookup-Invoice
        PERFORM Find-Invoice
        EVALUATE TRUE
            WHEN WS-IV-Found = 0
                MOVE "INVOICE NOT ON HISTORY" TO WS-Refusal-Reason
            WHEN WS-IV-CustNum(WS-IV-Found) NOT = Approved-CustNum
                MOVE "INVOICE BELONGS TO ANOTHER CUSTOMER"
                    TO WS-Refusal-Reason
            WHEN WS-IV-Written-Off(WS-IV-Found) = "Y"
                MOVE "ALREADY WRITTEN OFF" TO WS-Refusal-Reason
            WHEN WS-IV-Total-EUR(WS-IV-Found)
                    NOT > WS-IV-Settled-EUR(WS-IV-Found)
                MOVE "NOTHING LEFT OPEN ON INVOICE"
                    TO WS-Refusal-Reason
        END-EVALUATE
    END-IF.
    IF WS-Refusal-Reason = SPACES
        MOVE WS-IV-Found TO WS-IV-Idx
        MOVE SPACES TO WS-Basis
        STRING "APPROVED " DELIMITED BY SIZE
               Approved-By DELIMITED BY SIZE
            INTO WS-Basis
        END-STRING
        PERFORM Write-Off-Invoice
    ELSE
        MOVE Approved-Invoice TO WS-Refusal-Invoice
        MOVE Approved-CustNum TO WS-Refusal-CustNum
        PERFORM Write-Refusal-Line
    END-IF.

Sweep-Small-Balances.
    MOVE WS-Threshold TO WS-Threshold-Display.
    MOVE SPACES TO WS-Basis.
    STRING "UNDER " DELIMITED BY SIZE
           WS-Threshold-Display DELIMITED BY SIZE
        INTO WS-Basis
    END-STRING.
    PERFORM VARYING WS-IV-Idx FROM 1 BY 1
            UNTIL WS-IV-Idx > WS-IV-Count
        IF WS-IV-Written-Off(WS-IV-Idx) NOT = "Y"
            COMPUTE WS-Open-EUR = WS-IV-Total-EUR(WS-IV-Idx)
                - WS-IV-Settled-EUR(WS-IV-Idx)
            IF WS-Open-EUR > 0 AND WS-Open-EUR NOT > WS-Threshold
                PERFORM Write-Off-Invoice
            END-IF
        END-IF
    END-PERFORM.

*>Credits the open amount to the customer and closes the invoice on
*>the settled register as a write-off.  A customer no longer on the
*>master cannot be credited, so nothing is recorded and the line is
*>refused instead.
Write-Off-Invoice.
    COMPUTE WS-Open-EUR = WS-IV-Total-EUR(WS-IV-Idx)
        - WS-IV-Settled-EUR(WS-IV-Idx).
    MOVE WS-IV-CustNum(WS-IV-Idx) TO CustNum.
    COMPUTE WS-Balance-Change = 0 - WS-Open-EUR.
    CALL "UpdateCustomerBalance" USING Customer-Id,
        WS-Balance-Change, WS-Credit-Limit, WS-Cust-Balance,
        WS-Bal-Program, WS-Bal-Reason.
    IF RETURN-CODE = 4
        MOVE 0 TO RETURN-CODE
        MOVE "CUSTOMER NOT ON CUSTOMER MASTER" TO WS-Refusal-Reason
        MOVE WS-IV-Invoice(WS-IV-Idx) TO WS-Refusal-Invoice
        MOVE WS-IV-CustNum(WS-IV-Idx) TO WS-Refusal-CustNum
        PERFORM Write-Refusal-Line
    ELSE
        IF RETURN-CODE NOT = 0
            DISPLAY "WRITEOFF: ABEND - UpdateCustomerBalance failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-IV-Invoice(WS-IV-Idx) TO Settled-Invoice
        MOVE WS-CD-YYYYMMDD TO Settled-Date
        MOVE WS-IV-CustNum(WS-IV-Idx) TO Settled-CustNum
        MOVE WS-Open-EUR TO Settled-Amount-EUR
        MOVE "W" TO Settled-Type
        WRITE SETTLED-REC
        IF SettledStatus NOT = "00"
            DISPLAY "WRITEOFF: ABEND - cannot write SETTLED-FILE, "
                "status " SettledStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-IV-Written-Off(WS-IV-Idx)
        ADD WS-Open-EUR TO WS-IV-Settled-EUR(WS-IV-Idx)
        ADD WS-Open-EUR TO WS-Written-Total
        ADD 1 TO WS-Written-Count
        MOVE WS-Open-EUR TO WS-Amount-Display
        MOVE SPACES TO REGISTER-LINE
        STRING "INVOICE " DELIMITED BY SIZE
               WS-IV-Invoice(WS-IV-Idx) DELIMITED BY SIZE
               "  DATED " DELIMITED BY SIZE
               WS-IV-Date(WS-IV-Idx) DELIMITED BY SIZE
               "  CUST " DELIMITED BY SIZE
               WS-IV-CustNum(WS-IV-Idx) DELIMITED BY SIZE
               "  WRITTEN OFF " DELIMITED BY SIZE
               WS-Amount-Display DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Basis DELIMITED BY SIZE
            INTO REGISTER-LINE
        END-STRING
        WRITE REGISTER-LINE
    END-IF.

Write-Refusal-Line.
    MOVE SPACES TO REGISTER-LINE.
    STRING "INVOICE " DELIMITED BY SIZE
           WS-Refusal-Invoice DELIMITED BY SIZE
           "  CUST " DELIMITED BY SIZE
           WS-Refusal-CustNum DELIMITED BY SIZE
           "  ** NOT WRITTEN OFF: " DELIMITED BY SIZE
           WS-Refusal-Reason DELIMITED BY SIZE
        INTO REGISTER-LINE
    END-STRING.
    WRITE REGISTER-LINE.
    ADD 1 TO WS-Refused-Count.
