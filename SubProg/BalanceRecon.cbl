*>pointed at money.  CUST-BALANCE-CM is maintained by increments and
*>has no independent check, and one crashed Despatch run left
*>balances nobody fully trusts.  This rebuilds each customer's
*>expected balance from the independent registers: every despatch
*>history line (read off DESPIDX.DAT, the history's keyed companion,
*>customer by customer) converted to EUR through GetExchangeRate
*>(the way Despatch converts) as a debit, every CREDREG.DAT credit
*>Returns applied and every SETTLED.DAT payment CashReceipts
*>recorded as credits - then walks CUSTOMER.DAT comparing the
*>rebuilt figure with the balance on the master.  Every difference
*>is reported with the amounts on each side, as is any customer
*>with activity but no master record.
*>RETURN-CODE 4 when anything fails to prove.
*>Write-offs from WriteOff sit on SETTLED.DAT beside the payments
*>(settlement type "W") and are credited the same way, since
*>UpdateCustomerBalance credited the balance for them; they are
*>totalled separately at the foot of the report so finance can see
*>how much of the movement was written off rather than collected.
*>The realised exchange differences CashReceipts applies to the
*>balance when a foreign payment fetches more or less EUR than the
*>invoice was booked at are read off FXREG.DAT and applied the same
*>way, so they no longer show up as unexplained residues.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS CUST-NUM-CM
        FILE STATUS IS Cust-Status.

    SELECT DESPIDX-IN ASSIGN TO "DESPIDX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Hist-Key
        ALTERNATE RECORD KEY IS Hist-CustNum
                  WITH DUPLICATES
        FILE STATUS IS HistStatus.

    SELECT CREDREG-IN ASSIGN TO "CREDREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SettledStatus.

    SELECT FXREG-IN ASSIGN TO "FXREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FxRegStatus.

    SELECT RECON-OUT ASSIGN TO "BALRECON.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReconStatus.
    02  CUST-BALANCE-CM       PIC S9(7)V99.
    02  CUST-DISCOUNT-PCT-CM  PIC 99V99.

FD  DESPIDX-IN.
01  DESPIDX-REC.
    02  Hist-Date               PIC 9(8).
    02  Hist-CustNum            PIC X(4).
    02  Hist-Book-Id            PIC X(5).
    02  Hist-Qty                PIC 999.
    02  Hist-Line-Total         PIC 9(5)V99.
    02  Hist-Currency           PIC XXX.
    02  Hist-Key.
        03  Hist-Invoice-Number PIC 9(6).
        03  Hist-Line-Seq       PIC 999.

FD  CREDREG-IN.
01  CREDREG-REC.
    02  Settled-Date            PIC 9(8).
    02  Settled-CustNum         PIC X(4).
    02  Settled-Amount-EUR      PIC 9(7)V99.
    02  Settled-Type            PIC X.
        88  Settled-By-Write-Off VALUE "W".

FD  FXREG-IN.
01  FXREG-REC.
    88  EndOfFxReg              VALUE HIGH-VALUES.
    02  FX-Date                 PIC 9(8).
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

FD  RECON-OUT.
01  RECON-LINE                  PIC X(100).
WORKING-STORAGE SECTION.
01  Cust-Status                 PIC XX.
01  HistStatus                  PIC XX.
01  WS-End-Of-History           PIC X.
    88  EndOfHistory            VALUE "Y".
01  CredRegStatus               PIC XX.
01  SettledStatus               PIC XX.
01  FxRegStatus                 PIC XX.
01  ReconStatus                 PIC XX.

*>Expected balance rebuilt per customer in one pass over each
01  WS-Line-EUR                 PIC 9(7)V99.

01  WS-Match-Count              PIC 9(5) VALUE 0.
01  WS-Write-Off-Count          PIC 9(5) VALUE 0.
01  WS-Write-Off-Total          PIC 9(9)V99 VALUE 0.
01  WS-Write-Off-Display        PIC ZZZ,ZZZ,ZZ9.99.
01  WS-FX-Count                 PIC 9(5) VALUE 0.
01  WS-FX-Total                 PIC S9(9)V99 VALUE 0.
01  WS-FX-Display               PIC -ZZZ,ZZZ,ZZ9.99.
01  WS-Diff-Count               PIC 9(5) VALUE 0.
01  WS-Difference               PIC S9(9)V99.
01  WS-Expected-Display         PIC -ZZZ,ZZZ,ZZ9.99.
    PERFORM Accumulate-Debits.
    PERFORM Accumulate-Return-Credits.
    PERFORM Accumulate-Payments.
    PERFORM Accumulate-Exchange-Differences.
    PERFORM Compare-Against-Master.
    PERFORM Report-Orphan-Activity.
    MOVE SPACES TO RECON-LINE.
        INTO RECON-LINE
    END-STRING.
    WRITE RECON-LINE.
    MOVE WS-Write-Off-Total TO WS-Write-Off-Display.
    MOVE SPACES TO RECON-LINE.
    STRING "WRITTEN OFF: " DELIMITED BY SIZE
           WS-Write-Off-Count DELIMITED BY SIZE
           " INVOICE(S), EUR " DELIMITED BY SIZE
           WS-Write-Off-Display DELIMITED BY SIZE
        INTO RECON-LINE
    END-STRING.
    WRITE RECON-LINE.
    MOVE WS-FX-Total TO WS-FX-Display.
    MOVE SPACES TO RECON-LINE.
    STRING "EXCHANGE DIFFERENCES: " DELIMITED BY SIZE
           WS-FX-Count DELIMITED BY SIZE
           " RECEIPT(S), NET GAIN EUR " DELIMITED BY SIZE
           WS-FX-Display DELIMITED BY SIZE
        INTO RECON-LINE
    END-STRING.
    WRITE RECON-LINE.
    CLOSE RECON-OUT.
    DISPLAY "BALANCERECON: " WS-Diff-Count " difference(s), "
        "see BALRECON.RPT".
*>postage and *VAT tax alike - converted to EUR the way Despatch
*>converted it when the balance was debited.  A currency with no
*>rate is taken at face value, matching the debit that was applied.
*>The lines are read down the customer key of the history's keyed
*>companion, so each customer's lines arrive together and the
*>expected-balance entry is only looked up when the customer changes.
Accumulate-Debits.
    OPEN INPUT DESPIDX-IN.
    IF HistStatus NOT = "00"
        DISPLAY "BALANCERECON: ABEND - cannot open DESPIDX-IN, "
            "status " HistStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-End-Of-History.
    MOVE HIGH-VALUES TO WS-Lookup-Cust.
    MOVE LOW-VALUES TO Hist-CustNum.
    START DESPIDX-IN KEY IS NOT LESS THAN Hist-CustNum
        INVALID KEY SET EndOfHistory TO TRUE
    END-START.
    IF NOT EndOfHistory
        READ DESPIDX-IN NEXT RECORD
            AT END SET EndOfHistory TO TRUE
        END-READ
    END-IF.
    PERFORM UNTIL EndOfHistory
        CALL "GetExchangeRate" USING Hist-Currency, Hist-Date,
            WS-Exchange-Rate, WS-Rate-Date
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        IF Hist-CustNum NOT = WS-Lookup-Cust
            MOVE Hist-CustNum TO WS-Lookup-Cust
            PERFORM Find-Expected-Entry
        END-IF
        ADD WS-Line-EUR TO WS-EX-Expected(WS-EX-Idx)
        READ DESPIDX-IN NEXT RECORD
            AT END SET EndOfHistory TO TRUE
        END-READ
    END-PERFORM.
    CLOSE DESPIDX-IN.

*>A missing register just means no returns have ever been credited.
Accumulate-Return-Credits.
            PERFORM Find-Expected-Entry
            SUBTRACT Settled-Amount-EUR
                FROM WS-EX-Expected(WS-EX-Idx)
            IF Settled-By-Write-Off
                ADD 1 TO WS-Write-Off-Count
                ADD Settled-Amount-EUR TO WS-Write-Off-Total
            END-IF
            READ SETTLED-IN
                AT END SET EndOfSettled TO TRUE
            END-READ
        CLOSE SETTLED-IN
    END-IF.

*>A gain was added back to the balance and a loss taken off it.
*>No register means no foreign payment has realised a difference.
Accumulate-Exchange-Differences.
    OPEN INPUT FXREG-IN.
    IF FxRegStatus = "35"
        CONTINUE
    ELSE
        IF FxRegStatus NOT = "00"
            DISPLAY "BALANCERECON: ABEND - cannot open FXREG-IN, "
                "status " FxRegStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ FXREG-IN
            AT END SET EndOfFxReg TO TRUE
        END-READ
        PERFORM UNTIL EndOfFxReg
            MOVE FX-CustNum TO WS-Lookup-Cust
            PERFORM Find-Expected-Entry
            ADD FX-Gain-Loss TO WS-EX-Expected(WS-EX-Idx)
            ADD 1 TO WS-FX-Count
            ADD FX-Gain-Loss TO WS-FX-Total
            READ FXREG-IN
                AT END SET EndOfFxReg TO TRUE
            END-READ
        END-PERFORM
        CLOSE FXREG-IN
    END-IF.

Find-Expected-Entry.
    MOVE 0 TO WS-EX-Found.
    PERFORM VARYING WS-EX-Idx FROM 1 BY 1
