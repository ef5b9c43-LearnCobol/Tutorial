*>reconciliation runs can finally tell an open invoice from a paid
*>one.  A receipt quoting a customer or invoice the history does not
*>know lands whole on the suspense report with a reason, credited to
*>nothing, instead of vanishing.  Receipts BankStmtMatch has
*>matched off the bank statement arrive on the same file in the same
*>layout and are posted exactly like keyed ones.
*>A payment in the invoice's own foreign currency is worth a
*>different EUR amount on the receipt date than it was on the
*>despatch date the balance was debited at.  That realised exchange
*>gain or loss is worked out per receipt from the two dated rates on
*>EXCHRATE.DAT, applied to the balance under its own reason FX so
*>the account clears to nil, and registered on FXREG.DAT, from which
*>FXGainLoss prints the month's gains and losses per currency and
*>BalanceRecon and GLPost pick the adjustment up.
*>The quoted invoice is looked up by number on DESPIDX.DAT, the
*>history's keyed companion, rather than by reading DESPHIST.DAT from
*>the top for every receipt.
*>Progress through CASHRCPT.DAT is journalled to CASHRCPT.CKP after
*>every receipt, the way Despatch journals its orders, so a run that
*>fails part-way is simply run again: it picks up after the last
*>receipt dealt with, says so, and the closing counts still cover
*>the whole file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReceiptsStatus.

    SELECT DESPIDX-IN ASSIGN TO "DESPIDX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Hist-Key
        ALTERNATE RECORD KEY IS Hist-CustNum
                  WITH DUPLICATES
        FILE STATUS IS HistStatus.

    SELECT SETTLED-OUT ASSIGN TO "SETTLED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SettledStatus.

    SELECT FXREG-OUT ASSIGN TO "FXREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FxRegStatus.

    SELECT SUSPENSE-OUT ASSIGN TO "SUSPENSE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SuspenseStatus.

    SELECT CHECKPOINT-FILE ASSIGN TO "CASHRCPT.CKP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CheckpointStatus.

DATA DIVISION.
FILE SECTION.
FD  RECEIPTS-IN.
    02  Receipt-Date            PIC 9(8).
    02  Receipt-Invoice         PIC 9(6).

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

*>One line per settled invoice: the register the aged-debt report
*>and the balance reconciliation read to exclude paid invoices.
*>Settled-Type tells a payment ("P") from a WriteOff write-off ("W").
FD  SETTLED-OUT.
01  SETTLED-REC.
    02  Settled-Invoice         PIC 9(6).
    02  Settled-Date            PIC 9(8).
    02  Settled-CustNum         PIC X(4).
    02  Settled-Amount-EUR      PIC 9(7)V99.
    02  Settled-Type            PIC X.

*>One line per receipt that realised an exchange difference.
*>FX-Gain-Loss is signed from the company's side: positive is a gain
*>(the payment fetched more EUR than the invoice was booked at) and
*>is added back to the balance; negative is a loss.
FD  FXREG-OUT.
01  FXREG-REC.
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

FD  SUSPENSE-OUT.
01  SUSPENSE-LINE               PIC X(100).

*>Run-recovery journal in the Despatch style: the ordinal of the
*>last receipt on CASHRCPT.DAT that was completely dealt with, plus
*>the run's counts so far, so a rerun after a failure skips every
*>receipt already credited and still reports on the whole file.
FD  CHECKPOINT-FILE.
01  CHECKPOINT-REC.
    02  CKP-Status              PIC X(4).
    02  CKP-Last-Receipt-Seq    PIC 9(6).
    02  CKP-Applied-Count       PIC 9(5).
    02  CKP-Suspense-Count      PIC 9(5).
    02  CKP-FX-Count            PIC 9(5).

WORKING-STORAGE SECTION.
01  ReceiptsStatus              PIC XX.
01  HistStatus                  PIC XX.
01  WS-End-Of-History           PIC X.
    88  EndOfHistory            VALUE "Y".
01  SettledStatus               PIC XX.
01  SuspenseStatus              PIC XX.
01  FxRegStatus                 PIC XX.
01  CheckpointStatus            PIC XX.

01  WS-Receipt-Seq              PIC 9(6) VALUE 0.
01  WS-Restart-Seq              PIC 9(6) VALUE 0.
01  WS-Resuming                 PIC X VALUE "N".
    88  Is-Resuming             VALUE "Y".

01  WS-Applied-Count            PIC 9(5) VALUE 0.
01  WS-Suspense-Count           PIC 9(5) VALUE 0.
01  WS-FX-Count                 PIC 9(5) VALUE 0.

01  Customer-Id.
    02  FILLER                  PIC X.
01  WS-Exchange-Rate            PIC 9(3)V9(6).
01  WS-Rate-Date                PIC 9(8).
01  WS-Credit-EUR               PIC 9(7)V99.
01  WS-Receipt-Rate             PIC 9(3)V9(6).
01  WS-Receipt-Rate-Found       PIC X.
    88  Receipt-Has-Rate        VALUE "Y".

*>The realised exchange difference goes through the same handler
*>under its own reason.
01  WS-FX-Reason                PIC XX VALUE "FX".
01  WS-Invoice-Currency         PIC XXX.
01  WS-Invoice-Date             PIC 9(8).
01  WS-Invoice-Rate             PIC 9(3)V9(6).
01  WS-Booked-EUR               PIC 9(7)V99.
01  WS-FX-Difference            PIC S9(7)V99.

01  WS-Invoice-Found            PIC X.
    88  Invoice-Is-On-History   VALUE "Y".
01  WS-Suspense-Reason          PIC X(40).

01  WS-SignOn-Function          PIC X(20) VALUE "CASHRECEIPTS".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Check-For-Restart.
    OPEN INPUT RECEIPTS-IN.
    IF ReceiptsStatus NOT = "00"
        DISPLAY "CASHRECEIPTS: ABEND - cannot open RECEIPTS-IN, "
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND FXREG-OUT.
    IF FxRegStatus = "35"
        OPEN OUTPUT FXREG-OUT
    END-IF.
    IF FxRegStatus NOT = "00"
        DISPLAY "CASHRECEIPTS: ABEND - cannot open FXREG-OUT, "
            "status " FxRegStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  On a rerun the suspense report is extended, so the receipts the
*>  failed run already put in suspense stay on it.
    IF Is-Resuming
        OPEN EXTEND SUSPENSE-OUT
    ELSE
        OPEN OUTPUT SUSPENSE-OUT
    END-IF.
    IF SuspenseStatus NOT = "00"
        DISPLAY "CASHRECEIPTS: ABEND - cannot open SUSPENSE-OUT, "
            "status " SuspenseStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  The history's keyed companion stays open for the whole run; each
*>  receipt goes straight to its invoice by key.
    OPEN INPUT DESPIDX-IN.
    IF HistStatus NOT = "00"
        DISPLAY "CASHRECEIPTS: ABEND - cannot open DESPIDX-IN, "
            "status " HistStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT Is-Resuming
        MOVE "UNMATCHED PAYMENTS HELD IN SUSPENSE" TO SUSPENSE-LINE
        WRITE SUSPENSE-LINE
    END-IF.

    READ RECEIPTS-IN
        AT END SET EndOfReceipts TO TRUE
    END-READ.
    PERFORM UNTIL EndOfReceipts
        ADD 1 TO WS-Receipt-Seq
*>      Receipts at or before the checkpointed ordinal were credited
*>      by the failed run; starting past them is what makes a rerun
*>      safe.
        IF WS-Receipt-Seq > WS-Restart-Seq
            PERFORM Process-One-Receipt
            PERFORM Write-Checkpoint
        END-IF
        READ RECEIPTS-IN
            AT END SET EndOfReceipts TO TRUE
        END-READ
    END-PERFORM.

    CLOSE RECEIPTS-IN, DESPIDX-IN, SETTLED-OUT, FXREG-OUT,
        SUSPENSE-OUT.
*>  End-of-run signal to the customer-master handler, which holds
*>  the customer file open across the whole run.
    MOVE HIGH-VALUES TO CustNum.
        WS-Bal-Program, WS-Bal-Reason.
    DISPLAY "CASHRECEIPTS: " WS-Applied-Count " payment(s) applied, "
        WS-Suspense-Count " held in suspense, see SUSPENSE.RPT".
    IF WS-FX-Count > 0
        DISPLAY "CASHRECEIPTS: " WS-FX-Count " exchange difference(s) "
            "realised, see FXREG.DAT"
    END-IF.
    IF Is-Resuming
        DISPLAY "CASHRECEIPTS: run resumed - " WS-Restart-Seq
            " receipt(s) already posted by the failed run were skipped"
    END-IF.
*>  A clean finish clears the journal so the next run processes a
*>  fresh receipts file instead of resuming a completed one.
    MOVE SPACES TO CHECKPOINT-REC.
    MOVE "DONE" TO CKP-Status.
    OPEN OUTPUT CHECKPOINT-FILE.
    WRITE CHECKPOINT-REC.
    CLOSE CHECKPOINT-FILE.
    STOP RUN.

Check-For-Restart.
    OPEN INPUT CHECKPOINT-FILE.
    IF CheckpointStatus = "00"
        READ CHECKPOINT-FILE
            AT END CONTINUE
        END-READ
        IF CheckpointStatus = "00" AND CKP-Status = "BUSY"
            SET Is-Resuming TO TRUE
            MOVE CKP-Last-Receipt-Seq TO WS-Restart-Seq
            MOVE CKP-Applied-Count TO WS-Applied-Count
            MOVE CKP-Suspense-Count TO WS-Suspense-Count
            MOVE CKP-FX-Count TO WS-FX-Count
            DISPLAY "CASHRECEIPTS: resuming after receipt "
                WS-Restart-Seq
        END-IF
        CLOSE CHECKPOINT-FILE
    END-IF.

Write-Checkpoint.
    MOVE SPACES TO CHECKPOINT-REC.
    MOVE "BUSY" TO CKP-Status.
    MOVE WS-Receipt-Seq TO CKP-Last-Receipt-Seq.
    MOVE WS-Applied-Count TO CKP-Applied-Count.
    MOVE WS-Suspense-Count TO CKP-Suspense-Count.
    MOVE WS-FX-Count TO CKP-FX-Count.
    OPEN OUTPUT CHECKPOINT-FILE.
    WRITE CHECKPOINT-REC.
    CLOSE CHECKPOINT-FILE.

*>The remittance is edited, matched against the despatch history,
*>and only then applied - a payment must never credit a balance it
*>cannot be tied to.
        PERFORM Write-Suspense-Line
    END-IF.

*>The quoted invoice must exist on the despatch history for the
*>quoting customer.  Its lines are read by invoice number off the
*>history's keyed companion, first line first; the invoice's
*>currency and date are kept for the exchange difference.
Find-Invoice-On-History.
    MOVE "N" TO WS-Invoice-Found.
    MOVE "N" TO WS-End-Of-History.
    MOVE Receipt-Invoice TO Hist-Invoice-Number.
    MOVE 0 TO Hist-Line-Seq.
    START DESPIDX-IN KEY IS NOT LESS THAN Hist-Key
        INVALID KEY SET EndOfHistory TO TRUE
    END-START.
    PERFORM UNTIL EndOfHistory OR Invoice-Is-On-History
        READ DESPIDX-IN NEXT RECORD
            AT END SET EndOfHistory TO TRUE
        END-READ
        IF NOT EndOfHistory
            IF Hist-Invoice-Number NOT = Receipt-Invoice
                SET EndOfHistory TO TRUE
            ELSE
                IF Hist-CustNum = Receipt-CustNum
                    MOVE "Y" TO WS-Invoice-Found
                    MOVE Hist-Currency TO WS-Invoice-Currency
                    MOVE Hist-Date TO WS-Invoice-Date
                END-IF
            END-IF
        END-IF
    END-PERFORM.

Apply-Receipt.
    CALL "GetExchangeRate" USING Receipt-Currency, Receipt-Date,
        WHEN 0
            COMPUTE WS-Credit-EUR ROUNDED =
                Receipt-Amount * WS-Exchange-Rate
            MOVE WS-Exchange-Rate TO WS-Receipt-Rate
            MOVE "Y" TO WS-Receipt-Rate-Found
        WHEN 4
            DISPLAY "CASHRECEIPTS: no exchange rate for "
                Receipt-Currency ", payment taken at face value"
            MOVE Receipt-Amount TO WS-Credit-EUR
            MOVE "N" TO WS-Receipt-Rate-Found
            MOVE 0 TO RETURN-CODE
        WHEN OTHER
            DISPLAY "CASHRECEIPTS: ABEND - GetExchangeRate failed, "
        MOVE Receipt-Date TO Settled-Date
        MOVE Receipt-CustNum TO Settled-CustNum
        MOVE WS-Credit-EUR TO Settled-Amount-EUR
        MOVE "P" TO Settled-Type
        WRITE SETTLED-REC
        IF SettledStatus NOT = "00"
            DISPLAY "CASHRECEIPTS: ABEND - cannot write SETTLED-OUT, "
            STOP RUN
        END-IF
        ADD 1 TO WS-Applied-Count
        PERFORM Realise-Exchange-Difference
    END-IF.

*>Only a payment in the invoice's own foreign currency realises an
*>exchange difference: the EUR it fetched against what the same
*>amount was booked at on the invoice date.  A payment in some other
*>currency, or either date without a rate on file, was taken at face
*>value and leaves nothing to realise.
Realise-Exchange-Difference.
    IF WS-Invoice-Currency = SPACES
        MOVE "EUR" TO WS-Invoice-Currency
    END-IF.
    IF WS-Invoice-Currency NOT = "EUR"
            AND WS-Invoice-Currency = Receipt-Currency
            AND Receipt-Has-Rate
        CALL "GetExchangeRate" USING WS-Invoice-Currency,
            WS-Invoice-Date, WS-Invoice-Rate, WS-Rate-Date
        EVALUATE RETURN-CODE
            WHEN 0
                COMPUTE WS-Booked-EUR ROUNDED =
                    Receipt-Amount * WS-Invoice-Rate
                COMPUTE WS-FX-Difference = WS-Credit-EUR - WS-Booked-EUR
                IF WS-FX-Difference NOT = 0
                    PERFORM Apply-Exchange-Difference
                END-IF
            WHEN 4
                MOVE 0 TO RETURN-CODE
            WHEN OTHER
                DISPLAY "CASHRECEIPTS: ABEND - GetExchangeRate failed, "
                    "return code " RETURN-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF.

*>The payment credited the balance at the receipt rate; a gain puts
*>back the excess over the booked debit and a loss takes off the
*>shortfall, so a fully paid invoice leaves the account at nil.
Apply-Exchange-Difference.
    MOVE Receipt-CustNum TO CustNum.
    MOVE WS-FX-Difference TO WS-Balance-Change.
    CALL "UpdateCustomerBalance" USING Customer-Id,
        WS-Balance-Change, WS-Credit-Limit, WS-Cust-Balance,
        WS-Bal-Program, WS-FX-Reason.
    IF RETURN-CODE NOT = 0
        DISPLAY "CASHRECEIPTS: ABEND - UpdateCustomerBalance "
            "failed, return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE Receipt-Date TO FX-Date.
    MOVE Receipt-CustNum TO FX-CustNum.
    MOVE Receipt-Invoice TO FX-Invoice.
    MOVE Receipt-Currency TO FX-Currency.
    MOVE Receipt-Amount TO FX-Foreign-Amount.
    MOVE WS-Invoice-Date TO FX-Invoice-Date.
    MOVE WS-Invoice-Rate TO FX-Invoice-Rate.
    MOVE WS-Receipt-Rate TO FX-Receipt-Rate.
    MOVE WS-Booked-EUR TO FX-Booked-EUR.
    MOVE WS-Credit-EUR TO FX-Received-EUR.
    MOVE WS-FX-Difference TO FX-Gain-Loss.
    WRITE FXREG-REC.
    IF FxRegStatus NOT = "00"
        DISPLAY "CASHRECEIPTS: ABEND - cannot write FXREG-OUT, "
            "status " FxRegStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-FX-Count.

Write-Suspense-Line.
    MOVE SPACES TO SUSPENSE-LINE.
