*>Everything lands on BGOODSIN.LOG.  A receipt that would push the
*>stock field past its 999 capacity is rejected whole, the same
*>guard Returns applies.
*>Each receipt line may also carry the supplier's unit cost, in the
*>title's own currency.  Where it does, Avg-Cost-BSF is re-weighted
*>over the copies already on the shelf and the copies received, so
*>the margin report always costs sales at what the stock actually
*>cost us.  A receipt without a cost leaves the average alone.
*>Progress through BRECEIPT.DAT is journalled to BGOODSIN.CKP after
*>every receipt, the way Despatch journals its orders, so a run that
*>fails part-way is simply run again: it picks up after the last
*>receipt dealt with, says so, and the closing counts still cover
*>the whole file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS BPO-REG-KEY
        FILE STATUS IS PoRegStatus.

    SELECT CHECKPOINT-FILE ASSIGN TO "BGOODSIN.CKP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CheckpointStatus.

DATA DIVISION.
FILE SECTION.
FD  BookStockFile.
    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  RECEIPT-IN.
01  BRECEIPT-REC.
*>  bin on the master, so the picking list stays honest when stock
*>  lands wherever there was room.
    02  Receipt-Bin             PIC X(6).
*>  Supplier's cost per copy; blank or zero leaves Avg-Cost-BSF as
*>  it was (receipt files written before the field existed).
    02  Receipt-Unit-Cost       PIC 9(5)V99.

FD  RECEIPT-LOG-OUT.
01  LOG-LINE                    PIC X(80).
    02  BPO-REG-RECEIPT-DATE    PIC 9(8).
    02  BPO-REG-LINE-STATUS     PIC X.

*>Run-recovery journal in the Despatch style: the ordinal of the
*>last receipt on BRECEIPT.DAT that was completely dealt with, plus
*>the run's counts so far, so a rerun after a failure never adds the
*>same copies to stock twice.
FD  CHECKPOINT-FILE.
01  CHECKPOINT-REC.
    02  CKP-Status              PIC X(4).
    02  CKP-Last-Receipt-Seq    PIC 9(6).
    02  CKP-Applied-Count       PIC 9(5).
    02  CKP-Reject-Count        PIC 9(5).

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  ReceiptStatus               PIC XX.
01  LogStatus                   PIC XX.
01  PoRegStatus                 PIC XX.
01  CheckpointStatus            PIC XX.
01  BookStock-Name              PIC X(40) VALUE "BookStock.DAT".
01  WS-BookStock-Default        PIC X(40) VALUE "BookStock.DAT".

01  WS-Applied-Count            PIC 9(5) VALUE 0.
01  WS-Reject-Count             PIC 9(5) VALUE 0.

01  WS-Receipt-Seq              PIC 9(6) VALUE 0.
01  WS-Restart-Seq              PIC 9(6) VALUE 0.
01  WS-Resuming                 PIC X VALUE "N".
    88  Is-Resuming             VALUE "Y".

01  WS-PO-Line-Known            PIC X.
    88  PO-Line-Is-Known        VALUE "Y".
01  WS-Outstanding-Qty          PIC 9(6).
01  WS-Over-Qty                 PIC 9(6).
01  WS-Old-Avg-Cost             PIC 9(5)V99.
01  WS-Cost-Display             PIC ZZZZ9.99.
01  WS-Avg-Display              PIC ZZZZ9.99.
01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).
01  WS-Move-After               PIC 9(6).
01  WS-Move-Reason              PIC XX VALUE "RC".

01  WS-SignOn-Function          PIC X(20) VALUE "BOOKGOODSIN".

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
    ACCEPT BookStock-Name FROM ENVIRONMENT-VALUE
        ON EXCEPTION MOVE WS-BookStock-Default TO BookStock-Name
    END-ACCEPT.
    PERFORM Check-For-Restart.
    OPEN INPUT RECEIPT-IN.
    IF ReceiptStatus NOT = "00"
        DISPLAY "BOOKGOODSIN: ABEND - cannot open RECEIPT-IN, "
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  On a rerun the log is extended, so the lines for receipts the
*>  failed run already applied stay on it.
    IF Is-Resuming
        OPEN EXTEND RECEIPT-LOG-OUT
    ELSE
        OPEN OUTPUT RECEIPT-LOG-OUT
    END-IF.
    IF LogStatus NOT = "00"
        DISPLAY "BOOKGOODSIN: ABEND - cannot open RECEIPT-LOG-OUT, "
            "status " LogStatus
        AT END SET EndOfReceipts TO TRUE
    END-READ.
    PERFORM UNTIL EndOfReceipts
        ADD 1 TO WS-Receipt-Seq
*>      Receipts at or before the checkpointed ordinal were put into
*>      stock by the failed run; starting past them is what makes a
*>      rerun safe.
        IF WS-Receipt-Seq > WS-Restart-Seq
            PERFORM Apply-One-Receipt
            PERFORM Write-Checkpoint
        END-IF
        READ RECEIPT-IN
            AT END SET EndOfReceipts TO TRUE
        END-READ
    CLOSE RECEIPT-IN, BookStockFile, RECEIPT-LOG-OUT, PO-REGISTER.
    DISPLAY "BOOKGOODSIN: " WS-Applied-Count " applied, "
        WS-Reject-Count " rejected, see BGOODSIN.LOG".
    IF Is-Resuming
        DISPLAY "BOOKGOODSIN: run resumed - " WS-Restart-Seq
            " receipt(s) already posted by the failed run were skipped"
    END-IF.
*>  A clean finish clears the journal so the next run processes a
*>  fresh receipt file instead of resuming a completed one.
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
            MOVE CKP-Reject-Count TO WS-Reject-Count
            DISPLAY "BOOKGOODSIN: resuming after receipt "
                WS-Restart-Seq
        END-IF
        CLOSE CHECKPOINT-FILE
    END-IF.

Write-Checkpoint.
    MOVE SPACES TO CHECKPOINT-REC.
    MOVE "BUSY" TO CKP-Status.
    MOVE WS-Receipt-Seq TO CKP-Last-Receipt-Seq.
    MOVE WS-Applied-Count TO CKP-Applied-Count.
    MOVE WS-Reject-Count TO CKP-Reject-Count.
    OPEN OUTPUT CHECKPOINT-FILE.
    WRITE CHECKPOINT-REC.
    CLOSE CHECKPOINT-FILE.

Apply-One-Receipt.
    IF Receipt-Qty NOT NUMERIC OR Receipt-Qty = 0
        MOVE SPACES TO LOG-LINE
        ADD 1 TO WS-Reject-Count
    ELSE
        MOVE Qty-In-Stock-BSF TO WS-Move-Before
        IF Receipt-Unit-Cost NUMERIC AND Receipt-Unit-Cost > 0
            PERFORM Reweigh-Average-Cost
        END-IF
        ADD Receipt-Qty TO Qty-In-Stock-BSF
        MOVE SPACE TO On-Order-BSF
        IF Receipt-Bin NOT = SPACES
            STOP RUN
        END-IF
        PERFORM Write-Applied-Log
        IF Receipt-Unit-Cost NUMERIC AND Receipt-Unit-Cost > 0
            PERFORM Write-Cost-Log
        END-IF
        PERFORM Match-PO-Register
        ADD 1 TO WS-Applied-Count
    END-IF.

*>Weighted average over what is on the shelf and what has just
*>arrived, worked before the received copies are added in.  A title
*>with no cost yet (blank on records written before the field
*>existed) or no copies on hand simply takes the receipt cost.
Reweigh-Average-Cost.
    IF Avg-Cost-BSF NOT NUMERIC
        MOVE 0 TO WS-Old-Avg-Cost
    ELSE
        MOVE Avg-Cost-BSF TO WS-Old-Avg-Cost
    END-IF.
    IF WS-Old-Avg-Cost = 0 OR Qty-In-Stock-BSF = 0
        MOVE Receipt-Unit-Cost TO Avg-Cost-BSF
    ELSE
        COMPUTE Avg-Cost-BSF ROUNDED =
            ((Qty-In-Stock-BSF * WS-Old-Avg-Cost)
              + (Receipt-Qty * Receipt-Unit-Cost))
            / (Qty-In-Stock-BSF + Receipt-Qty)
    END-IF.

Write-Cost-Log.
    MOVE Receipt-Unit-Cost TO WS-Cost-Display.
    MOVE Avg-Cost-BSF TO WS-Avg-Display.
    MOVE SPACES TO LOG-LINE.
    STRING "BOOK " DELIMITED BY SIZE
           Receipt-Book-Id DELIMITED BY SIZE
           "  RECEIPT COST " DELIMITED BY SIZE
           WS-Cost-Display DELIMITED BY SIZE
           "  NEW AVERAGE COST " DELIMITED BY SIZE
           WS-Avg-Display DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Currency-Code-BSF DELIMITED BY SIZE
        INTO LOG-LINE
    END-STRING.
    WRITE LOG-LINE.

Write-Applied-Log.
    MOVE SPACES TO LOG-LINE.
    STRING "PO " DELIMITED BY SIZE
