*>BIN-LOCATION-FB on the master, and every applied receipt goes on
*>the PUTAWAY.DAT listing so the warehouse knows where the new
*>arrivals went without asking the one person who remembers.
*>Progress through the sorted receipts is journalled to STKRCPT.CKP
*>receipt by receipt, the way Despatch journals its orders, so a run
*>that fails part-way is simply run again: it skips every receipt
*>already put into stock, says it resumed, and the closing counts
*>still cover the whole file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS PO-REG-KEY
        FILE STATUS IS PO-REG-STATUS-WB.

    SELECT CHECKPOINT-FILE ASSIGN TO "STKRCPT.CKP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CheckpointStatus.

DATA DIVISION.
FILE SECTION.
FD  STOCK-FILE.
    02  Sort-Receipt-PO                PIC X(6).
    02  Sort-Receipt-Qty                PIC 9(6).
    02  Sort-Receipt-Bin               PIC X(6).
    02  Sort-Receipt-Seq               PIC 9(6).

FD  RECEIPT-LOG-OUT.
01  LOG-LINE                           PIC X(80).
    02  PO-REG-RECEIPT-DATE            PIC 9(8).
    02  PO-REG-LINE-STATUS             PIC X.

*>Run-recovery journal in the Despatch style: how many receipts of
*>the sorted stream have been completely applied or rejected, plus
*>the run's counts so far.  Receipts for the same stock number are
*>sorted in the order they stand on RECEIPTS.DAT, so a rerun over
*>the same file sorts into exactly the same sequence and can skip
*>the ones the failed run already put into stock.
FD  CHECKPOINT-FILE.
01  CHECKPOINT-REC.
    02  CKP-Status                     PIC X(4).
    02  CKP-Last-Receipt-Seq           PIC 9(6).
    02  CKP-Applied-Count              PIC 9(5).
    02  CKP-Reject-Count               PIC 9(5).

WORKING-STORAGE SECTION.
01  STOCK-REC-POINTER-WB               PIC 9(5).
01  STOCK-STATUS-WB                    PIC XX.
01  WS-Applied-Count                   PIC 9(5) VALUE 0.
01  WS-Reject-Count                    PIC 9(5) VALUE 0.
01  PutawayStatus                      PIC XX.
01  CheckpointStatus                   PIC XX.
01  WS-Input-Seq                       PIC 9(6) VALUE 0.
01  WS-Receipt-Seq                     PIC 9(6) VALUE 0.
01  WS-Restart-Seq                     PIC 9(6) VALUE 0.
01  WS-Resuming                        PIC X VALUE "N".
    88  Is-Resuming                    VALUE "Y".

01  PO-REG-STATUS-WB                   PIC XX.
01  WS-PO-Line-Known                   PIC X.
    88  EndOfStock                     VALUE 1.
    88  EndOfSortedReceipts            VALUE 2.

01  WS-SignOn-Function          PIC X(20) VALUE "STOCKRECEIPT".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  STOCK-FILE's name defaults to the fixed literal above but can be
*>  overridden at runtime (JCL DD or shell environment variable)
*>  without recompiling.
    ACCEPT STOCK-NAME-WB FROM ENVIRONMENT-VALUE
        ON EXCEPTION MOVE WS-Stock-Name-Default TO STOCK-NAME-WB
    END-ACCEPT.
    PERFORM Check-For-Restart.
    SORT RECEIPT-SORT-FILE
        ON ASCENDING KEY Sort-Receipt-StockNum, Sort-Receipt-Seq
        INPUT PROCEDURE IS Read-Receipts
        OUTPUT PROCEDURE IS Apply-Receipts.
    DISPLAY "STOCKRECEIPT: " WS-Applied-Count " applied, "
        WS-Reject-Count " rejected, see RECEIPT.LOG".
    IF Is-Resuming
        DISPLAY "STOCKRECEIPT: run resumed - " WS-Restart-Seq
            " receipt(s) already dealt with by the failed run were "
            "skipped"
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
            MOVE CKP-Reject-Count TO WS-Reject-Count
            DISPLAY "STOCKRECEIPT: resuming after receipt "
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

Read-Receipts.
    OPEN INPUT RECEIPT-IN.
    IF ReceiptStatus NOT = "00"
        MOVE Receipt-PO-Number TO Sort-Receipt-PO
        MOVE Receipt-Qty TO Sort-Receipt-Qty
        MOVE Receipt-Bin TO Sort-Receipt-Bin
        ADD 1 TO WS-Input-Seq
        MOVE WS-Input-Seq TO Sort-Receipt-Seq
        RELEASE SORT-RECEIPT-REC
        READ RECEIPT-IN
            AT END SET EndOfReceipts TO TRUE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  On a rerun the log and put-away listing are extended so what the
*>  failed run already wrote is kept.
    IF Is-Resuming
        OPEN EXTEND RECEIPT-LOG-OUT
    ELSE
        OPEN OUTPUT RECEIPT-LOG-OUT
    END-IF.
    IF LogStatus NOT = "00"
        DISPLAY "STOCKRECEIPT: ABEND - cannot open RECEIPT-LOG-OUT, "
            "status " LogStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF Is-Resuming
        OPEN EXTEND PUTAWAY-OUT
    ELSE
        OPEN OUTPUT PUTAWAY-OUT
    END-IF.
    IF PutawayStatus NOT = "00"
        DISPLAY "STOCKRECEIPT: ABEND - cannot open PUTAWAY-OUT, "
            "status " PutawayStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT Is-Resuming
        MOVE "PUT-AWAY LISTING - TODAY'S ARRIVALS" TO PUTAWAY-LINE
        WRITE PUTAWAY-LINE
    END-IF.
*>  A site that has never run the new reorder pass has no register
*>  yet; an empty one is created so every receipt simply logs as
*>  quoting an unknown PO line rather than stopping the stock update.
                AT END SET EndOfStock TO TRUE
            END-READ
        END-PERFORM
        ADD 1 TO WS-Receipt-Seq
*>      Receipts at or before the checkpointed position were put into
*>      stock by the failed run; starting past them is what stops a
*>      rerun receiving the same delivery twice.
        IF WS-Receipt-Seq > WS-Restart-Seq
            PERFORM Apply-One-Receipt
            PERFORM Write-Checkpoint
        END-IF
        RETURN RECEIPT-SORT-FILE
            AT END SET EndOfSortedReceipts TO TRUE
    END-PERFORM.
    CLOSE STOCK-FILE, RECEIPT-LOG-OUT, PUTAWAY-OUT, PO-REGISTER.

Apply-One-Receipt.
    IF NOT EndOfStock AND STOCK-NUM-FB = Sort-Receipt-StockNum
        MOVE QTY-IN-STOCK-FB TO WS-Move-Before
        ADD Sort-Receipt-Qty TO QTY-IN-STOCK-FB
        MOVE SPACE TO ON-ORDER-FB
        IF Sort-Receipt-Bin NOT = SPACES
            MOVE Sort-Receipt-Bin TO BIN-LOCATION-FB
        END-IF
        REWRITE STOCK-REC-FB
        IF STOCK-STATUS-WB NOT = "00"
            DISPLAY "STOCKRECEIPT: ABEND - cannot update STOCK-FILE, "
                "status " STOCK-STATUS-WB
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE STOCK-NUM-FB TO WS-Move-Key
        MOVE QTY-IN-STOCK-FB TO WS-Move-After
        CALL "StockMovementLog" USING WS-Move-Program,
            WS-Move-File-Id, WS-Move-Key, WS-Move-Before,
            WS-Move-After, WS-Move-Reason
        IF RETURN-CODE NOT = 0
            DISPLAY "STOCKRECEIPT: ABEND - StockMovementLog "
                "failed, return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM Write-Applied-Log
        PERFORM Write-Putaway-Line
        PERFORM Match-PO-Register
        ADD 1 TO WS-Applied-Count
    ELSE
        PERFORM Write-Rejected-Log
        ADD 1 TO WS-Reject-Count
    END-IF.

Write-Putaway-Line.
    MOVE SPACES TO PUTAWAY-LINE.
    STRING STOCK-NUM-FB DELIMITED BY SIZE
