*>unit price - the price they actually paid - rather than today's
*>Copy-Price-BSF.  We had certainly credited returns for books we
*>never sold.
*>Progress through RETURNS.DAT is journalled to RETURNS.CKP return by
*>return, the way Despatch journals its orders, so a run that fails
*>part-way is simply run again: it skips every return already
*>restocked or rejected, says it resumed, and the register and the
*>closing counts still cover the whole file.
*>A copy returned damaged (reason DP damaged in post, DM damaged or
*>defective) is no longer put back on the shelf to be picked for the
*>next customer: it goes into quarantine stock on QUARSTK.DAT
*>instead of Qty-In-Stock-BSF, journalled through StockMovementLog
*>on file QTN with reason RQ, and stays there until the
*>QuarantineDisposal run restocks it, writes it off or sends it back
*>to the supplier.  The customer is credited just the same.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS RMA-NUMBER
        FILE STATUS IS RmaRegStatus.

    SELECT QUARANTINE-FILE ASSIGN TO "QUARSTK.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS QS-Book-Id
        FILE STATUS IS QuarStatus.

    SELECT CHECKPOINT-FILE ASSIGN TO "RETURNS.CKP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CheckpointStatus.

DATA DIVISION.
FILE SECTION.
FD  BookStockFile.
    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  RETURNS-IN.
01  RETURN-REC.
    02  Return-Book-Id          PIC X(5).
    02  Return-Qty              PIC 999.
    02  Return-Reason           PIC XX.
        88  Return-Is-Damaged   VALUE "DP" "DM".
    02  Return-RMA              PIC 9(6).

SD  SORT-WORK-FILE.
    02  RMA-STATUS              PIC X.
        88  RMA-Is-Open         VALUE "O".

*>Damaged copies held out of saleable stock, one record per title.
FD  QUARANTINE-FILE.
01  QUARANTINE-REC.
    02  QS-Book-Id              PIC X(5).
    02  QS-Qty                  PIC 999.
    02  QS-Last-In-Date         PIC 9(8).

*>Run-recovery journal: one line per return dealt with, carrying its
*>ordinal on RETURNS.DAT, whether it was applied or rejected, and
*>for an applied one the reason, currency, quantity and credit value
*>the register is built from.  A rerun after a failure skips every
*>return already journalled and feeds the applied ones back into the
*>register, so it still covers the whole file.  A clean finish
*>leaves a single DONE line.
FD  CHECKPOINT-FILE.
01  CHECKPOINT-REC.
    88  EndOfCheckpoint         VALUE HIGH-VALUES.
    02  CKP-Status              PIC X(4).
    02  CKP-Return-Seq          PIC 9(6).
    02  CKP-Outcome             PIC X.
        88  CKP-Was-Applied     VALUE "A".
    02  CKP-Reason              PIC XX.
    02  CKP-Currency            PIC XXX.
    02  CKP-Qty                 PIC 999.
    02  CKP-Value               PIC 9(5)V99.

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  ReturnsStatus               PIC XX.
01  WS-Move-Before              PIC 9(6).
01  WS-Move-After               PIC 9(6).
01  WS-Move-Reason              PIC XX VALUE "RT".
01  WS-Quar-File-Id             PIC X(3) VALUE "QTN".
01  WS-Quar-Reason              PIC XX VALUE "RQ".
01  QuarStatus                  PIC XX.
01  WS-Quar-On-File             PIC X.
    88  Quar-Is-On-File         VALUE "Y".
01  WS-Qty-Now                  PIC 999.

*>The credit-note value comes off the customer's EUR balance through
*>UpdateCustomerBalance, mirroring the debit Despatch applies.
01  WS-Bal-Reason               PIC XX VALUE "RT".
01  CredRegStatus               PIC XX.
01  RmaRegStatus                PIC XX.
01  CheckpointStatus            PIC XX.
01  WS-Return-Seq               PIC 9(6) VALUE 0.
01  WS-Restart-Seq              PIC 9(6) VALUE 0.
01  WS-Resuming                 PIC X VALUE "N".
    88  Is-Resuming             VALUE "Y".
01  WS-Processed-Before         PIC 9(5).
01  WS-RMA-OK                   PIC X.
    88  RMA-Checks-Out          VALUE "Y".
01  WS-RMA-Remaining            PIC S9(4).
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).

01  WS-SignOn-Function          PIC X(20) VALUE "RETURNS".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
*>  BookStockFile's name defaults to the fixed literal below but can
*>  be overridden at runtime (JCL DD or shell environment variable)
        Cust-Address-Info.
    DISPLAY "RETURNS: " WS-Processed-Count " return(s) processed, "
        WS-Reject-Count " rejected".
    IF Is-Resuming
        DISPLAY "RETURNS: run resumed - " WS-Restart-Seq
            " return(s) already dealt with by the failed run were "
            "skipped"
    END-IF.
*>  A clean finish clears the journal so the next run processes a
*>  fresh returns file instead of resuming a completed one.
    MOVE SPACES TO CHECKPOINT-REC.
    MOVE "DONE" TO CKP-Status.
    OPEN OUTPUT CHECKPOINT-FILE.
    WRITE CHECKPOINT-REC.
    CLOSE CHECKPOINT-FILE.
    STOP RUN.

Process-Returns.
    PERFORM Check-For-Restart.
    OPEN INPUT RETURNS-IN.
    IF ReturnsStatus NOT = "00"
        DISPLAY "RETURNS: ABEND - cannot open RETURNS-IN, status "
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  On a rerun the credit notes already printed by the failed run
*>  are kept and the new ones added after them.
    IF Is-Resuming
        OPEN EXTEND CREDNOTE-OUT
    ELSE
        OPEN OUTPUT CREDNOTE-OUT
    END-IF.
    IF CredNoteStatus NOT = "00"
        DISPLAY "RETURNS: ABEND - cannot open CREDNOTE-OUT, status "
            CredNoteStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  Quarantine stock is created by the first damaged return.
    OPEN I-O QUARANTINE-FILE.
    IF QuarStatus = "35"
        OPEN OUTPUT QUARANTINE-FILE
        CLOSE QUARANTINE-FILE
        OPEN I-O QUARANTINE-FILE
    END-IF.
    IF QuarStatus NOT = "00"
        DISPLAY "RETURNS: ABEND - cannot open QUARANTINE-FILE, status "
            QuarStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ RETURNS-IN
        AT END SET EndOfReturns TO TRUE
    END-READ.
    PERFORM UNTIL EndOfReturns
        ADD 1 TO WS-Return-Seq
*>      Returns at or before the last journalled ordinal were dealt
*>      with by the failed run; starting past them is what stops a
*>      rerun restocking and crediting them twice.
        IF WS-Return-Seq > WS-Restart-Seq
            MOVE WS-Processed-Count TO WS-Processed-Before
            PERFORM Process-One-Return
            PERFORM Write-Checkpoint
        END-IF
        READ RETURNS-IN
            AT END SET EndOfReturns TO TRUE
        END-READ
    END-PERFORM.
    CLOSE RETURNS-IN, BookStockFile, CREDNOTE-OUT, CREDREG-OUT,
        RMA-REGISTER, QUARANTINE-FILE.

*>A BUSY journal means the last run failed part-way.  Each journalled
*>return is counted again, and each applied one is released to the
*>register sort again, exactly as the failed run released it.  Any
*>other journal is cleared before the run starts.
Check-For-Restart.
    OPEN INPUT CHECKPOINT-FILE.
    IF CheckpointStatus = "00"
        READ CHECKPOINT-FILE
            AT END SET EndOfCheckpoint TO TRUE
        END-READ
        IF NOT EndOfCheckpoint AND CKP-Status = "BUSY"
            SET Is-Resuming TO TRUE
        END-IF
        PERFORM UNTIL EndOfCheckpoint OR NOT Is-Resuming
            MOVE CKP-Return-Seq TO WS-Restart-Seq
            IF CKP-Was-Applied
                MOVE CKP-Reason TO SORT-Reason
                MOVE CKP-Currency TO SORT-Currency
                MOVE CKP-Qty TO SORT-Qty
                MOVE CKP-Value TO SORT-Value
                RELEASE SORT-REC
                ADD 1 TO WS-Processed-Count
            ELSE
                ADD 1 TO WS-Reject-Count
            END-IF
            READ CHECKPOINT-FILE
                AT END SET EndOfCheckpoint TO TRUE
            END-READ
        END-PERFORM
        CLOSE CHECKPOINT-FILE
    END-IF.
    IF Is-Resuming
        DISPLAY "RETURNS: resuming after return " WS-Restart-Seq
    ELSE
        OPEN OUTPUT CHECKPOINT-FILE
        IF CheckpointStatus NOT = "00"
            DISPLAY "RETURNS: ABEND - cannot open CHECKPOINT-FILE, "
                "status " CheckpointStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE CHECKPOINT-FILE
    END-IF.

*>One journal line per return, written as soon as it has been dealt
*>with; whether it was applied shows in the processed count.
Write-Checkpoint.
    OPEN EXTEND CHECKPOINT-FILE.
    IF CheckpointStatus NOT = "00"
        DISPLAY "RETURNS: ABEND - cannot open CHECKPOINT-FILE, "
            "status " CheckpointStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO CHECKPOINT-REC.
    MOVE "BUSY" TO CKP-Status.
    MOVE WS-Return-Seq TO CKP-Return-Seq.
    IF WS-Processed-Count > WS-Processed-Before
        MOVE "A" TO CKP-Outcome
        MOVE Return-Reason TO CKP-Reason
        MOVE WS-Book-Currency TO CKP-Currency
        MOVE Return-Qty TO CKP-Qty
        MOVE WS-Credit-Value TO CKP-Value
    ELSE
        MOVE "R" TO CKP-Outcome
    END-IF.
    WRITE CHECKPOINT-REC.
    CLOSE CHECKPOINT-FILE.

Process-One-Return.
*>  The quantity is edited before anything is read or rewritten -
    END-EVALUATE.

Restock-And-Credit.
*>  Qty-In-Stock-BSF and QS-Qty are PIC 999: a return that lifts
*>  either past 999 would silently wrap it, so it is rejected whole -
*>  no restock, no credit - for someone to look at.
    IF Return-Is-Damaged
        PERFORM Read-Quarantine
        MOVE QS-Qty TO WS-Qty-Now
    ELSE
        MOVE Qty-In-Stock-BSF TO WS-Qty-Now
    END-IF.
    IF WS-Qty-Now + Return-Qty > 999
        DISPLAY "RETURNS: return of " Return-Qty " for "
            Return-Book-Id " would exceed the stock field, rejected"
        ADD 1 TO WS-Reject-Count
    END-IF.

Apply-Restock-And-Credit.
    IF Return-Is-Damaged
        PERFORM Quarantine-Return
    ELSE
        PERFORM Restock-Saleable
    END-IF.
*>  Credit at the unit price the customer actually paid, recorded on
*>  the RMA when it was issued from their despatch history - not at
*>  today's Copy-Price-BSF; a blank currency means EUR, matching
*>  Despatch.
    MOVE RMA-CURRENCY TO WS-Book-Currency.
    IF WS-Book-Currency = SPACES
        MOVE "EUR" TO WS-Book-Currency
    END-IF.
    COMPUTE WS-Credit-Value = RMA-UNIT-PRICE * Return-Qty.
    PERFORM Write-Credit-Note.
    PERFORM Credit-Customer-Balance.
    PERFORM Consume-RMA.
    MOVE Return-Reason TO SORT-Reason.
    MOVE WS-Book-Currency TO SORT-Currency.
    MOVE Return-Qty TO SORT-Qty.
    MOVE WS-Credit-Value TO SORT-Value.
    RELEASE SORT-REC.
    ADD 1 TO WS-Processed-Count.

Restock-Saleable.
    MOVE Qty-In-Stock-BSF TO WS-Move-Before.
    ADD Return-Qty TO Qty-In-Stock-BSF.
    REWRITE BookStockRec.
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>A title's first damaged return creates its quarantine record.
Read-Quarantine.
    MOVE "Y" TO WS-Quar-On-File.
    MOVE Return-Book-Id TO QS-Book-Id.
    READ QUARANTINE-FILE
        INVALID KEY
            MOVE "N" TO WS-Quar-On-File
            MOVE Return-Book-Id TO QS-Book-Id
            MOVE 0 TO QS-Qty
            MOVE 0 TO QS-Last-In-Date
    END-READ.

Quarantine-Return.
    MOVE QS-Qty TO WS-Move-Before.
    ADD Return-Qty TO QS-Qty.
    MOVE WS-CD-YYYYMMDD TO QS-Last-In-Date.
    IF Quar-Is-On-File
        REWRITE QUARANTINE-REC
    ELSE
        WRITE QUARANTINE-REC
    END-IF.
    IF QuarStatus NOT = "00"
        DISPLAY "RETURNS: ABEND - cannot update QUARANTINE-FILE, "
            "status " QuarStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE QS-Book-Id TO WS-Move-Key.
    MOVE QS-Qty TO WS-Move-After.
    CALL "StockMovementLog" USING WS-Move-Program, WS-Quar-File-Id,
        WS-Move-Key, WS-Move-Before, WS-Move-After, WS-Quar-Reason.
    IF RETURN-CODE NOT = 0
        DISPLAY "RETURNS: ABEND - StockMovementLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>The RMA is consumed the moment its return is applied; a fully
*>returned authorization closes so it can never be used twice.
