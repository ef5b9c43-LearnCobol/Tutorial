*>uplift on a zero price) go to the PRCHG.EXC exception file with a
*>reason; every applied change goes on the PRCHG.RPT old-price/
*>new-price audit report for the pricing manager to sign off.
*>Progress through PRCHG.DAT is journalled to PRCHG.CKP after every
*>change, the way Despatch journals its orders.  A percentage uplift
*>applied twice compounds, so a run that fails part-way must never
*>be allowed to start again from the top: it picks up after the last
*>change dealt with, says so, and the closing counts still cover the
*>whole file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ExceptionStatus.

    SELECT CHECKPOINT-FILE ASSIGN TO "PRCHG.CKP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CheckpointStatus.

DATA DIVISION.
FILE SECTION.
FD  BookStockFile.
    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  CHANGE-IN.
01  CHANGE-REC.
    02  FILLER                  PIC XX.
    02  Exc-Reason              PIC X(45).

*>Run-recovery journal in the Despatch style: the ordinal of the
*>last change on PRCHG.DAT that was completely dealt with, plus the
*>run's counts so far.
FD  CHECKPOINT-FILE.
01  CHECKPOINT-REC.
    02  CKP-Status              PIC X(4).
    02  CKP-Last-Change-Seq     PIC 9(6).
    02  CKP-Applied-Count       PIC 9(5).
    02  CKP-Reject-Count        PIC 9(5).

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  ChangeStatus                PIC XX.
01  AuditStatus                 PIC XX.
01  ExceptionStatus             PIC XX.
01  CheckpointStatus            PIC XX.
01  BookStock-Name              PIC X(40) VALUE "BookStock.DAT".
01  WS-BookStock-Default        PIC X(40) VALUE "BookStock.DAT".

01  WS-Applied-Count            PIC 9(5) VALUE 0.
01  WS-Reject-Count             PIC 9(5) VALUE 0.

01  WS-Change-Seq               PIC 9(6) VALUE 0.
01  WS-Restart-Seq              PIC 9(6) VALUE 0.
01  WS-Resuming                 PIC X VALUE "N".
    88  Is-Resuming             VALUE "Y".

01  WS-Old-Price                PIC 99V99.
01  WS-New-Price                PIC 9(3)V99.
01  WS-Movement                 PIC S9(3)V99.
01  WS-Old-Display              PIC Z9.99.
01  WS-New-Display              PIC Z9.99.

01  WS-SignOn-Function          PIC X(20) VALUE "PRICECHANGE".

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
    OPEN INPUT CHANGE-IN.
    IF ChangeStatus NOT = "00"
        DISPLAY "PRICECHANGE: ABEND - cannot open CHANGE-IN, status "
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  On a rerun the audit report and exception file are extended, so
*>  what the failed run already did stays on them for sign-off.
    IF Is-Resuming
        OPEN EXTEND AUDIT-OUT
    ELSE
        OPEN OUTPUT AUDIT-OUT
    END-IF.
    IF AuditStatus NOT = "00"
        DISPLAY "PRICECHANGE: ABEND - cannot open AUDIT-OUT, status "
            AuditStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF Is-Resuming
        OPEN EXTEND EXCEPTION-OUT
    ELSE
        OPEN OUTPUT EXCEPTION-OUT
    END-IF.
    IF ExceptionStatus NOT = "00"
        DISPLAY "PRICECHANGE: ABEND - cannot open EXCEPTION-OUT, "
            "status " ExceptionStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT Is-Resuming
        MOVE "PRICE CHANGE AUDIT REPORT" TO AUDIT-LINE
        WRITE AUDIT-LINE
    END-IF.

    READ CHANGE-IN
        AT END SET EndOfChanges TO TRUE
    END-READ.
    PERFORM UNTIL EndOfChanges
        ADD 1 TO WS-Change-Seq
*>      Changes at or before the checkpointed ordinal were applied by
*>      the failed run; applying them again would compound an uplift.
        IF WS-Change-Seq > WS-Restart-Seq
            PERFORM Apply-One-Change
            PERFORM Write-Checkpoint
        END-IF
        READ CHANGE-IN
            AT END SET EndOfChanges TO TRUE
        END-READ
    CLOSE CHANGE-IN, BookStockFile, AUDIT-OUT, EXCEPTION-OUT.
    DISPLAY "PRICECHANGE: " WS-Applied-Count " change(s) applied, "
        WS-Reject-Count " rejected, see PRCHG.RPT / PRCHG.EXC".
    IF Is-Resuming
        DISPLAY "PRICECHANGE: run resumed - " WS-Restart-Seq
            " change(s) already applied by the failed run were skipped"
    END-IF.
*>  A clean finish clears the journal so the next run processes a
*>  fresh change file instead of resuming a completed one.
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
            MOVE CKP-Last-Change-Seq TO WS-Restart-Seq
            MOVE CKP-Applied-Count TO WS-Applied-Count
            MOVE CKP-Reject-Count TO WS-Reject-Count
            DISPLAY "PRICECHANGE: resuming after change "
                WS-Restart-Seq
        END-IF
        CLOSE CHECKPOINT-FILE
    END-IF.

Write-Checkpoint.
    MOVE SPACES TO CHECKPOINT-REC.
    MOVE "BUSY" TO CKP-Status.
    MOVE WS-Change-Seq TO CKP-Last-Change-Seq.
    MOVE WS-Applied-Count TO CKP-Applied-Count.
    MOVE WS-Reject-Count TO CKP-Reject-Count.
    OPEN OUTPUT CHECKPOINT-FILE.
    WRITE CHECKPOINT-REC.
    CLOSE CHECKPOINT-FILE.

Apply-One-Change.
    MOVE SPACES TO WS-Reject-Reason.
    IF NOT Change-Is-Price AND NOT Change-Is-Uplift
