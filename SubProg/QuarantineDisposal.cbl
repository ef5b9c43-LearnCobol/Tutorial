      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  QuarantineDisposal.
AUTHOR.  Michael Coughlan.
*>Disposal run for the damaged copies Returns holds in quarantine on
*>QUARSTK.DAT.  Each line of QDISP.DAT names a title, what is to
*>become of some of its quarantined copies, how many, and the
*>initials of whoever inspected them:
*>  R restock - the copies turn out to be saleable after all and go
*>    back into Qty-In-Stock-BSF (journalled QR);
*>  W write off - the copies are scrapped (journalled QW);
*>  S return to supplier - the copies go back to the title's
*>    Supplier-Code-BSF for credit (journalled QS).
*>Every movement out of quarantine is journalled on MOVELOG.DAT
*>through StockMovementLog under file QTN, and a restock under BSF
*>as well, so both counts can be followed in MovementInquiry like any
*>other.  The lines are sorted by action, supplier and currency, and
*>each supplier's copies in one currency go back under one
*>return-to-supplier number from the persisted RTSNUM.CTL sequence:
*>a debit note is printed on DEBITNOTE.DAT, addressed from MANF-FILE
*>and valued at Avg-Cost-BSF, and every line goes on the RTSREG.DAT
*>register as outstanding until RtsAcknowledge records the
*>supplier's credit note; RtsRegister reports what is still owed.  A
*>line for more copies than quarantine holds, for a title whose
*>supplier is not on MANF-FILE, or without the inspector's initials,
*>is rejected, and the disposal register QDISP.RPT lists it with
*>everything that was applied.  RETURN-CODE 4 when anything was
*>rejected.
*>Progress through the sorted lines is checkpointed to QUARDISP.CKP
*>line by line, the way the other posting runs do, so a run that
*>fails part-way is simply run again: it carries on after the last
*>line it posted, under the same return-to-supplier number if it
*>stopped in the middle of a debit note.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BookStockFile ASSIGN TO DYNAMIC BookStock-Name
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Book-Id-BSF
        ALTERNATE RECORD KEY IS Book-Title-BSF
        ALTERNATE RECORD KEY IS Author-Id-BSF
                  WITH DUPLICATES
        FILE STATUS IS BookStatus.

    SELECT QUARANTINE-FILE ASSIGN TO "QUARSTK.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS QS-Book-Id
        FILE STATUS IS QuarStatus.

    SELECT DISP-IN ASSIGN TO "QDISP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DispStatus.

    SELECT SORT-WORK-FILE ASSIGN TO "QDSORT.TMP".

    SELECT MANF-FILE ASSIGN TO DYNAMIC MANF-NAME-WB
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MANF-CODE-FC
        ALTERNATE RECORD KEY IS MANF-NAME-FC
                 WITH DUPLICATES
        FILE STATUS IS MANF-STATUS-WB.

    SELECT RTS-REGISTER ASSIGN TO "RTSREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RTS-REG-KEY
        FILE STATUS IS RtsRegStatus.

    SELECT RTS-CONTROL ASSIGN TO "RTSNUM.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RtsCtlStatus.

    SELECT DISP-RPT ASSIGN TO "QDISP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReportStatus.

    SELECT DEBITNOTE-OUT ASSIGN TO "DEBITNOTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DebitNoteStatus.

    SELECT CHECKPOINT-FILE ASSIGN TO "QUARDISP.CKP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CheckpointStatus.

DATA DIVISION.
FILE SECTION.
FD  BookStockFile.
01  BookStockRec.
    02  Book-Id-BSF             PIC X(5).
    02  Book-Title-BSF          PIC X(30).
    02  Author-Id-BSF           PIC 9(4).
    02  Qty-In-Stock-BSF        PIC 999.
    02  Copy-Price-BSF          PIC 99V99.
    02  Copy-Weight-BSF         PIC 9(3)V99.
    02  Currency-Code-BSF       PIC XXX.
    02  Supplier-Code-BSF       PIC X(4).
    02  Reorder-Level-BSF       PIC 999.
    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

*>Damaged copies held out of saleable stock, one record per title.
FD  QUARANTINE-FILE.
01  QUARANTINE-REC.
    02  QS-Book-Id              PIC X(5).
    02  QS-Qty                  PIC 999.
    02  QS-Last-In-Date         PIC 9(8).

FD  DISP-IN.
01  DISP-IN-REC.
    88  EndOfDispositions       VALUE HIGH-VALUES.
    02  Disp-In-Book-Id         PIC X(5).
    02  Disp-In-Action          PIC X.
    02  FILLER                  PIC X(6).

*>The supplier and currency are looked up from BookStockFile as the
*>lines are released, so the returns to one supplier in one currency
*>sort together under one debit note; the input ordinal keeps the
*>order the same on a rerun.
SD  SORT-WORK-FILE.
01  SORT-REC.
    02  SORT-Action             PIC X.
    02  SORT-Supplier           PIC X(4).
    02  SORT-Currency           PIC XXX.
    02  SORT-Book-Id            PIC X(5).
    02  SORT-Input-Seq          PIC 9(6).
    02  SORT-Disp-Rec           PIC X(12).

FD  MANF-FILE.
01  MANF-REC-FC.
    02  MANF-CODE-FC            PIC X(4).
    02  MANF-NAME-FC            PIC X(30).
    02  MANF-ADDRESS-FC         PIC X(70).

*>One line per title per return-to-supplier number, outstanding
*>until the supplier acknowledges it with a credit note.
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

FD  RTS-CONTROL.
01  RTS-CONTROL-REC.
    02  RTS-NEXT-NUMBER         PIC 9(6).

FD  DISP-RPT.
01  REPORT-LINE                 PIC X(120).

FD  DEBITNOTE-OUT.
01  DEBITNOTE-LINE              PIC X(80).

*>Where the run had got to, with its running counts and, when it
*>stopped in the middle of a debit note, that note's number, supplier,
*>currency and running total.
FD  CHECKPOINT-FILE.
01  CHECKPOINT-REC.
    02  CKP-Status              PIC X(4).
    02  CKP-Last-Seq            PIC 9(6).
    02  CKP-Applied-Count       PIC 9(5).
    02  CKP-Reject-Count        PIC 9(5).
    02  CKP-Restocked-Qty       PIC 9(7).
    02  CKP-Written-Off-Qty     PIC 9(7).
    02  CKP-Returned-Qty        PIC 9(7).
    02  CKP-Debit-Note-Count    PIC 9(5).
    02  CKP-Group-Open          PIC X.
    02  CKP-RTS-Number          PIC 9(6).
    02  CKP-Group-Supplier      PIC X(4).
    02  CKP-Group-Currency      PIC XXX.
    02  CKP-Group-Qty           PIC 9(7).
    02  CKP-Group-Value         PIC 9(9)V99.

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  QuarStatus                  PIC XX.
01  DispStatus                  PIC XX.
01  MANF-STATUS-WB              PIC XX.
01  RtsRegStatus                PIC XX.
01  RtsCtlStatus                PIC XX.
01  ReportStatus                PIC XX.
01  DebitNoteStatus             PIC XX.
01  CheckpointStatus            PIC XX.
01  BookStock-Name              PIC X(40) VALUE "BookStock.DAT".
01  WS-BookStock-Default        PIC X(40) VALUE "BookStock.DAT".
01  MANF-NAME-WB                PIC X(40) VALUE "MANF.DAT".
01  WS-Manf-Name-Default        PIC X(40) VALUE "MANF.DAT".
01  FILLER                      PIC 9 VALUE 0.
    88  END-OF-SORT             VALUE 1.

*>The disposal line being dealt with, as keyed on QDISP.DAT.
01  WS-Disp-Line.
    02  WS-Disp-Book-Id         PIC X(5).
    02  WS-Disp-Action          PIC X.
        88  Disp-Restock        VALUE "R".
        88  Disp-Write-Off      VALUE "W".
        88  Disp-To-Supplier    VALUE "S".
    02  WS-Disp-Qty-X.
        03  WS-Disp-Qty         PIC 999.
    02  WS-Disp-Inspected-By    PIC X(3).

01  WS-Input-Seq                PIC 9(6) VALUE 0.
01  WS-Sorted-Seq               PIC 9(6) VALUE 0.
01  WS-Restart-Seq              PIC 9(6) VALUE 0.
01  WS-Resuming                 PIC X VALUE "N".
    88  Is-Resuming             VALUE "Y".
01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).

01  WS-Applied-Count            PIC 9(5) VALUE 0.
01  WS-Reject-Count             PIC 9(5) VALUE 0.
01  WS-Restocked-Qty            PIC 9(7) VALUE 0.
01  WS-Written-Off-Qty          PIC 9(7) VALUE 0.
01  WS-Returned-Qty             PIC 9(7) VALUE 0.
01  WS-Debit-Note-Count         PIC 9(5) VALUE 0.
01  WS-Reject-Reason            PIC X(40).
01  WS-Action-Word              PIC X(11).
01  WS-Book-Currency            PIC XXX.
01  WS-Line-Value               PIC 9(7)V99.
01  WS-RTS-Note.
    02  FILLER                  PIC X(6) VALUE "  RTS ".
    02  WS-RTS-Note-Number      PIC 9(6).
01  WS-RTS-Tail                 PIC X(12).
01  WS-RTS-On-File              PIC X.
    88  RTS-Is-On-File          VALUE "Y".

*>The debit note being written: one return-to-supplier number per
*>supplier and currency.
01  WS-Group-Open               PIC X VALUE "N".
    88  Group-Is-Open           VALUE "Y".
01  WS-RTS-Number               PIC 9(6) VALUE 0.
01  WS-Next-RTS-Number          PIC 9(6) VALUE 1.
01  WS-Group-Supplier           PIC X(4).
01  WS-Group-Currency           PIC XXX.
01  WS-Group-Qty                PIC 9(7) VALUE 0.
01  WS-Group-Value              PIC 9(9)V99 VALUE 0.

01  WS-Cost-Display             PIC ZZZZ9.99.
01  WS-Value-Display            PIC Z,ZZZ,ZZ9.99.
01  WS-Total-Display            PIC ZZZ,ZZZ,ZZ9.99.
01  WS-Qty-Display              PIC Z,ZZZ,ZZ9.

*>Every movement out of quarantine, and every restock into saleable
*>stock, is journalled through StockMovementLog.
01  WS-Move-Program             PIC X(20) VALUE "QUARANTINEDISPOSAL".
01  WS-BSF-File-Id              PIC X(3) VALUE "BSF".
01  WS-Quar-File-Id             PIC X(3) VALUE "QTN".
01  WS-Move-Key                 PIC X(5).
01  WS-Move-Before              PIC 9(6).
01  WS-Move-After               PIC 9(6).
01  WS-Move-Reason              PIC XX.

01  WS-SignOn-Function          PIC X(20) VALUE "QUARANTINEDISPOSAL".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
*>  BookStockFile's and MANF-FILE's names default to the fixed
*>  literals below but can be overridden at runtime (JCL DD or shell
*>  environment variable) without recompiling.
    DISPLAY "ACME_BOOKSTOCK_DD" UPON ENVIRONMENT-NAME.
    ACCEPT BookStock-Name FROM ENVIRONMENT-VALUE
        ON EXCEPTION MOVE WS-BookStock-Default TO BookStock-Name
    END-ACCEPT.
    DISPLAY "ACME_MANF_DD" UPON ENVIRONMENT-NAME.
    ACCEPT MANF-NAME-WB FROM ENVIRONMENT-VALUE
        ON EXCEPTION MOVE WS-Manf-Name-Default TO MANF-NAME-WB
    END-ACCEPT.
    PERFORM Check-For-Restart.
    OPEN I-O BookStockFile.
    IF BookStatus NOT = "00"
        DISPLAY "QUARANTINEDISPOSAL: ABEND - cannot open "
            "BookStockFile, status " BookStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-Action, SORT-Supplier, SORT-Currency,
            SORT-Book-Id, SORT-Input-Seq
        INPUT PROCEDURE IS Release-Dispositions
        OUTPUT PROCEDURE IS Apply-Dispositions.
    CLOSE BookStockFile.
    DISPLAY "QUARANTINEDISPOSAL: " WS-Applied-Count " applied, "
        WS-Reject-Count " rejected, " WS-Debit-Note-Count
        " debit note(s), see QDISP.RPT and DEBITNOTE.DAT".
    IF Is-Resuming
        DISPLAY "QUARANTINEDISPOSAL: run resumed - " WS-Restart-Seq
            " line(s) already posted by the failed run were skipped"
    END-IF.
*>  A clean finish clears the journal so the next run processes a
*>  fresh disposal file instead of resuming a completed one.
    MOVE SPACES TO CHECKPOINT-REC.
    MOVE "DONE" TO CKP-Status.
    OPEN OUTPUT CHECKPOINT-FILE.
    WRITE CHECKPOINT-REC.
    CLOSE CHECKPOINT-FILE.
    IF WS-Reject-Count > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

*>A BUSY journal means the last run failed part-way: its counts and
*>any debit note it was in the middle of are picked up again.
Check-For-Restart.
    OPEN INPUT CHECKPOINT-FILE.
    IF CheckpointStatus = "00"
        READ CHECKPOINT-FILE
            AT END CONTINUE
        END-READ
        IF CheckpointStatus = "00" AND CKP-Status = "BUSY"
            SET Is-Resuming TO TRUE
            MOVE CKP-Last-Seq TO WS-Restart-Seq
            MOVE CKP-Applied-Count TO WS-Applied-Count
            MOVE CKP-Reject-Count TO WS-Reject-Count
            MOVE CKP-Restocked-Qty TO WS-Restocked-Qty
            MOVE CKP-Written-Off-Qty TO WS-Written-Off-Qty
            MOVE CKP-Returned-Qty TO WS-Returned-Qty
            MOVE CKP-Debit-Note-Count TO WS-Debit-Note-Count
            MOVE CKP-Group-Open TO WS-Group-Open
            MOVE CKP-RTS-Number TO WS-RTS-Number
            MOVE CKP-Group-Supplier TO WS-Group-Supplier
            MOVE CKP-Group-Currency TO WS-Group-Currency
            MOVE CKP-Group-Qty TO WS-Group-Qty
            MOVE CKP-Group-Value TO WS-Group-Value
            DISPLAY "QUARANTINEDISPOSAL: resuming after line "
                WS-Restart-Seq
        END-IF
        CLOSE CHECKPOINT-FILE
    END-IF.

Write-Checkpoint.
    MOVE SPACES TO CHECKPOINT-REC.
    MOVE "BUSY" TO CKP-Status.
    MOVE WS-Sorted-Seq TO CKP-Last-Seq.
    MOVE WS-Applied-Count TO CKP-Applied-Count.
    MOVE WS-Reject-Count TO CKP-Reject-Count.
    MOVE WS-Restocked-Qty TO CKP-Restocked-Qty.
    MOVE WS-Written-Off-Qty TO CKP-Written-Off-Qty.
    MOVE WS-Returned-Qty TO CKP-Returned-Qty.
    MOVE WS-Debit-Note-Count TO CKP-Debit-Note-Count.
    MOVE WS-Group-Open TO CKP-Group-Open.
    MOVE WS-RTS-Number TO CKP-RTS-Number.
    MOVE WS-Group-Supplier TO CKP-Group-Supplier.
    MOVE WS-Group-Currency TO CKP-Group-Currency.
    MOVE WS-Group-Qty TO CKP-Group-Qty.
    MOVE WS-Group-Value TO CKP-Group-Value.
    OPEN OUTPUT CHECKPOINT-FILE.
    WRITE CHECKPOINT-REC.
    CLOSE CHECKPOINT-FILE.

*>A title not on BookStockFile sorts with no supplier and is
*>rejected when its turn comes.
Release-Dispositions.
    OPEN INPUT DISP-IN.
    IF DispStatus NOT = "00"
        DISPLAY "QUARANTINEDISPOSAL: ABEND - cannot open DISP-IN, "
            "status " DispStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ DISP-IN
        AT END SET EndOfDispositions TO TRUE
    END-READ.
    PERFORM UNTIL EndOfDispositions
        ADD 1 TO WS-Input-Seq
        MOVE SPACES TO SORT-REC
        MOVE Disp-In-Action TO SORT-Action
        MOVE Disp-In-Book-Id TO SORT-Book-Id
        MOVE WS-Input-Seq TO SORT-Input-Seq
        MOVE DISP-IN-REC TO SORT-Disp-Rec
        MOVE Disp-In-Book-Id TO Book-Id-BSF
        READ BookStockFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE Supplier-Code-BSF TO SORT-Supplier
                MOVE Currency-Code-BSF TO SORT-Currency
                IF SORT-Currency = SPACES
                    MOVE "EUR" TO SORT-Currency
                END-IF
        END-READ
        RELEASE SORT-REC
        READ DISP-IN
            AT END SET EndOfDispositions TO TRUE
        END-READ
    END-PERFORM.
    CLOSE DISP-IN.

Apply-Dispositions.
*>  A site where nothing has yet been quarantined, or nothing yet
*>  returned to a supplier, gets empty files rather than a stopped
*>  run - every line simply rejects as having nothing to dispose of.
    OPEN I-O QUARANTINE-FILE.
    IF QuarStatus = "35"
        OPEN OUTPUT QUARANTINE-FILE
        CLOSE QUARANTINE-FILE
        OPEN I-O QUARANTINE-FILE
    END-IF.
    IF QuarStatus NOT = "00"
        DISPLAY "QUARANTINEDISPOSAL: ABEND - cannot open "
            "QUARANTINE-FILE, status " QuarStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O RTS-REGISTER.
    IF RtsRegStatus = "35"
        OPEN OUTPUT RTS-REGISTER
        CLOSE RTS-REGISTER
        OPEN I-O RTS-REGISTER
    END-IF.
    IF RtsRegStatus NOT = "00"
        DISPLAY "QUARANTINEDISPOSAL: ABEND - cannot open "
            "RTS-REGISTER, status " RtsRegStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT MANF-FILE.
    IF MANF-STATUS-WB NOT = "00"
        DISPLAY "QUARANTINEDISPOSAL: ABEND - cannot open MANF-FILE, "
            "status " MANF-STATUS-WB
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  On a rerun the register and the debit notes already printed by
*>  the failed run are kept and the rest added after them.
    IF Is-Resuming
        OPEN EXTEND DISP-RPT
        OPEN EXTEND DEBITNOTE-OUT
    ELSE
        OPEN OUTPUT DISP-RPT
        OPEN OUTPUT DEBITNOTE-OUT
    END-IF.
    IF ReportStatus NOT = "00"
        DISPLAY "QUARANTINEDISPOSAL: ABEND - cannot open DISP-RPT, "
            "status " ReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF DebitNoteStatus NOT = "00"
        DISPLAY "QUARANTINEDISPOSAL: ABEND - cannot open "
            "DEBITNOTE-OUT, status " DebitNoteStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT Is-Resuming
        MOVE SPACES TO REPORT-LINE
        STRING "QUARANTINE DISPOSAL REGISTER  " DELIMITED BY SIZE
               WS-CD-YYYYMMDD DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    RETURN SORT-WORK-FILE
        AT END SET END-OF-SORT TO TRUE
    END-RETURN.
    PERFORM UNTIL END-OF-SORT
        ADD 1 TO WS-Sorted-Seq
*>      Lines at or before the checkpointed ordinal were posted by
*>      the failed run; starting past them is what makes a rerun
*>      safe.
        IF WS-Sorted-Seq > WS-Restart-Seq
            PERFORM Dispose-One-Line
            PERFORM Write-Checkpoint
        END-IF
        RETURN SORT-WORK-FILE
            AT END SET END-OF-SORT TO TRUE
        END-RETURN
    END-PERFORM.
    IF Group-Is-Open
        PERFORM Close-Debit-Note
    END-IF.
    PERFORM Write-Register-Totals.
    CLOSE QUARANTINE-FILE, RTS-REGISTER, MANF-FILE, DISP-RPT,
        DEBITNOTE-OUT.

Dispose-One-Line.
    MOVE SORT-Disp-Rec TO WS-Disp-Line.
*>  A debit note is finished as soon as a line arrives that is not
*>  a return to the same supplier in the same currency.
    IF Group-Is-Open
        IF NOT Disp-To-Supplier
                OR SORT-Supplier NOT = WS-Group-Supplier
                OR SORT-Currency NOT = WS-Group-Currency
            PERFORM Close-Debit-Note
        END-IF
    END-IF.
    MOVE SPACES TO WS-Reject-Reason.
    PERFORM Validate-Disposition.
    IF WS-Reject-Reason = SPACES
        PERFORM Apply-Disposition
    ELSE
        ADD 1 TO WS-Reject-Count
        PERFORM Write-Reject-Line
    END-IF.

Validate-Disposition.
    EVALUATE TRUE
        WHEN NOT (Disp-Restock OR Disp-Write-Off OR Disp-To-Supplier)
            MOVE "ACTION MUST BE R, W OR S" TO WS-Reject-Reason
        WHEN WS-Disp-Qty-X NOT NUMERIC
            MOVE "QUANTITY IS NOT NUMERIC" TO WS-Reject-Reason
        WHEN WS-Disp-Qty = 0
            MOVE "QUANTITY IS ZERO" TO WS-Reject-Reason
        WHEN WS-Disp-Inspected-By = SPACES
            MOVE "NO INSPECTOR'S INITIALS" TO WS-Reject-Reason
        WHEN OTHER
            PERFORM Validate-Against-Files
    END-EVALUATE.

Validate-Against-Files.
    MOVE WS-Disp-Book-Id TO Book-Id-BSF.
    READ BookStockFile
        INVALID KEY
            MOVE "TITLE NOT ON BOOKSTOCKFILE" TO WS-Reject-Reason
    END-READ.
    IF WS-Reject-Reason = SPACES
        MOVE WS-Disp-Book-Id TO QS-Book-Id
        READ QUARANTINE-FILE
            INVALID KEY
                MOVE "NOTHING IN QUARANTINE FOR THIS TITLE"
                    TO WS-Reject-Reason
        END-READ
    END-IF.
    IF WS-Reject-Reason = SPACES AND WS-Disp-Qty > QS-Qty
        STRING "ONLY " DELIMITED BY SIZE
               QS-Qty DELIMITED BY SIZE
               " COPIES IN QUARANTINE" DELIMITED BY SIZE
            INTO WS-Reject-Reason
        END-STRING
    END-IF.
*>  Qty-In-Stock-BSF is PIC 999; a restock that would wrap it is
*>  left in quarantine for someone to look at.
    IF WS-Reject-Reason = SPACES AND Disp-Restock
            AND Qty-In-Stock-BSF + WS-Disp-Qty > 999
        MOVE "RESTOCK WOULD EXCEED THE STOCK FIELD"
            TO WS-Reject-Reason
    END-IF.
    IF WS-Reject-Reason = SPACES AND Disp-To-Supplier
        PERFORM Validate-Supplier
    END-IF.

*>Copies can only go back to a supplier the debit note can be
*>addressed to.
Validate-Supplier.
    IF Supplier-Code-BSF = SPACES
        MOVE "TITLE HAS NO SUPPLIER CODE" TO WS-Reject-Reason
    ELSE
        MOVE Supplier-Code-BSF TO MANF-CODE-FC
        READ MANF-FILE
            KEY IS MANF-CODE-FC
            INVALID KEY
                STRING "SUPPLIER " DELIMITED BY SIZE
                       Supplier-Code-BSF DELIMITED BY SIZE
                       " NOT ON MANF-FILE" DELIMITED BY SIZE
                    INTO WS-Reject-Reason
                END-STRING
        END-READ
    END-IF.

*>Each disposal is valued at what the copies cost us, in the title's
*>own currency (blank is EUR, as everywhere else).
Apply-Disposition.
    MOVE Currency-Code-BSF TO WS-Book-Currency.
    IF WS-Book-Currency = SPACES
        MOVE "EUR" TO WS-Book-Currency
    END-IF.
    COMPUTE WS-Line-Value = Avg-Cost-BSF * WS-Disp-Qty.
    EVALUATE TRUE
        WHEN Disp-Restock
            MOVE "QR" TO WS-Move-Reason
            MOVE "RESTOCKED" TO WS-Action-Word
        WHEN Disp-Write-Off
            MOVE "QW" TO WS-Move-Reason
            MOVE "WRITTEN OFF" TO WS-Action-Word
        WHEN OTHER
            MOVE "QS" TO WS-Move-Reason
            MOVE "TO SUPPLIER" TO WS-Action-Word
    END-EVALUATE.
    PERFORM Take-From-Quarantine.
    EVALUATE TRUE
        WHEN Disp-Restock
            PERFORM Restock-Copies
            ADD WS-Disp-Qty TO WS-Restocked-Qty
        WHEN Disp-Write-Off
            ADD WS-Disp-Qty TO WS-Written-Off-Qty
        WHEN OTHER
            PERFORM Return-To-Supplier
            ADD WS-Disp-Qty TO WS-Returned-Qty
    END-EVALUATE.
    ADD 1 TO WS-Applied-Count.
    PERFORM Write-Applied-Line.

Take-From-Quarantine.
    MOVE QS-Qty TO WS-Move-Before.
    SUBTRACT WS-Disp-Qty FROM QS-Qty.
    REWRITE QUARANTINE-REC.
    IF QuarStatus NOT = "00"
        DISPLAY "QUARANTINEDISPOSAL: ABEND - cannot update "
            "QUARANTINE-FILE, status " QuarStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE QS-Book-Id TO WS-Move-Key.
    MOVE QS-Qty TO WS-Move-After.
    CALL "StockMovementLog" USING WS-Move-Program, WS-Quar-File-Id,
        WS-Move-Key, WS-Move-Before, WS-Move-After, WS-Move-Reason.
    IF RETURN-CODE NOT = 0
        DISPLAY "QUARANTINEDISPOSAL: ABEND - StockMovementLog "
            "failed, return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Restock-Copies.
    MOVE Qty-In-Stock-BSF TO WS-Move-Before.
    ADD WS-Disp-Qty TO Qty-In-Stock-BSF.
    REWRITE BookStockRec.
    IF BookStatus NOT = "00"
        DISPLAY "QUARANTINEDISPOSAL: ABEND - cannot update "
            "BookStockFile, status " BookStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE Book-Id-BSF TO WS-Move-Key.
    MOVE Qty-In-Stock-BSF TO WS-Move-After.
    CALL "StockMovementLog" USING WS-Move-Program, WS-BSF-File-Id,
        WS-Move-Key, WS-Move-Before, WS-Move-After, WS-Move-Reason.
    IF RETURN-CODE NOT = 0
        DISPLAY "QUARANTINEDISPOSAL: ABEND - StockMovementLog "
            "failed, return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>The copies go on the open debit note, starting one if this is the
*>first line for the supplier and currency, and on the register as
*>outstanding; a title keyed twice for the same supplier adds to its
*>register line.
Return-To-Supplier.
    IF NOT Group-Is-Open
        PERFORM Open-Debit-Note
    END-IF.
    MOVE WS-RTS-Number TO RTS-NUMBER.
    MOVE Book-Id-BSF TO RTS-BOOK-ID.
    MOVE "Y" TO WS-RTS-On-File.
    READ RTS-REGISTER
        INVALID KEY
            MOVE "N" TO WS-RTS-On-File
    END-READ.
    IF RTS-Is-On-File
        ADD WS-Disp-Qty TO RTS-QTY
        REWRITE RTS-REG-REC
    ELSE
        MOVE WS-RTS-Number TO RTS-NUMBER
        MOVE Book-Id-BSF TO RTS-BOOK-ID
        MOVE WS-CD-YYYYMMDD TO RTS-DATE
        MOVE Supplier-Code-BSF TO RTS-SUPPLIER
        MOVE WS-Disp-Qty TO RTS-QTY
        MOVE Avg-Cost-BSF TO RTS-UNIT-COST
        MOVE WS-Book-Currency TO RTS-CURRENCY
        MOVE "O" TO RTS-STATUS
        MOVE 0 TO RTS-ACK-DATE
        MOVE SPACES TO RTS-SUPP-CREDIT-REF
        WRITE RTS-REG-REC
    END-IF.
    IF RtsRegStatus NOT = "00"
        DISPLAY "QUARANTINEDISPOSAL: ABEND - cannot update "
            "RTS-REGISTER, status " RtsRegStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE Avg-Cost-BSF TO WS-Cost-Display.
    MOVE WS-Line-Value TO WS-Value-Display.
    MOVE SPACES TO DEBITNOTE-LINE.
    STRING Book-Id-BSF DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           Book-Title-BSF DELIMITED BY SIZE
           "  QTY " DELIMITED BY SIZE
           WS-Disp-Qty DELIMITED BY SIZE
           " @" DELIMITED BY SIZE
           WS-Cost-Display DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Value-Display DELIMITED BY SIZE
        INTO DEBITNOTE-LINE
    END-STRING.
    WRITE DEBITNOTE-LINE.
    ADD WS-Disp-Qty TO WS-Group-Qty.
    ADD WS-Line-Value TO WS-Group-Value.

*>The number is taken from RTSNUM.CTL and the sequence rewritten at
*>once, the way RmaIssue protects its RMA numbers; a missing control
*>file starts at 000001.  The supplier's MANF-FILE record was read
*>when the line was validated.
Open-Debit-Note.
    PERFORM Assign-RTS-Number.
    MOVE WS-Next-RTS-Number TO WS-RTS-Number.
    MOVE Supplier-Code-BSF TO WS-Group-Supplier.
    MOVE WS-Book-Currency TO WS-Group-Currency.
    MOVE 0 TO WS-Group-Qty.
    MOVE 0 TO WS-Group-Value.
    MOVE "Y" TO WS-Group-Open.
    ADD 1 TO WS-Debit-Note-Count.
    MOVE SPACES TO DEBITNOTE-LINE.
    MOVE "*** SUPPLIER DEBIT NOTE ***" TO DEBITNOTE-LINE.
    WRITE DEBITNOTE-LINE.
    MOVE SPACES TO DEBITNOTE-LINE.
    STRING "RETURN TO SUPPLIER NO. " DELIMITED BY SIZE
           WS-RTS-Number DELIMITED BY SIZE
           "   DATE " DELIMITED BY SIZE
           WS-CD-YYYYMMDD DELIMITED BY SIZE
           "   SUPPLIER " DELIMITED BY SIZE
           WS-Group-Supplier DELIMITED BY SIZE
        INTO DEBITNOTE-LINE
    END-STRING.
    WRITE DEBITNOTE-LINE.
    MOVE SPACES TO DEBITNOTE-LINE.
    MOVE MANF-NAME-FC TO DEBITNOTE-LINE.
    WRITE DEBITNOTE-LINE.
    MOVE SPACES TO DEBITNOTE-LINE.
    MOVE MANF-ADDRESS-FC TO DEBITNOTE-LINE.
    WRITE DEBITNOTE-LINE.
    MOVE SPACES TO DEBITNOTE-LINE.
    WRITE DEBITNOTE-LINE.
    MOVE SPACES TO DEBITNOTE-LINE.
    STRING "DAMAGED COPIES RETURNED FOR CREDIT, AT COST IN "
               DELIMITED BY SIZE
           WS-Group-Currency DELIMITED BY SIZE
        INTO DEBITNOTE-LINE
    END-STRING.
    WRITE DEBITNOTE-LINE.

Close-Debit-Note.
    MOVE WS-Group-Qty TO WS-Qty-Display.
    MOVE WS-Group-Value TO WS-Total-Display.
    MOVE SPACES TO DEBITNOTE-LINE.
    STRING "TOTAL DEBIT  COPIES " DELIMITED BY SIZE
           WS-Qty-Display DELIMITED BY SIZE
           "  VALUE " DELIMITED BY SIZE
           WS-Total-Display DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Group-Currency DELIMITED BY SIZE
        INTO DEBITNOTE-LINE
    END-STRING.
    WRITE DEBITNOTE-LINE.
    MOVE SPACES TO DEBITNOTE-LINE.
    STRING "PLEASE ISSUE A CREDIT NOTE QUOTING RETURN TO SUPPLIER NO. "
               DELIMITED BY SIZE
           WS-RTS-Number DELIMITED BY SIZE
        INTO DEBITNOTE-LINE
    END-STRING.
    WRITE DEBITNOTE-LINE.
    MOVE ALL "-" TO DEBITNOTE-LINE.
    WRITE DEBITNOTE-LINE.
    MOVE "N" TO WS-Group-Open.

Assign-RTS-Number.
    OPEN INPUT RTS-CONTROL.
    IF RtsCtlStatus = "00"
        READ RTS-CONTROL
            AT END CONTINUE
        END-READ
        IF RtsCtlStatus = "00"
            MOVE RTS-NEXT-NUMBER TO WS-Next-RTS-Number
        END-IF
        CLOSE RTS-CONTROL
    END-IF.
    COMPUTE RTS-NEXT-NUMBER = WS-Next-RTS-Number + 1.
    OPEN OUTPUT RTS-CONTROL.
    IF RtsCtlStatus NOT = "00"
        DISPLAY "QUARANTINEDISPOSAL: ABEND - cannot open "
            "RTS-CONTROL, status " RtsCtlStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    WRITE RTS-CONTROL-REC.
    CLOSE RTS-CONTROL.

*>A return to supplier also shows the number it went back under.
Write-Applied-Line.
    MOVE WS-Line-Value TO WS-Value-Display.
    IF Disp-To-Supplier
        MOVE WS-RTS-Number TO WS-RTS-Note-Number
        MOVE WS-RTS-Note TO WS-RTS-Tail
    ELSE
        MOVE SPACES TO WS-RTS-Tail
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING Book-Id-BSF DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           Book-Title-BSF DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Action-Word DELIMITED BY SIZE
           "  QTY " DELIMITED BY SIZE
           WS-Disp-Qty DELIMITED BY SIZE
           "  AT COST " DELIMITED BY SIZE
           WS-Value-Display DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Book-Currency DELIMITED BY SIZE
           "  BY " DELIMITED BY SIZE
           WS-Disp-Inspected-By DELIMITED BY SIZE
           WS-RTS-Tail DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.

Write-Reject-Line.
    MOVE SPACES TO REPORT-LINE.
    STRING WS-Disp-Book-Id DELIMITED BY SIZE
           "  ACTION " DELIMITED BY SIZE
           WS-Disp-Action DELIMITED BY SIZE
           "  QTY " DELIMITED BY SIZE
           WS-Disp-Qty-X DELIMITED BY SIZE
           "  ** REJECTED - " DELIMITED BY SIZE
           WS-Reject-Reason DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.

Write-Register-Totals.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-Restocked-Qty TO WS-Qty-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING "COPIES RESTOCKED:            " DELIMITED BY SIZE
           WS-Qty-Display DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE WS-Written-Off-Qty TO WS-Qty-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING "COPIES WRITTEN OFF:          " DELIMITED BY SIZE
           WS-Qty-Display DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE WS-Returned-Qty TO WS-Qty-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING "COPIES RETURNED TO SUPPLIER: " DELIMITED BY SIZE
           WS-Qty-Display DELIMITED BY SIZE
           "  ON " DELIMITED BY SIZE
           WS-Debit-Note-Count DELIMITED BY SIZE
           " DEBIT NOTE(S)" DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "LINES APPLIED: " DELIMITED BY SIZE
           WS-Applied-Count DELIMITED BY SIZE
           "  REJECTED: " DELIMITED BY SIZE
           WS-Reject-Count DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
