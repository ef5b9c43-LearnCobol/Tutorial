      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  DespHistIndex.
AUTHOR.  Michael Coughlan.
*>Builds DESPIDX.DAT, the keyed companion to the despatch history,
*>from scratch off DESPHIST.DAT.  Despatch keeps the companion up to
*>date line by line, and OrderStatus, InvoiceReprint, RmaIssue,
*>CashReceipts and BalanceRecon read it by invoice number or by
*>customer instead of reading the whole history; this is how it is
*>built in the first place, rebuilt after PeriodArchive has cut the
*>closed months out of the live history (PeriodArchive calls it for
*>that), and recovered if it is ever lost or damaged.  Every history
*>line is written with its line number within the invoice, counting
*>in the order the lines sit on the history, exactly as Despatch
*>numbers them.  The new file is then walked down the invoice key
*>and the customer key, and each must return every line read - the
*>IndexRebuild check.  Both ends are logged through RunAuditLog.  A
*>missing DESPHIST.DAT just builds an empty companion.  Ends with
*>GOBACK, so it can be called as well as run on its own.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DESPHIST-IN ASSIGN TO "DESPHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HistStatus.

    SELECT DESPIDX-FILE ASSIGN TO "DESPIDX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DI-Key
        ALTERNATE RECORD KEY IS DI-CustNum
                  WITH DUPLICATES
        FILE STATUS IS DespIdxStatus.

DATA DIVISION.
FILE SECTION.
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

FD  DESPIDX-FILE.
01  DESPIDX-REC.
    02  DI-Date                 PIC 9(8).
    02  DI-CustNum              PIC X(4).
    02  DI-Book-Id              PIC X(5).
    02  DI-Qty                  PIC 999.
    02  DI-Line-Total           PIC 9(5)V99.
    02  DI-Currency             PIC XXX.
    02  DI-Key.
        03  DI-Invoice-Number   PIC 9(6).
        03  DI-Line-Seq         PIC 999.

WORKING-STORAGE SECTION.
01  HistStatus                  PIC XX.
01  DespIdxStatus               PIC XX.

01  WS-Hist-Name                PIC X(40) VALUE "DESPHIST.DAT".
01  WS-Index-Name               PIC X(40) VALUE "DESPIDX.DAT".
01  WS-Prev-Invoice             PIC 9(6).
01  WS-Line-Seq                 PIC 999.
01  WS-Index-Written            PIC X.
    88  Index-Written           VALUE "Y".

01  WS-End-Of-Walk              PIC X.
    88  EndOfWalk               VALUE "Y".
01  WS-Read-Count               PIC 9(6) VALUE 0.
01  WS-Primary-Count            PIC 9(6) VALUE 0.
01  WS-Alt1-Count               PIC 9(6) VALUE 0.

01  WS-Audit-Action             PIC X(5).
01  WS-Audit-Program            PIC X(20) VALUE "DESPHISTINDEX".

01  WS-SignOn-Function          PIC X(20) VALUE "DESPHISTINDEX".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "START" TO WS-Audit-Action.
    CALL "RunAuditLog" USING WS-Audit-Action, WS-Audit-Program,
        WS-Hist-Name, WS-Index-Name, WS-Read-Count.
    PERFORM Check-Audit-Result.
    PERFORM Build-Index.
    PERFORM Verify-Index.
    IF WS-Primary-Count NOT = WS-Read-Count
            OR WS-Alt1-Count NOT = WS-Read-Count
        DISPLAY "DESPHISTINDEX: ABEND - rebuilt index does not "
            "verify (read " WS-Read-Count ", invoice "
            WS-Primary-Count ", customer " WS-Alt1-Count
            "), run it again"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "END" TO WS-Audit-Action.
    CALL "RunAuditLog" USING WS-Audit-Action, WS-Audit-Program,
        WS-Hist-Name, WS-Index-Name, WS-Read-Count.
    PERFORM Check-Audit-Result.
    DISPLAY "DESPHISTINDEX: DESPIDX.DAT rebuilt, " WS-Read-Count
        " history line(s), both keys verified".
    MOVE 0 TO RETURN-CODE.
    GOBACK.

*>An invoice's lines sit together on the history, so the line number
*>restarts whenever the invoice number changes.  Should an invoice's
*>lines ever be split up, the later ones carry on from the next free
*>number, the way Despatch numbers them.
Build-Index.
    OPEN OUTPUT DESPIDX-FILE.
    IF DespIdxStatus NOT = "00"
        DISPLAY "DESPHISTINDEX: ABEND - cannot open DESPIDX-FILE, "
            "status " DespIdxStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT DESPHIST-IN.
    IF HistStatus = "35"
        DISPLAY "DESPHISTINDEX: no DESPHIST.DAT - index built empty"
    ELSE
        IF HistStatus NOT = "00"
            DISPLAY "DESPHISTINDEX: ABEND - cannot open DESPHIST-IN, "
                "status " HistStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 0 TO WS-Prev-Invoice
        MOVE 0 TO WS-Line-Seq
        READ DESPHIST-IN
            AT END SET EndOfHistory TO TRUE
        END-READ
        PERFORM UNTIL EndOfHistory
            IF Hist-Invoice-Number NOT = WS-Prev-Invoice
                MOVE Hist-Invoice-Number TO WS-Prev-Invoice
                MOVE 0 TO WS-Line-Seq
            END-IF
            MOVE DESPHIST-REC TO DESPIDX-REC
            PERFORM Write-Index-Line
            ADD 1 TO WS-Read-Count
            READ DESPHIST-IN
                AT END SET EndOfHistory TO TRUE
            END-READ
        END-PERFORM
        CLOSE DESPHIST-IN
    END-IF.
    CLOSE DESPIDX-FILE.

Write-Index-Line.
    MOVE "N" TO WS-Index-Written.
    PERFORM UNTIL Index-Written
        ADD 1 TO WS-Line-Seq
        MOVE WS-Line-Seq TO DI-Line-Seq
        WRITE DESPIDX-REC
        EVALUATE DespIdxStatus
            WHEN "00"
            WHEN "02"
                MOVE "Y" TO WS-Index-Written
            WHEN "22"
                CONTINUE
            WHEN OTHER
                DISPLAY "DESPHISTINDEX: ABEND - cannot write "
                    "DESPIDX-FILE, status " DespIdxStatus
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-PERFORM.

Verify-Index.
    OPEN INPUT DESPIDX-FILE.
    IF DespIdxStatus NOT = "00"
        DISPLAY "DESPHISTINDEX: ABEND - cannot reopen DESPIDX-FILE, "
            "status " DespIdxStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-End-Of-Walk.
    MOVE LOW-VALUES TO DI-Key.
    START DESPIDX-FILE KEY IS NOT LESS THAN DI-Key
        INVALID KEY SET EndOfWalk TO TRUE
    END-START.
    PERFORM UNTIL EndOfWalk
        READ DESPIDX-FILE NEXT RECORD
            AT END SET EndOfWalk TO TRUE
            NOT AT END ADD 1 TO WS-Primary-Count
        END-READ
    END-PERFORM.
    MOVE "N" TO WS-End-Of-Walk.
    MOVE LOW-VALUES TO DI-CustNum.
    START DESPIDX-FILE KEY IS NOT LESS THAN DI-CustNum
        INVALID KEY SET EndOfWalk TO TRUE
    END-START.
    PERFORM UNTIL EndOfWalk
        READ DESPIDX-FILE NEXT RECORD
            AT END SET EndOfWalk TO TRUE
            NOT AT END ADD 1 TO WS-Alt1-Count
        END-READ
    END-PERFORM.
    CLOSE DESPIDX-FILE.

Check-Audit-Result.
    IF RETURN-CODE NOT = 0
        DISPLAY "DESPHISTINDEX: ABEND - RunAuditLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
