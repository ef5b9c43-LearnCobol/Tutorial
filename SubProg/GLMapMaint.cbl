      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  GLMapMaint.
AUTHOR.  Michael Coughlan.
*>Maintenance and listing for GLMAP.DAT, the table GLPost posts the
*>day's financial events through, in the style of ObsProvMaint.
*>Each entry is an event code and the general ledger accounts it is
*>debited to and credited to.  The events GLPost raises are SALE,
*>POST and VAT (despatch history lines), CRED (credit notes), RCPT
*>and WOFF (payments and write-offs off SETTLED.DAT), BALADJ (a
*>manual balance adjustment on BALLOG.DAT), FXGL (a realised exchange
*>gain or loss on a foreign payment) and MV followed by the
*>movement reason code - MVDS, MVRC, MVNT, MVRT, MVAJ, MVRQ (a
*>damaged return moved into quarantine), MVQR (quarantine stock
*>restocked), MVQW (quarantine stock written off), MVQS (quarantine
*>stock returned to the supplier) - for stock movements valued at
*>cost.  For BALADJ, FXGL and the MV events the
*>accounts given are for an increase (a balance or a stock quantity
*>going up, an exchange gain); a decrease is posted the other way
*>round.  Lists the
*>entries, adds or replaces one, or deletes one; adds are slotted
*>into code order and the whole file is rewritten, so the
*>accountants can change the chart without a code change.  Every
*>add, replace and delete is written to the master-change journal
*>through MasterChangeLog (master GLM, keyed by event code) with the
*>entry as it stood before and after, once the file is rewritten.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MapStatus.

DATA DIVISION.
FILE SECTION.
FD  GLMAP-FILE.
01  GLMAP-REC.
    88  EndOfMap                VALUE HIGH-VALUES.
    02  Map-Event-IO            PIC X(6).
    02  Map-Debit-Acct-IO       PIC X(10).
    02  Map-Credit-Acct-IO      PIC X(10).

WORKING-STORAGE SECTION.
01  MapStatus                   PIC XX.
01  WS-Continue                 PIC X VALUE "Y".
    88  Keep-Going              VALUE "Y".
01  WS-Action                   PIC X.
    88  Action-Is-List          VALUE "L".
    88  Action-Is-Add           VALUE "A".
    88  Action-Is-Delete        VALUE "D".

01  WS-Map-Table.
    02  WS-MT-Entry OCCURS 50 TIMES.
        03  WS-MT-Event         PIC X(6).
        03  WS-MT-Debit-Acct    PIC X(10).
        03  WS-MT-Credit-Acct   PIC X(10).
01  WS-Map-Count                PIC 99 VALUE 0.
01  WS-Idx                      PIC 99.
01  WS-Shift-Idx                PIC 99.
01  WS-Insert-At                PIC 99.
01  WS-Found-At                 PIC 99.

01  WS-New-Event                PIC X(6).
01  WS-New-Debit-Acct           PIC X(10).
01  WS-New-Credit-Acct          PIC X(10).

*>Master-change journal parameters for MasterChangeLog.
01  WS-Chg-Program              PIC X(20) VALUE "GLMAPMAINT".
01  WS-Chg-File-Id              PIC X(3) VALUE "GLM".
01  WS-Chg-Key                  PIC X(12).
01  WS-Chg-Action               PIC X.
01  WS-Before-Image             PIC X(200).
01  WS-After-Image              PIC X(200).

01  WS-SignOn-Function          PIC X(20) VALUE "GLMAPMAINT".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Load-Map-Table.
    PERFORM UNTIL NOT Keep-Going
        PERFORM Maintain-Map
        DISPLAY "Another action? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-Continue
    END-PERFORM.
    STOP RUN.

Maintain-Map.
    DISPLAY "Action (L=list, A=add/replace, D=delete): "
        WITH NO ADVANCING.
    ACCEPT WS-Action.
    EVALUATE TRUE
        WHEN Action-Is-List   PERFORM List-Map
        WHEN Action-Is-Add    PERFORM Add-Map-Entry
        WHEN Action-Is-Delete PERFORM Delete-Map-Entry
        WHEN OTHER
            DISPLAY "GLMAPMAINT: action must be L, A or D"
    END-EVALUATE.

List-Map.
    IF WS-Map-Count = 0
        DISPLAY "GLMAPMAINT: no events mapped - GLPost will refuse "
            "to post"
    END-IF.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-Map-Count
        DISPLAY WS-MT-Event(WS-Idx) "  DEBIT " WS-MT-Debit-Acct(WS-Idx)
            "  CREDIT " WS-MT-Credit-Acct(WS-Idx)
    END-PERFORM.

*>An event already on file has its accounts replaced in place; a new
*>one is slotted into code order.
Add-Map-Entry.
    DISPLAY "Event code: " WITH NO ADVANCING.
    ACCEPT WS-New-Event.
    DISPLAY "Debit account: " WITH NO ADVANCING.
    ACCEPT WS-New-Debit-Acct.
    DISPLAY "Credit account: " WITH NO ADVANCING.
    ACCEPT WS-New-Credit-Acct.
    IF WS-New-Event = SPACES OR WS-New-Debit-Acct = SPACES
            OR WS-New-Credit-Acct = SPACES
        DISPLAY "GLMAPMAINT: event and both accounts are required, "
            "nothing added"
    ELSE
        MOVE 0 TO WS-Found-At
        PERFORM VARYING WS-Idx FROM 1 BY 1
                UNTIL WS-Idx > WS-Map-Count OR WS-Found-At > 0
            IF WS-MT-Event(WS-Idx) = WS-New-Event
                MOVE WS-Idx TO WS-Found-At
            END-IF
        END-PERFORM
        IF WS-Found-At > 0
            MOVE WS-MT-Entry(WS-Found-At) TO WS-Before-Image
            MOVE WS-New-Debit-Acct TO WS-MT-Debit-Acct(WS-Found-At)
            MOVE WS-New-Credit-Acct TO WS-MT-Credit-Acct(WS-Found-At)
            PERFORM Write-Map-File
            MOVE WS-MT-Entry(WS-Found-At) TO WS-After-Image
            MOVE "C" TO WS-Chg-Action
            PERFORM Log-Master-Change
            DISPLAY "GLMAPMAINT: event " WS-New-Event " replaced"
        ELSE
            IF WS-Map-Count >= 50
                DISPLAY "GLMAPMAINT: mapping table full, cannot add"
            ELSE
                PERFORM Insert-Map-Entry
                PERFORM Write-Map-File
                MOVE SPACES TO WS-Before-Image
                MOVE WS-MT-Entry(WS-Insert-At) TO WS-After-Image
                MOVE "A" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "GLMAPMAINT: event added"
            END-IF
        END-IF
    END-IF.

Insert-Map-Entry.
    MOVE 0 TO WS-Insert-At.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-Map-Count OR WS-Insert-At > 0
        IF WS-MT-Event(WS-Idx) > WS-New-Event
            MOVE WS-Idx TO WS-Insert-At
        END-IF
    END-PERFORM.
    IF WS-Insert-At = 0
        COMPUTE WS-Insert-At = WS-Map-Count + 1
    END-IF.
    PERFORM VARYING WS-Shift-Idx FROM WS-Map-Count BY -1
            UNTIL WS-Shift-Idx < WS-Insert-At
        MOVE WS-MT-Entry(WS-Shift-Idx)
            TO WS-MT-Entry(WS-Shift-Idx + 1)
    END-PERFORM.
    ADD 1 TO WS-Map-Count.
    MOVE WS-New-Event TO WS-MT-Event(WS-Insert-At).
    MOVE WS-New-Debit-Acct TO WS-MT-Debit-Acct(WS-Insert-At).
    MOVE WS-New-Credit-Acct TO WS-MT-Credit-Acct(WS-Insert-At).

Delete-Map-Entry.
    DISPLAY "Event code: " WITH NO ADVANCING.
    ACCEPT WS-New-Event.
    MOVE 0 TO WS-Found-At.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-Map-Count OR WS-Found-At > 0
        IF WS-MT-Event(WS-Idx) = WS-New-Event
            MOVE WS-Idx TO WS-Found-At
        END-IF
    END-PERFORM.
    IF WS-Found-At = 0
        DISPLAY "GLMAPMAINT: event " WS-New-Event " not on file"
    ELSE
        MOVE WS-MT-Entry(WS-Found-At) TO WS-Before-Image
        PERFORM VARYING WS-Shift-Idx FROM WS-Found-At BY 1
                UNTIL WS-Shift-Idx >= WS-Map-Count
            MOVE WS-MT-Entry(WS-Shift-Idx + 1)
                TO WS-MT-Entry(WS-Shift-Idx)
        END-PERFORM
        SUBTRACT 1 FROM WS-Map-Count
        PERFORM Write-Map-File
        MOVE SPACES TO WS-After-Image
        MOVE "D" TO WS-Chg-Action
        PERFORM Log-Master-Change
        DISPLAY "GLMAPMAINT: event deleted"
    END-IF.

*>The journal entry is written only once the change is on file, so
*>the journal never shows a change that did not happen.
Log-Master-Change.
    MOVE WS-New-Event TO WS-Chg-Key.
    CALL "MasterChangeLog" USING WS-Chg-Program, WS-Chg-File-Id,
        WS-Chg-Key, WS-Chg-Action, WS-Before-Image, WS-After-Image.
    IF RETURN-CODE NOT = 0
        DISPLAY "GLMAPMAINT: ABEND - MasterChangeLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>A missing file on first use is an empty table, not an error - the
*>first add creates the file.
Load-Map-Table.
    OPEN INPUT GLMAP-FILE.
    IF MapStatus = "35"
        DISPLAY "GLMAPMAINT: GLMAP.DAT not found, "
            "starting with an empty table"
    ELSE
        IF MapStatus NOT = "00"
            DISPLAY "GLMAPMAINT: ABEND - cannot open GLMAP.DAT, "
                "status " MapStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ GLMAP-FILE
            AT END SET EndOfMap TO TRUE
        END-READ
        PERFORM UNTIL EndOfMap
            IF WS-Map-Count < 50
                ADD 1 TO WS-Map-Count
                MOVE Map-Event-IO TO WS-MT-Event(WS-Map-Count)
                MOVE Map-Debit-Acct-IO TO WS-MT-Debit-Acct(WS-Map-Count)
                MOVE Map-Credit-Acct-IO
                    TO WS-MT-Credit-Acct(WS-Map-Count)
            END-IF
            READ GLMAP-FILE
                AT END SET EndOfMap TO TRUE
            END-READ
        END-PERFORM
        CLOSE GLMAP-FILE
    END-IF.

Write-Map-File.
    OPEN OUTPUT GLMAP-FILE.
    IF MapStatus NOT = "00"
        DISPLAY "GLMAPMAINT: ABEND - cannot rewrite GLMAP.DAT, "
            "status " MapStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-Map-Count
        MOVE WS-MT-Event(WS-Idx) TO Map-Event-IO
        MOVE WS-MT-Debit-Acct(WS-Idx) TO Map-Debit-Acct-IO
        MOVE WS-MT-Credit-Acct(WS-Idx) TO Map-Credit-Acct-IO
        WRITE GLMAP-REC
    END-PERFORM.
    CLOSE GLMAP-FILE.
