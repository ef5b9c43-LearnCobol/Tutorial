*>nationality so reports like AuthorCatalog can print something the
*>trade department can actually read.  Adds and amends one record at
*>a time, the same way NewTitleIntake maintains BookStockFile.
*>Each author also carries the royalty terms RoyaltyRun pays on - a
*>percentage of net receipts, optionally a higher percentage on the
*>units of a title beyond a threshold - and the balance of advances
*>paid but not yet recouped from royalties.  An advance is keyed
*>when it is paid and adds to that balance; RoyaltyRun draws it down.
*>Every add and amend is written to the master-change journal through
*>MasterChangeLog with the record as it stood before and after, so a
*>changed royalty rate or advance can be traced to who keyed it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02  AUTHOR-ID-AM            PIC 9(4).
    02  AUTHOR-NAME-AM          PIC X(30).
    02  AUTHOR-NATIONALITY-AM   PIC X(20).
    02  AUTHOR-ROYALTY-PCT-AM   PIC 99V99.
    02  AUTHOR-ROYALTY-THRESHOLD-AM PIC 9(6).
    02  AUTHOR-ROYALTY-HIGH-PCT-AM PIC 99V99.
    02  AUTHOR-ADVANCE-BAL-AM   PIC 9(7)V99.
    02  AUTHOR-ROYALTY-TO-AM    PIC 9(8).

WORKING-STORAGE SECTION.
01  AuthorStatus                PIC XX.
01  WS-Added-Count              PIC 9(5) VALUE 0.
01  WS-Changed-Count            PIC 9(5) VALUE 0.

*>Royalty terms as keyed; an entry that is not numeric leaves the
*>figure on file as it was (zero on a new author).
01  WS-Pct-X.
    02  WS-Pct                  PIC 99V99.
01  WS-Threshold-X.
    02  WS-Threshold            PIC 9(6).
01  WS-Advance-X.
    02  WS-Advance              PIC 9(7)V99.
01  WS-Pct-Display              PIC Z9.99.
01  WS-Advance-Display          PIC Z,ZZZ,ZZ9.99.

*>Master-change journal parameters for MasterChangeLog.
01  WS-Chg-Program              PIC X(20) VALUE "AUTHORMAINT".
01  WS-Chg-File-Id              PIC X(3) VALUE "AUT".
01  WS-Chg-Key                  PIC X(12).
01  WS-Chg-Action               PIC X.
01  WS-Before-Image             PIC X(200).
01  WS-After-Image              PIC X(200).

01  WS-SignOn-Function          PIC X(20) VALUE "AUTHORMAINT".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  INDEXED OPEN I-O fails with status 35 on a file that doesn't
*>  exist yet, so the first run in the master's life falls back to
*>  OPEN OUTPUT to create it, then reopens for update.
    ACCEPT AUTHOR-NAME-AM.
    DISPLAY "Nationality: " WITH NO ADVANCING.
    ACCEPT AUTHOR-NATIONALITY-AM.
    MOVE 0 TO AUTHOR-ROYALTY-PCT-AM.
    MOVE 0 TO AUTHOR-ROYALTY-THRESHOLD-AM.
    MOVE 0 TO AUTHOR-ROYALTY-HIGH-PCT-AM.
    MOVE 0 TO AUTHOR-ADVANCE-BAL-AM.
    MOVE 0 TO AUTHOR-ROYALTY-TO-AM.
    PERFORM Take-Royalty-Terms.
    WRITE AUTHOR-REC
        INVALID KEY
            DISPLAY "AUTHORMAINT: " AUTHOR-ID-AM
                " already exists, not added"
        NOT INVALID KEY
            ADD 1 TO WS-Added-Count
            MOVE SPACES TO WS-Before-Image
            MOVE AUTHOR-REC TO WS-After-Image
            MOVE "A" TO WS-Chg-Action
            PERFORM Log-Master-Change
            DISPLAY "AUTHORMAINT: " AUTHOR-ID-AM " added"
    END-WRITE.

            DISPLAY "AUTHORMAINT: " AUTHOR-ID-AM " not found"
        NOT INVALID KEY
            DISPLAY "Current name: " AUTHOR-NAME-AM
            MOVE AUTHOR-REC TO WS-Before-Image
            DISPLAY "Author Name: " WITH NO ADVANCING
            ACCEPT AUTHOR-NAME-AM
            DISPLAY "Nationality: " WITH NO ADVANCING
            ACCEPT AUTHOR-NATIONALITY-AM
            PERFORM Show-Royalty-Terms
            PERFORM Take-Royalty-Terms
            REWRITE AUTHOR-REC
            IF AuthorStatus NOT = "00"
                DISPLAY "AUTHORMAINT: ABEND - cannot update AUTHOR-FILE, "
                STOP RUN
            END-IF
            ADD 1 TO WS-Changed-Count
            MOVE AUTHOR-REC TO WS-After-Image
            MOVE "C" TO WS-Chg-Action
            PERFORM Log-Master-Change
            DISPLAY "AUTHORMAINT: " AUTHOR-ID-AM " amended"
    END-READ.

*>The journal entry is written only once the change is on file, so
*>the journal never shows a change that did not happen.
Log-Master-Change.
    MOVE AUTHOR-ID-AM TO WS-Chg-Key.
    CALL "MasterChangeLog" USING WS-Chg-Program, WS-Chg-File-Id,
        WS-Chg-Key, WS-Chg-Action, WS-Before-Image, WS-After-Image.
    IF RETURN-CODE NOT = 0
        DISPLAY "AUTHORMAINT: ABEND - MasterChangeLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>A record written before the royalty fields existed reads them as
*>spaces; they are shown and kept as zeros.
Show-Royalty-Terms.
    IF AUTHOR-ROYALTY-PCT-AM NOT NUMERIC
        MOVE 0 TO AUTHOR-ROYALTY-PCT-AM
    END-IF.
    IF AUTHOR-ROYALTY-THRESHOLD-AM NOT NUMERIC
        MOVE 0 TO AUTHOR-ROYALTY-THRESHOLD-AM
    END-IF.
    IF AUTHOR-ROYALTY-HIGH-PCT-AM NOT NUMERIC
        MOVE 0 TO AUTHOR-ROYALTY-HIGH-PCT-AM
    END-IF.
    IF AUTHOR-ADVANCE-BAL-AM NOT NUMERIC
        MOVE 0 TO AUTHOR-ADVANCE-BAL-AM
    END-IF.
    IF AUTHOR-ROYALTY-TO-AM NOT NUMERIC
        MOVE 0 TO AUTHOR-ROYALTY-TO-AM
    END-IF.
    MOVE AUTHOR-ROYALTY-PCT-AM TO WS-Pct-Display.
    DISPLAY "Royalty: " WS-Pct-Display "%" WITH NO ADVANCING.
    MOVE AUTHOR-ROYALTY-HIGH-PCT-AM TO WS-Pct-Display.
    DISPLAY ", " WS-Pct-Display "% above "
        AUTHOR-ROYALTY-THRESHOLD-AM " units".
    MOVE AUTHOR-ADVANCE-BAL-AM TO WS-Advance-Display.
    DISPLAY "Unrecouped advance: " WS-Advance-Display
        " EUR, royalties paid to " AUTHOR-ROYALTY-TO-AM.

Take-Royalty-Terms.
    DISPLAY "Royalty % of net receipts (9999 = 99.99): "
        WITH NO ADVANCING.
    ACCEPT WS-Pct-X.
    IF WS-Pct-X NUMERIC
        MOVE WS-Pct TO AUTHOR-ROYALTY-PCT-AM
    END-IF.
    DISPLAY "Higher rate from units per title (0 = none): "
        WITH NO ADVANCING.
    ACCEPT WS-Threshold-X.
    IF WS-Threshold-X NUMERIC
        MOVE WS-Threshold TO AUTHOR-ROYALTY-THRESHOLD-AM
    END-IF.
    IF AUTHOR-ROYALTY-THRESHOLD-AM = 0
        MOVE 0 TO AUTHOR-ROYALTY-HIGH-PCT-AM
    ELSE
        DISPLAY "Higher royalty % (9999 = 99.99): "
            WITH NO ADVANCING
        ACCEPT WS-Pct-X
        IF WS-Pct-X NUMERIC
            MOVE WS-Pct TO AUTHOR-ROYALTY-HIGH-PCT-AM
        END-IF
    END-IF.
    DISPLAY "Advance paid now, EUR (000000000 = 0000000.00, "
        "blank = none): " WITH NO ADVANCING.
    ACCEPT WS-Advance-X.
    IF WS-Advance-X NUMERIC
        ADD WS-Advance TO AUTHOR-ADVANCE-BAL-AM
            ON SIZE ERROR
                DISPLAY "AUTHORMAINT: advance balance would overflow, "
                    "advance not added"
        END-ADD
    END-IF.
