      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  MasterChangeInquiry.
AUTHOR.  Michael Coughlan.
*>Change history inquiry over MCHGLOG.DAT, the journal the master
*>maintenance programs write through MasterChangeLog - the
*>MovementInquiry idea pointed at reference data.  Give it a master
*>(CUS, MNF, TAX, EXR, PST, PMX, AUT, OPR, BDL, DLV, GLM, TRD, OBP or
*>STO, blank for any) and a key - a customer or manufacturer code, a
*>country, a currency followed by its effective date, a country
*>followed by the weight limit, an author id, a bundle id, a customer
*>followed by its ship-to (and, for a standing order, the book id),
*>a GL event, a trade code, an obsolescence band - and it lists
*>every change to that key, oldest first: when, who, which program,
*>what was done, and the record as it stood before and after, so
*>"who raised this credit limit" has an answer.  A customer anonymised by
*>CustomerRetention shows as ANONYMISED, and its earlier entries
*>show the record with the name and address already blanked.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHANGE-LOG ASSIGN TO "MCHGLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ChgLogStatus.

DATA DIVISION.
FILE SECTION.
FD  CHANGE-LOG.
01  CHANGE-REC.
    88  EndOfChanges            VALUE HIGH-VALUES.
    02  MC-Date                 PIC 9(8).
    02  FILLER                  PIC X.
    02  MC-Time                 PIC 9(6).
    02  FILLER                  PIC X.
    02  MC-User                 PIC X(12).
    02  FILLER                  PIC X.
    02  MC-Program              PIC X(20).
    02  FILLER                  PIC X.
    02  MC-File-Id              PIC X(3).
    02  FILLER                  PIC X.
    02  MC-Key                  PIC X(12).
    02  FILLER                  PIC X.
    02  MC-Action               PIC X.
        88  Change-Was-Add      VALUE "A".
        88  Change-Was-Amend    VALUE "C".
        88  Change-Was-Delete   VALUE "D".
        88  Change-Was-Deactivate VALUE "X".
        88  Change-Was-Anonymise VALUE "N".
    02  FILLER                  PIC X.
    02  MC-Before-Image         PIC X(200).
    02  FILLER                  PIC X.
    02  MC-After-Image          PIC X(200).

WORKING-STORAGE SECTION.
01  ChgLogStatus                PIC XX.
01  WS-Continue                 PIC X VALUE "Y".
    88  Keep-Going              VALUE "Y".
01  WS-File-Wanted              PIC X(3).
01  WS-Key-Wanted               PIC X(12).
01  WS-Match-Count              PIC 9(5).
01  WS-Action-Desc              PIC X(10).

01  WS-SignOn-Function          PIC X(20) VALUE "MASTERCHANGEINQUIRY".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL NOT Keep-Going
        PERFORM List-Changes
        DISPLAY "Another key? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-Continue
    END-PERFORM.
    STOP RUN.

*>The journal is re-read from the top for each inquiry so changes
*>logged while this program sits open still show up.
List-Changes.
    MOVE SPACES TO WS-File-Wanted.
    MOVE SPACES TO WS-Key-Wanted.
    DISPLAY "Master (CUS/MNF/TAX/EXR/PST/PMX/AUT/OPR/BDL/DLV/GLM/"
        "TRD/OBP/STO, blank = any): " WITH NO ADVANCING.
    ACCEPT WS-File-Wanted.
    DISPLAY "Key: " WITH NO ADVANCING.
    ACCEPT WS-Key-Wanted.
    IF WS-Key-Wanted = SPACES
        DISPLAY "MASTERCHANGEINQUIRY: no key entered"
    ELSE
        OPEN INPUT CHANGE-LOG
        IF ChgLogStatus NOT = "00"
            DISPLAY "MASTERCHANGEINQUIRY: cannot open MCHGLOG.DAT, "
                "status " ChgLogStatus " - no changes recorded yet?"
        ELSE
            MOVE 0 TO WS-Match-Count
            READ CHANGE-LOG
                AT END SET EndOfChanges TO TRUE
            END-READ
            PERFORM UNTIL EndOfChanges
                IF MC-Key = WS-Key-Wanted
                        AND (WS-File-Wanted = SPACES
                             OR MC-File-Id = WS-File-Wanted)
                    PERFORM Show-One-Change
                END-IF
                READ CHANGE-LOG
                    AT END SET EndOfChanges TO TRUE
                END-READ
            END-PERFORM
            CLOSE CHANGE-LOG
            DISPLAY "MASTERCHANGEINQUIRY: " WS-Match-Count
                " change(s) for " WS-Key-Wanted
        END-IF
    END-IF.

Show-One-Change.
    EVALUATE TRUE
        WHEN Change-Was-Add        MOVE "ADDED" TO WS-Action-Desc
        WHEN Change-Was-Amend      MOVE "AMENDED" TO WS-Action-Desc
        WHEN Change-Was-Delete     MOVE "DELETED" TO WS-Action-Desc
        WHEN Change-Was-Deactivate MOVE "DEACTIVATED" TO WS-Action-Desc
        WHEN Change-Was-Anonymise  MOVE "ANONYMISED" TO WS-Action-Desc
        WHEN OTHER                 MOVE MC-Action TO WS-Action-Desc
    END-EVALUATE.
    DISPLAY MC-Date " " MC-Time "  " MC-File-Id "  " WS-Action-Desc
        "  BY " MC-User "  " MC-Program.
    IF MC-Before-Image NOT = SPACES
        DISPLAY "   BEFORE: " MC-Before-Image
    END-IF.
    IF MC-After-Image NOT = SPACES
        DISPLAY "   AFTER:  " MC-After-Image
    END-IF.
    ADD 1 TO WS-Match-Count.
