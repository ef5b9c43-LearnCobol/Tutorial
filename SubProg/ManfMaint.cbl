*>Supplier-Code-BSF, and must have no open lines on either PO
*>register (POREG.DAT or the book side's BPOREG.DAT) - an orphaned
*>code makes both reorder lists print "*** SUPPLIER NOT FOUND ***"
*>and leaves receipts with no supplier to measure.  Every add, amend
*>and delete is written to the master-change journal through
*>MasterChangeLog with the record as it stood before and after.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

FD  BPO-REGISTER.
01  BPO-REG-REC.
    88  Code-Is-In-Use          VALUE "Y".
01  WS-Use-Count                PIC 9(5).

*>Master-change journal parameters for MasterChangeLog.
01  WS-Chg-Program              PIC X(20) VALUE "MANFMAINT".
01  WS-Chg-File-Id              PIC X(3) VALUE "MNF".
01  WS-Chg-Key                  PIC X(12).
01  WS-Chg-Action               PIC X.
01  WS-Before-Image             PIC X(200).
01  WS-After-Image              PIC X(200).

01  WS-SignOn-Function          PIC X(20) VALUE "MANFMAINT".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  The master names default to the fixed literals above but can be
*>  overridden at runtime (JCL DD or shell environment variable)
*>  without recompiling.
                    " already exists, not added"
            NOT INVALID KEY
                ADD 1 TO WS-Added-Count
                MOVE SPACES TO WS-Before-Image
                MOVE MANF-REC-FC TO WS-After-Image
                MOVE "A" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "MANFMAINT: " MANF-CODE-FC " added"
        END-WRITE
    END-IF.
            DISPLAY "MANFMAINT: " MANF-CODE-FC " not found"
        NOT INVALID KEY
            DISPLAY "Current name: " MANF-NAME-FC
            MOVE MANF-REC-FC TO WS-Before-Image
            DISPLAY "Manufacturer Name: " WITH NO ADVANCING
            ACCEPT MANF-NAME-FC
            DISPLAY "Address: " WITH NO ADVANCING
                STOP RUN
            END-IF
            ADD 1 TO WS-Changed-Count
            MOVE MANF-REC-FC TO WS-After-Image
            MOVE "C" TO WS-Chg-Action
            PERFORM Log-Master-Change
            DISPLAY "MANFMAINT: " MANF-CODE-FC " amended"
    END-READ.

                PERFORM Check-Open-Book-PO-Lines
            END-IF
            IF NOT Code-Is-In-Use
                MOVE MANF-REC-FC TO WS-Before-Image
                DELETE MANF-FILE RECORD
                IF MANF-STATUS-WB NOT = "00"
                    DISPLAY "MANFMAINT: ABEND - cannot delete from "
                    STOP RUN
                END-IF
                ADD 1 TO WS-Deleted-Count
                MOVE SPACES TO WS-After-Image
                MOVE "D" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "MANFMAINT: " MANF-CODE-FC " deleted"
            END-IF
    END-READ.

*>The journal entry is written only once the change is on file, so
*>the journal never shows a change that did not happen.
Log-Master-Change.
    MOVE MANF-CODE-FC TO WS-Chg-Key.
    CALL "MasterChangeLog" USING WS-Chg-Program, WS-Chg-File-Id,
        WS-Chg-Key, WS-Chg-Action, WS-Before-Image, WS-After-Image.
    IF RETURN-CODE NOT = 0
        DISPLAY "MANFMAINT: ABEND - MasterChangeLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Check-Stock-References.
    MOVE "N" TO WS-Code-In-Use.
    MOVE 0 TO WS-Use-Count.
