      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  OperatorMaint.
AUTHOR.  Michael Coughlan.
*>Operator master maintenance, in the style of CustomerMaint - the
*>OPERATOR.DAT file SignOn checks every sign-on against.  Each
*>operator has an id, a name, one role (CL clerk, BU buyer, CC credit
*>controller, FI finance, OP operations, SV supervisor), a status,
*>and a digest of the password made through PasswordDigest - the
*>password itself is never stored.  Adds, amends (name and role),
*>deactivates, sets a new password (which also clears the failed
*>sign-on count and reinstates a locked or deactivated id), and lists
*>the operators.  Only a supervisor may run it, and a supervisor may
*>not amend, deactivate or reset their own id, so nobody can grant
*>themselves a role.  When the file holds no operators at all - the
*>first run in the system's life - there is nobody who could sign on,
*>so the run enrols the first supervisor without a sign-on and stops.
*>Every change is written to the master-change journal through
*>MasterChangeLog.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPER-ID-OM
        FILE STATUS IS OperStatus.

DATA DIVISION.
FILE SECTION.
FD  OPERATOR-FILE.
01  OPERATOR-REC.
    02  OPER-ID-OM              PIC X(8).
    02  OPER-NAME-OM            PIC X(30).
    02  OPER-ROLE-OM            PIC XX.
        88  Valid-Role          VALUE "CL" "BU" "CC" "FI" "OP" "SV".
        88  Supervisor-Role     VALUE "SV".
    02  OPER-STATUS-OM          PIC X.
        88  Operator-Active     VALUE "A".
        88  Operator-Deactivated VALUE "D".
        88  Operator-Locked     VALUE "L".
    02  OPER-PASSWORD-DIGEST-OM PIC 9(15).
    02  OPER-FAILED-COUNT-OM    PIC 9.
    02  OPER-LAST-SIGNON-OM     PIC 9(8).
    02  OPER-PASSWORD-DATE-OM   PIC 9(8).

WORKING-STORAGE SECTION.
01  OperStatus                  PIC XX.
01  WS-Continue                 PIC X VALUE "Y".
    88  Keep-Going              VALUE "Y".
01  WS-Action                   PIC X.
    88  Action-Is-Add           VALUE "A".
    88  Action-Is-Change        VALUE "C".
    88  Action-Is-Deactivate    VALUE "D".
    88  Action-Is-Password      VALUE "P".
    88  Action-Is-List          VALUE "L".
01  WS-Added-Count              PIC 9(5) VALUE 0.
01  WS-Changed-Count            PIC 9(5) VALUE 0.
01  WS-Deactivated-Count        PIC 9(5) VALUE 0.
01  WS-Password-Count           PIC 9(5) VALUE 0.

01  WS-File-Empty               PIC X.
    88  Operator-File-Empty     VALUE "Y".
01  WS-End-Of-Walk              PIC X.
    88  EndOfWalk               VALUE "Y".
01  WS-Fields-Valid             PIC X VALUE "Y".
    88  Fields-Are-Valid        VALUE "Y".
01  WS-Password                 PIC X(10).
01  WS-Password-Again           PIC X(10).
01  WS-Digest                   PIC 9(15).
01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).

01  WS-SignOn-Function          PIC X(20) VALUE "OPERATORMAINT".
01  Signed-On-Operator EXTERNAL.
    02  SO-Operator-Id          PIC X(8).
    02  SO-Operator-Role        PIC XX.
    02  SO-Signed-On            PIC X.
        88  Operator-Signed-On  VALUE "Y".

*>Master-change journal parameters for MasterChangeLog.
01  WS-Chg-Program              PIC X(20) VALUE "OPERATORMAINT".
01  WS-Chg-File-Id              PIC X(3) VALUE "OPR".
01  WS-Chg-Key                  PIC X(12).
01  WS-Chg-Action               PIC X.
01  WS-Before-Image             PIC X(200).
01  WS-After-Image              PIC X(200).

PROCEDURE DIVISION.
Begin.
    PERFORM Check-For-Operators.
    IF NOT Operator-File-Empty
        CALL "SignOn" USING WS-SignOn-Function
        IF RETURN-CODE NOT = 0
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
*>  INDEXED OPEN I-O fails with status 35 on a file that doesn't
*>  exist yet, so the first run in the master's life falls back to
*>  OPEN OUTPUT to create it, then reopens for update.
    OPEN I-O OPERATOR-FILE.
    IF OperStatus = "35"
        OPEN OUTPUT OPERATOR-FILE
        CLOSE OPERATOR-FILE
        OPEN I-O OPERATOR-FILE
    END-IF.
    IF OperStatus NOT = "00"
        DISPLAY "OPERATORMAINT: ABEND - cannot open OPERATOR-FILE, "
            "status " OperStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF Operator-File-Empty
        PERFORM Enrol-First-Supervisor
    ELSE
        PERFORM UNTIL NOT Keep-Going
            PERFORM Maintain-Operator
            DISPLAY "Another operator action? (Y/N): "
                WITH NO ADVANCING
            ACCEPT WS-Continue
        END-PERFORM
    END-IF.
    CLOSE OPERATOR-FILE.
    DISPLAY "OPERATORMAINT: " WS-Added-Count " added, "
        WS-Changed-Count " amended, " WS-Deactivated-Count
        " deactivated, " WS-Password-Count " password(s) set".
    STOP RUN.

*>A missing file and a file with no records are the same thing here:
*>nobody exists who could sign on to enrol anyone.
Check-For-Operators.
    MOVE "N" TO WS-File-Empty.
    OPEN INPUT OPERATOR-FILE.
    IF OperStatus = "35"
        MOVE "Y" TO WS-File-Empty
    ELSE
        IF OperStatus NOT = "00"
            DISPLAY "OPERATORMAINT: ABEND - cannot open "
                "OPERATOR-FILE, status " OperStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE LOW-VALUES TO OPER-ID-OM
        START OPERATOR-FILE KEY IS NOT LESS THAN OPER-ID-OM
            INVALID KEY MOVE "Y" TO WS-File-Empty
        END-START
        CLOSE OPERATOR-FILE
    END-IF.

Enrol-First-Supervisor.
    DISPLAY "OPERATORMAINT: no operators on file - enrolling the "
        "first supervisor".
    DISPLAY "Operator Id: " WITH NO ADVANCING.
    ACCEPT OPER-ID-OM.
    IF OPER-ID-OM = SPACES
        DISPLAY "OPERATORMAINT: operator id required, nothing enrolled"
    ELSE
        MOVE "SV" TO OPER-ROLE-OM
        PERFORM Add-Operator
    END-IF.

Maintain-Operator.
    DISPLAY "Action (A=add, C=change, D=deactivate, P=set password, "
        "L=list): " WITH NO ADVANCING.
    ACCEPT WS-Action.
    EVALUATE TRUE
        WHEN Action-Is-List
            PERFORM List-Operators
        WHEN Action-Is-Add OR Action-Is-Change OR Action-Is-Deactivate
                OR Action-Is-Password
            DISPLAY "Operator Id: " WITH NO ADVANCING
            ACCEPT OPER-ID-OM
            IF OPER-ID-OM = SPACES
                DISPLAY "OPERATORMAINT: operator id required"
            ELSE
                IF OPER-ID-OM = SO-Operator-Id AND NOT Action-Is-Add
                    DISPLAY "OPERATORMAINT: you cannot maintain your "
                        "own id - another supervisor must do it"
                ELSE
                    EVALUATE TRUE
                        WHEN Action-Is-Add
                            MOVE SPACES TO OPER-ROLE-OM
                            PERFORM Add-Operator
                        WHEN Action-Is-Change
                            PERFORM Change-Operator
                        WHEN Action-Is-Deactivate
                            PERFORM Deactivate-Operator
                        WHEN Action-Is-Password
                            PERFORM Set-Operator-Password
                    END-EVALUATE
                END-IF
            END-IF
        WHEN OTHER
            DISPLAY "OPERATORMAINT: action must be A, C, D, P or L"
    END-EVALUATE.

*>The role arrives already set to SV when the first supervisor is
*>being enrolled, and is asked for otherwise.
Add-Operator.
    MOVE "Y" TO WS-Fields-Valid.
    DISPLAY "Operator Name: " WITH NO ADVANCING.
    ACCEPT OPER-NAME-OM.
    IF OPER-NAME-OM = SPACES
        DISPLAY "OPERATORMAINT: operator name required"
        MOVE "N" TO WS-Fields-Valid
    END-IF.
    IF OPER-ROLE-OM = SPACES
        PERFORM Accept-Role
    END-IF.
    IF Fields-Are-Valid
        PERFORM Accept-New-Password
    END-IF.
    IF Fields-Are-Valid
        MOVE "A" TO OPER-STATUS-OM
        MOVE 0 TO OPER-FAILED-COUNT-OM
        MOVE 0 TO OPER-LAST-SIGNON-OM
        WRITE OPERATOR-REC
            INVALID KEY
                DISPLAY "OPERATORMAINT: " OPER-ID-OM
                    " already exists, not added"
            NOT INVALID KEY
                ADD 1 TO WS-Added-Count
                MOVE SPACES TO WS-Before-Image
                MOVE OPERATOR-REC TO WS-After-Image
                MOVE "A" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "OPERATORMAINT: " OPER-ID-OM " added, role "
                    OPER-ROLE-OM
        END-WRITE
    END-IF.

Change-Operator.
    READ OPERATOR-FILE
        INVALID KEY
            DISPLAY "OPERATORMAINT: " OPER-ID-OM " not found"
        NOT INVALID KEY
            DISPLAY "Current name: " OPER-NAME-OM "  role "
                OPER-ROLE-OM
            MOVE OPERATOR-REC TO WS-Before-Image
            MOVE "Y" TO WS-Fields-Valid
            DISPLAY "Operator Name: " WITH NO ADVANCING
            ACCEPT OPER-NAME-OM
            IF OPER-NAME-OM = SPACES
                DISPLAY "OPERATORMAINT: operator name required"
                MOVE "N" TO WS-Fields-Valid
            END-IF
            PERFORM Accept-Role
            IF Fields-Are-Valid
                PERFORM Rewrite-Operator
                ADD 1 TO WS-Changed-Count
                MOVE OPERATOR-REC TO WS-After-Image
                MOVE "C" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "OPERATORMAINT: " OPER-ID-OM " amended"
            END-IF
    END-READ.

Deactivate-Operator.
    READ OPERATOR-FILE
        INVALID KEY
            DISPLAY "OPERATORMAINT: " OPER-ID-OM " not found"
        NOT INVALID KEY
            IF Operator-Deactivated
                DISPLAY "OPERATORMAINT: " OPER-ID-OM
                    " is already deactivated"
            ELSE
                MOVE OPERATOR-REC TO WS-Before-Image
                MOVE "D" TO OPER-STATUS-OM
                PERFORM Rewrite-Operator
                ADD 1 TO WS-Deactivated-Count
                MOVE OPERATOR-REC TO WS-After-Image
                MOVE "X" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "OPERATORMAINT: " OPER-ID-OM " deactivated"
            END-IF
    END-READ.

*>Setting a password is also how a locked or deactivated id is put
*>back into service.
Set-Operator-Password.
    READ OPERATOR-FILE
        INVALID KEY
            DISPLAY "OPERATORMAINT: " OPER-ID-OM " not found"
        NOT INVALID KEY
            MOVE OPERATOR-REC TO WS-Before-Image
            MOVE "Y" TO WS-Fields-Valid
            PERFORM Accept-New-Password
            IF Fields-Are-Valid
                MOVE "A" TO OPER-STATUS-OM
                MOVE 0 TO OPER-FAILED-COUNT-OM
                PERFORM Rewrite-Operator
                ADD 1 TO WS-Password-Count
                MOVE OPERATOR-REC TO WS-After-Image
                MOVE "C" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "OPERATORMAINT: password set for " OPER-ID-OM
            END-IF
    END-READ.

Accept-Role.
    DISPLAY "Role (CL/BU/CC/FI/OP/SV): " WITH NO ADVANCING.
    ACCEPT OPER-ROLE-OM.
    IF NOT Valid-Role
        DISPLAY "OPERATORMAINT: role must be CL, BU, CC, FI, OP or SV"
        MOVE "N" TO WS-Fields-Valid
    END-IF.

*>Asked twice so a mistyped password cannot lock its owner out; six
*>characters is the shortest accepted.
Accept-New-Password.
    DISPLAY "New password: " WITH NO ADVANCING.
    ACCEPT WS-Password.
    DISPLAY "New password again: " WITH NO ADVANCING.
    ACCEPT WS-Password-Again.
    IF WS-Password NOT = WS-Password-Again
        DISPLAY "OPERATORMAINT: passwords do not match"
        MOVE "N" TO WS-Fields-Valid
    ELSE
        IF WS-Password(1:1) = SPACE OR WS-Password(6:1) = SPACE
            DISPLAY "OPERATORMAINT: password must be at least six "
                "characters with no leading space"
            MOVE "N" TO WS-Fields-Valid
        ELSE
            CALL "PasswordDigest" USING OPER-ID-OM, WS-Password,
                WS-Digest
            MOVE WS-Digest TO OPER-PASSWORD-DIGEST-OM
            MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
            MOVE WS-CD-YYYYMMDD TO OPER-PASSWORD-DATE-OM
        END-IF
    END-IF.

Rewrite-Operator.
    REWRITE OPERATOR-REC.
    IF OperStatus NOT = "00"
        DISPLAY "OPERATORMAINT: ABEND - cannot update OPERATOR-FILE, "
            "status " OperStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

List-Operators.
    MOVE "N" TO WS-End-Of-Walk.
    MOVE LOW-VALUES TO OPER-ID-OM.
    START OPERATOR-FILE KEY IS NOT LESS THAN OPER-ID-OM
        INVALID KEY SET EndOfWalk TO TRUE
    END-START.
    PERFORM UNTIL EndOfWalk
        READ OPERATOR-FILE NEXT RECORD
            AT END SET EndOfWalk TO TRUE
            NOT AT END
                DISPLAY OPER-ID-OM "  " OPER-NAME-OM "  ROLE "
                    OPER-ROLE-OM "  STATUS " OPER-STATUS-OM
                    "  LAST SIGN-ON " OPER-LAST-SIGNON-OM
        END-READ
    END-PERFORM.

*>The journal entry is written only once the change is on file, so
*>the journal never shows a change that did not happen.
Log-Master-Change.
    MOVE OPER-ID-OM TO WS-Chg-Key.
    CALL "MasterChangeLog" USING WS-Chg-Program, WS-Chg-File-Id,
        WS-Chg-Key, WS-Chg-Action, WS-Before-Image, WS-After-Image.
    IF RETURN-CODE NOT = 0
        DISPLAY "OPERATORMAINT: ABEND - MasterChangeLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
