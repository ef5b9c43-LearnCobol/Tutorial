      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  SignOn IS INITIAL.
AUTHOR.  Michael Coughlan.
*>Operator sign-on and authorisation check, called first thing by
*>every interactive and posting program.  Until now anyone who could
*>start a program could run it - price changes, credit-hold
*>releases, live POs, stock adjustments - and separation of duties
*>was an audit finding.  The operator gives an id and password, which
*>are checked against OPERATOR.DAT (kept by OperatorMaint, which
*>holds only a digest of each password, through PasswordDigest).  An
*>unknown id, a wrong password, or a deactivated or locked operator
*>is refused; three wrong passwords in a row lock the id until a
*>supervisor resets it.  The caller passes the function it is about
*>to perform - normally its own program name, or the program name and
*>mode where one mode of a program is more sensitive than another
*>(ACME99-C raises live POs, STOCKTAKE-A applies adjustments) - and
*>the operator's role must be one the authorisation table below
*>allows for that function; a function not in the table is refused
*>for everyone.  The roles are CL clerk, BU buyer, CC credit
*>controller, FI finance, OP operations and SV supervisor, the last
*>administering operators only.
*>Once signed on, the operator stays signed on for the rest of the
*>run, held in the EXTERNAL Signed-On-Operator area: a program called
*>by another (BatchController's steps) is checked against the same
*>operator without asking again, and RunAuditLog and MasterChangeLog
*>stamp that operator on what they write.  An unattended run takes
*>the id and password from ACME_OPERATOR_ID and ACME_OPERATOR_PWD in
*>the job's environment instead of the console.  RETURN-CODE is 0
*>when the function may go ahead, 16 when it may not.
*>While a DataRestore is running, or after one that failed its
*>verification, RESTORE.STS stands at R or F and every function but
*>DATARESTORE itself is refused before the operator is even asked,
*>so nobody posts into files that are half reloaded or unproved.  The
*>system opens again when a restore verifies and leaves it at V.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPER-ID-OM
        FILE STATUS IS OperStatus.

    SELECT RESTORE-STATUS ASSIGN TO "RESTORE.STS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RestoreStatus.

DATA DIVISION.
FILE SECTION.
FD  OPERATOR-FILE.
01  OPERATOR-REC.
    02  OPER-ID-OM              PIC X(8).
    02  OPER-NAME-OM            PIC X(30).
    02  OPER-ROLE-OM            PIC XX.
    02  OPER-STATUS-OM          PIC X.
        88  Operator-Active     VALUE "A".
        88  Operator-Deactivated VALUE "D".
        88  Operator-Locked     VALUE "L".
    02  OPER-PASSWORD-DIGEST-OM PIC 9(15).
    02  OPER-FAILED-COUNT-OM    PIC 9.
    02  OPER-LAST-SIGNON-OM     PIC 9(8).
    02  OPER-PASSWORD-DATE-OM   PIC 9(8).

FD  RESTORE-STATUS.
01  RESTORE-STATUS-REC.
    02  RS-Status               PIC X.
        88  Restore-Verified    VALUE "V".
    02  RS-Set-Date             PIC 9(8).
    02  RS-Date                 PIC 9(8).
    02  RS-Time                 PIC 9(6).
    02  RS-Operator             PIC X(8).

WORKING-STORAGE SECTION.
01  OperStatus                  PIC XX.
01  RestoreStatus               PIC XX.
01  WS-System-Open              PIC X.
    88  System-Is-Open          VALUE "Y".
01  WS-Operator-Id              PIC X(8).
01  WS-Password                 PIC X(10).
01  WS-Digest                   PIC 9(15).
01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).
01  WS-Max-Failures             PIC 9 VALUE 3.

*>Which roles may perform which function.  One entry per function:
*>the function name, then up to six two-letter roles.
01  WS-Auth-Values.
    02  FILLER PIC X(38) VALUE "ACME99-P            BU OP             ".
    02  FILLER PIC X(38) VALUE "ACME99-C            BU                ".
    02  FILLER PIC X(38) VALUE "AUTHORMAINT         FI                ".
    02  FILLER PIC X(38) VALUE "AVAILABILITY        CL BU CC FI OP    ".
    02  FILLER PIC X(38) VALUE "BACKORDERRELEASE    OP                ".
    02  FILLER PIC X(38) VALUE "BALANCEINQUIRY      CL CC FI          ".
    02  FILLER PIC X(38) VALUE "BANKSTMTMATCH       FI                ".
    02  FILLER PIC X(38) VALUE "BATCHCONTROLLER     OP                ".
    02  FILLER PIC X(38) VALUE "BOOKGOODSIN         OP                ".
    02  FILLER PIC X(38) VALUE "BOOKREORDER         BU                ".
    02  FILLER PIC X(38) VALUE "BOOKTITLEINQUIRY    CL BU CC FI OP    ".
    02  FILLER PIC X(38) VALUE "BSF2SEQ             OP                ".
    02  FILLER PIC X(38) VALUE "BUNDLEMAINT         BU                ".
    02  FILLER PIC X(38) VALUE "CARRIERMANIFEST     OP FI             ".
    02  FILLER PIC X(38) VALUE "CASHRECEIPTS        FI                ".
    02  FILLER PIC X(38) VALUE "CUSTOMERACTIVITY    CL CC FI          ".
    02  FILLER PIC X(38) VALUE "CUSTOMERMAINT       CC                ".
    02  FILLER PIC X(38) VALUE "CUSTOMERRETENTION   CC                ".
    02  FILLER PIC X(38) VALUE "CYCLECOUNT          OP                ".
    02  FILLER PIC X(38) VALUE "DATABACKUP          OP                ".
    02  FILLER PIC X(38) VALUE "DATARESTORE         OP                ".
    02  FILLER PIC X(38) VALUE "DELIVADDRMAINT      CL                ".
    02  FILLER PIC X(38) VALUE "DESPATCH            OP                ".
    02  FILLER PIC X(38) VALUE "DESPHISTINDEX       OP                ".
    02  FILLER PIC X(38) VALUE "DIRECT2SEQ          OP                ".
    02  FILLER PIC X(38) VALUE "EXCHRATEMAINT       FI                ".
    02  FILLER PIC X(38) VALUE "FXGAINLOSS          FI                ".
    02  FILLER PIC X(38) VALUE "GLMAPMAINT          FI                ".
    02  FILLER PIC X(38) VALUE "GLPOST              FI                ".
    02  FILLER PIC X(38) VALUE "HELDORDERRELEASE    CC                ".
    02  FILLER PIC X(38) VALUE "HELDORDERREVIEW     CC                ".
    02  FILLER PIC X(38) VALUE "INDEXREBUILD        OP                ".
    02  FILLER PIC X(38) VALUE "INVOICEREPRINT      CL CC FI          ".
    02  FILLER PIC X(38) VALUE "MANFMAINT           BU                ".
    02  FILLER PIC X(38) VALUE "MARGINREPORT        FI                ".
    02  FILLER PIC X(38) VALUE "MASTERCHANGEINQUIRY FI SV             ".
    02  FILLER PIC X(38) VALUE "MOVEMENTINQUIRY     BU FI OP          ".
    02  FILLER PIC X(38) VALUE "NEWTITLEINTAKE      BU                ".
    02  FILLER PIC X(38) VALUE "OBSPROVMAINT        FI                ".
    02  FILLER PIC X(38) VALUE "OPERATORMAINT       SV                ".
    02  FILLER PIC X(38) VALUE "ORDERCANCEL         CL                ".
    02  FILLER PIC X(38) VALUE "ORDEREDIT           CL OP             ".
    02  FILLER PIC X(38) VALUE "ORDERENTRY          CL                ".
    02  FILLER PIC X(38) VALUE "ORDERIMPORT         CL OP             ".
    02  FILLER PIC X(38) VALUE "ORDERSTATUS         CL CC             ".
    02  FILLER PIC X(38) VALUE "PERIODARCHIVE       OP                ".
    02  FILLER PIC X(38) VALUE "POSTAGERATEMAINT    OP                ".
    02  FILLER PIC X(38) VALUE "PRICECHANGE         FI                ".
    02  FILLER PIC X(38) VALUE "PROPOSALREVIEW      BU                ".
    02  FILLER PIC X(38) VALUE "QUARANTINEDISPOSAL  BU FI             ".
    02  FILLER PIC X(38) VALUE "QUOTATION           CL                ".
    02  FILLER PIC X(38) VALUE "QUOTECONVERT        CL                ".
    02  FILLER PIC X(38) VALUE "REORDERCALC         BU                ".
    02  FILLER PIC X(38) VALUE "RETURNS             OP                ".
    02  FILLER PIC X(38) VALUE "RMAISSUE            CL                ".
    02  FILLER PIC X(38) VALUE "ROYALTYRUN          FI                ".
    02  FILLER PIC X(38) VALUE "RTSACKNOWLEDGE      FI                ".
    02  FILLER PIC X(38) VALUE "SALESANALYSIS       BU FI             ".
    02  FILLER PIC X(38) VALUE "SEQ2BSF             OP                ".
    02  FILLER PIC X(38) VALUE "SEQ2DIRECT          OP                ".
    02  FILLER PIC X(38) VALUE "SLOWSTOCK           BU FI             ".
    02  FILLER PIC X(38) VALUE "STANDINGORDERMAINT  CL                ".
    02  FILLER PIC X(38) VALUE "STANDINGORDERRUN    CL OP             ".
    02  FILLER PIC X(38) VALUE "STATEMENTS          CC FI             ".
    02  FILLER PIC X(38) VALUE "STOCKINQUIRY        CL BU OP          ".
    02  FILLER PIC X(38) VALUE "STOCKRECEIPT        OP                ".
    02  FILLER PIC X(38) VALUE "STOCKTAKE-R         OP FI             ".
    02  FILLER PIC X(38) VALUE "STOCKTAKE-A         FI                ".
    02  FILLER PIC X(38) VALUE "SUPPLIERINVOICE     FI                ".
    02  FILLER PIC X(38) VALUE "TAXRATEMAINT        FI                ".
    02  FILLER PIC X(38) VALUE "TAXSUMMARY          FI                ".
    02  FILLER PIC X(38) VALUE "TRADEACCTMAINT      CL                ".
    02  FILLER PIC X(38) VALUE "WRITEOFF            FI                ".
01  WS-Auth-Table REDEFINES WS-Auth-Values.
    02  WS-AT-Entry OCCURS 73 TIMES.
        03  WS-AT-Function      PIC X(20).
        03  WS-AT-Role-Slot OCCURS 6 TIMES.
            04  WS-AT-Role      PIC XX.
            04  FILLER          PIC X.
01  WS-Auth-Count               PIC 99 VALUE 73.
01  WS-Idx                      PIC 99.
01  WS-Role-Idx                 PIC 9.
01  WS-Found-At                 PIC 99.
01  WS-Role-Allowed             PIC X.
    88  Role-Is-Allowed         VALUE "Y".

*>The operator signed on for this run, shared by every program in it.
01  Signed-On-Operator EXTERNAL.
    02  SO-Operator-Id          PIC X(8).
    02  SO-Operator-Role        PIC XX.
    02  SO-Signed-On            PIC X.
        88  Operator-Signed-On  VALUE "Y".

LINKAGE SECTION.
01  SignOn-Function             PIC X(20).

PROCEDURE DIVISION USING SignOn-Function.
Begin.
    PERFORM Check-Restore-Status.
    IF NOT System-Is-Open
        MOVE 16 TO RETURN-CODE
        EXIT PROGRAM
    END-IF.
    IF NOT Operator-Signed-On
        PERFORM Identify-Operator
    END-IF.
    IF Operator-Signed-On
        PERFORM Check-Authorisation
    ELSE
        MOVE 16 TO RETURN-CODE
    END-IF.
    EXIT PROGRAM.

*>No RESTORE.STS means no restore has ever been run.
Check-Restore-Status.
    MOVE "Y" TO WS-System-Open.
    IF SignOn-Function NOT = "DATARESTORE"
        OPEN INPUT RESTORE-STATUS
        IF RestoreStatus = "00"
            READ RESTORE-STATUS
                AT END MOVE "V" TO RS-Status
            END-READ
            CLOSE RESTORE-STATUS
            IF NOT Restore-Verified
                MOVE "N" TO WS-System-Open
                DISPLAY "SIGNON: the system is closed - the restore of "
                    "backup set " RS-Set-Date " has not verified"
            END-IF
        END-IF
    END-IF.

*>The same refusal is given for an unknown id as for a wrong
*>password, so the console never confirms which ids exist.
Identify-Operator.
    DISPLAY "ACME_OPERATOR_ID" UPON ENVIRONMENT-NAME.
    ACCEPT WS-Operator-Id FROM ENVIRONMENT-VALUE
        ON EXCEPTION
            DISPLAY "Operator Id: " WITH NO ADVANCING
            ACCEPT WS-Operator-Id
            DISPLAY "Password: " WITH NO ADVANCING
            ACCEPT WS-Password
        NOT ON EXCEPTION
            DISPLAY "ACME_OPERATOR_PWD" UPON ENVIRONMENT-NAME
            ACCEPT WS-Password FROM ENVIRONMENT-VALUE
                ON EXCEPTION MOVE SPACES TO WS-Password
            END-ACCEPT
    END-ACCEPT.
    OPEN I-O OPERATOR-FILE.
    IF OperStatus = "35"
        DISPLAY "SIGNON: no operators are set up - a supervisor "
            "must be enrolled through OperatorMaint first"
    ELSE
        IF OperStatus NOT = "00"
            DISPLAY "SIGNON: ABEND - cannot open OPERATOR.DAT, "
                "status " OperStatus
        ELSE
            MOVE WS-Operator-Id TO OPER-ID-OM
            READ OPERATOR-FILE
                INVALID KEY
                    DISPLAY "SIGNON: sign-on refused for "
                        WS-Operator-Id
                NOT INVALID KEY
                    PERFORM Check-Password
            END-READ
            CLOSE OPERATOR-FILE
        END-IF
    END-IF.

Check-Password.
    IF NOT Operator-Active
        IF Operator-Locked
            DISPLAY "SIGNON: operator " OPER-ID-OM " is locked after "
                "repeated wrong passwords - see a supervisor"
        ELSE
            DISPLAY "SIGNON: operator " OPER-ID-OM " is deactivated"
        END-IF
    ELSE
        CALL "PasswordDigest" USING OPER-ID-OM, WS-Password,
            WS-Digest
        MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
        IF WS-Digest = OPER-PASSWORD-DIGEST-OM
            MOVE 0 TO OPER-FAILED-COUNT-OM
            MOVE WS-CD-YYYYMMDD TO OPER-LAST-SIGNON-OM
            PERFORM Rewrite-Operator
            IF OperStatus = "00"
                MOVE OPER-ID-OM TO SO-Operator-Id
                MOVE OPER-ROLE-OM TO SO-Operator-Role
                MOVE "Y" TO SO-Signed-On
                DISPLAY "SIGNON: " OPER-ID-OM " " OPER-NAME-OM
                    " signed on"
            END-IF
        ELSE
            ADD 1 TO OPER-FAILED-COUNT-OM
            IF OPER-FAILED-COUNT-OM >= WS-Max-Failures
                MOVE "L" TO OPER-STATUS-OM
                DISPLAY "SIGNON: sign-on refused for " OPER-ID-OM
                    " - id now locked"
            ELSE
                DISPLAY "SIGNON: sign-on refused for " OPER-ID-OM
            END-IF
            PERFORM Rewrite-Operator
        END-IF
    END-IF.

*>A failed rewrite leaves the operator signed off: a sign-on that
*>cannot be recorded is not allowed to stand.
Rewrite-Operator.
    REWRITE OPERATOR-REC.
    IF OperStatus NOT = "00"
        DISPLAY "SIGNON: ABEND - cannot update OPERATOR.DAT, status "
            OperStatus
    END-IF.

Check-Authorisation.
    MOVE 0 TO WS-Found-At.
    MOVE "N" TO WS-Role-Allowed.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-Auth-Count OR WS-Found-At > 0
        IF WS-AT-Function(WS-Idx) = SignOn-Function
            MOVE WS-Idx TO WS-Found-At
        END-IF
    END-PERFORM.
    IF WS-Found-At > 0
        PERFORM VARYING WS-Role-Idx FROM 1 BY 1
                UNTIL WS-Role-Idx > 6 OR Role-Is-Allowed
            IF WS-AT-Role(WS-Found-At, WS-Role-Idx) = SO-Operator-Role
                    AND SO-Operator-Role NOT = SPACES
                MOVE "Y" TO WS-Role-Allowed
            END-IF
        END-PERFORM
    END-IF.
    IF Role-Is-Allowed
        MOVE 0 TO RETURN-CODE
    ELSE
        DISPLAY "SIGNON: operator " SO-Operator-Id " (role "
            SO-Operator-Role ") is not authorised for "
            SignOn-Function
        MOVE 16 TO RETURN-CODE
    END-IF.
