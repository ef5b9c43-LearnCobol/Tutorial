      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  MasterChangeLog IS INITIAL.
AUTHOR.  Michael Coughlan.
*>Shared master-change journal, the reference-data counterpart of
*>StockMovementLog and BalanceMovementLog: MOVELOG.DAT explains a
*>quantity and BALLOG.DAT a balance, but nothing recorded who changed
*>a credit limit, a supplier address or a rate.  Every add, amend,
*>delete and deactivate in the master maintenance programs calls
*>this once the change is on file, and it appends one line to
*>MCHGLOG.DAT: the timestamp, the operator signed on through SignOn
*>(the USER environment variable for a run with nobody signed on),
*>the calling program, which master (CUS customer, MNF manufacturer,
*>TAX VAT rate, EXR exchange rate, PST postage band, PMX maximum
*>parcel weight, AUT author, OPR operator, BDL bundle, DLV delivery
*>address, GLM GL mapping, TRD trade account code, OBP obsolescence
*>provision band, STO standing order), the key, the
*>action (A add, C change, D delete, X deactivate, N anonymise) and
*>the record's before-image and after-image exactly as held - an add
*>has no before-image, a delete no after-image, and an anonymisation
*>carries the blanked record on both sides.  MasterChangeInquiry lists
*>the history of one key.

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
    02  FILLER                  PIC X.
    02  MC-Before-Image         PIC X(200).
    02  FILLER                  PIC X.
    02  MC-After-Image          PIC X(200).

WORKING-STORAGE SECTION.
01  ChgLogStatus                PIC XX.
01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  WS-CD-HHMMSS            PIC 9(6).
    02  FILLER                  PIC X(7).
01  WS-User                     PIC X(12).

01  Signed-On-Operator EXTERNAL.
    02  SO-Operator-Id          PIC X(8).
    02  SO-Operator-Role        PIC XX.
    02  SO-Signed-On            PIC X.
        88  Operator-Signed-On  VALUE "Y".

LINKAGE SECTION.
01  Chg-Program                 PIC X(20).
01  Chg-File-Id                 PIC X(3).
01  Chg-Key                     PIC X(12).
01  Chg-Action                  PIC X.
01  Chg-Before-Image            PIC X(200).
01  Chg-After-Image             PIC X(200).

PROCEDURE DIVISION USING Chg-Program, Chg-File-Id, Chg-Key,
        Chg-Action, Chg-Before-Image, Chg-After-Image.
Begin.
*>  LINE SEQUENTIAL OPEN EXTEND fails with status 35 on a file that
*>  doesn't exist yet, so the first call in the journal's life falls
*>  back to OPEN OUTPUT to create it.
    OPEN EXTEND CHANGE-LOG.
    IF ChgLogStatus = "35"
        OPEN OUTPUT CHANGE-LOG
    END-IF.
    IF ChgLogStatus NOT = "00"
        DISPLAY "MASTERCHANGELOG: ABEND - cannot open MCHGLOG.DAT, "
            "status " ChgLogStatus
        MOVE 16 TO RETURN-CODE
        EXIT PROGRAM
    END-IF.
    IF Operator-Signed-On
        MOVE SO-Operator-Id TO WS-User
    ELSE
        DISPLAY "USER" UPON ENVIRONMENT-NAME
        ACCEPT WS-User FROM ENVIRONMENT-VALUE
            ON EXCEPTION MOVE "UNKNOWN" TO WS-User
        END-ACCEPT
    END-IF.
    IF WS-User = SPACES
        MOVE "UNKNOWN" TO WS-User
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    MOVE SPACES TO CHANGE-REC.
    MOVE WS-CD-YYYYMMDD TO MC-Date.
    MOVE WS-CD-HHMMSS TO MC-Time.
    MOVE WS-User TO MC-User.
    MOVE Chg-Program TO MC-Program.
    MOVE Chg-File-Id TO MC-File-Id.
    MOVE Chg-Key TO MC-Key.
    MOVE Chg-Action TO MC-Action.
    MOVE Chg-Before-Image TO MC-Before-Image.
    MOVE Chg-After-Image TO MC-After-Image.
    WRITE CHANGE-REC.
    CLOSE CHANGE-LOG.
    MOVE 0 TO RETURN-CODE.
    EXIT PROGRAM.
